       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       77 W-FECHA-HOY        PIC 9(08) VALUE 0.
       77 CONT-LEIDOS        PIC 9(05) VALUE 0.
       77 CONT-ACRED         PIC 9(05) VALUE 0.
       77 CONT-SIN-IND       PIC 9(05) VALUE 0.
      *-- PARA "MOVIDX" (VER "GRABAR-MOVIMIENTO") --*
       77 L-MOV-ARCH         PIC X     VALUE "L".
       77 L-MOV-ACC          PIC X     VALUE "G".
       77 L-MOV-REG          PIC X(74) VALUE SPACES.
       77 L-MOV-ANT          PIC X(74) VALUE SPACES.
       77 L-MOV-OK           PIC X     VALUE "N".

      *-- PARA "BATCHLOG", MISMO USO QUE "BACKUP1": NO ACREDITAR --*
      *-- DOS VECES EL MISMO DIA POR UNA CORRIDA REPETIDA.       --*
       77 L-PASO             PIC X(15) VALUE "ACREDITAR".
       77 L-RESULTADO        PIC X.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "ACREDITACION ANUAL DE VACACIONES" LINE 01
              POSITION 24.

              LINE 10 POSITION 05.
           DISPLAY "SALDOS ACREDITADOS  : " CONT-ACRED
              LINE 11 POSITION 05.
           IF CONT-SIN-IND > 0
              DISPLAY "** " CONT-SIN-IND " SIN COPIAR A LICMOV.IND:"
                 " REGENERELO CON REBMOV1 **" LINE 13 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
           END-IF.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
           MOVE 0            TO LMCVTO.
           MOVE W-OPERADOR   TO LMOPER.
           WRITE R-LICM.
      *-- Y SU COPIA EN "LICMOV.IND" (VER "MOVIDX") --*
           MOVE R-LICM TO L-MOV-REG.
           CALL   "MOVIDX" USING L-MOV-ARCH L-MOV-ACC L-MOV-REG
                                 L-MOV-ANT L-MOV-OK.
           CANCEL "MOVIDX".
           IF L-MOV-OK NOT = "S"
              ADD 1 TO CONT-SIN-IND
           END-IF.

      *-- "S" EN "L-RESULTADO" SI LA ACREDITACION YA SE GRABO HOY --*
       CONSULTAR-BATCHLOG.
