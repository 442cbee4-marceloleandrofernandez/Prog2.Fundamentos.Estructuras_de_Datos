       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.

        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).

       77 CONT-LEIDOS      PIC 9(05) VALUE 0.
       77 CONT-TOTAL       PIC 9(05) VALUE 0.
       77 IND              PIC 99    VALUE 0.
       77 W-COD-LOC        PIC 99    VALUE 0.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.

      *-- TABLA DE DOTACION, UNA POSICION POR CADA "MLOC" (0 A 99) --*
       01 TABLA-DOTACION.
          02 ELEM-DOT OCCURS 100 TIMES INDEXED BY IND-DOT.
             03 DOT-DESC  PIC X(15) VALUE SPACES.
             03 DOT-CANT  PIC 9(05) VALUE 0.
             03 DOT-CARG  PIC X     VALUE "N".

      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
       COPY ACLWREC.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- EL LISTADO CUENTA SOLO LAS LOCALIDADES A CARGO DEL    --*
      *-- OPERADOR (VER "ACCLOC"), ASI QUE PRIMERO HAY QUE SABER --*
      *-- QUIEN ES (CUALQUIER NIVEL ALCANZA).                    --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE "RPTLOC1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           OPEN INPUT MAELOC.
           PERFORM CARGAR-TABLA-LOC THRU CARGAR-TABLA-LOC-EXIT
              UNTIL FIN-LOC = "S".
              UNTIL FIN-ARCH = "S".
           CLOSE MAESTRO.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM IMPRIMIR-TOTALES THRU IMPRIMIR-TOTALES-EXIT
              VARYING IND-DOT FROM 1 BY 1 UNTIL IND-DOT > 100.

           DISPLAY SUBRAYADO LINE LIN-ACT POSITION 01.
           ADD 1 TO LIN-ACT.
           READ MAELOC NEXT RECORD AT END
              MOVE "S" TO FIN-LOC
              GO TO CARGAR-TABLA-LOC-EXIT.
           MOVE MLOC TO ACL-LOC.
           PERFORM VER-LOC-OPER.
           IF ACL-OK NOT = "S"
              GO TO CARGAR-TABLA-LOC-EXIT.
           COMPUTE IND-DOT = MLOC + 1.
           MOVE MLDESC TO DOT-DESC (IND-DOT).
           MOVE "S" TO DOT-CARG (IND-DOT).

       ACUMULAR-REGISTRO.
           IF FIN-ARCH = "S" GO TO ACUMULAR-REGISTRO-EXIT.
           MOVE MLO TO ACL-LOC.
           PERFORM VER-LOC-OPER.
           IF ACL-OK NOT = "S"
              PERFORM LEER-REGISTRO
              GO TO ACUMULAR-REGISTRO-EXIT.
           COMPUTE IND-DOT = MLO + 1.
           ADD 1 TO DOT-CANT (IND-DOT).
           ADD 1 TO CONT-TOTAL.
       ACUMULAR-REGISTRO-EXIT.
           EXIT.

      *-- "ACL-OK" = "S" SI LA LOCALIDAD "ACL-LOC" ESTA A CARGO  --*
      *-- DEL OPERADOR; EN UN LISTADO NO SE REGISTRA EL RECHAZO. --*
       VER-LOC-OPER.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

      *-- UNA LINEA POR CADA LOCALIDAD DADA DE ALTA EN EL MAESTRO --*
       IMPRIMIR-TOTALES.
           IF DOT-CARG (IND-DOT) NOT = "S"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           SET W-COD-LOC TO IND-DOT.
           SUBTRACT 1 FROM W-COD-LOC.
           DISPLAY W-COD-LOC      LINE LIN-ACT, POSITION 03.
           DISPLAY DOT-DESC (IND-DOT) LINE LIN-ACT, POSITION 11.
           DISPLAY DOT-CANT (IND-DOT) LINE LIN-ACT, POSITION 43.
           ADD 1 TO CONT-LIN.
