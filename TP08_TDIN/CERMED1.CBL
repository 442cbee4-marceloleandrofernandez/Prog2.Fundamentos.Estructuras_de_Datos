      *-- VIVIA EN UNA CARPETA DE PAPEL. CADA MOVIMIENTO "E" LLEVA    --*
      *-- AHORA SU ESTADO (P = PENDIENTE, R = RECIBIDO), FECHA LIMITE --*
      *-- Y MEDICO (VER COPY/LICMREC.CPY); ESTE PGM REGISTRA LA       --*
      *-- RECEPCION (REESCRIBE EL RENGLON EN "LICMOV.DAT" Y SU COPIA  --*
      *-- EN "LICMOV.IND", VER "MOVIDX") Y LISTA LOS CERTIFICADOS     --*
      *-- PENDIENTES YA VENCIDOS PARA RECLAMARLOS.                    --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERMED1.
      ****
       77 LIN-ACT            PIC 99    VALUE 0.
       77 CONT-RECIB         PIC 9(03) VALUE 0.
       77 CONT-VENC          PIC 9(03) VALUE 0.
      *-- PARA "MOVIDX" (VER "REVISAR-PENDIENTE") --*
       77 L-MOV-ARCH         PIC X     VALUE "L".
       77 L-MOV-ACC          PIC X     VALUE "M".
       77 L-MOV-REG          PIC X(74) VALUE SPACES.
       77 L-MOV-ANT          PIC X(74) VALUE SPACES.
       77 L-MOV-OK           PIC X     VALUE "N".

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- MARCAR UN CERTIFICADO QUEDA CON EL OPERADOR --*
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CERTIFICADOS MEDICOS DE LICENCIAS"
              LINE 01 POSITION 24.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
              LINE 09 POSITION 01.
           ACCEPT W-OK LINE 09 POSITION 30.
           IF W-OK = "S"
              MOVE R-LICM TO L-MOV-ANT
              MOVE "R" TO LMCERT
              MOVE W-OPERADOR TO LMOPER
              REWRITE R-LICM
              PERFORM ACTUALIZAR-INDICE
              ADD 1 TO CONT-RECIB
           END-IF.
       REVISAR-PENDIENTE-EXIT.
           EXIT.

      *-- LA COPIA DEL RENGLON EN "LICMOV.IND" PASA A SER LA NUEVA; --*
      *-- SI NO SE PUDO, EL INDICE SE REGENERA CON "REBMOV1".       --*
       ACTUALIZAR-INDICE.
           MOVE R-LICM TO L-MOV-REG.
           CALL   "MOVIDX" USING L-MOV-ARCH L-MOV-ACC L-MOV-REG
                                 L-MOV-ANT L-MOV-OK.
           CANCEL "MOVIDX".
           IF L-MOV-OK NOT = "S"
              DISPLAY "** NO SE ACTUALIZO LICMOV.IND: REGENERELO"
                 " CON REBMOV1 **" LINE 20 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.

      *-- RECLAMO: LICENCIAS "E" CON CERTIFICADO PENDIENTE CUYA --*
      *-- FECHA LIMITE YA PASO, PAGINADO COMO LOS DEMAS LISTADOS --*
       LISTAR-VENCIDOS.
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO LISTAR-VENCIDOS-EXIT.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           MOVE 0 TO CONT-VENC.
           MOVE "N" TO FIN-ARCH.
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
