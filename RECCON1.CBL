       77 CONT-DIF         PIC 9(05) VALUE 0.
       77 W-HALLADO        PIC X     VALUE "N".

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- CONFIRMAR UN PERIODO QUEDA ESTAMPADO CON EL OPERADOR --*
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "RECEPCION DEL ACUSE DE CONTABILIDAD"
              LINE 01 POSITION 23.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
              ACCEPT TECLA
              CLOSE LIQCTL
              GO TO FIN.
           IF CESTADO = "P"
              DISPLAY "** LA GENERACION DEL PERIODO NO TERMINO (VER"
                 " INTLIQ1) **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              CLOSE LIQCTL
              GO TO FIN.

           IF W-REC-REGS = CREGS AND W-REC-TOTAL = CNETO
              AND W-HAY-TOTFILA = "S"
              ACCEPT TECLA
              GO TO CRUZAR-LINEAS-EXIT.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           MOVE 0 TO CONT-DIF.
           MOVE "N" TO FIN-ARCH.
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
