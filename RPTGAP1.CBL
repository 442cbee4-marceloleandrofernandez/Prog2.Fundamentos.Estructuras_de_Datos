       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

                04 G-POS-SUM PIC 9(07)V99.
                04 G-POS-CNT PIC 9(05).

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM LIMPIAR-GRUPOS
              UNTIL FIN-ARCH = "S".
           CLOSE MAESTRO.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LISTAR-CAT THRU LISTAR-CAT-EXIT
              VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 10.
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE W-CAT-MOSTRAR = IND-C - 1.
