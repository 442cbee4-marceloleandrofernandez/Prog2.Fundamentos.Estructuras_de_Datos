       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

             03 CAT-ACTUAL  PIC 9(09)V99 VALUE 0.
             03 CAT-PROYECT PIC 9(09)V99 VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT PARSAL.
              UNTIL FIN-ARCH = "S".
           CLOSE MAESTRO.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM IMPRIMIR-TOTALES THRU IMPRIMIR-TOTALES-EXIT
              VARYING IND-CAT FROM 1 BY 1 UNTIL IND-CAT > 10.
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY IND-CAT               LINE LIN-ACT, POSITION 03.
