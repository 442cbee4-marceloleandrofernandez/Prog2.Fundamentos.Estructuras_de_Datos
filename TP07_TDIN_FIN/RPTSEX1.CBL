       FILE SECTION.
       FD  MAEEMP-L
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE-L.
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-MAE-L==.

          02 ELEM-SEX OCCURS 10 TIMES INDEXED BY IND-SEX.
             03 SEX-CANT  PIC 9(05) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT MAEEMP-T.
              UNTIL FIN-ARCH = "S".
           CLOSE MAEEMP-L.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM IMPRIMIR-TOTALES THRU IMPRIMIR-TOTALES-EXIT
              VARYING IND-SEX FROM 1 BY 1 UNTIL IND-SEX > 10.
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           COMPUTE W-PCT ROUNDED =
