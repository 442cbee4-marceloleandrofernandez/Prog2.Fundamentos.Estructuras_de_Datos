       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
       77 W-EXISTE-PER     PIC X     VALUE "N".

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 03 COLUMN 14 REVERSE VALUE
              "CRUCE POR NOMBRE ENTRE MAEEMP.IND Y PERSONA.IND".

              ACCEPT TECLA
              GO TO FIN.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-REGISTRO.
           PERFORM PROCESAR-REGISTRO THRU PROCESAR-REGISTRO-EXIT
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
