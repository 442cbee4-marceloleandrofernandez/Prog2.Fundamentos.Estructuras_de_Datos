      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01" --*
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       77 W-ANT-PROX       PIC 9(02) VALUE 0.
       77 W-ES-HITO        PIC X     VALUE "N".

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 03 COLUMN 15 REVERSE VALUE
              "ANIVERSARIOS DE ANTIGUEDAD PROXIMOS A CUMPLIRSE".

           END-IF.

           OPEN INPUT MAESTRO.
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
