       77 W-ACCION          PIC X     VALUE SPACES.
       77 W-FECHA-HOY       PIC 9(08) VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 24 REVERSE
              VALUE "CARTELERA DE AVISOS (NOTICIAS)".

      *-- REEMPLAZARLO O BORRARLO, SI NO LO CARGA (MISMO ESQUEMA  --*
      *-- QUE "NOVED1").                                          --*
       PROCESAR-UNA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-PEDIR-NUM.
           ACCEPT  PANTALLA-PEDIR-NUM ON ESCAPE
