       77 W-EXISTE-CON     PIC X VALUE "N".
       77 W-OK             PIC X VALUE "N".

           COPY ENTMREC.
       LINKAGE SECTION.
       77 L-MCA            PIC 9(08).

       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 24 REVERSE
              VALUE "DATOS DE CONTACTO DEL EMPLEADO".
           02 LINE 03 COLUMN 05 VALUE "LEGAJO: ".
