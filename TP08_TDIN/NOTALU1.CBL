       FILE SECTION.
        FD MAEALU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU.

         01 R-ALU.
            02 ACA   PIC 9(08).
            02 AAN   PIC X(30).
            02 ACUR  PIC 9(03).
            02 AEDI  PIC 9(02).

        FD NOTALU
           LABEL RECORD IS STANDARD
          02 W-HOY-MES      PIC 99.
          02 W-HOY-DIA      PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 18 REVERSE
              VALUE "CARGA DE NOTAS Y ASISTENCIA DE ALUMNOS".

      *-- PIDE MATERIA/NOTA/ASISTENCIA Y AGREGA UN RENGLON A          --*
      *-- "NOTALU.DAT"; DNI 0 TERMINA LA CARGA.                       --*
       CARGAR-UNA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE SPACES TO W-NOMBRE.
           DISPLAY PANTALLA-PEDIR-DNI.
