       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01" --*
           COPY MAEEMP.
      *-- ANTIGUEDAD RECALCULADA, ANTES DE MOVERLA A "MANT" --*
       77 W-ANT            PIC 9(02).

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 17 REVERSE
              VALUE "RECALCULO ANUAL DE ANTIGUEDAD (MANT)".

       PROCEDURE DIVISION.
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL MAESTRO VACIO. VER "CONVLAY1" PARA CONVERTIR
      *-- LOS LAYOUTS VIEJOS Y "CONVLOC1" PARA LOS DE LOCALIDAD DE
      *-- 1 CIFRA.
           IF FST = "35"
              OPEN OUTPUT MAESTRO
              CLOSE MAESTRO
