      *-- LAYOUT COMPARTIDO CON "MODPAR" --*
        FD PARGRAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS R-PAR.

         01 R-PAR.
            02 PGSITIO  PIC X(27).
            02 PGOPER   PIC X(27).
            02 PGVERS   PIC X(08).
      *-- AMBIENTE DEL SITIO (VER "ENTORNO"): "N" O BLANCO = SOLO --*
      *-- PRODUCCION, "O" = EL OPERADOR ELIGE AL INGRESAR, "E" =  --*
      *-- SIEMPRE ENTRENAMIENTO.                                --*
            02 PGENTR   PIC X(01).

       WORKING-STORAGE SECTION.
       77 FSTPAR  PIC XX.
      *-- SE USA EL TEXTO DEL TRABAJO PRACTICO ORIGINAL COMO DEFAULT.--*
       77 W-SITIO PIC X(27) VALUE "TRABAJO PRACTICO NRO.  4  0".
       77 W-OPER  PIC X(27) VALUE "ALUMNO: FERNANDEZ MARCELO  ".
           COPY ENTMREC.
       LINKAGE SECTION.
      *-- DEVUELVE "PGENTR" DEL SITIO ELEGIDO: CON ESO "MENPPAL" --*
      *-- DECIDE EL AMBIENTE (VER "ENTORNO"); QUEDA EN BLANCO SI --*
      *-- EL SITIO TODAVIA NO TIENE PARAMETROS CARGADOS.         --*
       77 L-ENTR  PIC X.
       SCREEN SECTION.
      *-- "PARGRAL.IND" YA ES UNA TABLA CON UN REGISTRO POR SITIO    --*
      *-- (VER "MODPAR"), CLAVE "PGCOD"; ACA SE PIDE CUAL SITIO      --*
           02 LINE 14 COLUMN 25 VALUE "#   #  #####  #   #  #####".
      *     02 LINE 18 COLUMN 25 VALUE "ALUMNO : Villalba Nestor A.".
      * EN IMPRESO NO TIENE, EXPLICAR COMO PONE EL NOMBRE DEL ALUMNO
       PROCEDURE  DIVISION USING L-ENTR.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON PARGRAL.
       SEGUNDA SECTION.
       INICIO.
           MOVE 1 TO PGCOD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY P-PEDIR-SITIO.
           ACCEPT  P-PEDIR-SITIO.
           IF PGCOD IS NOT NUMERIC
      *-- SI HAY UN PARAMETRO CARGADO PARA ESE SITIO (VER "MODPAR")  --*
      *-- SE USA SU TEXTO EN VEZ DEL DEFAULT DEL TRABAJO PRACTICO    --*
      *-- ORIGINAL.                                                  --*
           MOVE SPACE TO L-ENTR.
           OPEN I-O PARGRAL.
           READ PARGRAL INVALID KEY MOVE "99" TO FSTPAR.
           IF FSTPAR = "00"
              MOVE PGSITIO TO W-SITIO
              MOVE PGOPER  TO W-OPER
              MOVE PGENTR  TO L-ENTR
           END-IF.
           CLOSE PARGRAL.

