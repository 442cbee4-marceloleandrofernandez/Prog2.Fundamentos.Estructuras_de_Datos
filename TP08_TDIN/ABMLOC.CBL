       FILE SECTION.
        FD MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.

         01 R-LOC.
            02 MLOC    PIC 9(02).
            02 MLDESC  PIC X(15).
      *-- DOTACION MAXIMA (0 = SIN LIMITE); LA CHEQUEAN "MODABM" EN EL
      *-- ALTA Y "TRFLOC1" EN LA TRANSFERENCIA MASIVA.
       77 WLOC                    PIC XX VALUE SPACES.
      *---- "SI"/"NO" YA EXISTE OTRA LOCALIDAD CON IGUAL MLDESC.
       77 WDUPDESC                PIC XX VALUE SPACES.
       77 WMLOC-ACT                PIC 9(02) VALUE 0.
       77 WDESC-BUS                PIC X(15) VALUE SPACES.
      *---- TOTALES DE LA SESION, MOSTRADOS AL SALIR Y PERSISTIDOS
      *---- EN "SESION.LOG" (VER "STATLOG"), COMO EN "MODABM".
       01 TABLA-MENSAJES REDEFINES MENSAJES.
         02 MENSAJE OCCURS 25 TIMES PIC X(30).

           COPY ENTMREC.
      *-- AREA DE PANTALLAS ---*
       SCREEN SECTION.
        01  PANTALLA-TITULOS.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE  1 COLUMN 60 VALUE  "FECHA".
           02 LINE  1 COLUMN 67 PIC X9/ FROM DIA.
           02 LINE  1 COLUMN 70 PIC X9/ FROM MES.

       01  PANTALLA-INGRESAR-CODIGO AUTO.
           02 LINE 4 COLUMN 5  VALUE  "CODIGO DE LOCALIDAD: ".
           02 LINE 4 COLUMN 30 REVERSE PIC 9(02) TO MLOC.
           02 LINE 6 COLUMN 1 PIC X(80) FROM SUBRAYADO.

       01  PANTALLA-MOSTRAR-CODIGO AUTO.
           02 LINE 4 COLUMN 5  VALUE  "CODIGO DE LOCALIDAD: ".
           02 LINE 4 COLUMN 30 REVERSE PIC 9(02) FROM MLOC.
           02 LINE 6 COLUMN 1 PIC X(80) FROM SUBRAYADO.

       01  PANTALLA-RECIBIR-DATOS AUTO.
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL MAESTRO VACIO. VER "CONVLAY1" PARA CONVERTIR
      *-- LOS LAYOUTS VIEJOS Y "CONVLOC1" PARA LOS DE LOCALIDAD DE
      *-- 1 CIFRA.
           IF FSTLOC = "35"
              OPEN OUTPUT MAELOC
              CLOSE MAELOC
             END-IF.
             IF WLOC = "SI"
                    DISPLAY " " ERASE EOS
                    DISPLAY ENT-MARCA LINE 01 POSITION 01
                    DISPLAY PANTALLA-TITULOS
                    DISPLAY PANTALLA-MOSTRAR-CODIGO
                    DISPLAY PANTALLA-ENVIAR-DATOS
