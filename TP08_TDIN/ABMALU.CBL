           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FSTCUR.

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

        FD CURSO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-CUR.

         01 R-CUR.
            02 CUCLAVE.
               03 CUCOD    PIC 9(03).
               03 CUEDI    PIC 9(02).
            02 CUDESC   PIC X(20).
            02 CUCAP    PIC 9(03).

       77 WDUPNOM                 PIC XX VALUE SPACES.
       77 WACA-ACT                PIC 9(08) VALUE 0.
       77 WNOM-BUS                PIC X(30) VALUE SPACES.
       77 WCUR-ACT                PIC 9(03) VALUE 0.
       77 WEDI-ACT                PIC 9(02) VALUE 0.
      *---- "SI"/"NO" EL CUCOD TECLEADO EXISTE EN "CURSO.IND".
       77 FSTCUR                  PIC XX.
       77 WCUREX                  PIC XX VALUE SPACES.
         02 FILLER PIC X(30) VALUE  "15- NO SE PUEDE DAR DE BAJA   ".
         02 FILLER PIC X(30) VALUE  "16- REGISTRO NO DADO DE BAJA  ".
         02 FILLER PIC X(30) VALUE  "17- ERROR *APELLIDO NOMBRE*   ".
         02 FILLER PIC X(30) VALUE  "18- ERROR *CURSO/EDICION*     ".
         02 FILLER PIC X(30) VALUE  "19-                           ".
         02 FILLER PIC X(30) VALUE  "20-                           ".
         02 FILLER PIC X(30) VALUE  "21-                           ".
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
           02 LINE 08 COLUMN  05 VALUE "APELLIDO Y NOMBRES: ".
           02 LINE 08 COLUMN  26 PIC X(30) TO AAN.
           02 LINE 10 COLUMN  05 VALUE "CURSO: ".
           02 LINE 10 COLUMN  26 PIC 9(03) TO ACUR.
           02 LINE 10 COLUMN  31 VALUE "EDICION: ".
           02 LINE 10 COLUMN  40 PIC 9(02) TO AEDI.

       01  PANTALLA-ENVIAR-DATOS.
           02 LINE 08 COLUMN  05 VALUE "APELLIDO Y NOMBRES: ".
           02 LINE 08 COLUMN  26 PIC X(30) FROM AAN.
           02 LINE 10 COLUMN  05 VALUE "CURSO: ".
           02 LINE 10 COLUMN  26 PIC 9(03) FROM ACUR.
           02 LINE 10 COLUMN  31 VALUE "EDICION: ".
           02 LINE 10 COLUMN  40 PIC 9(02) FROM AEDI.

       01 PANTALLA-MODIFICAR-DATOS AUTO.
           02 LINE 08 COLUMN  05 VALUE "APELLIDO Y NOMBRES: ".
           02 LINE 08 COLUMN  26 PIC X(30) USING AAN.
           02 LINE 10 COLUMN  05 VALUE "CURSO: ".
           02 LINE 10 COLUMN  26 PIC 9(03) USING ACUR.
           02 LINE 10 COLUMN  31 VALUE "EDICION: ".
           02 LINE 10 COLUMN  40 PIC 9(02) USING AEDI.

       01  PANTALLA-INCIDENCIAS.
         02 LINE 22 COLUMN 26 PIC X(30) FROM INCIDENCIA-P.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON MAEALU.
       ERROR-APERTURA.
      *-- SOLO SE AUTO-CREA CUANDO EL ARCHIVO NO EXISTE (STATUS
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL MAESTRO VACIO. VER "CONVCUR1" PARA CONVERTIR
      *-- LOS DE CURSO DE 1 CIFRA SIN EDICION.
           IF FSTALU = "35"
              OPEN OUTPUT MAEALU
              CLOSE MAEALU
              OPEN I-O MAEALU
             END-IF.
             IF WALU = "SI"
                    DISPLAY " " ERASE EOS
                    DISPLAY ENT-MARCA LINE 01 POSITION 01
                    DISPLAY PANTALLA-TITULOS
                    DISPLAY PANTALLA-MOSTRAR-CODIGO
                    DISPLAY PANTALLA-ENVIAR-DATOS

       LIMPIAR-CAMPOS.
            MOVE SPACES TO  WALU AAN.
            MOVE 0 TO ACUR AEDI.

       LEER-MAESTRO.
                READ MAEALU INVALID KEY MOVE "NO" TO WALU.
               IF AAN = SPACES
                 MOVE 17  TO VAL
               END-IF.
               IF (ACUR = 0 OR AEDI = 0) AND VAL = 0
                 MOVE 18  TO VAL
               END-IF.
               IF VAL = 0
      *-- VALIDA "ACUR" CONTRA "CURSO.IND" (MISMA LOGICA QUE "MODABM" --*
      *-- USA PARA VALIDAR LA LOCALIDAD CONTRA "LOCALIDAD.IND" EN     --*
      *-- "LEER-LOC"), PARA QUE NO SE PUEDA CARGAR UN CURSO QUE NO    --*
      *-- ESTE DADO DE ALTA EN "MODCRS" (CURSO Y EDICION).            --*
       LEER-CURSO.
           OPEN I-O CURSO
           MOVE ACUR TO CUCOD
           MOVE AEDI TO CUEDI
           MOVE "SI" TO WCUREX
           START CURSO KEY IS EQUAL CUCLAVE
                 INVALID KEY MOVE "NO" TO WCUREX.
           CLOSE CURSO.

           MOVE ACA TO WACA-ACT.
           MOVE AAN TO WNOM-BUS.
           MOVE ACUR TO WCUR-ACT.
           MOVE AEDI TO WEDI-ACT.
           READ MAEALU KEY IS AAN
                INVALID KEY MOVE "NO" TO WDUPNOM
                NOT INVALID KEY
           MOVE WACA-ACT TO ACA.
           MOVE WNOM-BUS TO AAN.
           MOVE WCUR-ACT TO ACUR.
           MOVE WEDI-ACT TO AEDI.

       GRABAR-ALTAS.
                 PERFORM VALIDAR-CAMPOS
