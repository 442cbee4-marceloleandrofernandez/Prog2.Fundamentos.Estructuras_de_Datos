      *-- MISMA ESTRUCTURA QUE "MODLOC" (ABMLOC.CBL) PERO PARA --**
      *-- "CURSO.IND", YA QUE HASTA AHORA "ACUR" EN "MODALU" SOLO --**
      *-- SE VALIDABA POR RANGO (1 A 9) Y NO CONTRA UN MAESTRO. --**
      *-- LA CLAVE ES CODIGO (1 A 999) + EDICION (1 A 99): UN     --**
      *-- CURSO QUE SE VUELVE A DICTAR ES UNA EDICION NUEVA DEL   --**
      *-- MISMO CODIGO, NO UN CODIGO RECICLADO, ASI LAS           --**
      *-- INSCRIPCIONES, CUOTAS Y ACTAS DE CADA EDICION NO SE     --**
      *-- MEZCLAN CON LAS DE LAS ANTERIORES.                      --**
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODCRS.
      ****
           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FSTCUR.

       FILE SECTION.
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

       77 WCUR                    PIC XX VALUE SPACES.
      *---- "SI"/"NO" YA EXISTE OTRO CURSO CON IGUAL CUDESC.
       77 WDUPDESC                PIC XX VALUE SPACES.
       77 WCUCOD-ACT              PIC 9(03) VALUE 0.
       77 WCUEDI-ACT              PIC 9(02) VALUE 0.
       77 WCUCAP-ACT              PIC 9(03) VALUE 0.
       77 WDESC-BUS               PIC X(20) VALUE SPACES.

      ** CAMPOS DONDE VOY A CARGAR LA FECHA DEL SISTEMA**
         02 FILLER PIC X(30) VALUE  "16- REGISTRO NO DADO DE BAJA  ".
         02 FILLER PIC X(30) VALUE  "17- ERROR *DESCRIPCION  *     ".
         02 FILLER PIC X(30) VALUE  "18- ERROR *CAPACIDAD*         ".
         02 FILLER PIC X(30) VALUE  "19- CODIGO O EDICION EN CERO  ".
         02 FILLER PIC X(30) VALUE  "20-                           ".
         02 FILLER PIC X(30) VALUE  "21-                           ".
         02 FILLER PIC X(30) VALUE  "22-                           ".
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
           02 LINE 4 COLUMN 5  VALUE  "CODIGO DE CURSO: ".
           02 LINE 4 COLUMN 30 REVERSE PIC 9(03) TO CUCOD.
           02 LINE 4 COLUMN 40 VALUE  "EDICION: ".
           02 LINE 4 COLUMN 50 REVERSE PIC 9(02) TO CUEDI.
           02 LINE 6 COLUMN 1 PIC X(80) FROM SUBRAYADO.

       01  PANTALLA-MOSTRAR-CODIGO AUTO.
           02 LINE 4 COLUMN 5  VALUE  "CODIGO DE CURSO: ".
           02 LINE 4 COLUMN 30 REVERSE PIC 9(03) FROM CUCOD.
           02 LINE 4 COLUMN 40 VALUE  "EDICION: ".
           02 LINE 4 COLUMN 50 REVERSE PIC 9(02) FROM CUEDI.
           02 LINE 6 COLUMN 1 PIC X(80) FROM SUBRAYADO.

       01  PANTALLA-RECIBIR-DATOS AUTO.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CURSO.
       ERROR-APERTURA.
      *-- SOLO SE AUTO-CREA CUANDO EL ARCHIVO NO EXISTE (STATUS
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL MAESTRO VACIO. VER "CONVCUR1" PARA CONVERTIR
      *-- LOS DE CURSO DE 1 CIFRA SIN EDICION.
           IF FSTCUR = "35"
              OPEN OUTPUT CURSO
              CLOSE CURSO
              OPEN I-O CURSO
           IF CUCOD IS NOT NUMERIC
             MOVE 0 TO CUCOD
           END-IF.
           IF CUEDI IS NOT NUMERIC
             MOVE 0 TO CUEDI
           END-IF.
       COMIENZO.
           PERFORM LIMPIAR-CAMPOS.
           PERFORM LEER-MAESTRO.
             END-IF.
             IF WCUR = "SI"
                    DISPLAY " " ERASE EOS
                    DISPLAY ENT-MARCA LINE 01 POSITION 01
                    DISPLAY PANTALLA-TITULOS
                    DISPLAY PANTALLA-MOSTRAR-CODIGO
                    DISPLAY PANTALLA-ENVIAR-DATOS

       VALIDAR-CAMPOS.
               MOVE 0 TO IND VAL
               IF CUCOD = 0 OR CUEDI = 0
                 MOVE 19  TO VAL
               END-IF.
               IF CUDESC = SPACES AND VAL = 0
                 MOVE 17  TO VAL
               END-IF.
               IF CUCAP = 0 AND VAL = 0
      * BUSCA OTRO CURSO CON LA MISMA CUDESC POR LA CLAVE
      * ALTERNATIVA, SIN CONTAR EL PROPIO REGISTRO QUE SE ESTA
      * GRABANDO (ALTA NUEVA O MODIFICACION DEL MISMO CUCOD).
      * LAS OTRAS EDICIONES DEL MISMO CUCOD COMPARTEN LA
      * DESCRIPCION Y NO CUENTAN COMO DUPLICADO; COMO LA LECTURA
      * PISA TODO EL REGISTRO, TAMBIEN SE RESTAURA EL CUPO.
       CHEQUEAR-DUP-DESC.
           MOVE "NO" TO WDUPDESC.
           MOVE CUCOD  TO WCUCOD-ACT.
           MOVE CUEDI  TO WCUEDI-ACT.
           MOVE CUCAP  TO WCUCAP-ACT.
           MOVE CUDESC TO WDESC-BUS.
           READ CURSO KEY IS CUDESC
                INVALID KEY MOVE "NO" TO WDUPDESC
                    END-IF
           END-READ.
           MOVE WCUCOD-ACT TO CUCOD.
           MOVE WCUEDI-ACT TO CUEDI.
           MOVE WCUCAP-ACT TO CUCAP.
           MOVE WDESC-BUS  TO CUDESC.

       GRABAR-ALTAS.
