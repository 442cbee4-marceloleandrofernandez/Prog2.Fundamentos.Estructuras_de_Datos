           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FSTCUR.

       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

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

        FD CAPACIT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS R-CAP.
           COPY CAPREC.

       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 W-VTO-SUG         PIC 9(08) VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "CAPACITACION INTERNA DEL PERSONAL".

           02 LINE 05 COLUMN 05 VALUE
              "CODIGO DE EMPLEADO (0 = TERMINAR): ".
           02 LINE 05 COLUMN 41 PIC 9(08) TO CPCA.
           02 LINE 06 COLUMN 05 VALUE "CURSO (1 A 999)     : ".
           02 LINE 06 COLUMN 41 PIC 9(03) TO CPCUR.
           02 LINE 06 COLUMN 46 VALUE "EDICION: ".
           02 LINE 06 COLUMN 55 PIC 9(02) TO CPEDI.

       01  PANTALLA-NOMBRES.
           02 LINE 08 COLUMN 05 VALUE "EMPLEADO: ".
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CAPACIT.
       ERROR-APERTURA.
      *-- SOLO SE AUTO-CREA CUANDO EL ARCHIVO NO EXISTE (STATUS
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL ARCHIVO VACIO. VER "CONVCUR1" PARA CONVERTIR
      *-- LOS DE CURSO DE 1 CIFRA SIN EDICION.
           IF FSTCAP = "35"
              OPEN OUTPUT CAPACIT
              CLOSE CAPACIT
              OPEN EXTEND CAPACIT
      *    STOP RUN.

       CARGAR-UNA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE SPACES TO W-NOMBRE W-NOM-CUR.
           DISPLAY PANTALLA-PEDIR-CLAVE.
       BUSCAR-CURSO.
           MOVE "N" TO W-EXISTE-CUR.
           MOVE CPCUR TO CUCOD.
           MOVE CPEDI TO CUEDI.
           OPEN INPUT CURSO.
           READ CURSO INVALID KEY MOVE "99" TO FSTCUR.
           IF FSTCUR = "00"
