           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FSTCUR.

       FILE SECTION.
        FD CAPACIT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS R-CAP.
           COPY CAPREC.

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

       77 W-ANIO-LIM        PIC 9(04) VALUE 0.
       77 W-COCIENTE        PIC 9(04) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-HOY FROM DATE YYYYMMDD.
           COMPUTE W-FECHA-LIM = W-ANIO-LIM * 10000
              + (W-MES-LIM + 1) * 100 + W-HOY-DIA.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CERTIFICACIONES DE CAPACITACION" LINE 01
              POSITION 25.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
              ACCEPT TECLA
              GO TO FIN.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LISTAR-UNA THRU LISTAR-UNA-EXIT
              UNTIL FIN-ARCH = "S".
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           IF FSTCUR NOT = "00"
              GO TO F-BUSCAR-CURSO.
           MOVE CPCUR TO CUCOD.
           MOVE CPEDI TO CUEDI.
           READ CURSO INVALID KEY MOVE "99" TO FSTCUR.
           IF FSTCUR = "00"
              MOVE CUDESC TO W-NOM-CUR
