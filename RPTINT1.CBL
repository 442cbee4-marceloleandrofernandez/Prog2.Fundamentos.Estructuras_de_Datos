           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FSTCUR.

       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.


       FD  MAEALU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU.
        01 R-ALU.
           02 ACA   PIC 9(08).
           02 AAN   PIC X(30).
           02 ACUR  PIC 9(03).
           02 AEDI  PIC 9(02).

       FD  LOCKMAE
           LABEL RECORD IS STANDARD

       FD  MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).


       FD  CURSO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-CUR.
        01 R-CUR.
           02 CUCLAVE.
              03 CUCOD    PIC 9(03).
              03 CUEDI    PIC 9(02).
           02 CUDESC   PIC X(20).
           02 CUCAP    PIC 9(03).

       FD  MAESUP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE-SUP.
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-MAE-SUP==
               ==MCA== BY ==SCA== ==MAN== BY ==SAN==
      *-- TITULO DEL CHEQUEO EN CURSO, PARA EL ENCABEZADO COMUN --*
       77 W-CHEQUEO         PIC X(40) VALUE SPACES.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.

           PERFORM CHEQUEAR-LOCALIDAD THRU CHEQUEAR-LOCALIDAD-EXIT.
           PERFORM CHEQUEAR-CATEGORIA THRU CHEQUEAR-CATEGORIA-EXIT.
       VERIFICAR-SUCURSAL-EXIT.
           EXIT.

      *-- CHEQUEO 5: "ACUR"/"AEDI" DE CADA ALUMNO CONTRA "CURSO.IND" --*
      *-- (VER "LEER-CURSO" EN "MODALU").                     --*
       CHEQUEAR-CURSO.
           MOVE "ALUMNOS CON CURSO INEXISTENTE" TO W-CHEQUEO.
       VERIFICAR-CURSO.
           IF FIN-ARCH = "S" GO TO VERIFICAR-CURSO-EXIT.
           MOVE ACUR TO CUCOD.
           MOVE AEDI TO CUEDI.
           MOVE "SI" TO WREF.
           START CURSO KEY IS EQUAL CUCLAVE
                 INVALID KEY MOVE "NO" TO WREF.
           IF WREF = "NO"
              PERFORM PAGINAR
              COMPUTE LIN-ACT = 05 + CONT-LIN
              DISPLAY ACA  LINE LIN-ACT, POSITION 01
              DISPLAY AAN  LINE LIN-ACT, POSITION 11
              DISPLAY "CUR " ACUR "/" AEDI LINE LIN-ACT, POSITION 50
              ADD 1 TO CONT-LIN
              ADD 1 TO CONT-ROTOS
              ADD 1 TO TOT-ROTOS
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.

           DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.

      *-- EL LADO "MUCHOS" NO EXISTE TODAVIA: NO HAY NADA QUE      --*
      *-- VERIFICAR EN ESTE CHEQUEO, SE DEJA CONSTANCIA Y SE SIGUE --*
       AVISAR-SIN-DATOS.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY W-CHEQUEO LINE 03 POSITION 01.
           DISPLAY "   (SIN ARCHIVO DE DATOS, SE OMITE)"
              LINE 05, POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.

      *-- EL MAESTRO DE REFERENCIA NO EXISTE: SIN EL, TODO EL      --*
      *-- CHEQUEO DARIA ROTO; SE AVISA Y SE OMITE PARA NO INUNDAR  --*
      *-- EL LISTADO (A DIFERENCIA DE "RPTORF1", QUE ASUME QUE     --*
      *-- "LOCALIDAD.IND" SIEMPRE EXISTE).                         --*
       AVISAR-SIN-REFERENCIA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY W-CHEQUEO LINE 03 POSITION 01.
           DISPLAY "   (SIN MAESTRO DE REFERENCIA, SE OMITE)"
              LINE 05, POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.

       ENCABEZADO.
           DISPLAY "CHEQUEO DE INTEGRIDAD REFERENCIAL" LINE 01
