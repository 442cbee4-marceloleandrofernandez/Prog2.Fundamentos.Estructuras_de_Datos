      *** CORRELATIVAS DE CURSOS: PARA CADA CODIGO DE CURSO DE       ***
      *** "CURSO.IND" CARGA LOS CURSOS QUE HAY QUE TENER APROBADOS   ***
      *** ANTES DE INSCRIBIRSE (VER COPY/CORREC.CPY). VALEN PARA     ***
      *** TODAS LAS EDICIONES DEL CURSO. NO SE ACEPTA QUE UN CURSO   ***
      *** SEA CORRELATIVO DE SI MISMO NI DOS CURSOS QUE SE PIDAN     ***
      *** MUTUAMENTE (NADIE PODRIA INSCRIBIRSE EN NINGUNO). LO       ***
      *** CONTROLAN "INSCRI1" Y "RPTCOR1" VIA "CORRVER".             ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORREL1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT COMPARTIDO CON "MODCRS" --*
           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FSTCUR.

           SELECT CORREL ASSIGN TO DISK "CORREL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CORCLAVE
           FILE STATUS IS FSTCOR.

       DATA DIVISION.
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

        FD CORREL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS R-COR.
           COPY CORREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTCUR            PIC XX.
       77 FSTCOR            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 W-FIN             PIC X     VALUE "N".
       77 W-FIN-CUR         PIC X     VALUE "N".
       77 W-FIN-LIS         PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-ACCION          PIC X     VALUE SPACE.
       77 W-CUR             PIC 9(03) VALUE 0.
       77 W-PRE             PIC 9(03) VALUE 0.
       77 W-COD-BUS         PIC 9(03) VALUE 0.
       77 W-EXISTE          PIC X     VALUE "N".
       77 W-DESC            PIC X(20) VALUE SPACES.
       77 W-DESC-CUR        PIC X(20) VALUE SPACES.
       77 LIN-ACT           PIC 99    VALUE 0.
       77 CONT-PRE          PIC 99    VALUE 0.

       01 L-PRE.
          02 L-PCOD    PIC 9(03).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-PDESC   PIC X(20).
          02 FILLER    PIC X(08) VALUE "  DESDE ".
          02 L-PFEC    PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-POPER   PIC X(08).

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 29 REVERSE
              VALUE "CORRELATIVAS DE CURSOS".

       01  PANTALLA-PEDIR-CURSO AUTO.
           02 LINE 03 COLUMN 05 VALUE "CURSO (0 = TERMINAR): ".
           02 LINE 03 COLUMN 27 PIC 9(03) TO W-CUR.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CORREL.
       ERROR-APERTURA.
           IF FSTCOR = "35"
              OPEN OUTPUT CORREL
              CLOSE CORREL
              OPEN I-O CORREL
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- MISMO NIVEL QUE LOS DEMAS MAESTROS DE TABLAS ("MODEXT") --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           IF W-NIVEL < 5
              DISPLAY "** SE NECESITA NIVEL 5 O MAS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT CURSO.
           IF FSTCUR NOT = "00"
              DISPLAY "** NO HAY CURSOS CARGADOS (VER MODCRS) **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN I-O CORREL.
           PERFORM PROCESAR-CURSO THRU PROCESAR-CURSO-EXIT
              UNTIL W-FIN = "S".
           CLOSE CORREL.
           CLOSE CURSO.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       PROCESAR-CURSO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE 0 TO W-CUR.
           DISPLAY PANTALLA-PEDIR-CURSO.
           ACCEPT  PANTALLA-PEDIR-CURSO ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO PROCESAR-CURSO-EXIT.
           IF W-CUR = 0
              MOVE "S" TO W-FIN
              GO TO PROCESAR-CURSO-EXIT.
           MOVE W-CUR TO W-COD-BUS.
           PERFORM BUSCAR-CODIGO.
           IF W-EXISTE = "N"
              DISPLAY "** ESE CURSO NO EXISTE EN EL MAESTRO **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-CURSO-EXIT.
           MOVE W-DESC TO W-DESC-CUR.
           DISPLAY W-DESC-CUR LINE 03 POSITION 33.
           MOVE "N" TO W-FIN-CUR.
           PERFORM ATENDER-CORRELATIVA THRU ATENDER-CORRELATIVA-EXIT
              UNTIL W-FIN-CUR = "S".
       PROCESAR-CURSO-EXIT.
           EXIT.

      *-- MUESTRA LAS CORRELATIVAS DEL CURSO Y PIDE UNA: SI YA ESTA --*
      *-- SE PUEDE BORRAR, SI NO SE AGREGA                          --*
       ATENDER-CORRELATIVA.
           DISPLAY " " LINE 05 POSITION 01 ERASE EOS.
           DISPLAY "CORRELATIVAS (CURSOS QUE DEBE TENER APROBADOS):"
              LINE 05 POSITION 01.
           DISPLAY SUBRAYADO LINE 06 POSITION 01.
           PERFORM LISTAR-CORRELATIVAS THRU LISTAR-CORRELATIVAS-EXIT.
           DISPLAY SUBRAYADO LINE 20 POSITION 01.
           DISPLAY "CURSO CORRELATIVO (0 = OTRO CURSO): "
              LINE 21 POSITION 05.
           MOVE 0 TO W-PRE.
           ACCEPT W-PRE LINE 21 POSITION 41.
           IF W-PRE = 0
              MOVE "S" TO W-FIN-CUR
              GO TO ATENDER-CORRELATIVA-EXIT.
           MOVE W-CUR TO CORCUR.
           MOVE W-PRE TO CORPRE.
           READ CORREL INVALID KEY MOVE "23" TO FSTCOR.
           IF FSTCOR = "00"
              DISPLAY "YA ES CORRELATIVA: B=BORRA C=CANCELA: "
                 LINE 22 POSITION 05
              MOVE SPACE TO W-ACCION
              ACCEPT W-ACCION LINE 22 POSITION 44
              IF W-ACCION = "B"
                 DELETE CORREL INVALID KEY
                    CONTINUE
                 END-DELETE
              END-IF
              GO TO ATENDER-CORRELATIVA-EXIT.

           IF W-PRE = W-CUR
              DISPLAY "** UN CURSO NO PUEDE SER CORRELATIVO DE SI"
                 " MISMO **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-CORRELATIVA-EXIT.
           MOVE W-PRE TO W-COD-BUS.
           PERFORM BUSCAR-CODIGO.
           IF W-EXISTE = "N"
              DISPLAY "** ESE CURSO NO EXISTE EN EL MAESTRO **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-CORRELATIVA-EXIT.
           MOVE W-PRE TO CORCUR.
           MOVE W-CUR TO CORPRE.
           READ CORREL INVALID KEY MOVE "23" TO FSTCOR.
           IF FSTCOR = "00"
              DISPLAY "** ESE CURSO YA PIDE A ESTE COMO CORRELATIVA **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-CORRELATIVA-EXIT.
           DISPLAY W-DESC LINE 21 POSITION 47.
           DISPLAY "AGREGA LA CORRELATIVA S/N: " LINE 22 POSITION 05.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 22 POSITION 32.
           IF W-OK NOT = "S"
              GO TO ATENDER-CORRELATIVA-EXIT.
           MOVE W-CUR       TO CORCUR.
           MOVE W-PRE       TO CORPRE.
           MOVE W-FECHA-HOY TO CORFECHA.
           MOVE W-OPERADOR  TO COROPER.
           WRITE R-COR INVALID KEY
              CONTINUE
           END-WRITE.
       ATENDER-CORRELATIVA-EXIT.
           EXIT.

       LISTAR-CORRELATIVAS.
           MOVE 0 TO CONT-PRE.
           MOVE W-CUR TO CORCUR.
           MOVE 0     TO CORPRE.
           MOVE "N"   TO W-FIN-LIS.
           START CORREL KEY IS NOT LESS THAN CORCLAVE
              INVALID KEY MOVE "S" TO W-FIN-LIS
           END-START.
           PERFORM MOSTRAR-CORRELATIVA THRU MOSTRAR-CORRELATIVA-EXIT
              UNTIL W-FIN-LIS = "S".
           IF CONT-PRE = 0
              DISPLAY "(NINGUNA: CUALQUIER ALUMNO PUEDE INSCRIBIRSE)"
                 LINE 07 POSITION 01
           END-IF.
       LISTAR-CORRELATIVAS-EXIT.
           EXIT.

       MOSTRAR-CORRELATIVA.
           READ CORREL NEXT RECORD AT END
              MOVE "S" TO W-FIN-LIS
              GO TO MOSTRAR-CORRELATIVA-EXIT.
           IF CORCUR NOT = W-CUR
              MOVE "S" TO W-FIN-LIS
              GO TO MOSTRAR-CORRELATIVA-EXIT.
           ADD 1 TO CONT-PRE.
      *-- HAY LUGAR PARA 13 EN PANTALLA; EL RESTO IGUAL CUENTA --*
           IF CONT-PRE > 13
              GO TO MOSTRAR-CORRELATIVA-EXIT.
           MOVE CORPRE TO W-COD-BUS.
           PERFORM BUSCAR-CODIGO.
           MOVE CORPRE   TO L-PCOD.
           MOVE W-DESC   TO L-PDESC.
           MOVE CORFECHA TO L-PFEC.
           MOVE COROPER  TO L-POPER.
           COMPUTE LIN-ACT = 06 + CONT-PRE.
           DISPLAY L-PRE LINE LIN-ACT POSITION 01.
       MOSTRAR-CORRELATIVA-EXIT.
           EXIT.

      *-- PRIMERA EDICION DEL CODIGO "W-COD-BUS" EN "CURSO.IND" --*
       BUSCAR-CODIGO.
           MOVE "N"    TO W-EXISTE.
           MOVE SPACES TO W-DESC.
           MOVE W-COD-BUS TO CUCOD.
           MOVE 0         TO CUEDI.
           START CURSO KEY IS NOT LESS THAN CUCLAVE
              INVALID KEY MOVE "23" TO FSTCUR
              NOT INVALID KEY MOVE "00" TO FSTCUR
           END-START.
           IF FSTCUR = "00"
              READ CURSO NEXT RECORD AT END
                 MOVE "10" TO FSTCUR
              END-READ
           END-IF.
           IF FSTCUR = "00" AND CUCOD = W-COD-BUS
              MOVE "S"    TO W-EXISTE
              MOVE CUDESC TO W-DESC
           END-IF.
