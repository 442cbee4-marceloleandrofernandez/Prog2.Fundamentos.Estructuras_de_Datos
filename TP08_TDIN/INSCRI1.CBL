      *-- COPY/INSREC.CPY): INSCRIBE CONTROLANDO EL CUPO, DEJA EN     --*
      *-- LISTA DE ESPERA CUANDO EL CURSO ESTA LLENO Y, AL DARSE DE   --*
      *-- BAJA UN INSCRIPTO, PROMUEVE AUTOMATICAMENTE AL PRIMERO DE   --*
      *-- LA LISTA DE ESPERA (EL DE FECHA DE ALTA MAS VIEJA). CADA    --*
      *-- EDICION DEL CURSO TIENE SU PROPIO CUPO Y SU PROPIA LISTA.   --*
      *-- UN CURSO CON CORRELATIVAS ("CORREL.IND", VER "CORREL1")     --*
      *-- SOLO ADMITE AL ALUMNO QUE LAS TIENE APROBADAS EN            --*
      *-- "ACTA.DAT"; SI NO, LA INSCRIPCION SE RECHAZA SALVO QUE LA   --*
      *-- AUTORICE UN NIVEL 5, Y LA EXCEPCION QUEDA EN "CORREL.EXC".  --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSCRI1.
      ****
           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FSTCUR.

           RECORD KEY IS ICLAVE
           FILE STATUS IS FSTINS.

      *-- INSCRIPCIONES AUTORIZADAS SIN CORRELATIVAS --*
           SELECT CORRELX ASSIGN TO DISK "CORREL.EXC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCORX.

       DATA DIVISION.
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

        FD INSCRIP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-INS.
           COPY INSREC.

        FD CORRELX
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS R-CORX.
           COPY CORXREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTALU            PIC XX.
       77 FSTCUR            PIC XX.
       77 FSTINS            PIC XX.
       77 FSTCORX           PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-NIVEL           PIC 9(1)  VALUE 0.

       77 W-ACA             PIC 9(08) VALUE 0.
       77 W-CUR             PIC 9(03) VALUE 0.
       77 W-EDI             PIC 9(02) VALUE 0.
       77 W-NOMBRE          PIC X(30) VALUE SPACES.
       77 W-NOM-CUR         PIC X(20) VALUE SPACES.
       77 W-CUPO            PIC 9(03) VALUE 0.
       77 CONT-INSC         PIC 9(05) VALUE 0.
       77 CONT-ESPERA       PIC 9(05) VALUE 0.
       77 CONT-BAJAS        PIC 9(05) VALUE 0.
      *-- RESULTADO DE "CORRVER" Y QUIEN AUTORIZO LA EXCEPCION --*
       77 W-FALTAN          PIC 9(02) VALUE 0.
       01 W-TABLA-FALTAN.
          02 W-FALTA OCCURS 5 TIMES PIC 9(03).
       01 W-LIN-FALTAN.
          02 W-LF-COD OCCURS 5 TIMES.
             03 FILLER      PIC X(01).
             03 W-LF-CUR    PIC ZZZ.
       77 IND-F             PIC 9     VALUE 0.
       77 W-AUTORIZO        PIC X(08) VALUE SPACES.
       77 W-OPER-AUT        PIC X(08) VALUE SPACES.
       77 W-LOGIN-AUT       PIC X     VALUE "N".
       77 W-NIVEL-AUT       PIC 9(1)  VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "INSCRIPCION DE ALUMNOS A CURSOS".

           02 LINE 05 COLUMN 05 VALUE
              "DNI DEL ALUMNO (0 = TERMINAR): ".
           02 LINE 05 COLUMN 40 PIC 9(08) TO W-ACA.
           02 LINE 06 COLUMN 05 VALUE "CURSO (1 A 999)     : ".
           02 LINE 06 COLUMN 40 PIC 9(03) TO W-CUR.
           02 LINE 06 COLUMN 45 VALUE "EDICION: ".
           02 LINE 06 COLUMN 54 PIC 9(02) TO W-EDI.

       01  PANTALLA-DATOS.
           02 LINE 08 COLUMN 05 VALUE "ALUMNO: ".
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON INSCRIP.
       ERROR-APERTURA.
      *-- SOLO SE AUTO-CREA CUANDO EL ARCHIVO NO EXISTE (STATUS
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL ARCHIVO VACIO. VER "CONVCUR1" PARA CONVERTIR
      *-- LOS DE CURSO DE 1 CIFRA SIN EDICION.
           IF FSTINS = "35"
              OPEN OUTPUT INSCRIP
              CLOSE INSCRIP
              OPEN I-O INSCRIP
            END-IF.
       ERROR-APERTURA.
       TERCERA SECTION.
       USE AFTER ERROR PROCEDURE ON CORRELX.
       ERROR-APERTURA-CORX.
           IF FSTCORX = "35"
              OPEN OUTPUT CORRELX
              CLOSE CORRELX
              OPEN EXTEND CORRELX
            END-IF.
       ERROR-APERTURA-CORX.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *    STOP RUN.

       PROCESAR-UNA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-PEDIR-CLAVE.
           ACCEPT  PANTALLA-PEDIR-CLAVE ON ESCAPE
      *-- ALTA NUEVA (O REINSCRIPCION DE UNA BAJA): SI EL CUPO --*
      *-- ESTA CUBIERTO QUEDA EN LISTA DE ESPERA "W".          --*
       INSCRIBIR.
           PERFORM VERIFICAR-CORRELATIVAS THRU
                   VERIFICAR-CORRELATIVAS-EXIT.
           IF W-OK NOT = "S"
              GO TO INSCRIBIR-EXIT.
           IF W-CUPO > 0 AND W-INSCRIPTOS >= W-CUPO
              DISPLAY "CURSO COMPLETO: QUEDA EN LISTA DE ESPERA"
                 LINE 11 POSITION 05
              GO TO INSCRIBIR-EXIT.
           MOVE W-ACA TO INSCA.
           MOVE W-CUR TO INSCUR.
           MOVE W-EDI TO INSEDI.
           IF W-EXISTE-INS = "N"
              MOVE W-FECHA-HOY TO INSFALTA
           END-IF.
           ELSE
              ADD 1 TO CONT-ESPERA
           END-IF.
           IF W-AUTORIZO NOT = SPACES
              PERFORM GRABAR-EXCEPCION
           END-IF.
       INSCRIBIR-EXIT.
           EXIT.

      *-- SIN TODAS LAS CORRELATIVAS APROBADAS LA INSCRIPCION SE  --*
      *-- RECHAZA, SALVO QUE LA AUTORICE UN NIVEL 5: EL MISMO     --*
      *-- OPERADOR O UN USUARIO QUE SE IDENTIFICA EN ESE MOMENTO  --*
      *-- (COMO LA CONFIRMACION DE "ANONIM1").                    --*
       VERIFICAR-CORRELATIVAS.
           MOVE "S"    TO W-OK.
           MOVE SPACES TO W-AUTORIZO.
           CALL   "CORRVER" USING W-ACA W-CUR W-FALTAN W-TABLA-FALTAN
           CANCEL "CORRVER".
           IF W-FALTAN = 0
              GO TO VERIFICAR-CORRELATIVAS-EXIT.
           MOVE SPACES TO W-LIN-FALTAN.
           PERFORM ARMAR-FALTAN VARYING IND-F FROM 1 BY 1
              UNTIL IND-F > 5.
           DISPLAY "NO TIENE APROBADAS LAS CORRELATIVAS:"
              LINE 15 POSITION 05 CONTROL "FCOLOR=RED".
           DISPLAY W-LIN-FALTAN LINE 15 POSITION 41.
           IF W-FALTAN > 5
              DISPLAY "..." LINE 15 POSITION 62
           END-IF.
           DISPLAY "AUTORIZA LA EXCEPCION UN NIVEL 5 S/N: "
              LINE 16 POSITION 05.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 16 POSITION 43.
           IF W-OK NOT = "S"
              MOVE "N" TO W-OK
              DISPLAY "** INSCRIPCION RECHAZADA POR CORRELATIVAS **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO VERIFICAR-CORRELATIVAS-EXIT.
           IF W-NIVEL NOT < 5
              MOVE W-OPERADOR TO W-AUTORIZO
              GO TO VERIFICAR-CORRELATIVAS-EXIT.
           MOVE "N" TO W-OK.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "AUTORIZACION: INGRESE UN USUARIO DE NIVEL 5"
              LINE 10 POSITION 15 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
           CALL   "LOGIN" USING W-OPER-AUT W-LOGIN-AUT W-NIVEL-AUT
           CANCEL "LOGIN".
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-DATOS.
           IF W-LOGIN-AUT NOT = "S" OR W-NIVEL-AUT < 5
              DISPLAY "** SE NECESITA NIVEL 5 O MAS **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO VERIFICAR-CORRELATIVAS-EXIT.
           MOVE "S"        TO W-OK.
           MOVE W-OPER-AUT TO W-AUTORIZO.
       VERIFICAR-CORRELATIVAS-EXIT.
           EXIT.

       ARMAR-FALTAN.
           IF W-FALTA (IND-F) NOT = 0
              MOVE W-FALTA (IND-F) TO W-LF-CUR (IND-F)
           END-IF.

       GRABAR-EXCEPCION.
           MOVE W-ACA       TO CXCA.
           MOVE W-CUR       TO CXCUR.
           MOVE W-EDI       TO CXEDI.
           MOVE W-FALTAN    TO CXFALTAN.
           MOVE W-AUTORIZO  TO CXAUT.
           MOVE W-OPERADOR  TO CXOPER.
           MOVE W-FECHA-HOY TO CXFECHA.
           OPEN EXTEND CORRELX.
           WRITE R-CORX.
           CLOSE CORRELX.

      *-- BAJA DE UNA INSCRIPCION VIVA; SI ERA UN INSCRIPTO "I"   --*
      *-- SE PROMUEVE AL PRIMERO DE LA LISTA DE ESPERA DEL CURSO. --*
       DAR-DE-BAJA.
       DAR-DE-BAJA-EXIT.
           EXIT.

      *-- PRIMER "W" DE LA EDICION (ALTA MAS VIEJA) PASA A      --*
      *-- "I" Y SE AVISA EN PANTALLA A QUIEN LLAMAR.            --*
       PROMOVER-ESPERA.
           MOVE 0 TO W-PROM-CA.
           MOVE 99999999 TO W-PROM-FECHA.
           MOVE 0 TO INSCA.
           MOVE 0 TO INSCUR INSEDI.
           START INSCRIP KEY IS NOT LESS THAN ICLAVE
                 INVALID KEY MOVE "S" TO FIN-INS
                 NOT INVALID KEY MOVE "N" TO FIN-INS.
              GO TO PROMOVER-ESPERA-EXIT.
           MOVE W-PROM-CA TO INSCA.
           MOVE W-CUR     TO INSCUR.
           MOVE W-EDI     TO INSEDI.
           READ INSCRIP INVALID KEY
              GO TO PROMOVER-ESPERA-EXIT
           END-READ.
           READ INSCRIP NEXT RECORD AT END
              MOVE "S" TO FIN-INS
              GO TO BUSCAR-ESPERA-EXIT.
           IF INSCUR = W-CUR AND INSEDI = W-EDI AND INSEST = "W"
              AND INSFALTA < W-PROM-FECHA
              MOVE INSCA    TO W-PROM-CA
              MOVE INSFALTA TO W-PROM-FECHA
       BUSCAR-ESPERA-EXIT.
           EXIT.

      *-- CUANTOS "I" TIENE HOY LA EDICION ELEGIDA --*
       CONTAR-INSCRIPTOS.
           MOVE 0 TO W-INSCRIPTOS.
           MOVE 0 TO INSCA INSCUR INSEDI.
           START INSCRIP KEY IS NOT LESS THAN ICLAVE
                 INVALID KEY MOVE "S" TO FIN-INS
                 NOT INVALID KEY MOVE "N" TO FIN-INS.
           READ INSCRIP NEXT RECORD AT END
              MOVE "S" TO FIN-INS
              GO TO CONTAR-UNO-EXIT.
           IF INSCUR = W-CUR AND INSEDI = W-EDI AND INSEST = "I"
              ADD 1 TO W-INSCRIPTOS
           END-IF.
       CONTAR-UNO-EXIT.
       LEER-INSCRIPCION.
           MOVE W-ACA TO INSCA.
           MOVE W-CUR TO INSCUR.
           MOVE W-EDI TO INSEDI.
           READ INSCRIP INVALID KEY MOVE "N" TO W-EXISTE-INS
               NOT INVALID KEY MOVE "S" TO W-EXISTE-INS.

           MOVE "N" TO W-EXISTE-CUR.
           MOVE 0 TO W-CUPO.
           MOVE W-CUR TO CUCOD.
           MOVE W-EDI TO CUEDI.
           OPEN INPUT CURSO.
           READ CURSO INVALID KEY MOVE "99" TO FSTCUR.
           IF FSTCUR = "00"
