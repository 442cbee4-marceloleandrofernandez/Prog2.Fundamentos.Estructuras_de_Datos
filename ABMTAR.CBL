      *-- VALOR DE LA HORA CATEDRA --**
      *-- LAS HORAS DE CLASE DE LOS DOCENTES SE PAGABAN CON UNA      --**
      *-- NOVEDAD CALCULADA A MANO. ESTE PGM MANTIENE "TARHOR.IND"   --**
      *-- (VER COPY/TARHREC.CPY): EL VALOR DE LA HORA POR CURSO O    --**
      *-- POR CATEGORIA DEL DOCENTE; LA CATEGORIA 0 VALE PARA TODAS  --**
      *-- LAS QUE NO TENGAN FILA PROPIA. LO USA "HSCAT1".            --**
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODTAR.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARHOR ASSIGN TO DISK "TARHOR.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TACLAVE
           FILE STATUS IS FSTTAR.

      *-- SOLO LECTURA: PARA VALIDAR EL CODIGO DE CURSO --*
           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           FILE STATUS IS FSTCUR.

       DATA DIVISION.
       FILE SECTION.
        FD TARHOR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS R-TAR.
           COPY TARHREC.

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

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTTAR            PIC XX.
       77 FSTCUR            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

       77 W-TIPO            PIC X     VALUE SPACES.
       77 W-COD             PIC 9(03) VALUE 0.
       77 W-NOM-COD         PIC X(20) VALUE SPACES.
       77 W-EXISTE-TAR      PIC X     VALUE "N".
       77 W-CUR-ABIERTO     PIC X     VALUE "N".
       77 W-FIN             PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-ACCION          PIC X     VALUE SPACES.
       77 W-FECHA-HOY       PIC 9(08) VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "VALOR DE LA HORA CATEDRA".

       01  PANTALLA-PEDIR-NUM AUTO.
           02 LINE 04 COLUMN 05 VALUE
              "TIPO (C=CURSO K=CATEGORIA, ESC=FIN): ".
           02 LINE 04 COLUMN 43 PIC X TO W-TIPO.
           02 LINE 05 COLUMN 05 VALUE
              "CURSO O CATEGORIA                  : ".
           02 LINE 05 COLUMN 43 PIC 9(03) TO W-COD.

       01  PANTALLA-PEDIR-DATOS AUTO.
           02 LINE 08 COLUMN 05 VALUE "VALOR DE LA HORA        : ".
           02 LINE 08 COLUMN 31 PIC 9(05)V99 USING TAVALOR.

       01  PANTALLA-MOSTRAR-DATOS.
           02 LINE 08 COLUMN 05 VALUE "VALOR DE LA HORA        : ".
           02 LINE 08 COLUMN 31 PIC ZZZZ9,99 FROM TAVALOR.
           02 LINE 09 COLUMN 05 VALUE "ULTIMO CAMBIO           : ".
           02 LINE 09 COLUMN 31 PIC 9(08) FROM TAFECHA.
           02 LINE 09 COLUMN 41 PIC X(08) FROM TAOPER.

       01  PANTALLA-AYUDA.
           02 LINE 13 COLUMN 05 VALUE
              "EL VALOR DEL CURSO TIENE PRIORIDAD SOBRE EL DE LA".
           02 LINE 14 COLUMN 11 VALUE
              "CATEGORIA DEL DOCENTE".
           02 LINE 15 COLUMN 05 VALUE
              "LA CATEGORIA 0 VALE PARA LAS QUE NO TIENEN FILA PROPIA".

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON TARHOR.
       ERROR-APERTURA.
           IF FSTTAR = "35"
              OPEN OUTPUT TARHOR
              CLOSE TARHOR
              OPEN I-O TARHOR
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
           DISPLAY PANTALLA-TITULO.
           OPEN I-O TARHOR.
           MOVE "N" TO W-CUR-ABIERTO.
           OPEN INPUT CURSO.
           IF FSTCUR = "00"
              MOVE "S" TO W-CUR-ABIERTO
           END-IF.
           PERFORM PROCESAR-UNO THRU PROCESAR-UNO-EXIT
              UNTIL W-FIN = "S".
           CLOSE TARHOR.
           IF W-CUR-ABIERTO = "S"
              CLOSE CURSO
           END-IF.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- PIDE TIPO Y CODIGO; SI LA FILA YA EXISTE LA MUESTRA Y    --*
      *-- DEJA REEMPLAZARLA O BORRARLA, SI NO LA CARGA (MISMO      --*
      *-- ESQUEMA QUE "MODVIC").                                   --*
       PROCESAR-UNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE SPACES TO W-TIPO.
           MOVE 0 TO W-COD.
           DISPLAY PANTALLA-PEDIR-NUM.
           ACCEPT  PANTALLA-PEDIR-NUM ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNO-EXIT.
           IF W-TIPO = SPACES
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNO-EXIT.
           PERFORM VALIDAR-CODIGO THRU VALIDAR-CODIGO-EXIT.
           IF W-OK = "N"
              GO TO PROCESAR-UNO-EXIT.

           DISPLAY W-NOM-COD LINE 05 POSITION 48.
           DISPLAY PANTALLA-AYUDA.
           MOVE W-TIPO TO TATIPO.
           MOVE W-COD  TO TACOD.
           READ TARHOR INVALID KEY MOVE "N" TO W-EXISTE-TAR
               NOT INVALID KEY MOVE "S" TO W-EXISTE-TAR.
           IF W-EXISTE-TAR = "S"
              PERFORM MODIFICAR-TARIFA THRU MODIFICAR-TARIFA-EXIT
           ELSE
              PERFORM ALTA-TARIFA THRU ALTA-TARIFA-EXIT
           END-IF.
       PROCESAR-UNO-EXIT.
           EXIT.

      *-- UN CURSO TIENE QUE EXISTIR EN ALGUNA EDICION; LA         --*
      *-- CATEGORIA ES DE UN DIGITO COMO "MCATE".                  --*
       VALIDAR-CODIGO.
           MOVE "N" TO W-OK.
           MOVE SPACES TO W-NOM-COD.
           IF W-TIPO = "K"
              IF W-COD > 9
                 DISPLAY "** LA CATEGORIA VA DE 0 A 9 **"
                    LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 GO TO VALIDAR-CODIGO-EXIT
              END-IF
              IF W-COD = 0
                 MOVE "TODAS LAS DEMAS" TO W-NOM-COD
              ELSE
                 MOVE "CATEGORIA" TO W-NOM-COD
              END-IF
              MOVE "S" TO W-OK
              GO TO VALIDAR-CODIGO-EXIT.
           IF W-TIPO NOT = "C"
              DISPLAY "** EL TIPO VA C O K **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO VALIDAR-CODIGO-EXIT.
           IF W-CUR-ABIERTO = "N"
              DISPLAY "** NO HAY CURSOS CARGADOS **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO VALIDAR-CODIGO-EXIT.
           MOVE W-COD TO CUCOD.
           MOVE 0     TO CUEDI.
           START CURSO KEY IS NOT LESS THAN CUCLAVE
              INVALID KEY MOVE 0 TO CUCOD.
           IF CUCOD = W-COD
              READ CURSO NEXT RECORD AT END
                 MOVE 0 TO CUCOD
              END-READ
           END-IF.
           IF CUCOD NOT = W-COD
              DISPLAY "** NO EXISTE ESE CURSO **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO VALIDAR-CODIGO-EXIT.
           MOVE CUDESC TO W-NOM-COD.
           MOVE "S" TO W-OK.
       VALIDAR-CODIGO-EXIT.
           EXIT.

       ALTA-TARIFA.
           MOVE 0 TO TAVALOR.
           PERFORM PEDIR-DATOS THRU PEDIR-DATOS-EXIT.
           IF W-OK = "N"
              GO TO ALTA-TARIFA-EXIT.
           DISPLAY "GRABA EL VALOR S/N: " LINE 21 POSITION 05.
           ACCEPT W-OK LINE 21 POSITION 26.
           IF W-OK NOT = "S"
              GO TO ALTA-TARIFA-EXIT.
           MOVE W-TIPO      TO TATIPO.
           MOVE W-COD       TO TACOD.
           MOVE W-FECHA-HOY TO TAFECHA.
           MOVE W-OPERADOR  TO TAOPER.
           WRITE R-TAR INVALID KEY
              CONTINUE
           END-WRITE.
       ALTA-TARIFA-EXIT.
           EXIT.

      *-- BORRAR UNA FILA SOLO CAMBIA LAS PROPUESTAS FUTURAS: LO   --*
      *-- YA GRABADO EN "NOVED.IND" NO SE TOCA.                    --*
       MODIFICAR-TARIFA.
           DISPLAY PANTALLA-MOSTRAR-DATOS.
           DISPLAY "YA EXISTE: R=REEMPLAZA B=BORRA C=CANCELA: "
              LINE 21 POSITION 05.
           ACCEPT W-ACCION LINE 21 POSITION 48.
           IF W-ACCION = "B"
              DELETE TARHOR INVALID KEY
                 CONTINUE
              END-DELETE
              GO TO MODIFICAR-TARIFA-EXIT.
           IF W-ACCION NOT = "R"
              GO TO MODIFICAR-TARIFA-EXIT.
           DISPLAY SUBRAYADO LINE 21 POSITION 01.
           PERFORM PEDIR-DATOS THRU PEDIR-DATOS-EXIT.
           IF W-OK = "N"
              GO TO MODIFICAR-TARIFA-EXIT.
           DISPLAY "GRABA EL REEMPLAZO S/N: " LINE 21 POSITION 05.
           ACCEPT W-OK LINE 21 POSITION 30.
           IF W-OK NOT = "S"
              GO TO MODIFICAR-TARIFA-EXIT.
           MOVE W-TIPO      TO TATIPO.
           MOVE W-COD       TO TACOD.
           MOVE W-FECHA-HOY TO TAFECHA.
           MOVE W-OPERADOR  TO TAOPER.
           REWRITE R-TAR.
       MODIFICAR-TARIFA-EXIT.
           EXIT.

       PEDIR-DATOS.
           MOVE "N" TO W-OK.
           DISPLAY PANTALLA-PEDIR-DATOS.
           ACCEPT  PANTALLA-PEDIR-DATOS ON ESCAPE
              GO TO PEDIR-DATOS-EXIT.
           IF TAVALOR IS NOT NUMERIC OR TAVALOR = 0
              DISPLAY "** EL VALOR DE LA HORA NO PUEDE IR EN CERO **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-DATOS-EXIT.
           MOVE "S" TO W-OK.
       PEDIR-DATOS-EXIT.
           EXIT.
