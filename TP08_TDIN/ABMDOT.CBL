      *-- DOTACION MINIMA POR LOCALIDAD Y DIA DE LA SEMANA --**
      *-- "RPTAUS1" MUESTRA EL AUSENTISMO CUANDO EL MES YA PASO;   --**
      *-- PARA SABER EN EL DIA SI UNA LOCALIDAD TIENE GENTE        --**
      *-- SUFICIENTE HACE FALTA SABER CUANTA ES "SUFICIENTE". ESTE --**
      *-- PGM MANTIENE "DOTMIN.IND" (VER COPY/DOTMREC.CPY): UN     --**
      *-- MINIMO POR DIA DE LA SEMANA PARA CADA LOCALIDAD DE       --**
      *-- "LOCALIDAD.IND". LA COBERTURA DEL DIA LA DA "RPTCOB1".   --**
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODDOT.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOTMIN ASSIGN TO DISK "DOTMIN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS DMLOC
           FILE STATUS IS FSTDOT.

      *-- SOLO LECTURA: LA LOCALIDAD TIENE QUE EXISTIR (VER "MODLOC") --*
           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           ALTERNATE RECORD KEY IS MLDESC DUPLICATES
           FILE STATUS IS FSTLOC.

       DATA DIVISION.
       FILE SECTION.
        FD DOTMIN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS R-DOT.
           COPY DOTMREC.

        FD MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTDOT            PIC XX.
       77 FSTLOC            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

       77 W-LOC             PIC 9(02) VALUE 0.
       77 W-EXISTE-DOT      PIC X     VALUE "N".
       77 W-FIN             PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-ACCION          PIC X     VALUE SPACES.
       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 IND-DIA           PIC 9     VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "DOTACION MINIMA POR DIA DE LA SEMANA".

       01  PANTALLA-PEDIR-NUM AUTO.
           02 LINE 04 COLUMN 05 VALUE
              "LOCALIDAD (ESC = TERMINAR): ".
           02 LINE 04 COLUMN 34 PIC 9(02) TO W-LOC.

       01  PANTALLA-LOCALIDAD.
           02 LINE 04 COLUMN 40 PIC X(15) FROM MLDESC.
           02 LINE 05 COLUMN 05 VALUE "DOTACION MAXIMA (0=S/LIMITE): ".
           02 LINE 05 COLUMN 36 PIC 9(04) FROM MLOCAP.

       01  PANTALLA-PEDIR-DATOS AUTO.
           02 LINE 07 COLUMN 05 VALUE "MINIMO LUNES     : ".
           02 LINE 07 COLUMN 24 PIC 9(03) USING DMMIN (1).
           02 LINE 08 COLUMN 05 VALUE "MINIMO MARTES    : ".
           02 LINE 08 COLUMN 24 PIC 9(03) USING DMMIN (2).
           02 LINE 09 COLUMN 05 VALUE "MINIMO MIERCOLES : ".
           02 LINE 09 COLUMN 24 PIC 9(03) USING DMMIN (3).
           02 LINE 10 COLUMN 05 VALUE "MINIMO JUEVES    : ".
           02 LINE 10 COLUMN 24 PIC 9(03) USING DMMIN (4).
           02 LINE 11 COLUMN 05 VALUE "MINIMO VIERNES   : ".
           02 LINE 11 COLUMN 24 PIC 9(03) USING DMMIN (5).
           02 LINE 12 COLUMN 05 VALUE "MINIMO SABADO    : ".
           02 LINE 12 COLUMN 24 PIC 9(03) USING DMMIN (6).
           02 LINE 13 COLUMN 05 VALUE "MINIMO DOMINGO   : ".
           02 LINE 13 COLUMN 24 PIC 9(03) USING DMMIN (7).

       01  PANTALLA-MOSTRAR-DATOS.
           02 LINE 07 COLUMN 05 VALUE "MINIMO LUNES     : ".
           02 LINE 07 COLUMN 24 PIC 9(03) FROM DMMIN (1).
           02 LINE 08 COLUMN 05 VALUE "MINIMO MARTES    : ".
           02 LINE 08 COLUMN 24 PIC 9(03) FROM DMMIN (2).
           02 LINE 09 COLUMN 05 VALUE "MINIMO MIERCOLES : ".
           02 LINE 09 COLUMN 24 PIC 9(03) FROM DMMIN (3).
           02 LINE 10 COLUMN 05 VALUE "MINIMO JUEVES    : ".
           02 LINE 10 COLUMN 24 PIC 9(03) FROM DMMIN (4).
           02 LINE 11 COLUMN 05 VALUE "MINIMO VIERNES   : ".
           02 LINE 11 COLUMN 24 PIC 9(03) FROM DMMIN (5).
           02 LINE 12 COLUMN 05 VALUE "MINIMO SABADO    : ".
           02 LINE 12 COLUMN 24 PIC 9(03) FROM DMMIN (6).
           02 LINE 13 COLUMN 05 VALUE "MINIMO DOMINGO   : ".
           02 LINE 13 COLUMN 24 PIC 9(03) FROM DMMIN (7).
           02 LINE 15 COLUMN 05 VALUE "ULTIMA MODIFICACION: ".
           02 LINE 15 COLUMN 26 PIC 9(08) FROM DMFECHA.
           02 LINE 15 COLUMN 36 PIC X(08) FROM DMOPER.

       01  PANTALLA-AYUDA.
           02 LINE 17 COLUMN 05 VALUE
              "0 = ESE DIA NO SE EXIGE MINIMO".

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON DOTMIN.
       ERROR-APERTURA.
           IF FSTDOT = "35"
              OPEN OUTPUT DOTMIN
              CLOSE DOTMIN
              OPEN I-O DOTMIN
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
           OPEN INPUT MAELOC.
           IF FSTLOC NOT = "00"
              DISPLAY "** NO HAY LOCALIDADES CARGADAS (VER MODLOC) **"
                 LINE 24, POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN I-O DOTMIN.
           PERFORM PROCESAR-UNO THRU PROCESAR-UNO-EXIT
              UNTIL W-FIN = "S".
           CLOSE DOTMIN.
           CLOSE MAELOC.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- PIDE LA LOCALIDAD; SI YA TIENE MINIMOS LOS MUESTRA Y DEJA --*
      *-- REEMPLAZARLOS O BORRARLOS, SI NO LOS CARGA.               --*
       PROCESAR-UNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE 0 TO W-LOC.
           DISPLAY PANTALLA-PEDIR-NUM.
           ACCEPT  PANTALLA-PEDIR-NUM ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNO-EXIT.
           MOVE W-LOC TO MLOC.
           READ MAELOC INVALID KEY MOVE "23" TO FSTLOC.
           IF FSTLOC NOT = "00"
              DISPLAY "** NO EXISTE ESA LOCALIDAD **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNO-EXIT.
           DISPLAY PANTALLA-LOCALIDAD.
           DISPLAY PANTALLA-AYUDA.
           MOVE W-LOC TO DMLOC.
           READ DOTMIN INVALID KEY MOVE "N" TO W-EXISTE-DOT
               NOT INVALID KEY MOVE "S" TO W-EXISTE-DOT.
           IF W-EXISTE-DOT = "S"
              PERFORM MODIFICAR-MINIMOS THRU MODIFICAR-MINIMOS-EXIT
           ELSE
              PERFORM ALTA-MINIMOS THRU ALTA-MINIMOS-EXIT
           END-IF.
       PROCESAR-UNO-EXIT.
           EXIT.

       ALTA-MINIMOS.
           MOVE ZEROS TO R-DOT.
           PERFORM PEDIR-DATOS THRU PEDIR-DATOS-EXIT.
           IF W-OK = "N"
              GO TO ALTA-MINIMOS-EXIT.
           DISPLAY "GRABA LOS MINIMOS S/N: " LINE 21 POSITION 05.
           ACCEPT W-OK LINE 21 POSITION 29.
           IF W-OK NOT = "S"
              GO TO ALTA-MINIMOS-EXIT.
           MOVE W-LOC       TO DMLOC.
           MOVE W-OPERADOR  TO DMOPER.
           MOVE W-FECHA-HOY TO DMFECHA.
           WRITE R-DOT INVALID KEY
              CONTINUE
           END-WRITE.
       ALTA-MINIMOS-EXIT.
           EXIT.

      *-- BORRAR LOS MINIMOS DEJA LA LOCALIDAD SIN CONTROL EN --*
      *-- "RPTCOB1" (SE LISTA, PERO NUNCA QUEDA "BAJO MINIMO"). --*
       MODIFICAR-MINIMOS.
           DISPLAY PANTALLA-MOSTRAR-DATOS.
           DISPLAY "YA EXISTE: R=REEMPLAZA B=BORRA C=CANCELA: "
              LINE 21 POSITION 05.
           ACCEPT W-ACCION LINE 21 POSITION 48.
           IF W-ACCION = "B"
              DELETE DOTMIN INVALID KEY
                 CONTINUE
              END-DELETE
              GO TO MODIFICAR-MINIMOS-EXIT.
           IF W-ACCION NOT = "R"
              GO TO MODIFICAR-MINIMOS-EXIT.
           DISPLAY SUBRAYADO LINE 21 POSITION 01.
           PERFORM PEDIR-DATOS THRU PEDIR-DATOS-EXIT.
           IF W-OK = "N"
              GO TO MODIFICAR-MINIMOS-EXIT.
           DISPLAY "GRABA EL REEMPLAZO S/N: " LINE 21 POSITION 05.
           ACCEPT W-OK LINE 21 POSITION 30.
           IF W-OK NOT = "S"
              GO TO MODIFICAR-MINIMOS-EXIT.
           MOVE W-LOC       TO DMLOC.
           MOVE W-OPERADOR  TO DMOPER.
           MOVE W-FECHA-HOY TO DMFECHA.
           REWRITE R-DOT.
       MODIFICAR-MINIMOS-EXIT.
           EXIT.

       PEDIR-DATOS.
           MOVE "N" TO W-OK.
           DISPLAY PANTALLA-PEDIR-DATOS.
           ACCEPT  PANTALLA-PEDIR-DATOS ON ESCAPE
              GO TO PEDIR-DATOS-EXIT.
           PERFORM VALIDAR-MINIMOS THRU F-VALIDAR-MINIMOS.
       PEDIR-DATOS-EXIT.
           EXIT.

      *-- UN MINIMO MAYOR QUE LA DOTACION MAXIMA DE LA LOCALIDAD --*
      *-- ("MLOCAP", 0 = SIN LIMITE) NO SE PODRIA CUBRIR NUNCA.   --*
       VALIDAR-MINIMOS.
           MOVE "S" TO W-OK.
           PERFORM VALIDAR-UN-DIA
              VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > 7.
           IF W-OK = "N"
              DISPLAY "** HAY UN MINIMO MAYOR QUE LA DOTACION MAXIMA **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       F-VALIDAR-MINIMOS.
           EXIT.

       VALIDAR-UN-DIA.
           IF DMMIN (IND-DIA) IS NOT NUMERIC
              MOVE 0 TO DMMIN (IND-DIA)
           END-IF.
           IF MLOCAP > 0 AND DMMIN (IND-DIA) > MLOCAP
              MOVE "N" TO W-OK
           END-IF.
