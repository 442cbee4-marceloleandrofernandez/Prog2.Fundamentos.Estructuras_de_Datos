      *-- ELEMENTOS QUE SE ENTREGAN AL PERSONAL --**
      *-- "CHKING1" Y "CHKEGR1" SOLO TENIAN UNA MARCA S/N DE       --**
      *-- EQUIPO Y NADIE SABIA QUE SE HABIA ENTREGADO. ESTE PGM    --**
      *-- MANTIENE "EQUIPO.IND" (VER COPY/EQUIREC.CPY): CADA       --**
      *-- ELEMENTO, SU CLASE, SI VA POR TALLE Y CADA CUANTOS MESES --**
      *-- SE REPONE (MISMO ESQUEMA QUE "MODEXT"). LAS ENTREGAS A   --**
      *-- CADA EMPLEADO SE REGISTRAN EN "ASIGEQ1".                 --**
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODEQU.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EQUIPO ASSIGN TO DISK "EQUIPO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EQCOD
           FILE STATUS IS FSTEQU.

       DATA DIVISION.
       FILE SECTION.
        FD EQUIPO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS R-EQU.
           COPY EQUIREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTEQU            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

       77 W-COD             PIC 9(04) VALUE 0.
       77 W-EXISTE-EQU      PIC X     VALUE "N".
       77 W-FIN             PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-ACCION          PIC X     VALUE SPACES.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "ELEMENTOS DE TRABAJO Y DE PROTECCION".

       01  PANTALLA-PEDIR-NUM AUTO.
           02 LINE 04 COLUMN 05 VALUE
              "CODIGO DE ELEMENTO (0 = TERMINAR): ".
           02 LINE 04 COLUMN 41 PIC 9(04) TO W-COD.

       01  PANTALLA-PEDIR-DATOS AUTO.
           02 LINE 06 COLUMN 05 VALUE "DESCRIPCION             : ".
           02 LINE 06 COLUMN 31 PIC X(30) USING EQDESC.
           02 LINE 07 COLUMN 05 VALUE "CLASE (H/C/U/S)         : ".
           02 LINE 07 COLUMN 31 PIC X USING EQCLASE.
           02 LINE 08 COLUMN 05 VALUE "VA POR TALLE (S/N)      : ".
           02 LINE 08 COLUMN 31 PIC X USING EQTALLE.
           02 LINE 09 COLUMN 05 VALUE "MESES PARA REPONER      : ".
           02 LINE 09 COLUMN 31 PIC 9(03) USING EQMESES.
           02 LINE 10 COLUMN 05 VALUE "SE SIGUE ENTREGANDO S/N : ".
           02 LINE 10 COLUMN 31 PIC X USING EQACT.

       01  PANTALLA-MOSTRAR-DATOS.
           02 LINE 06 COLUMN 05 VALUE "DESCRIPCION             : ".
           02 LINE 06 COLUMN 31 PIC X(30) FROM EQDESC.
           02 LINE 07 COLUMN 05 VALUE "CLASE (H/C/U/S)         : ".
           02 LINE 07 COLUMN 31 PIC X FROM EQCLASE.
           02 LINE 08 COLUMN 05 VALUE "VA POR TALLE (S/N)      : ".
           02 LINE 08 COLUMN 31 PIC X FROM EQTALLE.
           02 LINE 09 COLUMN 05 VALUE "MESES PARA REPONER      : ".
           02 LINE 09 COLUMN 31 PIC 9(03) FROM EQMESES.
           02 LINE 10 COLUMN 05 VALUE "SE SIGUE ENTREGANDO S/N : ".
           02 LINE 10 COLUMN 31 PIC X FROM EQACT.

       01  PANTALLA-AYUDA.
           02 LINE 13 COLUMN 05 VALUE
              "CLASES: H = HERRAMIENTA   C = COMPUTADORA".
           02 LINE 14 COLUMN 13 VALUE
              "U = UNIFORME / ROPA   S = ELEMENTO DE SEGURIDAD".
           02 LINE 15 COLUMN 05 VALUE
              "MESES PARA REPONER: 0 = NO SE REPONE POR USO".

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON EQUIPO.
       ERROR-APERTURA.
           IF FSTEQU = "35"
              OPEN OUTPUT EQUIPO
              CLOSE EQUIPO
              OPEN I-O EQUIPO
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
           DISPLAY PANTALLA-TITULO.
           OPEN I-O EQUIPO.
           PERFORM PROCESAR-UNO THRU PROCESAR-UNO-EXIT
              UNTIL W-FIN = "S".
           CLOSE EQUIPO.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- PIDE EL CODIGO; SI EL ELEMENTO YA EXISTE LO MUESTRA Y    --*
      *-- DEJA REEMPLAZARLO O BORRARLO, SI NO LO CARGA (MISMO      --*
      *-- ESQUEMA QUE "MODNOT").                                   --*
       PROCESAR-UNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE 0 TO W-COD.
           DISPLAY PANTALLA-PEDIR-NUM.
           ACCEPT  PANTALLA-PEDIR-NUM ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNO-EXIT.
           IF W-COD = 0
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNO-EXIT.

           DISPLAY PANTALLA-AYUDA.
           MOVE W-COD TO EQCOD.
           READ EQUIPO INVALID KEY MOVE "N" TO W-EXISTE-EQU
               NOT INVALID KEY MOVE "S" TO W-EXISTE-EQU.
           IF W-EXISTE-EQU = "S"
              PERFORM MODIFICAR-ELEMENTO THRU MODIFICAR-ELEMENTO-EXIT
           ELSE
              PERFORM ALTA-ELEMENTO THRU ALTA-ELEMENTO-EXIT
           END-IF.
       PROCESAR-UNO-EXIT.
           EXIT.

       ALTA-ELEMENTO.
           MOVE SPACES TO EQDESC.
           MOVE "H"    TO EQCLASE.
           MOVE "N"    TO EQTALLE.
           MOVE 0      TO EQMESES.
           MOVE "S"    TO EQACT.
           PERFORM PEDIR-DATOS THRU PEDIR-DATOS-EXIT.
           IF W-OK = "N"
              GO TO ALTA-ELEMENTO-EXIT.
           DISPLAY "GRABA EL ELEMENTO S/N: " LINE 21 POSITION 05.
           ACCEPT W-OK LINE 21 POSITION 29.
           IF W-OK NOT = "S"
              GO TO ALTA-ELEMENTO-EXIT.
           MOVE W-COD TO EQCOD.
           WRITE R-EQU INVALID KEY
              CONTINUE
           END-WRITE.
       ALTA-ELEMENTO-EXIT.
           EXIT.

      *-- UN ELEMENTO QUE YA SE ENTREGO NO CONVIENE BORRARLO: LAS  --*
      *-- ENTREGAS DE "ASIGEQ.IND" QUEDARIAN SIN DESCRIPCION. PARA --*
      *-- ESO ESTA "SE SIGUE ENTREGANDO" EN "N".                   --*
       MODIFICAR-ELEMENTO.
           DISPLAY PANTALLA-MOSTRAR-DATOS.
           DISPLAY "YA EXISTE: R=REEMPLAZA B=BORRA C=CANCELA: "
              LINE 21 POSITION 05.
           ACCEPT W-ACCION LINE 21 POSITION 48.
           IF W-ACCION = "B"
              DELETE EQUIPO INVALID KEY
                 CONTINUE
              END-DELETE
              GO TO MODIFICAR-ELEMENTO-EXIT.
           IF W-ACCION NOT = "R"
              GO TO MODIFICAR-ELEMENTO-EXIT.
           DISPLAY SUBRAYADO LINE 21 POSITION 01.
           PERFORM PEDIR-DATOS THRU PEDIR-DATOS-EXIT.
           IF W-OK = "N"
              GO TO MODIFICAR-ELEMENTO-EXIT.
           DISPLAY "GRABA EL REEMPLAZO S/N: " LINE 21 POSITION 05.
           ACCEPT W-OK LINE 21 POSITION 30.
           IF W-OK NOT = "S"
              GO TO MODIFICAR-ELEMENTO-EXIT.
           MOVE W-COD TO EQCOD.
           REWRITE R-EQU.
       MODIFICAR-ELEMENTO-EXIT.
           EXIT.

       PEDIR-DATOS.
           MOVE "N" TO W-OK.
           DISPLAY PANTALLA-PEDIR-DATOS.
           ACCEPT  PANTALLA-PEDIR-DATOS ON ESCAPE
              GO TO PEDIR-DATOS-EXIT.
           PERFORM VALIDAR-ELEMENTO THRU F-VALIDAR-ELEMENTO.
       PEDIR-DATOS-EXIT.
           EXIT.

       VALIDAR-ELEMENTO.
           MOVE "S" TO W-OK.
           IF EQDESC = SPACES
              MOVE "N" TO W-OK
              DISPLAY "** LA DESCRIPCION NO PUEDE IR VACIA **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-ELEMENTO.
           IF EQCLASE NOT = "H" AND EQCLASE NOT = "C"
              AND EQCLASE NOT = "U" AND EQCLASE NOT = "S"
              MOVE "N" TO W-OK
              DISPLAY "** LA CLASE DEBE SER H, C, U O S **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-ELEMENTO.
           IF (EQTALLE NOT = "S" AND EQTALLE NOT = "N")
              OR (EQACT NOT = "S" AND EQACT NOT = "N")
              MOVE "N" TO W-OK
              DISPLAY "** TALLE Y SE SIGUE ENTREGANDO VAN S O N **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-ELEMENTO.
           IF EQMESES IS NOT NUMERIC
              MOVE 0 TO EQMESES
           END-IF.
       F-VALIDAR-ELEMENTO.
           EXIT.
