      *-- CONCEPTOS DE VIATICOS Y SUS TOPES --**
      *-- LAS RENDICIONES DE GASTOS DE VIAJE SE APROBABAN EN PAPEL  --**
      *-- SIN NINGUN LIMITE ESCRITO. ESTE PGM MANTIENE "VIACON.IND" --**
      *-- (VER COPY/VIACREC.CPY): CADA CONCEPTO (PASAJES,           --**
      *-- ALOJAMIENTO, COMIDAS...) CON EL TOPE POR COMPROBANTE PARA --**
      *-- CADA CATEGORIA; LA CATEGORIA 0 VALE PARA TODAS LAS QUE NO --**
      *-- TENGAN FILA PROPIA. LOS GASTOS SE RINDEN EN "VIATIC1".    --**
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODVIC.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIACON ASSIGN TO DISK "VIACON.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VCCLAVE
           FILE STATUS IS FSTVIC.

       DATA DIVISION.
       FILE SECTION.
        FD VIACON
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS R-VIC.
           COPY VIACREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTVIC            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

       77 W-COD             PIC 9(02) VALUE 0.
       77 W-CAT             PIC 9(01) VALUE 0.
       77 W-EXISTE-VIC      PIC X     VALUE "N".
       77 W-FIN             PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-ACCION          PIC X     VALUE SPACES.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "CONCEPTOS DE VIATICOS Y TOPES".

       01  PANTALLA-PEDIR-NUM AUTO.
           02 LINE 04 COLUMN 05 VALUE
              "CONCEPTO (0 = TERMINAR)          : ".
           02 LINE 04 COLUMN 41 PIC 9(02) TO W-COD.
           02 LINE 05 COLUMN 05 VALUE
              "CATEGORIA (0 = TODAS LAS DEMAS)  : ".
           02 LINE 05 COLUMN 41 PIC 9(01) TO W-CAT.

       01  PANTALLA-PEDIR-DATOS AUTO.
           02 LINE 07 COLUMN 05 VALUE "DESCRIPCION             : ".
           02 LINE 07 COLUMN 31 PIC X(20) USING VCDESC.
           02 LINE 08 COLUMN 05 VALUE "TOPE POR COMPROBANTE    : ".
           02 LINE 08 COLUMN 31 PIC 9(07)V99 USING VCTOPE.
           02 LINE 09 COLUMN 05 VALUE "SE SIGUE ACEPTANDO S/N  : ".
           02 LINE 09 COLUMN 31 PIC X USING VCACT.

       01  PANTALLA-MOSTRAR-DATOS.
           02 LINE 07 COLUMN 05 VALUE "DESCRIPCION             : ".
           02 LINE 07 COLUMN 31 PIC X(20) FROM VCDESC.
           02 LINE 08 COLUMN 05 VALUE "TOPE POR COMPROBANTE    : ".
           02 LINE 08 COLUMN 31 PIC ZZZZZZ9,99 FROM VCTOPE.
           02 LINE 09 COLUMN 05 VALUE "SE SIGUE ACEPTANDO S/N  : ".
           02 LINE 09 COLUMN 31 PIC X FROM VCACT.

       01  PANTALLA-AYUDA.
           02 LINE 13 COLUMN 05 VALUE
              "TOPE: LO MAXIMO QUE SE REINTEGRA POR COMPROBANTE;".
           02 LINE 14 COLUMN 11 VALUE
              "0 = SIN TOPE PARA ESA CATEGORIA".
           02 LINE 15 COLUMN 05 VALUE
              "LA CATEGORIA 0 VALE PARA LAS QUE NO TIENEN FILA PROPIA".

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON VIACON.
       ERROR-APERTURA.
           IF FSTVIC = "35"
              OPEN OUTPUT VIACON
              CLOSE VIACON
              OPEN I-O VIACON
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
           OPEN I-O VIACON.
           PERFORM PROCESAR-UNO THRU PROCESAR-UNO-EXIT
              UNTIL W-FIN = "S".
           CLOSE VIACON.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- PIDE CONCEPTO Y CATEGORIA; SI LA FILA YA EXISTE LA       --*
      *-- MUESTRA Y DEJA REEMPLAZARLA O BORRARLA, SI NO LA CARGA   --*
      *-- (MISMO ESQUEMA QUE "MODEQU").                            --*
       PROCESAR-UNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE 0 TO W-COD W-CAT.
           DISPLAY PANTALLA-PEDIR-NUM.
           ACCEPT  PANTALLA-PEDIR-NUM ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNO-EXIT.
           IF W-COD = 0
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNO-EXIT.

           DISPLAY PANTALLA-AYUDA.
           MOVE W-COD TO VCCOD.
           MOVE W-CAT TO VCCAT.
           READ VIACON INVALID KEY MOVE "N" TO W-EXISTE-VIC
               NOT INVALID KEY MOVE "S" TO W-EXISTE-VIC.
           IF W-EXISTE-VIC = "S"
              PERFORM MODIFICAR-CONCEPTO THRU MODIFICAR-CONCEPTO-EXIT
           ELSE
              PERFORM ALTA-CONCEPTO THRU ALTA-CONCEPTO-EXIT
           END-IF.
       PROCESAR-UNO-EXIT.
           EXIT.

       ALTA-CONCEPTO.
           MOVE SPACES TO VCDESC.
           MOVE 0      TO VCTOPE.
           MOVE "S"    TO VCACT.
           PERFORM PEDIR-DATOS THRU PEDIR-DATOS-EXIT.
           IF W-OK = "N"
              GO TO ALTA-CONCEPTO-EXIT.
           DISPLAY "GRABA EL CONCEPTO S/N: " LINE 21 POSITION 05.
           ACCEPT W-OK LINE 21 POSITION 29.
           IF W-OK NOT = "S"
              GO TO ALTA-CONCEPTO-EXIT.
           MOVE W-COD TO VCCOD.
           MOVE W-CAT TO VCCAT.
           WRITE R-VIC INVALID KEY
              CONTINUE
           END-WRITE.
       ALTA-CONCEPTO-EXIT.
           EXIT.

      *-- UN CONCEPTO YA RENDIDO NO CONVIENE BORRARLO: LOS GASTOS  --*
      *-- DE "VIATICO.IND" QUEDARIAN SIN DESCRIPCION. PARA ESO     --*
      *-- ESTA "SE SIGUE ACEPTANDO" EN "N".                        --*
       MODIFICAR-CONCEPTO.
           DISPLAY PANTALLA-MOSTRAR-DATOS.
           DISPLAY "YA EXISTE: R=REEMPLAZA B=BORRA C=CANCELA: "
              LINE 21 POSITION 05.
           ACCEPT W-ACCION LINE 21 POSITION 48.
           IF W-ACCION = "B"
              DELETE VIACON INVALID KEY
                 CONTINUE
              END-DELETE
              GO TO MODIFICAR-CONCEPTO-EXIT.
           IF W-ACCION NOT = "R"
              GO TO MODIFICAR-CONCEPTO-EXIT.
           DISPLAY SUBRAYADO LINE 21 POSITION 01.
           PERFORM PEDIR-DATOS THRU PEDIR-DATOS-EXIT.
           IF W-OK = "N"
              GO TO MODIFICAR-CONCEPTO-EXIT.
           DISPLAY "GRABA EL REEMPLAZO S/N: " LINE 21 POSITION 05.
           ACCEPT W-OK LINE 21 POSITION 30.
           IF W-OK NOT = "S"
              GO TO MODIFICAR-CONCEPTO-EXIT.
           MOVE W-COD TO VCCOD.
           MOVE W-CAT TO VCCAT.
           REWRITE R-VIC.
       MODIFICAR-CONCEPTO-EXIT.
           EXIT.

       PEDIR-DATOS.
           MOVE "N" TO W-OK.
           DISPLAY PANTALLA-PEDIR-DATOS.
           ACCEPT  PANTALLA-PEDIR-DATOS ON ESCAPE
              GO TO PEDIR-DATOS-EXIT.
           PERFORM VALIDAR-CONCEPTO THRU F-VALIDAR-CONCEPTO.
       PEDIR-DATOS-EXIT.
           EXIT.

       VALIDAR-CONCEPTO.
           MOVE "S" TO W-OK.
           IF VCDESC = SPACES
              MOVE "N" TO W-OK
              DISPLAY "** LA DESCRIPCION NO PUEDE IR VACIA **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-CONCEPTO.
           IF VCACT NOT = "S" AND VCACT NOT = "N"
              MOVE "N" TO W-OK
              DISPLAY "** SE SIGUE ACEPTANDO VA S O N **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-CONCEPTO.
           IF VCTOPE IS NOT NUMERIC
              MOVE 0 TO VCTOPE
           END-IF.
       F-VALIDAR-CONCEPTO.
           EXIT.
