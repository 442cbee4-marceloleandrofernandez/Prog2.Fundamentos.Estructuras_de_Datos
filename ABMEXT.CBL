      *-- TIPOS DE EXAMEN MEDICO LABORAL --**
      *-- LOS EXAMENES PREOCUPACIONALES Y PERIODICOS SE ANOTABAN  --**
      *-- EN UN CUADERNO DE RECEPCION. ESTE PGM MANTIENE          --**
      *-- "EXATIPO.IND" (VER COPY/EXTIREC.CPY): CADA TIPO DE      --**
      *-- EXAMEN, SI ES EL PREOCUPACIONAL QUE ABRE CADA ALTA Y    --**
      *-- CADA CUANTOS MESES SE REPITE SEGUN LA CATEGORIA DEL     --**
      *-- EMPLEADO (MISMO ESQUEMA QUE "MODEVC").                  --**
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODEXT.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXATIPO ASSIGN TO DISK "EXATIPO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ETCOD
           FILE STATUS IS FSTEXT.

       DATA DIVISION.
       FILE SECTION.
        FD EXATIPO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS R-EXT.
           COPY EXTIREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTEXT            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

       77 W-COD             PIC 9(02) VALUE 0.
       77 W-EXISTE-EXT      PIC X     VALUE "N".
       77 W-FIN             PIC X     VALUE "N".
       77 W-FIN-TIP         PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-ACCION          PIC X     VALUE SPACES.
      *-- "EXAPEN" ABRE UN SOLO PREOCUPACIONAL POR ALTA: EL PRIMER --*
      *-- TIPO MARCADO "S"; ESTE PGM NO DEJA MARCAR UN SEGUNDO.    --*
       77 W-COD-PRE         PIC 9(02) VALUE 0.
       77 W-FILA            PIC 99    VALUE 0.
       77 W-CATE            PIC 9     VALUE 0.
       77 IND-CAT           PIC 99    VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 24 REVERSE
              VALUE "TIPOS DE EXAMEN MEDICO LABORAL".

       01  PANTALLA-PEDIR-NUM AUTO.
           02 LINE 04 COLUMN 05 VALUE
              "CODIGO DE EXAMEN (01 A 99, 0 = TERMINAR): ".
           02 LINE 04 COLUMN 48 PIC 9(02) TO W-COD.

       01  PANTALLA-PEDIR-DATOS AUTO.
           02 LINE 06 COLUMN 05 VALUE "DESCRIPCION          : ".
           02 LINE 06 COLUMN 28 PIC X(30) USING ETDESC.
           02 LINE 07 COLUMN 05 VALUE "PREOCUPACIONAL (S/N) : ".
           02 LINE 07 COLUMN 28 PIC X USING ETPRE.

       01  PANTALLA-MOSTRAR-DATOS.
           02 LINE 06 COLUMN 05 VALUE "DESCRIPCION          : ".
           02 LINE 06 COLUMN 28 PIC X(30) FROM ETDESC.
           02 LINE 07 COLUMN 05 VALUE "PREOCUPACIONAL (S/N) : ".
           02 LINE 07 COLUMN 28 PIC X FROM ETPRE.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON EXATIPO.
       ERROR-APERTURA.
           IF FSTEXT = "35"
              OPEN OUTPUT EXATIPO
              CLOSE EXATIPO
              OPEN I-O EXATIPO
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- LAS FRECUENCIAS DECIDEN QUIEN QUEDA CON EL EXAMEN VENCIDO --*
      *-- PARA TODA LA NOMINA: MISMO NIVEL QUE "MODEVC".            --*
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
           OPEN I-O EXATIPO.
           PERFORM PROCESAR-UNO THRU PROCESAR-UNO-EXIT
              UNTIL W-FIN = "S".
           CLOSE EXATIPO.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- PIDE EL CODIGO; SI EL TIPO YA EXISTE LO MUESTRA Y DEJA  --*
      *-- REEMPLAZARLO O BORRARLO, SI NO LO CARGA (MISMO ESQUEMA  --*
      *-- QUE "MODNOT").                                          --*
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

           PERFORM BUSCAR-PREOCUPACIONAL THRU
              BUSCAR-PREOCUPACIONAL-EXIT.
           MOVE W-COD TO ETCOD.
           READ EXATIPO INVALID KEY MOVE "N" TO W-EXISTE-EXT
               NOT INVALID KEY MOVE "S" TO W-EXISTE-EXT.
           IF W-EXISTE-EXT = "S"
              PERFORM MODIFICAR-TIPO THRU MODIFICAR-TIPO-EXIT
           ELSE
              PERFORM ALTA-TIPO THRU ALTA-TIPO-EXIT
           END-IF.
       PROCESAR-UNO-EXIT.
           EXIT.

       ALTA-TIPO.
           MOVE SPACES TO ETDESC.
           MOVE "N"    TO ETPRE.
           PERFORM LIMPIAR-FRECUENCIA
              VARYING IND-CAT FROM 1 BY 1 UNTIL IND-CAT > 10.
           PERFORM PEDIR-DATOS THRU PEDIR-DATOS-EXIT.
           IF W-OK = "N"
              GO TO ALTA-TIPO-EXIT.
           DISPLAY "GRABA EL TIPO DE EXAMEN S/N: " LINE 21 POSITION 05.
           ACCEPT W-OK LINE 21 POSITION 35.
           IF W-OK NOT = "S"
              GO TO ALTA-TIPO-EXIT.
           MOVE W-COD TO ETCOD.
           WRITE R-EXT INVALID KEY
              CONTINUE
           END-WRITE.
       ALTA-TIPO-EXIT.
           EXIT.

      *-- BORRAR UN TIPO NO TOCA LOS EXAMENES YA REGISTRADOS EN  --*
      *-- "EXAMEN.IND"; "RPTEXA1" SOLO DEJA DE CONTROLARLOS.      --*
       MODIFICAR-TIPO.
           DISPLAY PANTALLA-MOSTRAR-DATOS.
           PERFORM MOSTRAR-FRECUENCIA
              VARYING IND-CAT FROM 1 BY 1 UNTIL IND-CAT > 10.
           DISPLAY "YA EXISTE: R=REEMPLAZA B=BORRA C=CANCELA: "
              LINE 21 POSITION 05.
           ACCEPT W-ACCION LINE 21 POSITION 48.
           IF W-ACCION = "B"
              DELETE EXATIPO INVALID KEY
                 CONTINUE
              END-DELETE
              GO TO MODIFICAR-TIPO-EXIT.
           IF W-ACCION NOT = "R"
              GO TO MODIFICAR-TIPO-EXIT.
           DISPLAY SUBRAYADO LINE 21 POSITION 01.
           PERFORM PEDIR-DATOS THRU PEDIR-DATOS-EXIT.
           IF W-OK = "N"
              GO TO MODIFICAR-TIPO-EXIT.
           DISPLAY "GRABA EL REEMPLAZO S/N: " LINE 21 POSITION 05.
           ACCEPT W-OK LINE 21 POSITION 30.
           IF W-OK NOT = "S"
              GO TO MODIFICAR-TIPO-EXIT.
           MOVE W-COD TO ETCOD.
           REWRITE R-EXT.
       MODIFICAR-TIPO-EXIT.
           EXIT.

      *-- DESCRIPCION Y MARCA POR PANTALLA, Y LOS MESES DE CADA  --*
      *-- CATEGORIA UNO POR RENGLON (FILAS 10 A 19).             --*
       PEDIR-DATOS.
           MOVE "N" TO W-OK.
           DISPLAY PANTALLA-PEDIR-DATOS.
           ACCEPT  PANTALLA-PEDIR-DATOS ON ESCAPE
              GO TO PEDIR-DATOS-EXIT.
           DISPLAY "MESES ENTRE EXAMENES POR CATEGORIA"
              LINE 09 POSITION 05.
           DISPLAY "(0 = NO SE REPITE)" LINE 09 POSITION 40.
           PERFORM PEDIR-FRECUENCIA
              VARYING IND-CAT FROM 1 BY 1 UNTIL IND-CAT > 10.
           PERFORM VALIDAR-TIPO THRU F-VALIDAR-TIPO.
       PEDIR-DATOS-EXIT.
           EXIT.

       LIMPIAR-FRECUENCIA.
           MOVE 0 TO ETFREC (IND-CAT).

       MOSTRAR-FRECUENCIA.
           COMPUTE W-FILA = IND-CAT + 9.
           COMPUTE W-CATE = IND-CAT - 1.
           DISPLAY "CATEGORIA " LINE W-FILA, POSITION 05.
           DISPLAY W-CATE LINE W-FILA, POSITION 15.
           DISPLAY ": " LINE W-FILA, POSITION 17.
           DISPLAY ETFREC (IND-CAT) LINE W-FILA, POSITION 19.

       PEDIR-FRECUENCIA.
           PERFORM MOSTRAR-FRECUENCIA.
           ACCEPT ETFREC (IND-CAT) LINE W-FILA, POSITION 19.
           IF ETFREC (IND-CAT) IS NOT NUMERIC
              MOVE 0 TO ETFREC (IND-CAT)
           END-IF.

       VALIDAR-TIPO.
           MOVE "S" TO W-OK.
           IF ETDESC = SPACES
              MOVE "N" TO W-OK
              DISPLAY "** LA DESCRIPCION NO PUEDE IR VACIA **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-TIPO.
           IF ETPRE NOT = "S" AND ETPRE NOT = "N"
              MOVE "N" TO W-OK
              DISPLAY "** PREOCUPACIONAL DEBE SER S O N **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-TIPO.
           IF ETPRE = "S" AND W-COD-PRE NOT = 0
              AND W-COD-PRE NOT = W-COD
              MOVE "N" TO W-OK
              DISPLAY "** YA HAY UN PREOCUPACIONAL, EL TIPO **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              DISPLAY W-COD-PRE LINE 22 POSITION 43
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       F-VALIDAR-TIPO.
           EXIT.

      *-- CODIGO DEL TIPO YA MARCADO PREOCUPACIONAL (0 = NINGUNO) --*
       BUSCAR-PREOCUPACIONAL.
           MOVE 0   TO W-COD-PRE.
           MOVE "N" TO W-FIN-TIP.
           MOVE 0   TO ETCOD.
           START EXATIPO KEY IS NOT LESS THAN ETCOD
              INVALID KEY MOVE "S" TO W-FIN-TIP
           END-START.
           PERFORM LEER-TIPO THRU LEER-TIPO-EXIT
              UNTIL W-FIN-TIP = "S".
       BUSCAR-PREOCUPACIONAL-EXIT.
           EXIT.

       LEER-TIPO.
           READ EXATIPO NEXT RECORD AT END
              MOVE "S" TO W-FIN-TIP
              GO TO LEER-TIPO-EXIT.
           IF ETPRE = "S"
              MOVE ETCOD TO W-COD-PRE
              MOVE "S"   TO W-FIN-TIP
           END-IF.
       LEER-TIPO-EXIT.
           EXIT.
