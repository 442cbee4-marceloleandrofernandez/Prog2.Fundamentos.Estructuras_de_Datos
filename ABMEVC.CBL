      *-- CRITERIOS DE LA EVALUACION DE DESEMPENO --**
      *-- "PROMOC1" Y "RPTPRO1" SOLO MIRABAN ANTIGUEDAD Y        --**
      *-- CATEGORIA. ESTE PGM MANTIENE "EVCRIT.IND" (VER         --**
      *-- COPY/EVCRREC.CPY): LOS CRITERIOS QUE CADA SUPERVISOR   --**
      *-- PUNTUA EN "EVALU1" Y EL PESO DE CADA UNO EN LA         --**
      *-- CALIFICACION FINAL. COMO ESA CALIFICACION PUEDE FRENAR --**
      *-- UNA PROMOCION, PIDE EL MISMO NIVEL QUE "PROMOC1".      --**
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODEVC.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EVCRIT ASSIGN TO DISK "EVCRIT.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ECCOD
           FILE STATUS IS FSTEVC.

       DATA DIVISION.
       FILE SECTION.
        FD EVCRIT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS R-EVC.
           COPY EVCRREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTEVC            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

       77 W-COD             PIC 9(02) VALUE 0.
       77 W-EXISTE-EVC      PIC X     VALUE "N".
       77 W-FIN             PIC X     VALUE "N".
       77 W-FIN-CRI         PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-ACCION          PIC X     VALUE SPACES.
      *-- "EVALUA.IND" GUARDA HASTA 15 CRITERIOS POR EVALUACION --*
       77 W-MAX-ACTIVOS     PIC 99    VALUE 15.
       77 W-ACT-ANT         PIC X     VALUE SPACE.
       77 CONT-ACTIVOS      PIC 99    VALUE 0.
       77 W-PESO-TOTAL      PIC 9(04) VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "CRITERIOS DE LA EVALUACION DE DESEMPENO".

       01  PANTALLA-PEDIR-NUM AUTO.
           02 LINE 05 COLUMN 05 VALUE
              "CODIGO DE CRITERIO (01 A 99, 0 = TERMINAR): ".
           02 LINE 05 COLUMN 50 PIC 9(02) TO W-COD.

       01  PANTALLA-PEDIR-DATOS AUTO.
           02 LINE 08 COLUMN 05 VALUE "DESCRIPCION     : ".
           02 LINE 08 COLUMN 23 PIC X(30) TO ECDESC.
           02 LINE 10 COLUMN 05 VALUE "PESO (1 A 100)  : ".
           02 LINE 10 COLUMN 23 PIC 9(03) TO ECPESO.
           02 LINE 11 COLUMN 05 VALUE "ACTIVO (A/B)    : ".
           02 LINE 11 COLUMN 23 PIC X TO ECACT.

       01  PANTALLA-MOSTRAR-DATOS.
           02 LINE 08 COLUMN 05 VALUE "DESCRIPCION     : ".
           02 LINE 08 COLUMN 23 PIC X(30) FROM ECDESC.
           02 LINE 10 COLUMN 05 VALUE "PESO (1 A 100)  : ".
           02 LINE 10 COLUMN 23 PIC 9(03) FROM ECPESO.
           02 LINE 11 COLUMN 05 VALUE "ACTIVO (A/B)    : ".
           02 LINE 11 COLUMN 23 PIC X FROM ECACT.

       01  PANTALLA-RESUMEN.
           02 LINE 03 COLUMN 05 VALUE "CRITERIOS ACTIVOS: ".
           02 LINE 03 COLUMN 24 PIC Z9 FROM CONT-ACTIVOS.
           02 LINE 03 COLUMN 30 VALUE "PESO TOTAL: ".
           02 LINE 03 COLUMN 42 PIC ZZZ9 FROM W-PESO-TOTAL.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON EVCRIT.
       ERROR-APERTURA.
           IF FSTEVC = "35"
              OPEN OUTPUT EVCRIT
              CLOSE EVCRIT
              OPEN I-O EVCRIT
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- LOS PESOS DECIDEN QUIEN LLEGA A LA CALIFICACION MINIMA --*
      *-- PARA PROMOVER: MISMO NIVEL QUE "PROMOC1".              --*
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
           OPEN I-O EVCRIT.
           PERFORM PROCESAR-UNO THRU PROCESAR-UNO-EXIT
              UNTIL W-FIN = "S".
           CLOSE EVCRIT.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- PIDE EL CODIGO; SI EL CRITERIO YA EXISTE LO MUESTRA Y DEJA --*
      *-- REEMPLAZARLO O BORRARLO, SI NO LO CARGA (MISMO ESQUEMA     --*
      *-- QUE "MODNOT").                                             --*
       PROCESAR-UNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           PERFORM CONTAR-ACTIVOS THRU CONTAR-ACTIVOS-EXIT.
           DISPLAY PANTALLA-RESUMEN.
           MOVE 0 TO W-COD.
           DISPLAY PANTALLA-PEDIR-NUM.
           ACCEPT  PANTALLA-PEDIR-NUM ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNO-EXIT.
           IF W-COD = 0
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNO-EXIT.

           MOVE W-COD TO ECCOD.
           READ EVCRIT INVALID KEY MOVE "N" TO W-EXISTE-EVC
               NOT INVALID KEY MOVE "S" TO W-EXISTE-EVC.
           IF W-EXISTE-EVC = "S"
              PERFORM MODIFICAR-CRITERIO THRU MODIFICAR-CRITERIO-EXIT
           ELSE
              PERFORM ALTA-CRITERIO THRU ALTA-CRITERIO-EXIT
           END-IF.
       PROCESAR-UNO-EXIT.
           EXIT.

       ALTA-CRITERIO.
           MOVE SPACES TO ECDESC.
           MOVE 0      TO ECPESO.
           MOVE "A"    TO ECACT.
           MOVE SPACE  TO W-ACT-ANT.
           DISPLAY PANTALLA-PEDIR-DATOS.
           ACCEPT  PANTALLA-PEDIR-DATOS ON ESCAPE
              GO TO ALTA-CRITERIO-EXIT.
           PERFORM VALIDAR-CRITERIO THRU F-VALIDAR-CRITERIO.
           IF W-OK = "N"
              GO TO ALTA-CRITERIO-EXIT.
           DISPLAY "GRABA EL CRITERIO S/N: " LINE 14 POSITION 05.
           ACCEPT W-OK LINE 14 POSITION 29.
           IF W-OK NOT = "S"
              GO TO ALTA-CRITERIO-EXIT.
           MOVE W-COD TO ECCOD.
           WRITE R-EVC INVALID KEY
              CONTINUE
           END-WRITE.
       ALTA-CRITERIO-EXIT.
           EXIT.

      *-- BORRAR UN CRITERIO NO TOCA LAS EVALUACIONES YA CARGADAS, --*
      *-- QUE GUARDAN SU PROPIA COPIA DE CRITERIO Y PESO.          --*
       MODIFICAR-CRITERIO.
           MOVE ECACT TO W-ACT-ANT.
           DISPLAY PANTALLA-MOSTRAR-DATOS.
           DISPLAY "YA EXISTE: R=REEMPLAZA B=BORRA C=CANCELA: "
              LINE 14 POSITION 05.
           ACCEPT W-ACCION LINE 14 POSITION 48.
           IF W-ACCION = "B"
              DELETE EVCRIT INVALID KEY
                 CONTINUE
              END-DELETE
              GO TO MODIFICAR-CRITERIO-EXIT.
           IF W-ACCION NOT = "R"
              GO TO MODIFICAR-CRITERIO-EXIT.
           DISPLAY PANTALLA-PEDIR-DATOS.
           ACCEPT  PANTALLA-PEDIR-DATOS ON ESCAPE
              GO TO MODIFICAR-CRITERIO-EXIT.
           PERFORM VALIDAR-CRITERIO THRU F-VALIDAR-CRITERIO.
           IF W-OK = "N"
              GO TO MODIFICAR-CRITERIO-EXIT.
           DISPLAY "GRABA EL REEMPLAZO S/N: " LINE 14 POSITION 05.
           ACCEPT W-OK LINE 14 POSITION 30.
           IF W-OK NOT = "S"
              GO TO MODIFICAR-CRITERIO-EXIT.
           MOVE W-COD TO ECCOD.
           REWRITE R-EVC.
       MODIFICAR-CRITERIO-EXIT.
           EXIT.

       VALIDAR-CRITERIO.
           MOVE "S" TO W-OK.
           IF ECDESC = SPACES
              MOVE "N" TO W-OK
              DISPLAY "** LA DESCRIPCION NO PUEDE IR VACIA **"
                 LINE 15 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-CRITERIO.
           IF ECPESO < 1 OR ECPESO > 100
              MOVE "N" TO W-OK
              DISPLAY "** EL PESO VA DE 1 A 100 **"
                 LINE 15 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-CRITERIO.
           IF ECACT NOT = "A" AND ECACT NOT = "B"
              MOVE "N" TO W-OK
              DISPLAY "** ESTADO INVALIDO, USE A-B **"
                 LINE 15 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-CRITERIO.
           IF ECACT = "A" AND W-ACT-ANT NOT = "A"
              AND CONT-ACTIVOS NOT < W-MAX-ACTIVOS
              MOVE "N" TO W-OK
              DISPLAY "** YA HAY 15 CRITERIOS ACTIVOS **"
                 LINE 15 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       F-VALIDAR-CRITERIO.
           EXIT.

      *-- CUENTA LOS ACTIVOS Y SUMA SUS PESOS PARA EL RESUMEN DE --*
      *-- PANTALLA Y EL TOPE DE "W-MAX-ACTIVOS".                 --*
       CONTAR-ACTIVOS.
           MOVE 0   TO CONT-ACTIVOS W-PESO-TOTAL.
           MOVE "N" TO W-FIN-CRI.
           MOVE 0   TO ECCOD.
           START EVCRIT KEY IS NOT LESS THAN ECCOD
              INVALID KEY MOVE "S" TO W-FIN-CRI
           END-START.
           PERFORM LEER-CRITERIO THRU LEER-CRITERIO-EXIT
              UNTIL W-FIN-CRI = "S".
       CONTAR-ACTIVOS-EXIT.
           EXIT.

       LEER-CRITERIO.
           READ EVCRIT NEXT RECORD AT END
              MOVE "S" TO W-FIN-CRI
              GO TO LEER-CRITERIO-EXIT.
           IF ECACT = "A"
              ADD 1      TO CONT-ACTIVOS
              ADD ECPESO TO W-PESO-TOTAL
           END-IF.
       LEER-CRITERIO-EXIT.
           EXIT.
