      *-- PRESUPUESTO DE COSTO DE NOMINA: "VACANTE.IND" PRESUPUESTA  --*
      *-- CABEZAS Y "RPTFOR1" PRONOSTICA COSTO, PERO NADA DECIA      --*
      *-- CUANTO PODIA GASTAR CADA LOCALIDAD. ESTE PGM MANTIENE      --*
      *-- "PPTONOM.IND" (IMPORTE POR ANIO + MES + MLO + MCATE, VER   --*
      *-- COPY/PPTOREC.CPY), A MANO O CARGANDO EL ARCHIVO ANUAL      --*
      *-- "PPTONOM.AAAA" QUE PREPARA PRESUPUESTO, Y LO CONSULTA POR  --*
      *-- PANTALLA. LA COMPARACION CONTRA LO LIQUIDADO ESTA EN       --*
      *-- "PPTORE1".                                                 --*
      *--                                                            --*
      *-- FORMATO DE "PPTONOM.AAAA" (20 BYTES POR LINEA):            --*
      *--   ANIO 9(04) - MES 9(02) - MLO 9(02) - MCATE 9(1) -        --*
      *--   IMPORTE 9(11) EN CENTAVOS (COMO "LIQINT.AAAAMM").        --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPTO1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPTONOM ASSIGN TO DISK "PPTONOM.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PPCLAVE
           FILE STATUS IS FSTPPTO.

      *-- ARCHIVO ANUAL QUE ENTREGA PRESUPUESTO --*
           SELECT PPTOCAR ASSIGN TO DISK W-NOM-CAR
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCAR.

       DATA DIVISION.
       FILE SECTION.
        FD PPTONOM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-PPTO.
           COPY PPTOREC.

        FD PPTOCAR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS R-CAR.
        01 R-CAR.
           02 CARANIO   PIC 9(04).
           02 CARMES    PIC 9(02).
           02 CARLO     PIC 9(02).
           02 CARCAT    PIC 9(1).
           02 CARIMP    PIC 9(11).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTPPTO           PIC XX.
       77 FSTCAR            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "VACANT1") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

       77 W-ACCION          PIC X     VALUE SPACES.
       77 W-FIN             PIC X     VALUE "N".
       77 FIN-PPTO          PIC X     VALUE "N".
       77 FIN-CAR           PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-ANIO            PIC 9(04) VALUE 0.
       77 W-MES             PIC 9(02) VALUE 0.
       77 W-LO              PIC 9(02) VALUE 0.
       77 W-CAT             PIC 9(1)  VALUE 0.
       77 W-IMP             PIC 9(09)V99 VALUE 0.
       77 W-EXISTE-PPTO     PIC X     VALUE "N".
       77 W-NOM-CAR         PIC X(12) VALUE SPACES.
       77 CONT-LEIDOS       PIC 9(05) VALUE 0.
       77 CONT-GRABADOS     PIC 9(05) VALUE 0.
       77 CONT-RECHAZOS     PIC 9(05) VALUE 0.
       77 T-ANIO            PIC 9(11)V99 VALUE 0.
       77 CONT-LIN          PIC 99    VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON PPTONOM.
       ERROR-APERTURA.
           IF FSTPPTO NOT = "00"
              OPEN OUTPUT PPTONOM
              CLOSE PPTONOM
              OPEN I-O PPTONOM
            END-IF.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- TOCAR EL PRESUPUESTO PIDE USUARIO/CLAVE --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           OPEN I-O PPTONOM.
           PERFORM PEDIR-ACCION THRU PEDIR-ACCION-EXIT
              UNTIL W-FIN = "S".
           CLOSE PPTONOM.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "PRESUPUESTO DE COSTO DE NOMINA" LINE 01
              POSITION 25.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ACCION (C=CARGAR A=ARCHIVO R=REPORTE 0=FIN): "
              LINE 04 POSITION 01.
           ACCEPT W-ACCION LINE 04 POSITION 47.
           IF W-ACCION = "0" OR W-ACCION = SPACE
              MOVE "S" TO W-FIN
              GO TO PEDIR-ACCION-EXIT.
           IF W-ACCION = "C"
              PERFORM CARGAR-IMPORTE THRU CARGAR-IMPORTE-EXIT
           ELSE IF W-ACCION = "A"
              PERFORM CARGAR-ARCHIVO THRU CARGAR-ARCHIVO-EXIT
           ELSE IF W-ACCION = "R"
              PERFORM REPORTE THRU REPORTE-EXIT
           ELSE
              DISPLAY "** ACCION INVALIDA, USE C, A, R O 0 **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       PEDIR-ACCION-EXIT.
           EXIT.

      *-- CARGA O PISA EL IMPORTE DE UN MES PARA UNA PAREJA       --*
      *-- MLO/MCATE; IMPORTE 0 BORRA EL REGISTRO (SIN PRESUPUESTO).--*
       CARGAR-IMPORTE.
           DISPLAY "ANIO (AAAA): " LINE 06 POSITION 01.
           ACCEPT W-ANIO LINE 06 POSITION 15.
           DISPLAY "MES (01-12): " LINE 07 POSITION 01.
           ACCEPT W-MES LINE 07 POSITION 15.
           IF W-ANIO IS NOT NUMERIC OR W-ANIO < 1900
              OR W-MES IS NOT NUMERIC OR W-MES < 1 OR W-MES > 12
              DISPLAY "** ANIO O MES INVALIDO **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CARGAR-IMPORTE-EXIT.
           DISPLAY "LOCALIDAD (MLO): " LINE 08 POSITION 01.
           ACCEPT W-LO LINE 08 POSITION 19.
           DISPLAY "CATEGORIA (MCATE): " LINE 09 POSITION 01.
           ACCEPT W-CAT LINE 09 POSITION 21.
           MOVE W-ANIO TO PPANIO.
           MOVE W-MES  TO PPMES.
           MOVE W-LO   TO PPLO.
           MOVE W-CAT  TO PPCAT.
           READ PPTONOM INVALID KEY MOVE "N" TO W-EXISTE-PPTO
               NOT INVALID KEY MOVE "S" TO W-EXISTE-PPTO.
           IF W-EXISTE-PPTO = "S"
              DISPLAY "IMPORTE ACTUAL: " LINE 10 POSITION 01
              DISPLAY PPIMP LINE 10 POSITION 17
           END-IF.
           DISPLAY "IMPORTE PRESUPUESTADO (0=BORRAR): "
              LINE 11 POSITION 01.
           ACCEPT W-IMP LINE 11 POSITION 36.
           DISPLAY "GRABA EL IMPORTE S/N: " LINE 12 POSITION 01.
           ACCEPT W-OK LINE 12 POSITION 24.
           IF W-OK NOT = "S"
              GO TO CARGAR-IMPORTE-EXIT.
           PERFORM GRABAR-PPTO.
           DISPLAY "IMPORTE GRABADO" LINE 14 POSITION 01.
           ACCEPT TECLA.
       CARGAR-IMPORTE-EXIT.
           EXIT.

      *-- GRABA W-IMP EN LA CLAVE W-ANIO/W-MES/W-LO/W-CAT --*
       GRABAR-PPTO.
           MOVE W-ANIO TO PPANIO.
           MOVE W-MES  TO PPMES.
           MOVE W-LO   TO PPLO.
           MOVE W-CAT  TO PPCAT.
           READ PPTONOM INVALID KEY MOVE "N" TO W-EXISTE-PPTO
               NOT INVALID KEY MOVE "S" TO W-EXISTE-PPTO.
           MOVE W-ANIO     TO PPANIO.
           MOVE W-MES      TO PPMES.
           MOVE W-LO       TO PPLO.
           MOVE W-CAT      TO PPCAT.
           MOVE W-IMP      TO PPIMP.
           MOVE W-OPERADOR TO PPOPER.
           IF W-IMP = 0
              IF W-EXISTE-PPTO = "S"
                 DELETE PPTONOM INVALID KEY
                    CONTINUE
                 END-DELETE
              END-IF
           ELSE
              IF W-EXISTE-PPTO = "S"
                 REWRITE R-PPTO
              ELSE
                 WRITE R-PPTO INVALID KEY
                    CONTINUE
                 END-WRITE
              END-IF
           END-IF.

      *-- CARGA EL ARCHIVO ANUAL "PPTONOM.AAAA": CADA LINEA PISA   --*
      *-- EL IMPORTE DE SU CLAVE. LAS LINEAS DE OTRO ANIO, CON MES --*
      *-- FUERA DE RANGO O NO NUMERICAS SE CUENTAN Y SE SALTEAN.   --*
       CARGAR-ARCHIVO.
           DISPLAY "ANIO DEL ARCHIVO (AAAA): " LINE 06 POSITION 01.
           ACCEPT W-ANIO LINE 06 POSITION 27.
           IF W-ANIO IS NOT NUMERIC OR W-ANIO < 1900
              DISPLAY "** ANIO INVALIDO **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CARGAR-ARCHIVO-EXIT.
           MOVE SPACES TO W-NOM-CAR.
           STRING "PPTONOM." W-ANIO DELIMITED BY SIZE
              INTO W-NOM-CAR.
           OPEN INPUT PPTOCAR.
           IF FSTCAR NOT = "00"
              DISPLAY "** NO EXISTE EL ARCHIVO " W-NOM-CAR " **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CARGAR-ARCHIVO-EXIT.
           DISPLAY "CARGA " W-NOM-CAR " S/N: " LINE 07 POSITION 01.
           ACCEPT W-OK LINE 07 POSITION 30.
           IF W-OK NOT = "S"
              CLOSE PPTOCAR
              GO TO CARGAR-ARCHIVO-EXIT.
           MOVE 0 TO CONT-LEIDOS CONT-GRABADOS CONT-RECHAZOS.
           MOVE "N" TO FIN-CAR.
           PERFORM CARGAR-LINEA THRU CARGAR-LINEA-EXIT
              UNTIL FIN-CAR = "S".
           CLOSE PPTOCAR.
           DISPLAY "LINEAS LEIDAS    : " CONT-LEIDOS
              LINE 09 POSITION 01.
           DISPLAY "IMPORTES GRABADOS: " CONT-GRABADOS
              LINE 10 POSITION 01.
           DISPLAY "LINEAS RECHAZADAS: " CONT-RECHAZOS
              LINE 11 POSITION 01.
           IF CONT-RECHAZOS > 0
              DISPLAY "** HAY LINEAS RECHAZADAS: REVISE EL ARCHIVO **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
           END-IF.
           ACCEPT TECLA.
       CARGAR-ARCHIVO-EXIT.
           EXIT.

       CARGAR-LINEA.
           READ PPTOCAR NEXT RECORD AT END
              MOVE "S" TO FIN-CAR
              GO TO CARGAR-LINEA-EXIT.
           ADD 1 TO CONT-LEIDOS.
           IF R-CAR IS NOT NUMERIC
              OR CARANIO NOT = W-ANIO
              OR CARMES < 1 OR CARMES > 12
              ADD 1 TO CONT-RECHAZOS
              GO TO CARGAR-LINEA-EXIT.
           MOVE CARMES TO W-MES.
           MOVE CARLO  TO W-LO.
           MOVE CARCAT TO W-CAT.
           COMPUTE W-IMP = CARIMP / 100.
           PERFORM GRABAR-PPTO.
           ADD 1 TO CONT-GRABADOS.
       CARGAR-LINEA-EXIT.
           EXIT.

      *-- IMPORTES CARGADOS PARA UN ANIO, EN ORDEN DE CLAVE, Y EL --*
      *-- TOTAL DEL ANIO.                                          --*
       REPORTE.
           DISPLAY "ANIO (AAAA): " LINE 06 POSITION 01.
           ACCEPT W-ANIO LINE 06 POSITION 15.
           IF W-ANIO IS NOT NUMERIC
              GO TO REPORTE-EXIT.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           MOVE 0 TO T-ANIO.
           MOVE W-ANIO TO PPANIO.
           MOVE 0 TO PPMES PPLO PPCAT.
           START PPTONOM KEY IS NOT LESS THAN PPCLAVE
                 INVALID KEY MOVE "S" TO FIN-PPTO
                 NOT INVALID KEY MOVE "N" TO FIN-PPTO.
           PERFORM LISTAR-PPTO THRU LISTAR-PPTO-EXIT
              UNTIL FIN-PPTO = "S".
           DISPLAY SUBRAYADO LINE 21 POSITION 01.
           DISPLAY "TOTAL DEL ANIO: " LINE 22 POSITION 01.
           DISPLAY T-ANIO LINE 22 POSITION 17.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       REPORTE-EXIT.
           EXIT.

       LISTAR-PPTO.
           READ PPTONOM NEXT RECORD AT END
              MOVE "S" TO FIN-PPTO
              GO TO LISTAR-PPTO-EXIT.
           IF PPANIO NOT = W-ANIO
              MOVE "S" TO FIN-PPTO
              GO TO LISTAR-PPTO-EXIT.
           IF CONT-LIN > 15
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY PPMES  LINE LIN-ACT, POSITION 02.
           DISPLAY PPLO   LINE LIN-ACT, POSITION 09.
           DISPLAY PPCAT  LINE LIN-ACT, POSITION 15.
           DISPLAY PPIMP  LINE LIN-ACT, POSITION 21.
           DISPLAY PPOPER LINE LIN-ACT, POSITION 38.
           ADD PPIMP TO T-ANIO.
           ADD 1 TO CONT-LIN.
       LISTAR-PPTO-EXIT.
           EXIT.

       ENCABEZADO.
           DISPLAY "PRESUPUESTO DE NOMINA DEL ANIO" LINE 01
              POSITION 20.
           DISPLAY W-ANIO LINE 01 POSITION 51.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "MES" LINE 03 POSITION 01.
           DISPLAY "LOC" LINE 03 POSITION 08.
           DISPLAY "CAT" LINE 03 POSITION 14.
           DISPLAY "IMPORTE" LINE 03 POSITION 21.
           DISPLAY "OPERADOR" LINE 03 POSITION 38.
           DISPLAY SUBRAYADO LINE 04 POSITION 01.
           MOVE 0 TO CONT-LIN.
