      *** REMESA MENSUAL DE CUOTAS SINDICALES POR SINDICATO ***
      *** LO QUE "LIQCALC" RETUVO POR CUOTA SINDICAL Y APORTE        ***
      *** SOLIDARIO EN LA CORRIDA QUE GENERO EL PERIODO QUEDA EN     ***
      *** "SINDLIQ.IND" (COPY SINHREC). ESTE PGM IMPRIME EN "PRN"    ***
      *** (CON CONSTANCIA EN "PRINT.LOG") UN BLOQUE POR SINDICATO    ***
      *** CON CADA LEGAJO, SU REMUNERACION Y LO RETENIDO, Y GRABA    ***
      *** PARA CADA SINDICATO "SINDnn.AAAAMM" CON EL DETALLE Y UN    ***
      *** REGISTRO DE TOTALES (LEGAJO 99999999) QUE TIENE QUE        ***
      *** COINCIDIR CON LO QUE SE DEPOSITA EN SU CUENTA.             ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SINREM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

      *-- SINDICATOS POR VIGENCIA (VER "AFISIN1") --*
           SELECT SINDIC ASSIGN TO DISK "SINDIC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SICLAVE
           FILE STATUS IS FSTSIN.

      *-- LO RETENIDO POR PERIODO, GRABADO POR "LIQCALC" --*
           SELECT SINDLIQ ASSIGN TO DISK "SINDLIQ.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SHCLAVE
           FILE STATUS IS FSTSIH.

      *-- ARCHIVO DE REMESA DE CADA SINDICATO, NOMBRE FECHADO --*
           SELECT SINREM ASSIGN TO DISK W-NOM-REM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTREM.

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  SINDIC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-SIND.
           COPY SINDREC.

       FD  SINDLIQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS R-SINH.
           COPY SINHREC.

      *-- IMPORTES EN CENTAVOS, COMO "BANCO.AAAAMM" --*
       FD  SINREM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 69 CHARACTERS
           DATA RECORD IS R-REM.
        01 R-REM.
           02 SRSIND    PIC 9(02).
           02 SRPERIODO PIC 9(06).
           02 SRCA      PIC 9(08).
           02 SRNOMBRE  PIC X(30).
           02 SRTIPO    PIC X(01).
           02 SRBASE    PIC 9(11).
           02 SRIMP     PIC 9(11).

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTSIN           PIC XX.
       77 FSTSIH           PIC XX.
       77 FSTREM           PIC XX.
       77 FIN-SIN          PIC X     VALUE "N".
       77 FIN-ARCH         PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-PERIODO        PIC 9(06) VALUE 0.
       77 W-FEC-TOPE       PIC 9(08) VALUE 0.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-NOM-REM        PIC X(13) VALUE SPACES.
       77 W-SIND           PIC 9(02) VALUE 0.
       77 W-SIN-NOMBRE     PIC X(30) VALUE SPACES.
       77 W-SIN-CTA        PIC X(22) VALUE SPACES.
       77 CONT-REG         PIC 9(05) VALUE 0.
       77 CONT-SIND        PIC 9(05) VALUE 0.
       77 CONT-REMESAS     PIC 9(05) VALUE 0.
       77 T-BASE-SIND      PIC 9(09)V99 VALUE 0.
       77 T-SIND           PIC 9(09)V99 VALUE 0.
       77 T-GENERAL        PIC 9(09)V99 VALUE 0.

      *-- LINEAS DEL LISTADO --*
       01 L-LIN1.
          02 FILLER    PIC X(08) VALUE "PERIODO ".
          02 L-PER     PIC 9(06).
          02 FILLER    PIC X(13) VALUE "  EMITIDO    ".
          02 L-FECHA   PIC 9(08).
       01 L-SIND.
          02 FILLER    PIC X(10) VALUE "SINDICATO ".
          02 L-SCOD    PIC 9(02).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-SNOM    PIC X(30).
          02 FILLER    PIC X(05) VALUE " CBU ".
          02 L-SCTA    PIC X(22).
       01 L-LIN3.
          02 FILLER    PIC X(40) VALUE "LEGAJO   NOMBRE".
          02 FILLER    PIC X(13) VALUE "T       BASE".
          02 FILLER    PIC X(10) VALUE "  RETENIDO".
       01 L-DET.
          02 L-CA      PIC 9(08).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-NOM     PIC X(30).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-TIPO    PIC X.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-BASE    PIC ZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-IMP     PIC ZZZZZZ9,99.
       01 L-TOT.
          02 L-TDESC   PIC X(51).
          02 L-TIMP    PIC ZZZZZZZZ9,99.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "REMESA DE CUOTAS SINDICALES" LINE 01 POSITION 27.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "PERIODO (AAAAMM, 0 = TERMINAR): "
              LINE 04 POSITION 01.
           ACCEPT W-PERIODO LINE 04 POSITION 34.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO = 0
              GO TO FIN.
           COMPUTE W-FEC-TOPE = W-PERIODO * 100 + 99.

           OPEN INPUT SINDLIQ.
           IF FSTSIH NOT = "00"
              DISPLAY "** NO HAY CUOTAS RETENIDAS: GENERE EL"
                 " PERIODO EN INTLIQ1 **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT SINDIC.
           IF FSTSIN NOT = "00"
              CLOSE SINDLIQ
              DISPLAY "** NO HAY SINDICATOS CARGADOS (AFISIN1) **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           OPEN INPUT MAESTRO.
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE 0 TO SICOD SIVIG.
           MOVE "N" TO FIN-SIN.
           START SINDIC KEY IS NOT LESS THAN SICLAVE
              INVALID KEY MOVE "S" TO FIN-SIN.
           PERFORM LEER-SINDICATO.
           PERFORM PROCESAR-SINDICATO THRU PROCESAR-SINDICATO-EXIT
              UNTIL FIN-SIN = "S".
           PERFORM IMPRIMIR-PIE.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           CLOSE MAESTRO.
           CLOSE SINDIC.
           CLOSE SINDLIQ.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY "SINDICATOS CON REMESA: " CONT-REMESAS
              LINE 06 POSITION 01.
           DISPLAY "RETENCIONES          : " CONT-REG
              LINE 07 POSITION 01.
           DISPLAY "TOTAL A DEPOSITAR    : " T-GENERAL
              LINE 08 POSITION 01.
           DISPLAY "LISTADO ENVIADO A LA IMPRESORA"
              LINE 20 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       LEER-SINDICATO.
           IF FIN-SIN = "N"
              READ SINDIC NEXT RECORD AT END MOVE "S" TO FIN-SIN
              END-READ
           END-IF.

      *-- UN SINDICATO: SE TOMA EL NOMBRE Y LA CUENTA VIGENTES EN   --*
      *-- EL PERIODO Y DESPUES SE JUNTAN SUS RETENCIONES.           --*
       PROCESAR-SINDICATO.
           IF FIN-SIN = "S" GO TO PROCESAR-SINDICATO-EXIT.
           MOVE SICOD TO W-SIND.
           MOVE SPACES TO W-SIN-NOMBRE W-SIN-CTA.
           PERFORM TOMAR-VIGENCIA
              UNTIL FIN-SIN = "S" OR SICOD NOT = W-SIND.
           PERFORM REMESA-SINDICATO THRU REMESA-SINDICATO-EXIT.
       PROCESAR-SINDICATO-EXIT.
           EXIT.

      *-- LA PRIMERA FILA SIRVE SI TODAVIA NINGUNA ESTA VIGENTE --*
       TOMAR-VIGENCIA.
           IF SIVIG NOT > W-FEC-TOPE OR W-SIN-NOMBRE = SPACES
              MOVE SINOMBRE TO W-SIN-NOMBRE
              MOVE SICTA    TO W-SIN-CTA
           END-IF.
           PERFORM LEER-SINDICATO.

      *-- "SINDLIQ.IND" ESTA ORDENADO POR PERIODO Y LEGAJO: SE      --*
      *-- RECORRE EL PERIODO ENTERO Y SE TOMAN LAS DEL SINDICATO.   --*
       REMESA-SINDICATO.
           MOVE 0 TO CONT-SIND T-SIND T-BASE-SIND.
           MOVE W-PERIODO TO SHPERIODO.
           MOVE 0 TO SHCA SHSIND.
           MOVE SPACE TO SHTIPO.
           MOVE "N" TO FIN-ARCH.
           START SINDLIQ KEY IS NOT LESS THAN SHCLAVE
              INVALID KEY MOVE "S" TO FIN-ARCH.
           PERFORM LEER-RETENCION.
           PERFORM PROCESAR-RETENCION THRU PROCESAR-RETENCION-EXIT
              UNTIL FIN-ARCH = "S".
           IF CONT-SIND = 0
              GO TO REMESA-SINDICATO-EXIT.
           MOVE "TOTAL A DEPOSITAR AL SINDICATO" TO L-TDESC.
           MOVE T-SIND TO L-TIMP.
           WRITE R-IMP FROM L-TOT.
           MOVE W-SIND       TO SRSIND.
           MOVE W-PERIODO    TO SRPERIODO.
           MOVE 99999999     TO SRCA.
           MOVE W-SIN-NOMBRE TO SRNOMBRE.
           MOVE SPACE        TO SRTIPO.
           COMPUTE SRBASE = T-BASE-SIND * 100.
           COMPUTE SRIMP  = T-SIND * 100.
           WRITE R-REM.
           CLOSE SINREM.
           ADD 1 TO CONT-REMESAS.
       REMESA-SINDICATO-EXIT.
           EXIT.

      *-- SOLO LAS FILAS DEL PERIODO PEDIDO --*
       LEER-RETENCION.
           IF FIN-ARCH = "N"
              READ SINDLIQ NEXT RECORD AT END MOVE "S" TO FIN-ARCH
              END-READ
              IF FIN-ARCH = "N" AND SHPERIODO NOT = W-PERIODO
                 MOVE "S" TO FIN-ARCH
              END-IF
           END-IF.

       PROCESAR-RETENCION.
           IF FIN-ARCH = "S" GO TO PROCESAR-RETENCION-EXIT.
           IF SHSIND NOT = W-SIND
              GO TO SIGUIENTE-RETENCION.
           IF CONT-SIND = 0
              PERFORM ABRIR-REMESA
           END-IF.
           MOVE SHCA TO MCA L-CA.
           READ MAESTRO INVALID KEY MOVE SPACES TO MAN.
           MOVE MAN    TO L-NOM.
           MOVE SHTIPO TO L-TIPO.
           MOVE SHBASE TO L-BASE.
           MOVE SHIMP  TO L-IMP.
           WRITE R-IMP FROM L-DET.
           MOVE W-SIND    TO SRSIND.
           MOVE W-PERIODO TO SRPERIODO.
           MOVE SHCA      TO SRCA.
           MOVE MAN       TO SRNOMBRE.
           MOVE SHTIPO    TO SRTIPO.
           COMPUTE SRBASE = SHBASE * 100.
           COMPUTE SRIMP  = SHIMP * 100.
           WRITE R-REM.
           ADD SHIMP  TO T-SIND T-GENERAL.
           ADD SHBASE TO T-BASE-SIND.
           ADD 1 TO CONT-SIND CONT-REG.
       SIGUIENTE-RETENCION.
           PERFORM LEER-RETENCION.
       PROCESAR-RETENCION-EXIT.
           EXIT.

      *-- PRIMERA RETENCION DEL SINDICATO: TITULO Y ARCHIVO --*
       ABRIR-REMESA.
           MOVE W-SIND       TO L-SCOD.
           MOVE W-SIN-NOMBRE TO L-SNOM.
           MOVE W-SIN-CTA    TO L-SCTA.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-SIND.
           WRITE R-IMP FROM L-LIN3.
           MOVE SPACES TO W-NOM-REM.
           STRING "SIND" W-SIND "." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-REM.
           OPEN OUTPUT SINREM.

       IMPRIMIR-ENCABEZADO.
           WRITE R-IMP FROM
              "*** REMESA DE CUOTAS SINDICALES POR SINDICATO ***".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE W-PERIODO   TO L-PER.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-LIN1.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.

       IMPRIMIR-PIE.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE "TOTAL GENERAL DEL PERIODO" TO L-TDESC.
           MOVE T-GENERAL TO L-TIMP.
           WRITE R-IMP FROM L-TOT.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "SINREM1" TO L-PROGRAMA.
           MOVE CONT-REG TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "SINREM1"  TO SPL-PROGRAMA.
           MOVE SPACES     TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
