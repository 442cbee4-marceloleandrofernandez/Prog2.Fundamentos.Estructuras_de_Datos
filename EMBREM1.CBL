      *** REMESA MENSUAL DE EMBARGOS POR CUENTA JUDICIAL ***
      *** LO QUE "LIQCALC" RETUVO POR EMBARGOS EN LA CORRIDA QUE     ***
      *** GENERO EL PERIODO QUEDA EN "EMBLIQ.IND" (COPY EMBHREC),    ***
      *** ORDENADO POR CUENTA JUDICIAL. ESTE PGM IMPRIME EN "PRN"    ***
      *** (CON CONSTANCIA EN "PRINT.LOG") UN BLOQUE POR CUENTA CON   ***
      *** CADA LEGAJO/EXPEDIENTE, LO RETENIDO Y EL SALDO QUE QUEDA,  ***
      *** Y EL TOTAL A DEPOSITAR EN ESA CUENTA. AL PIE VA EL TOTAL   ***
      *** GENERAL DEL PERIODO.                                       ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBREM1.
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

      *-- LO RETENIDO POR PERIODO, GRABADO POR "LIQCALC" --*
           SELECT EMBLIQ ASSIGN TO DISK "EMBLIQ.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EHCLAVE
           FILE STATUS IS FSTEMH.

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

       FD  EMBLIQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS R-EMBH.
           COPY EMBHREC.

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTEMH           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-PERIODO        PIC 9(06) VALUE 0.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-CTA-ANT        PIC X(22) VALUE SPACES.
       77 CONT-REG         PIC 9(05) VALUE 0.
       77 CONT-CTAS        PIC 9(05) VALUE 0.
       77 T-CUENTA         PIC 9(09)V99 VALUE 0.
       77 T-GENERAL        PIC 9(09)V99 VALUE 0.

      *-- LINEAS DEL LISTADO --*
       01 L-LIN1.
          02 FILLER    PIC X(08) VALUE "PERIODO ".
          02 L-PER     PIC 9(06).
          02 FILLER    PIC X(13) VALUE "  EMITIDO    ".
          02 L-FECHA   PIC 9(08).
       01 L-CTA.
          02 FILLER    PIC X(16) VALUE "CUENTA JUDICIAL ".
          02 L-CTAJUD  PIC X(22).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-JUZGADO PIC X(30).
       01 L-LIN3.
          02 FILLER    PIC X(30) VALUE "LEGAJO   NOMBRE".
          02 FILLER    PIC X(21) VALUE " EXPEDIENTE".
          02 FILLER    PIC X(11) VALUE "  RETENIDO".
          02 FILLER    PIC X(13) VALUE "        SALDO".
       01 L-DET.
          02 L-CA      PIC 9(08).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-NOM     PIC X(20).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-EXPTE   PIC X(20).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-IMP     PIC ZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-SALDO   PIC ZZZZZZZZ9,99.
       01 L-TOT.
          02 L-TDESC   PIC X(51).
          02 L-TIMP    PIC ZZZZZZZZ9,99.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "REMESA DE EMBARGOS POR CUENTA JUDICIAL" LINE 01
              POSITION 21.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "PERIODO (AAAAMM, 0 = TERMINAR): "
              LINE 04 POSITION 01.
           ACCEPT W-PERIODO LINE 04 POSITION 34.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO = 0
              GO TO FIN.

           OPEN INPUT EMBLIQ.
           IF FSTEMH NOT = "00"
              DISPLAY "** NO HAY EMBARGOS RETENIDOS: GENERE EL"
                 " PERIODO EN INTLIQ1 **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           MOVE W-PERIODO TO EHPERIODO.
           MOVE SPACES TO EHCTAJUD.
           MOVE 0 TO EHCA EHNUM.
           MOVE "N" TO FIN-ARCH.
           START EMBLIQ KEY IS NOT LESS THAN EHCLAVE
              INVALID KEY MOVE "S" TO FIN-ARCH.
           PERFORM LEER-RETENCION.
           IF FIN-ARCH = "S"
              CLOSE EMBLIQ
              DISPLAY "** EL PERIODO NO TIENE EMBARGOS RETENIDOS **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           OPEN INPUT MAESTRO.
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM PROCESAR-RETENCION THRU PROCESAR-RETENCION-EXIT
              UNTIL FIN-ARCH = "S".
           PERFORM CORTE-CUENTA.
           PERFORM IMPRIMIR-PIE.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           CLOSE MAESTRO.
           CLOSE EMBLIQ.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY "CUENTAS JUDICIALES : " CONT-CTAS
              LINE 06 POSITION 01.
           DISPLAY "RETENCIONES        : " CONT-REG
              LINE 07 POSITION 01.
           DISPLAY "TOTAL A DEPOSITAR  : " T-GENERAL
              LINE 08 POSITION 01.
           DISPLAY "LISTADO ENVIADO A LA IMPRESORA"
              LINE 20 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- SOLO LAS FILAS DEL PERIODO PEDIDO --*
       LEER-RETENCION.
           IF FIN-ARCH = "N"
              READ EMBLIQ NEXT RECORD AT END MOVE "S" TO FIN-ARCH
              END-READ
              IF FIN-ARCH = "N" AND EHPERIODO NOT = W-PERIODO
                 MOVE "S" TO FIN-ARCH
              END-IF
           END-IF.

      *-- CORTE DE CONTROL POR CUENTA JUDICIAL --*
       PROCESAR-RETENCION.
           IF FIN-ARCH = "S" GO TO PROCESAR-RETENCION-EXIT.
           IF EHCTAJUD NOT = W-CTA-ANT
              IF CONT-REG > 0
                 PERFORM CORTE-CUENTA
              END-IF
              MOVE EHCTAJUD  TO W-CTA-ANT L-CTAJUD
              MOVE EHJUZGADO TO L-JUZGADO
              MOVE SPACES TO R-IMP
              WRITE R-IMP
              WRITE R-IMP FROM L-CTA
              WRITE R-IMP FROM L-LIN3
              MOVE 0 TO T-CUENTA
              ADD 1 TO CONT-CTAS
           END-IF.
           MOVE EHCA TO MCA L-CA.
           READ MAESTRO INVALID KEY MOVE SPACES TO MAN.
           MOVE MAN       TO L-NOM.
           MOVE EHEXPTE   TO L-EXPTE.
           MOVE EHIMP     TO L-IMP.
           MOVE EHSALDO   TO L-SALDO.
           WRITE R-IMP FROM L-DET.
           ADD EHIMP TO T-CUENTA T-GENERAL.
           ADD 1 TO CONT-REG.
           PERFORM LEER-RETENCION.
       PROCESAR-RETENCION-EXIT.
           EXIT.

       CORTE-CUENTA.
           MOVE "TOTAL A DEPOSITAR EN LA CUENTA" TO L-TDESC.
           MOVE T-CUENTA TO L-TIMP.
           WRITE R-IMP FROM L-TOT.

       IMPRIMIR-ENCABEZADO.
           WRITE R-IMP FROM
              "*** REMESA DE EMBARGOS JUDICIALES POR CUENTA ***".
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
           MOVE "EMBREM1" TO L-PROGRAMA.
           MOVE CONT-REG TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "EMBREM1"  TO SPL-PROGRAMA.
           MOVE SPACES     TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
