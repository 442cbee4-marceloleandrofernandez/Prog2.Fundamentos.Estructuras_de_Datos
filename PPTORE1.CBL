      *** PRESUPUESTO CONTRA REAL DEL COSTO DE NOMINA ***
      *** COMPARA EL PRESUPUESTO DE "PPTONOM.IND" (VER "PPTO1") CON  ***
      *** EL BRUTO LIQUIDADO EN LOS PERIODOS MENSUALES YA            ***
      *** CONFIRMADOS EN "LIQINT.CTL" ("LIQINT.AAAAMM"), POR         ***
      *** LOCALIDAD + CATEGORIA DEL LEGAJO EN "MAEEMP.IND": EL MES   ***
      *** PEDIDO Y EL ACUMULADO DEL ANIO HASTA ESE MES, CON LA       ***
      *** VARIACION EN PESOS Y EN PORCENTAJE. LA LOCALIDAD QUE GASTO ***
      *** MAS DE LO PRESUPUESTADO QUEDA MARCADA. LOS MESES SIN       ***
      *** CONFIRMAR NO SUMAN REAL (SE LISTAN EN EL ENCABEZADO).      ***
      *** IMPRIME EN "PRN" CON CONSTANCIA EN "PRINT.LOG".            ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PPTORE1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- PRESUPUESTO CARGADO EN "PPTO1" --*
           SELECT PPTONOM ASSIGN TO DISK "PPTONOM.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PPCLAVE
           FILE STATUS IS FSTPPTO.

      *-- ESTADO DE CADA PERIODO, COMPARTIDO CON "INTLIQ1" --*
           SELECT LIQCTL ASSIGN TO DISK "LIQINT.CTL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPERIODO
           FILE STATUS IS FSTCTL.

      *-- DETALLES DE CADA PERIODO GENERADOS POR "INTLIQ1" --*
           SELECT LIQINT ASSIGN TO DISK W-NOM-INT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTINT.

           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PPTONOM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-PPTO.
           COPY PPTOREC.

       FD  LIQCTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS R-CTL.
           COPY LIQCREC.

       FD  LIQINT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS R-INT.
           COPY LIQIREC.

       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FSTPPTO          PIC XX.
       77 FSTCTL           PIC XX.
       77 FSTINT           PIC XX.
       77 FST              PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-PERIODO        PIC 9(06) VALUE 0.
       77 W-ANIO           PIC 9(04) VALUE 0.
       77 W-MES            PIC 9(02) VALUE 0.
       77 W-PER-MES        PIC 9(06) VALUE 0.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-NOM-INT        PIC X(13) VALUE SPACES.
       77 W-HAY-CTL        PIC X     VALUE "N".
       77 W-IMP            PIC 9(09)V99 VALUE 0.
       77 CONT-REG         PIC 9(05) VALUE 0.
       77 CONT-LEG         PIC 9(05) VALUE 0.
       77 CONT-CONF        PIC 99    VALUE 0.
       77 CONT-EXC         PIC 99    VALUE 0.
      *-- LEGAJOS LIQUIDADOS QUE YA NO ESTAN EN EL MAESTRO: NO SE --*
      *-- PUEDEN UBICAR EN UNA LOCALIDAD, VAN APARTE AL PIE.      --*
       77 CONT-SINMAE      PIC 9(05) VALUE 0.
       77 T-SINMAE         PIC 9(11)V99 VALUE 0.

      *-- IMPORTES DE LA LINEA EN ARMADO (VER "ARMAR-LINEA") --*
       77 W-PM             PIC 9(11)V99 VALUE 0.
       77 W-RM             PIC 9(11)V99 VALUE 0.
       77 W-PA             PIC 9(11)V99 VALUE 0.
       77 W-RA             PIC 9(11)V99 VALUE 0.
       77 W-VAR            PIC S9(11)V99 VALUE 0.
       77 W-PORC           PIC S9(05) VALUE 0.
       77 W-EXC-MES        PIC X     VALUE "N".
       77 W-EXC-ACU        PIC X     VALUE "N".
       77 W-HAY-LO         PIC X     VALUE "N".
       77 W-NRO            PIC 9(02) VALUE 0.
       77 W-NRO-LO         PIC 9(03) VALUE 0.

      *-- SUBTOTALES DE LA LOCALIDAD EN CURSO Y TOTAL GENERAL --*
       77 TLO-PM           PIC 9(11)V99 VALUE 0.
       77 TLO-RM           PIC 9(11)V99 VALUE 0.
       77 TLO-PA           PIC 9(11)V99 VALUE 0.
       77 TLO-RA           PIC 9(11)V99 VALUE 0.
       77 TG-PM            PIC 9(11)V99 VALUE 0.
       77 TG-RM            PIC 9(11)V99 VALUE 0.
       77 TG-PA            PIC 9(11)V99 VALUE 0.
       77 TG-RA            PIC 9(11)V99 VALUE 0.

      *-- PRESUPUESTO Y REAL POR LOCALIDAD (MLO+1) Y CATEGORIA     --*
      *-- (MCATE+1): DEL MES PEDIDO Y ACUMULADO DESDE ENERO.       --*
       01 TABLA-PPTO.
          02 TP-LO OCCURS 100 TIMES INDEXED BY IND-LO.
             03 TP-CAT OCCURS 10 TIMES INDEXED BY IND-CAT.
                04 TP-PMES  PIC 9(11)V99.
                04 TP-RMES  PIC 9(11)V99.
                04 TP-PACU  PIC 9(11)V99.
                04 TP-RACU  PIC 9(11)V99.

      *-- ESTADO DE CADA MES DEL ANIO: S = CONFIRMADO Y SUMADO,   --*
      *-- N = SIN CONFIRMAR, F = CONFIRMADO PERO FALTA EL ARCHIVO --*
       01 TABLA-MESES.
          02 TM-ESTADO PIC X OCCURS 12 TIMES INDEXED BY IND-MES.

      *-- LINEAS DEL LISTADO --*
       01 L-LIN1.
          02 FILLER    PIC X(08) VALUE "PERIODO ".
          02 L-PER     PIC 9(06).
          02 FILLER    PIC X(13) VALUE "  EMITIDO    ".
          02 L-FECHA   PIC 9(08).
          02 FILLER    PIC X(26) VALUE
             "   IMPORTES EN PESOS".
       01 L-LINMES.
          02 FILLER    PIC X(20) VALUE "MESES CONFIRMADOS : ".
          02 L-MESES   OCCURS 12 TIMES.
             03 L-MESNRO PIC X(02).
             03 FILLER   PIC X(01).
       01 L-LIN3.
          02 FILLER    PIC X(07) VALUE SPACES.
          02 FILLER    PIC X(31) VALUE
             "|----------- MES -------------|".
          02 FILLER    PIC X(01) VALUE SPACE.
          02 FILLER    PIC X(34) VALUE
             "|------ ACUMULADO DEL ANIO ------|".
       01 L-LIN4.
          02 FILLER    PIC X(38) VALUE
             "LOC CAT PRESUP.     REAL  VARIAC.    %".
          02 FILLER    PIC X(35) VALUE
             "   PRESUP.      REAL   VARIAC.    %".
       01 L-DET.
          02 L-CLAVE.
             03 FILLER  PIC X(01).
             03 L-LO    PIC 99.
             03 FILLER  PIC X(02).
             03 L-CAT   PIC 9.
             03 FILLER  PIC X(01).
          02 L-CLAVE-T REDEFINES L-CLAVE.
             03 L-ETIQ  PIC X(05).
             03 L-LOT   PIC X(02).
          02 L-PMES    PIC ZZZZZZZ9.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-RMES    PIC ZZZZZZZ9.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-VMES    PIC -ZZZZZZ9.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-PCMES   PIC -ZZ9.
          02 L-PCMES-X REDEFINES L-PCMES PIC X(04).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-PACU    PIC ZZZZZZZZ9.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-RACU    PIC ZZZZZZZZ9.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-VACU    PIC -ZZZZZZZ9.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-PCACU   PIC -ZZ9.
          02 L-PCACU-X REDEFINES L-PCACU PIC X(04).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-MARCA   PIC X(06).
       01 L-LINEXC.
          02 FILLER    PIC X(30) VALUE
             "LOCALIDADES EXCEDIDAS       : ".
          02 L-CEXC    PIC Z9.
          02 FILLER    PIC X(40) VALUE
             "  (EXCED.=ACUMULADO, EXC.M.=SOLO EL MES)".
       01 L-TOT.
          02 L-TDESC   PIC X(51).
          02 L-TIMP    PIC ZZZZZZZZ9,99.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "PRESUPUESTO CONTRA REAL DE NOMINA" LINE 01
              POSITION 23.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "PERIODO (AAAAMM, 0 = TERMINAR): "
              LINE 04 POSITION 01.
           ACCEPT W-PERIODO LINE 04 POSITION 34.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO = 0
              GO TO FIN.
           DIVIDE W-PERIODO BY 100 GIVING W-ANIO REMAINDER W-MES.
           IF W-MES < 1 OR W-MES > 12
              DISPLAY "** EL MES DEBE SER DE 01 A 12 **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           MOVE ZEROS TO TABLA-PPTO.
           MOVE ALL "N" TO TABLA-MESES.

           OPEN INPUT PPTONOM.
           IF FSTPPTO NOT = "00"
              DISPLAY "** NO HAY PRESUPUESTO CARGADO: VER PPTO1 **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           MOVE W-ANIO TO PPANIO.
           MOVE 1 TO PPMES.
           MOVE 0 TO PPLO PPCAT.
           MOVE "N" TO FIN-ARCH.
           START PPTONOM KEY IS NOT LESS THAN PPCLAVE
              INVALID KEY MOVE "S" TO FIN-ARCH.
           PERFORM CARGAR-PPTO THRU CARGAR-PPTO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE PPTONOM.

           OPEN INPUT LIQCTL.
           IF FSTCTL = "00"
              MOVE "S" TO W-HAY-CTL
           ELSE
              MOVE "N" TO W-HAY-CTL
           END-IF.
           OPEN INPUT MAESTRO.
           DISPLAY "LEYENDO PERIODOS CONFIRMADOS..." LINE 06
              POSITION 01.
           PERFORM SUMAR-MES THRU SUMAR-MES-EXIT
              VARYING IND-MES FROM 1 BY 1 UNTIL IND-MES > W-MES.
           CLOSE MAESTRO.
           IF W-HAY-CTL = "S"
              CLOSE LIQCTL
           END-IF.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE 0 TO TG-PM TG-RM TG-PA TG-RA.
           PERFORM LISTAR-LOCALIDAD THRU LISTAR-LOCALIDAD-EXIT
              VARYING IND-LO FROM 1 BY 1 UNTIL IND-LO > 100.
           PERFORM IMPRIMIR-PIE.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY "MESES CONFIRMADOS    : " CONT-CONF
              LINE 08 POSITION 01.
           DISPLAY "LEGAJOS LIQUIDADOS   : " CONT-LEG
              LINE 09 POSITION 01.
           DISPLAY "LOCALIDADES EXCEDIDAS: " CONT-EXC
              LINE 10 POSITION 01.
           IF CONT-SINMAE > 0
              DISPLAY "** HAY LEGAJOS LIQUIDADOS QUE YA NO ESTAN EN"
                 " EL MAESTRO: VER EL PIE DEL LISTADO **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED"
           END-IF.
           DISPLAY "LISTADO ENVIADO A LA IMPRESORA"
              LINE 20 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- PRESUPUESTO DE ENERO AL MES PEDIDO DEL ANIO --*
       CARGAR-PPTO.
           READ PPTONOM NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARGAR-PPTO-EXIT.
           IF PPANIO NOT = W-ANIO OR PPMES > W-MES
              MOVE "S" TO FIN-ARCH
              GO TO CARGAR-PPTO-EXIT.
           SET IND-LO  TO PPLO.
           SET IND-LO  UP BY 1.
           SET IND-CAT TO PPCAT.
           SET IND-CAT UP BY 1.
           ADD PPIMP TO TP-PACU (IND-LO, IND-CAT).
           IF PPMES = W-MES
              ADD PPIMP TO TP-PMES (IND-LO, IND-CAT)
           END-IF.
       CARGAR-PPTO-EXIT.
           EXIT.

      *-- UN MES DEL ANIO: SOLO SUMA REAL SI ESTA CONFIRMADO --*
       SUMAR-MES.
           IF W-HAY-CTL = "N"
              GO TO SUMAR-MES-EXIT.
           SET W-PER-MES TO IND-MES.
           COMPUTE W-PER-MES = W-ANIO * 100 + W-PER-MES.
           MOVE W-PER-MES TO CPERIODO.
           READ LIQCTL INVALID KEY
              GO TO SUMAR-MES-EXIT.
           IF CESTADO NOT = "C" OR CTIPO = "S"
              GO TO SUMAR-MES-EXIT.
           MOVE SPACES TO W-NOM-INT.
           STRING "LIQINT." W-PER-MES DELIMITED BY SIZE
              INTO W-NOM-INT.
           OPEN INPUT LIQINT.
           IF FSTINT NOT = "00"
              MOVE "F" TO TM-ESTADO (IND-MES)
              GO TO SUMAR-MES-EXIT.
           MOVE "S" TO TM-ESTADO (IND-MES).
           ADD 1 TO CONT-CONF.
           MOVE "N" TO FIN-ARCH.
           PERFORM SUMAR-LEGAJO THRU SUMAR-LEGAJO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE LIQINT.
       SUMAR-MES-EXIT.
           EXIT.

      *-- EL BRUTO DEL LEGAJO VA A SU LOCALIDAD/CATEGORIA ACTUAL --*
       SUMAR-LEGAJO.
           READ LIQINT NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO SUMAR-LEGAJO-EXIT.
           IF ICA = 99999999
              GO TO SUMAR-LEGAJO-EXIT.
           COMPUTE W-IMP = IBRUTO / 100.
           ADD 1 TO CONT-LEG.
           MOVE ICA TO MCA.
           READ MAESTRO INVALID KEY
              ADD 1 TO CONT-SINMAE
              ADD W-IMP TO T-SINMAE
              GO TO SUMAR-LEGAJO-EXIT.
           SET IND-LO  TO MLO.
           SET IND-LO  UP BY 1.
           SET IND-CAT TO MCATE.
           SET IND-CAT UP BY 1.
           ADD W-IMP TO TP-RACU (IND-LO, IND-CAT).
           IF IND-MES = W-MES
              ADD W-IMP TO TP-RMES (IND-LO, IND-CAT)
           END-IF.
       SUMAR-LEGAJO-EXIT.
           EXIT.

      *-- UNA LINEA POR CATEGORIA CON PRESUPUESTO O REAL, Y EL   --*
      *-- SUBTOTAL DE LA LOCALIDAD CON SU MARCA DE EXCEDIDA.     --*
       LISTAR-LOCALIDAD.
           MOVE 0 TO TLO-PM TLO-RM TLO-PA TLO-RA.
           MOVE "N" TO W-HAY-LO.
           PERFORM LISTAR-CATEGORIA THRU LISTAR-CATEGORIA-EXIT
              VARYING IND-CAT FROM 1 BY 1 UNTIL IND-CAT > 10.
           IF W-HAY-LO = "N"
              GO TO LISTAR-LOCALIDAD-EXIT.
           MOVE TLO-PM TO W-PM.
           MOVE TLO-RM TO W-RM.
           MOVE TLO-PA TO W-PA.
           MOVE TLO-RA TO W-RA.
           PERFORM ARMAR-LINEA.
           MOVE SPACES TO L-CLAVE-T.
           MOVE "TOT.L" TO L-ETIQ.
           SET W-NRO-LO TO IND-LO.
           SUBTRACT 1 FROM W-NRO-LO.
           MOVE W-NRO-LO (2:2) TO L-LOT.
           MOVE SPACES TO L-MARCA.
           IF W-EXC-ACU = "S"
              MOVE "EXCED." TO L-MARCA
              ADD 1 TO CONT-EXC
           ELSE IF W-EXC-MES = "S"
              MOVE "EXC.M." TO L-MARCA
              ADD 1 TO CONT-EXC
           END-IF.
           WRITE R-IMP FROM L-DET.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           ADD TLO-PM TO TG-PM.
           ADD TLO-RM TO TG-RM.
           ADD TLO-PA TO TG-PA.
           ADD TLO-RA TO TG-RA.
       LISTAR-LOCALIDAD-EXIT.
           EXIT.

       LISTAR-CATEGORIA.
           IF TP-PMES (IND-LO, IND-CAT) = 0
              AND TP-RMES (IND-LO, IND-CAT) = 0
              AND TP-PACU (IND-LO, IND-CAT) = 0
              AND TP-RACU (IND-LO, IND-CAT) = 0
              GO TO LISTAR-CATEGORIA-EXIT.
           MOVE "S" TO W-HAY-LO.
           MOVE TP-PMES (IND-LO, IND-CAT) TO W-PM.
           MOVE TP-RMES (IND-LO, IND-CAT) TO W-RM.
           MOVE TP-PACU (IND-LO, IND-CAT) TO W-PA.
           MOVE TP-RACU (IND-LO, IND-CAT) TO W-RA.
           PERFORM ARMAR-LINEA.
           MOVE SPACES TO L-CLAVE.
           SET W-NRO-LO TO IND-LO.
           SUBTRACT 1 FROM W-NRO-LO.
           MOVE W-NRO-LO TO L-LO.
           SET W-NRO TO IND-CAT.
           SUBTRACT 1 FROM W-NRO.
           MOVE W-NRO TO L-CAT.
           MOVE SPACES TO L-MARCA.
           IF W-EXC-ACU = "S"
              MOVE "*" TO L-MARCA
           END-IF.
           WRITE R-IMP FROM L-DET.
           ADD 1 TO CONT-REG.
           ADD W-PM TO TLO-PM.
           ADD W-RM TO TLO-RM.
           ADD W-PA TO TLO-PA.
           ADD W-RA TO TLO-RA.
       LISTAR-CATEGORIA-EXIT.
           EXIT.

      *-- PASA W-PM/W-RM/W-PA/W-RA A "L-DET" CON LA VARIACION     --*
      *-- (REAL - PRESUPUESTO, POSITIVA = GASTO DE MAS) Y SU % SOBRE--*
      *-- EL PRESUPUESTO; SIN PRESUPUESTO EL % NO SE PUEDE CALCULAR.--*
       ARMAR-LINEA.
           MOVE "N" TO W-EXC-MES W-EXC-ACU.
           COMPUTE L-PMES ROUNDED = W-PM.
           COMPUTE L-RMES ROUNDED = W-RM.
           COMPUTE W-VAR = W-RM - W-PM.
           COMPUTE L-VMES ROUNDED = W-VAR.
           IF W-RM > W-PM
              MOVE "S" TO W-EXC-MES
           END-IF.
           IF W-PM = 0
              MOVE "  --" TO L-PCMES-X
           ELSE
              COMPUTE W-PORC ROUNDED = W-VAR * 100 / W-PM
              IF W-PORC > 999
                 MOVE 999 TO W-PORC
              END-IF
              MOVE W-PORC TO L-PCMES
           END-IF.
           COMPUTE L-PACU ROUNDED = W-PA.
           COMPUTE L-RACU ROUNDED = W-RA.
           COMPUTE W-VAR = W-RA - W-PA.
           COMPUTE L-VACU ROUNDED = W-VAR.
           IF W-RA > W-PA
              MOVE "S" TO W-EXC-ACU
           END-IF.
           IF W-PA = 0
              MOVE "  --" TO L-PCACU-X
           ELSE
              COMPUTE W-PORC ROUNDED = W-VAR * 100 / W-PA
              IF W-PORC > 999
                 MOVE 999 TO W-PORC
              END-IF
              MOVE W-PORC TO L-PCACU
           END-IF.

       IMPRIMIR-ENCABEZADO.
           WRITE R-IMP FROM
              "*** PRESUPUESTO CONTRA REAL DE NOMINA ***".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE W-PERIODO   TO L-PER.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-LIN1.
           PERFORM ARMAR-MES
              VARYING IND-MES FROM 1 BY 1 UNTIL IND-MES > 12.
           WRITE R-IMP FROM L-LINMES.
           IF TM-ESTADO (W-MES) NOT = "S"
              WRITE R-IMP FROM
                 "** MES PEDIDO SIN CONFIRMAR: REAL DEL MES EN CERO **"
           END-IF.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-LIN3.
           WRITE R-IMP FROM L-LIN4.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.

      *-- MM = SUMADO, -- = SIN CONFIRMAR, FA = FALTA EL ARCHIVO --*
       ARMAR-MES.
           IF IND-MES > W-MES
              MOVE SPACES TO L-MESNRO (IND-MES)
           ELSE IF TM-ESTADO (IND-MES) = "S"
              SET W-NRO TO IND-MES
              MOVE W-NRO TO L-MESNRO (IND-MES)
           ELSE IF TM-ESTADO (IND-MES) = "F"
              MOVE "FA" TO L-MESNRO (IND-MES)
           ELSE
              MOVE "--" TO L-MESNRO (IND-MES)
           END-IF.

       IMPRIMIR-PIE.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE TG-PM TO W-PM.
           MOVE TG-RM TO W-RM.
           MOVE TG-PA TO W-PA.
           MOVE TG-RA TO W-RA.
           PERFORM ARMAR-LINEA.
           MOVE SPACES TO L-CLAVE-T.
           MOVE "TOTAL" TO L-ETIQ.
           MOVE SPACES TO L-MARCA.
           IF W-EXC-ACU = "S"
              MOVE "EXCED." TO L-MARCA
           END-IF.
           WRITE R-IMP FROM L-DET.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           IF CONT-SINMAE > 0
              MOVE "BRUTO DE LEGAJOS QUE YA NO ESTAN EN EL MAESTRO"
                 TO L-TDESC
              MOVE T-SINMAE TO L-TIMP
              WRITE R-IMP FROM L-TOT
           END-IF.
           MOVE CONT-EXC TO L-CEXC.
           WRITE R-IMP FROM L-LINEXC.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "PPTORE1" TO L-PROGRAMA.
           MOVE CONT-REG TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "PPTORE1"  TO SPL-PROGRAMA.
           MOVE SPACES     TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
