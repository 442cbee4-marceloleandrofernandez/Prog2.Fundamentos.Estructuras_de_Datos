      *** PROVISION MENSUAL DE SAC Y VACACIONES ***
      *** CONTABILIDAD SOLO REGISTRABA EL AGUINALDO CUANDO CORRE     ***
      *** "LIQSAC1" (JUNIO/DICIEMBRE) Y LAS VACACIONES NO GOZADAS    ***
      *** CUANDO "LIQFIN1" LIQUIDA UNA BAJA, ASI QUE CADA CIERRE DE  ***
      *** MES QUEDABA CORTO. ESTE PGM CALCULA AL CIERRE DEL PERIODO, ***
      *** POR LEGAJO, LO DEVENGADO DEL SAC DEL SEMESTRE (MISMO MEJOR ***
      *** SUELDO QUE "LIQSAC1", PROPORCIONAL A LOS MESES CORRIDOS    ***
      *** COMO EN "LIQFIN1") Y EL VALOR DE LOS DIAS "VSALDO" DE      ***
      *** "VACAC.IND" A JORNAL SUELDO/25. GRABA "PROVIS.AAAAMM" CON  ***
      *** EL DETALLE, LOS TOTALES POR LOCALIDAD + CATEGORIA Y LA     ***
      *** REVERSION DE LOS TOTALES DEL MES ANTERIOR (TOMADOS DE SU   ***
      *** PROPIO "PROVIS.AAAAMM"), E IMPRIME EN "PRN" EL MOVIMIENTO  ***
      *** A CONTABILIZAR (CON CONSTANCIA EN "PRINT.LOG").            ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVIS1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

      *-- HISTORIAL DE MODIFICACIONES, ESCRITO POR "MODABM" --*
           SELECT MAEEMPH ASSIGN TO DISK "MAEEMPH.HIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTHIS.

      *-- SALDO DE VACACIONES POR EMPLEADO (VER "VACAC1") --*
           SELECT VACAC ASSIGN TO DISK "VACAC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VCA
           FILE STATUS IS FSTVAC.

      *-- PROVISION DEL PERIODO, NOMBRE FECHADO. EL MISMO FD SE   --*
      *-- USA PRIMERO PARA LEER LA DEL MES ANTERIOR.              --*
           SELECT PROVIS ASSIGN TO DISK W-NOM-PRO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTPRO.

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

       FD  MAEEMPH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-HIS.
        01 R-HIS.
           02 HCA   PIC 9(08).
           02 HAN   PIC X(30).
           02 HSB   PIC 9(05).
           02 HLO   PIC 9(02).
           02 HFECHA.
              03 HANIO  PIC 9(04).
              03 HMES   PIC 99.
              03 HDIA   PIC 99.
           02 HOPER PIC X(08).

      *-- LAYOUT COMPARTIDO CON "VACAC1" --*
       FD  VACAC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-VAC.
        01 R-VAC.
           02 VCA       PIC 9(08).
           02 VAN       PIC X(30).
           02 VDIAS     PIC 9(03).
           02 VTOMADOS  PIC 9(03).
           02 VSALDO    PIC 9(03).
           02 VOPER     PIC X(08).

      *-- "D" = DETALLE POR LEGAJO; "P" = PROVISION Y "R" = REVERSION--*
      *-- DEL MES ANTERIOR, POR LOCALIDAD + CATEGORIA (PVCA EN 0);   --*
      *-- "T" = TOTAL GENERAL DE LA PROVISION (PVCA 99999999).       --*
      *-- IMPORTES EN CENTAVOS, COMO "LIQINT.AAAAMM".                --*
       FD  PROVIS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS R-PRO.
        01 R-PRO.
           02 PVPERIODO PIC 9(06).
           02 PVTIPO    PIC X(01).
           02 PVCA      PIC 9(08).
           02 PVLO      PIC 9(02).
           02 PVCATE    PIC 9(01).
      *-- DIAS DE VACACIONES Y MESES DE SAC PROVISIONADOS --*
           02 PVDIAS    PIC 9(03).
           02 PVMESES   PIC 9(02).
           02 PVSAC     PIC 9(11).
           02 PVVAC     PIC 9(11).

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTHIS           PIC XX.
       77 FSTVAC           PIC XX.
       77 FSTPRO           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 FIN-HIS          PIC X     VALUE "N".
       77 FIN-PRO          PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-PERIODO        PIC 9(06) VALUE 0.
       77 W-PER-ANT        PIC 9(06) VALUE 0.
       77 W-ANIO           PIC 9(04) VALUE 0.
       77 W-MES            PIC 99    VALUE 0.
       77 W-SEM-INI        PIC 99    VALUE 0.
       77 W-NOM-PRO        PIC X(13) VALUE SPACES.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-CERRADO        PIC X     VALUE "N".
       77 W-ULT-CERRADO    PIC 9(06) VALUE 0.
       77 W-HAY-ANT        PIC X     VALUE "N".
       77 W-HAY-VAC        PIC X     VALUE "N".

      *-- VALORES DEL LEGAJO EN CURSO --*
       77 W-MEJOR-MSB      PIC 9(05) VALUE 0.
       77 W-MESES-SEM      PIC 99    VALUE 0.
       77 W-SALDO-VAC      PIC 9(03) VALUE 0.
       77 W-IMP-SAC        PIC 9(07)V99 VALUE 0.
       77 W-IMP-VAC        PIC 9(07)V99 VALUE 0.

       77 CONT-REG         PIC 9(05) VALUE 0.
       77 CONT-LIN         PIC 9(05) VALUE 0.
       77 IND-LO           PIC 999   VALUE 0.
       77 IND-CAT          PIC 99    VALUE 0.
       77 T-SAC            PIC 9(09)V99 VALUE 0.
       77 T-VAC            PIC 9(09)V99 VALUE 0.
       77 T-RSAC           PIC 9(09)V99 VALUE 0.
       77 T-RVAC           PIC 9(09)V99 VALUE 0.
       77 W-MOVIM          PIC S9(09)V99 VALUE 0.

      *-- ACUMULADOS POR LOCALIDAD (MLO) Y CATEGORIA (MCATE), CON --*
      *-- LA PROVISION DEL MES Y LA DEL MES ANTERIOR A REVERTIR.  --*
       01 TABLA-PROVISION.
          02 TP-LO OCCURS 100 TIMES.
             03 TP-CAT OCCURS 10 TIMES.
                04 TP-SAC     PIC 9(09)V99.
                04 TP-VAC     PIC 9(09)V99.
                04 TP-RSAC    PIC 9(09)V99.
                04 TP-RVAC    PIC 9(09)V99.

      *-- LINEAS DEL LISTADO --*
       01 L-LIN1.
          02 FILLER    PIC X(08) VALUE "PERIODO ".
          02 L-PER     PIC 9(06).
          02 FILLER    PIC X(13) VALUE "  REVIERTE   ".
          02 L-PER-ANT PIC 9(06).
          02 FILLER    PIC X(11) VALUE "  EMITIDO  ".
          02 L-FECHA   PIC 9(08).
       01 L-LIN3.
          02 FILLER    PIC X(07) VALUE "LOC CAT".
          02 FILLER    PIC X(13) VALUE "     PROV.SAC".
          02 FILLER    PIC X(13) VALUE "     PROV.VAC".
          02 FILLER    PIC X(13) VALUE "   REVERS.SAC".
          02 FILLER    PIC X(13) VALUE "   REVERS.VAC".
          02 FILLER    PIC X(13) VALUE "   MOVIMIENTO".
       01 L-DET.
          02 L-LO      PIC Z9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-CAT     PIC Z9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-SAC     PIC ZZZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-VAC     PIC ZZZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-RSAC    PIC ZZZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-RVAC    PIC ZZZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-MOV     PIC -ZZZZZZZ9,99.
       01 L-TOT REDEFINES L-DET.
          02 L-TDESC   PIC X(06).
          02 FILLER    PIC X(66).

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- LA PROVISION QUEDA ATRIBUIDA AL OPERADOR QUE LA CORRIO --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "PROVISION MENSUAL DE SAC Y VACACIONES" LINE 01
              POSITION 22.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "PERIODO (AAAAMM, 0 = TERMINAR): "
              LINE 04 POSITION 01.
           ACCEPT W-PERIODO LINE 04 POSITION 34.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO = 0
              GO TO FIN.
           DIVIDE W-PERIODO BY 100 GIVING W-ANIO REMAINDER W-MES.
           IF W-MES < 1 OR W-MES > 12
              DISPLAY "** MES INVALIDO (01 A 12) **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

      *-- UN MES CONFIRMADO YA ESTA CONTABILIZADO CON SU PROVISION --*
           CALL   "PERCERR" USING W-PERIODO W-CERRADO W-ULT-CERRADO.
           CANCEL "PERCERR".
           IF W-CERRADO = "S"
              DISPLAY "** PERIODO CONFIRMADO: REABRALO ANTES DE"
                 " REGENERAR **" LINE 24 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           OPEN INPUT MAESTRO.
           IF FST NOT = "00"
              DISPLAY "** NO HAY EMPLEADOS PARA PROVISIONAR **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

      *-- SEMESTRE DEL SAC --*
           IF W-MES > 6
              MOVE 7 TO W-SEM-INI
           ELSE
              MOVE 1 TO W-SEM-INI
           END-IF.
           IF W-MES = 1
              COMPUTE W-PER-ANT = (W-ANIO - 1) * 100 + 12
           ELSE
              COMPUTE W-PER-ANT = W-PERIODO - 1
           END-IF.

           MOVE ZEROS TO TABLA-PROVISION.
           PERFORM LEER-ANTERIOR THRU LEER-ANTERIOR-EXIT.

           MOVE SPACES TO W-NOM-PRO.
           STRING "PROVIS." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-PRO.
           OPEN OUTPUT PROVIS.
           OPEN INPUT VACAC.
           IF FSTVAC = "00"
              MOVE "S" TO W-HAY-VAC
           END-IF.
           PERFORM LEER-EMPLEADO.
           PERFORM PROVISIONAR THRU PROVISIONAR-EXIT
              UNTIL FIN-ARCH = "S".
           IF W-HAY-VAC = "S"
              CLOSE VACAC
           END-IF.
           CLOSE MAESTRO.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           PERFORM IMPRIMIR-ENCABEZADO.
           PERFORM GRABAR-TOTALES THRU GRABAR-TOTALES-EXIT
              VARYING IND-LO FROM 1 BY 1 UNTIL IND-LO > 100
              AFTER IND-CAT FROM 1 BY 1 UNTIL IND-CAT > 10.
           PERFORM IMPRIMIR-PIE.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           CLOSE PROVIS.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY "LEGAJOS PROVISIONADOS: " CONT-REG
              LINE 06 POSITION 01.
           DISPLAY "PROVISION SAC        : " T-SAC
              LINE 07 POSITION 01.
           DISPLAY "PROVISION VACACIONES : " T-VAC
              LINE 08 POSITION 01.
           DISPLAY "REVERSION MES ANTER. : " T-RSAC " " T-RVAC
              LINE 09 POSITION 01.
           IF W-HAY-ANT = "N"
              DISPLAY "(NO HAY PROVISION DEL MES ANTERIOR, NO SE"
                 " REVIERTE NADA)" LINE 10 POSITION 01
           END-IF.
           DISPLAY "GENERADO " W-NOM-PRO LINE 19 POSITION 01.
           DISPLAY "LISTADO ENVIADO A LA IMPRESORA"
              LINE 20 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- LA REVERSION ES LA PROVISION "P" DEL MES ANTERIOR TAL      --*
      *-- COMO SE GRABO; SI TODAVIA NO SE CORRIO, NO SE REVIERTE.    --*
       LEER-ANTERIOR.
           MOVE "N" TO W-HAY-ANT.
           MOVE SPACES TO W-NOM-PRO.
           STRING "PROVIS." W-PER-ANT DELIMITED BY SIZE
              INTO W-NOM-PRO.
           OPEN INPUT PROVIS.
           IF FSTPRO NOT = "00"
              GO TO LEER-ANTERIOR-EXIT.
           MOVE "S" TO W-HAY-ANT.
           MOVE "N" TO FIN-PRO.
           PERFORM LEER-UNA-ANTERIOR THRU LEER-UNA-ANTERIOR-EXIT
              UNTIL FIN-PRO = "S".
           CLOSE PROVIS.
       LEER-ANTERIOR-EXIT.
           EXIT.

       LEER-UNA-ANTERIOR.
           READ PROVIS NEXT RECORD AT END
              MOVE "S" TO FIN-PRO
              GO TO LEER-UNA-ANTERIOR-EXIT.
           IF PVTIPO NOT = "P"
              GO TO LEER-UNA-ANTERIOR-EXIT.
           COMPUTE IND-LO  = PVLO + 1.
           COMPUTE IND-CAT = PVCATE + 1.
           COMPUTE TP-RSAC (IND-LO, IND-CAT) = PVSAC / 100.
           COMPUTE TP-RVAC (IND-LO, IND-CAT) = PVVAC / 100.
       LEER-UNA-ANTERIOR-EXIT.
           EXIT.

       LEER-EMPLEADO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO FIN-ARCH.

      *-- SAC DEVENGADO = MEJOR SUELDO / 2 * MESES CORRIDOS DEL      --*
      *-- SEMESTRE / 6; UN INGRESO DENTRO DEL SEMESTRE CUENTA DESDE  --*
      *-- SU MES. VACACIONES = DIAS DE SALDO * SUELDO / 25.          --*
       PROVISIONAR.
           IF FIN-ARCH = "S" GO TO PROVISIONAR-EXIT.
           IF MFA > W-ANIO OR (MFA = W-ANIO AND MFM > W-MES)
              GO TO SIGUIENTE-EMPLEADO.
           PERFORM BUSCAR-MEJOR-MSB THRU BUSCAR-MEJOR-MSB-EXIT.
           COMPUTE W-MESES-SEM = W-MES - W-SEM-INI + 1.
           IF MFA = W-ANIO AND MFM >= W-SEM-INI
              COMPUTE W-MESES-SEM = W-MES - MFM + 1
           END-IF.
           COMPUTE W-IMP-SAC ROUNDED =
              W-MEJOR-MSB / 2 * W-MESES-SEM / 6.
           PERFORM BUSCAR-SALDO-VAC.
           COMPUTE W-IMP-VAC ROUNDED = W-SALDO-VAC * MSB / 25.

           MOVE W-PERIODO   TO PVPERIODO.
           MOVE "D"         TO PVTIPO.
           MOVE MCA         TO PVCA.
           MOVE MLO         TO PVLO.
           MOVE MCATE       TO PVCATE.
           MOVE W-SALDO-VAC TO PVDIAS.
           MOVE W-MESES-SEM TO PVMESES.
           COMPUTE PVSAC = W-IMP-SAC * 100.
           COMPUTE PVVAC = W-IMP-VAC * 100.
           WRITE R-PRO.

           COMPUTE IND-LO  = MLO + 1.
           COMPUTE IND-CAT = MCATE + 1.
           ADD W-IMP-SAC TO TP-SAC (IND-LO, IND-CAT).
           ADD W-IMP-VAC TO TP-VAC (IND-LO, IND-CAT).
           ADD 1 TO CONT-REG.
       SIGUIENTE-EMPLEADO.
           PERFORM LEER-EMPLEADO.
       PROVISIONAR-EXIT.
           EXIT.

      *-- MISMO CRITERIO QUE "LIQSAC1", HASTA EL MES DEL PERIODO --*
       BUSCAR-MEJOR-MSB.
           MOVE MSB TO W-MEJOR-MSB.
           OPEN INPUT MAEEMPH.
           IF FSTHIS NOT = "00"
              GO TO BUSCAR-MEJOR-MSB-EXIT.
           MOVE "N" TO FIN-HIS.
           PERFORM LEER-HISTORIAL THRU LEER-HISTORIAL-EXIT
              UNTIL FIN-HIS = "S".
           CLOSE MAEEMPH.
       BUSCAR-MEJOR-MSB-EXIT.
           EXIT.

       LEER-HISTORIAL.
           READ MAEEMPH NEXT RECORD AT END
              MOVE "S" TO FIN-HIS
              GO TO LEER-HISTORIAL-EXIT.
           IF HCA = MCA AND HANIO = W-ANIO
              AND HMES NOT < W-SEM-INI
              AND HMES NOT > W-MES
              IF HSB > W-MEJOR-MSB
                 MOVE HSB TO W-MEJOR-MSB
              END-IF
           END-IF.
       LEER-HISTORIAL-EXIT.
           EXIT.

      *-- SALDO DE VACACIONES; SIN REGISTRO EN "VACAC.IND" ES 0 --*
       BUSCAR-SALDO-VAC.
           MOVE 0 TO W-SALDO-VAC.
           IF W-HAY-VAC = "S"
              MOVE MCA TO VCA
              READ VACAC INVALID KEY MOVE 0 TO VSALDO
              END-READ
              IF FSTVAC = "00"
                 MOVE VSALDO TO W-SALDO-VAC
              END-IF
           END-IF.

      *-- UNA PAREJA LOCALIDAD/CATEGORIA: RENGLONES "P" Y "R" EN EL --*
      *-- ARCHIVO Y UNA LINEA DEL LISTADO, SOLO SI TIENE IMPORTES.  --*
       GRABAR-TOTALES.
           IF TP-SAC (IND-LO, IND-CAT) = 0
              AND TP-VAC (IND-LO, IND-CAT) = 0
              AND TP-RSAC (IND-LO, IND-CAT) = 0
              AND TP-RVAC (IND-LO, IND-CAT) = 0
              GO TO GRABAR-TOTALES-EXIT.
           MOVE W-PERIODO TO PVPERIODO.
           MOVE 0         TO PVCA PVDIAS PVMESES.
           COMPUTE PVLO   = IND-LO - 1.
           COMPUTE PVCATE = IND-CAT - 1.
           MOVE "P" TO PVTIPO.
           COMPUTE PVSAC = TP-SAC (IND-LO, IND-CAT) * 100.
           COMPUTE PVVAC = TP-VAC (IND-LO, IND-CAT) * 100.
           WRITE R-PRO.
           MOVE "R" TO PVTIPO.
           COMPUTE PVSAC = TP-RSAC (IND-LO, IND-CAT) * 100.
           COMPUTE PVVAC = TP-RVAC (IND-LO, IND-CAT) * 100.
           WRITE R-PRO.

           ADD TP-SAC (IND-LO, IND-CAT)  TO T-SAC.
           ADD TP-VAC (IND-LO, IND-CAT)  TO T-VAC.
           ADD TP-RSAC (IND-LO, IND-CAT) TO T-RSAC.
           ADD TP-RVAC (IND-LO, IND-CAT) TO T-RVAC.
           COMPUTE W-MOVIM = TP-SAC (IND-LO, IND-CAT)
              + TP-VAC (IND-LO, IND-CAT)
              - TP-RSAC (IND-LO, IND-CAT)
              - TP-RVAC (IND-LO, IND-CAT).
           MOVE SPACES TO L-DET.
           COMPUTE L-LO  = IND-LO - 1.
           COMPUTE L-CAT = IND-CAT - 1.
           MOVE TP-SAC (IND-LO, IND-CAT)  TO L-SAC.
           MOVE TP-VAC (IND-LO, IND-CAT)  TO L-VAC.
           MOVE TP-RSAC (IND-LO, IND-CAT) TO L-RSAC.
           MOVE TP-RVAC (IND-LO, IND-CAT) TO L-RVAC.
           MOVE W-MOVIM TO L-MOV.
           WRITE R-IMP FROM L-DET.
           ADD 1 TO CONT-LIN.
       GRABAR-TOTALES-EXIT.
           EXIT.

       IMPRIMIR-ENCABEZADO.
           WRITE R-IMP FROM
              "*** PROVISION MENSUAL DE SAC Y VACACIONES ***".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE W-PERIODO   TO L-PER.
           MOVE W-PER-ANT   TO L-PER-ANT.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-LIN1.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-LIN3.

      *-- TOTAL GENERAL: TAMBIEN COMO RENGLON "T" DEL ARCHIVO --*
       IMPRIMIR-PIE.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           COMPUTE W-MOVIM = T-SAC + T-VAC - T-RSAC - T-RVAC.
           MOVE SPACES  TO L-DET.
           MOVE "TOTAL" TO L-TDESC.
           MOVE T-SAC   TO L-SAC.
           MOVE T-VAC   TO L-VAC.
           MOVE T-RSAC  TO L-RSAC.
           MOVE T-RVAC  TO L-RVAC.
           MOVE W-MOVIM TO L-MOV.
           WRITE R-IMP FROM L-DET.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.

           MOVE W-PERIODO TO PVPERIODO.
           MOVE "T"       TO PVTIPO.
           MOVE 99999999  TO PVCA.
           MOVE 0         TO PVLO PVCATE PVDIAS PVMESES.
           COMPUTE PVSAC = T-SAC * 100.
           COMPUTE PVVAC = T-VAC * 100.
           WRITE R-PRO.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "PROVIS1" TO L-PROGRAMA.
           MOVE CONT-LIN TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "PROVIS1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
