      *** ASIENTO CONTABLE DEL COSTO LABORAL DEL PERIODO ***
      *** "LIQINT.AAAAMM" TRAE UN RENGLON POR LEGAJO CON BRUTO,      ***
      *** DESCUENTOS Y NETO, Y CONTABILIDAD LO VOLVIA A SUMAR A MANO ***
      *** POR CENTRO DE COSTO. ESTE PGM ABRE CADA LEGAJO DEL PERIODO ***
      *** EN SUS COMPONENTES (LA MISMA CUENTA DE "LIQCALC", SIN      ***
      *** ACTUALIZAR NADA, QUE REPITE LO YA APLICADO EN EL PERIODO), ***
      *** LOS ACUMULA POR COMPONENTE + LOCALIDAD + CATEGORIA Y GRABA ***
      *** "ASIENTO.AAAAMM" CON LA CUENTA DE "CTACON.IND" (VER        ***
      *** "MODCTA"). IMPRIME EN "PRN" (CON CONSTANCIA EN "PRINT.LOG")***
      *** EL ASIENTO, LA PRUEBA DEBE = HABER Y EL CRUCE CONTRA EL    ***
      *** REGISTRO DE TOTALES DE "LIQINT.AAAAMM". UN LEGAJO CUYA     ***
      *** CUENTA YA NO DA LO MISMO QUE LO GENERADO (SUELDO CAMBIADO, ***
      *** BAJA POSTERIOR) VA CON LOS IMPORTES DE "LIQINT" SIN        ***
      *** DESGLOSE Y QUEDA LISTADO APARTE.                           ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIEN1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- DETALLES DEL PERIODO GENERADOS POR "INTLIQ1" --*
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

      *-- CUENTA CONTABLE DE CADA COMPONENTE (VER "MODCTA") --*
           SELECT CTACON ASSIGN TO DISK "CTACON.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CMCOMP
           FILE STATUS IS FSTCTA.

      *-- ASIENTO DEL PERIODO, NOMBRE FECHADO --*
           SELECT ASIENTO ASSIGN TO DISK W-NOM-ASI
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTASI.

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD  CTACON
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 35 CHARACTERS
           DATA RECORD IS R-CTAM.
           COPY CTAMREC.

      *-- UN RENGLON POR COMPONENTE + CENTRO DE COSTO, CON EL IMPORTE--*
      *-- EN EL DEBE O EN EL HABER (CENTAVOS). ULTIMO REGISTRO:      --*
      *-- CUENTA 999999999999 CON EL TOTAL DEL DEBE Y DEL HABER.     --*
       FD  ASIENTO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 46 CHARACTERS
           DATA RECORD IS R-ASI.
        01 R-ASI.
           02 ASPERIODO PIC 9(06).
           02 ASCOMP    PIC X(03).
           02 ASCUENTA  PIC X(12).
           02 ASLO      PIC 9(02).
           02 ASCATE    PIC 9(01).
           02 ASDEBE    PIC 9(11).
           02 ASHABER   PIC 9(11).

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTINT           PIC XX.
       77 FSTCTA           PIC XX.
       77 FSTASI           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-PERIODO        PIC 9(06) VALUE 0.
       77 W-ANIO           PIC 9(04) VALUE 0.
       77 W-MES            PIC 99    VALUE 0.
       77 W-NOM-INT        PIC X(13) VALUE SPACES.
       77 W-NOM-ASI        PIC X(14) VALUE SPACES.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-FALTAN         PIC 99    VALUE 0.
       77 LIN-ACT          PIC 99    VALUE 0.
       77 W-EXISTE-EMP     PIC X     VALUE "N".
       77 W-DESGLOSE       PIC X     VALUE "N".
       77 W-LO             PIC 9(02) VALUE 0.
       77 W-CATE           PIC 9(1)  VALUE 0.
       77 W-SUMA-DESC      PIC 9(07)V99 VALUE 0.
       77 W-TOPE           PIC 9(07)V99 VALUE 0.
       77 W-EXCESO         PIC 9(07)V99 VALUE 0.
       77 W-INT-BRUTO      PIC 9(09)V99 VALUE 0.
       77 W-INT-DESC       PIC 9(09)V99 VALUE 0.
       77 W-INT-NETO       PIC 9(09)V99 VALUE 0.
       77 W-HAY-TOTALES    PIC X     VALUE "N".
       77 W-IMP            PIC 9(09)V99 VALUE 0.

       77 IND-C            PIC 99    VALUE 0.
       77 IND-LO           PIC 999   VALUE 0.
       77 IND-CAT          PIC 99    VALUE 0.
       77 CONT-LEG         PIC 9(05) VALUE 0.
       77 CONT-SIN         PIC 9(05) VALUE 0.
       77 CONT-LIN         PIC 9(05) VALUE 0.
       77 T-DEBE           PIC 9(09)V99 VALUE 0.
       77 T-HABER          PIC 9(09)V99 VALUE 0.
       77 T-BRUTO          PIC 9(09)V99 VALUE 0.
       77 T-DESC           PIC 9(09)V99 VALUE 0.
       77 T-NETO           PIC 9(09)V99 VALUE 0.
       77 T-DEV            PIC 9(09)V99 VALUE 0.

      *-- COMPONENTES DEL ASIENTO Y SU LADO (D = DEBE, H = HABER). --*
      *-- LOS HABERES (1 A 4) SUMAN EL BRUTO; LOS DESCUENTOS (6 A  --*
      *-- 13) SUMAN LOS DESCUENTOS DE "LIQINT"; NET ES EL NETO.    --*
       01 COMPONENTES.
          02 FILLER PIC X(04) VALUE "BASD".
          02 FILLER PIC X(04) VALUE "HABD".
          02 FILLER PIC X(04) VALUE "NOVD".
          02 FILLER PIC X(04) VALUE "FAMD".
          02 FILLER PIC X(04) VALUE "DEVD".
          02 FILLER PIC X(04) VALUE "LEYH".
          02 FILLER PIC X(04) VALUE "NVDH".
          02 FILLER PIC X(04) VALUE "SUSH".
          02 FILLER PIC X(04) VALUE "AUSH".
          02 FILLER PIC X(04) VALUE "PREH".
          02 FILLER PIC X(04) VALUE "GANH".
          02 FILLER PIC X(04) VALUE "SINH".
          02 FILLER PIC X(04) VALUE "EMBH".
          02 FILLER PIC X(04) VALUE "NETH".
       01 TABLA-COMP REDEFINES COMPONENTES.
          02 TC OCCURS 14 TIMES.
             03 TC-COD   PIC X(03).
             03 TC-LADO  PIC X(01).

      *-- CUENTA DE CADA COMPONENTE, LEIDA DE "CTACON.IND" --*
       01 TABLA-CUENTAS.
          02 TC-CUENTA PIC X(12) OCCURS 14 TIMES.

      *-- IMPORTES DEL LEGAJO EN CURSO, POR COMPONENTE --*
       01 TABLA-IMPORTES.
          02 TI-IMP PIC 9(07)V99 OCCURS 14 TIMES.

      *-- ACUMULADO POR COMPONENTE, LOCALIDAD (MLO) Y CATEGORIA --*
       01 TABLA-ASIENTO.
          02 TA-COMP OCCURS 14 TIMES.
             03 TA-LO OCCURS 100 TIMES.
                04 TA-IMP PIC 9(09)V99 OCCURS 10 TIMES.

      *-- LINEAS DEL LISTADO --*
       01 L-LIN1.
          02 FILLER    PIC X(08) VALUE "PERIODO ".
          02 L-PER     PIC 9(06).
          02 FILLER    PIC X(13) VALUE "  EMITIDO    ".
          02 L-FECHA   PIC 9(08).
       01 L-LIN3.
          02 FILLER    PIC X(30) VALUE "COMP CUENTA        LOC CAT".
          02 FILLER    PIC X(26) VALUE "              DEBE".
          02 FILLER    PIC X(12) VALUE "       HABER".
       01 L-DET.
          02 L-COMP    PIC X(03).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-CUENTA  PIC X(12).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-LO      PIC Z9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-CAT     PIC Z9.
          02 FILLER    PIC X(09) VALUE SPACES.
          02 L-DEBE    PIC ZZZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-HABER   PIC ZZZZZZZZ9,99.
       01 L-TOT REDEFINES L-DET.
          02 L-TDESC   PIC X(34).
          02 FILLER    PIC X(25).
       01 L-SIN.
          02 FILLER    PIC X(07) VALUE "LEGAJO ".
          02 L-SCA     PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-SMOT    PIC X(40).
       01 L-CTL.
          02 L-CDESC   PIC X(20).
          02 FILLER    PIC X(08) VALUE " LIQINT ".
          02 L-CINT    PIC ZZZZZZZZ9,99.
          02 FILLER    PIC X(09) VALUE "  ASIENTO".
          02 L-CASI    PIC ZZZZZZZZ9,99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-CRES    PIC X(12).

      *-- AREA DE COMUNICACION CON "LIQCALC" (VER COPY/LIQWREC.CPY) --*
           COPY LIQWREC.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "ASIENTO DEL COSTO LABORAL" LINE 01 POSITION 28.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "PERIODO (AAAAMM, 0 = TERMINAR): "
              LINE 04 POSITION 01.
           ACCEPT W-PERIODO LINE 04 POSITION 34.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO = 0
              GO TO FIN.
      *-- EL AGUINALDO (AAAA13/AAAA14) NO PASA POR "LIQCALC": NO --*
      *-- HAY COMPONENTES PARA ABRIR.                            --*
           DIVIDE W-PERIODO BY 100 GIVING W-ANIO REMAINDER W-MES.
           IF W-MES < 1 OR W-MES > 12
              DISPLAY "** SOLO PERIODOS MENSUALES (MES 01 A 12) **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           MOVE SPACES TO W-NOM-INT.
           STRING "LIQINT." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-INT.
           OPEN INPUT LIQINT.
           IF FSTINT NOT = "00"
              DISPLAY "** NO EXISTE " W-NOM-INT
                 ": GENERE EL PERIODO EN INTLIQ1 **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

      *-- SIN CUENTA PARA ALGUN COMPONENTE NO SE ARMA EL ASIENTO --*
           PERFORM LEER-CUENTAS THRU LEER-CUENTAS-EXIT.
           IF W-FALTAN > 0
              CLOSE LIQINT
              DISPLAY "** FALTAN CUENTAS CONTABLES: CARGUELAS EN"
                 " MODCTA **" LINE 24 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           MOVE ZEROS TO TABLA-ASIENTO.
           OPEN INPUT MAESTRO.
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-DETALLE.
           PERFORM PROCESAR-DETALLE THRU PROCESAR-DETALLE-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE MAESTRO.
           CLOSE LIQINT.
           CANCEL "LIQCALC".

           MOVE SPACES TO W-NOM-ASI.
           STRING "ASIENTO." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-ASI.
           OPEN OUTPUT ASIENTO.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-LIN3.
           PERFORM GRABAR-RENGLON THRU GRABAR-RENGLON-EXIT
              VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 14
              AFTER IND-LO FROM 1 BY 1 UNTIL IND-LO > 100
              AFTER IND-CAT FROM 1 BY 1 UNTIL IND-CAT > 10.
           PERFORM GRABAR-CIERRE.
           CLOSE ASIENTO.
           PERFORM IMPRIMIR-CONTROL.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY "LEGAJOS DEL PERIODO : " CONT-LEG
              LINE 06 POSITION 01.
           DISPLAY "SIN DESGLOSE        : " CONT-SIN
              LINE 07 POSITION 01.
           DISPLAY "TOTAL DEBE          : " T-DEBE
              LINE 08 POSITION 01.
           DISPLAY "TOTAL HABER         : " T-HABER
              LINE 09 POSITION 01.
           IF T-DEBE NOT = T-HABER
              DISPLAY "** EL ASIENTO NO BALANCEA, VEA EL LISTADO **"
                 LINE 11 POSITION 01 CONTROL "FCOLOR=RED", BLINK
           END-IF.
           DISPLAY "GENERADO " W-NOM-ASI LINE 19 POSITION 01.
           DISPLAY "LISTADO ENVIADO A LA IMPRESORA"
              LINE 20 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       LEER-CUENTAS.
           MOVE 0 TO W-FALTAN.
           MOVE SPACES TO TABLA-CUENTAS.
           OPEN INPUT CTACON.
           IF FSTCTA NOT = "00"
              MOVE 14 TO W-FALTAN
              GO TO LEER-CUENTAS-EXIT.
           PERFORM LEER-UNA-CUENTA
              VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 14.
           CLOSE CTACON.
       LEER-CUENTAS-EXIT.
           EXIT.

       LEER-UNA-CUENTA.
           MOVE TC-COD (IND-C) TO CMCOMP.
           READ CTACON INVALID KEY MOVE SPACES TO CMCUENTA.
           IF CMCUENTA = SPACES
              ADD 1 TO W-FALTAN
              COMPUTE LIN-ACT = 05 + W-FALTAN
              DISPLAY "SIN CUENTA: " LINE LIN-ACT, POSITION 01
              DISPLAY TC-COD (IND-C) LINE LIN-ACT, POSITION 13
           ELSE
              MOVE CMCUENTA TO TC-CUENTA (IND-C)
           END-IF.

       LEER-DETALLE.
           READ LIQINT NEXT RECORD AT END MOVE "S" TO FIN-ARCH.

      *-- EL REGISTRO 99999999 ES EL TOTAL CONTRA EL QUE SE CRUZA --*
       PROCESAR-DETALLE.
           IF FIN-ARCH = "S" GO TO PROCESAR-DETALLE-EXIT.
           IF ICA = 99999999
              COMPUTE W-INT-BRUTO = IBRUTO / 100
              COMPUTE W-INT-DESC  = IDESC / 100
              COMPUTE W-INT-NETO  = INETO / 100
              MOVE "S" TO W-HAY-TOTALES
              GO TO SIGUIENTE-DETALLE.
           MOVE ZEROS TO TABLA-IMPORTES.
           MOVE 0 TO W-LO W-CATE.
           MOVE "N" TO W-DESGLOSE.
           PERFORM DESGLOSAR-LEGAJO THRU DESGLOSAR-LEGAJO-EXIT.
           IF W-DESGLOSE = "N"
              PERFORM USAR-LIQINT
           END-IF.
           COMPUTE IND-LO  = W-LO + 1.
           COMPUTE IND-CAT = W-CATE + 1.
           PERFORM ACUMULAR-COMPONENTE
              VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 14.
           ADD 1 TO CONT-LEG.
       SIGUIENTE-DETALLE.
           PERFORM LEER-DETALLE.
       PROCESAR-DETALLE-EXIT.
           EXIT.

      *-- REPITE LA CUENTA DEL LEGAJO CON "LIQCALC" (SIN ACTUALIZAR) --*
      *-- Y SOLO LA USA SI DA EXACTAMENTE LO QUE QUEDO EN "LIQINT".  --*
       DESGLOSAR-LEGAJO.
           MOVE ICA TO MCA.
           READ MAESTRO INVALID KEY
              MOVE "SIN REGISTRO EN EL MAESTRO (BAJA)" TO L-SMOT
              GO TO DESGLOSAR-LEGAJO-EXIT.
           MOVE MLO   TO W-LO.
           MOVE MCATE TO W-CATE.
           MOVE MCA  TO LIQ-MCA.
           MOVE MSB  TO LIQ-MSB.
           MOVE MANT TO LIQ-MANT.
           MOVE W-PERIODO TO LIQ-PERIODO.
           MOVE "N" TO LIQ-ACTUALIZA.
           CALL "LIQCALC" USING LIQ-DATOS.
           IF LIQ-BRUTO * 100 NOT = IBRUTO
              OR LIQ-DESC * 100 NOT = IDESC
              OR LIQ-NETO * 100 NOT = INETO
              MOVE "LA LIQUIDACION YA NO COINCIDE CON LIQINT"
                 TO L-SMOT
              GO TO DESGLOSAR-LEGAJO-EXIT.
           MOVE "S" TO W-DESGLOSE.
           MOVE LIQ-MSB        TO TI-IMP (1).
           MOVE LIQ-HAB-CONC   TO TI-IMP (2).
           MOVE LIQ-NOV-HAB    TO TI-IMP (3).
           MOVE LIQ-ASIG-FAM   TO TI-IMP (4).
           MOVE LIQ-DEV-GAN    TO TI-IMP (5).
           MOVE LIQ-DESC-LEY   TO TI-IMP (6).
           MOVE LIQ-NOV-DESC   TO TI-IMP (7).
           MOVE LIQ-DESC-SUSP  TO TI-IMP (8).
           MOVE LIQ-DESC-AUS   TO TI-IMP (9).
           MOVE LIQ-CUOTA-PRES TO TI-IMP (10).
           MOVE LIQ-RET-GAN    TO TI-IMP (11).
           MOVE LIQ-CUOTA-SIND TO TI-IMP (12).
           MOVE LIQ-EMBARGO    TO TI-IMP (13).
           MOVE LIQ-NETO       TO TI-IMP (14).
      *-- "LIQCALC" TOPEA LOS DESCUENTOS (SIN EMBARGOS) AL BRUTO: --*
      *-- LO QUE NO SE PUDO DESCONTAR SE QUITA DE LOS ULTIMOS EN  --*
      *-- APLICARSE, PARA QUE EL ASIENTO SUME LO DESCONTADO.      --*
           COMPUTE W-SUMA-DESC = TI-IMP (6) + TI-IMP (7) + TI-IMP (8)
              + TI-IMP (9) + TI-IMP (10) + TI-IMP (11) + TI-IMP (12).
           COMPUTE W-TOPE = LIQ-DESC - LIQ-EMBARGO.
           IF W-SUMA-DESC > W-TOPE
              COMPUTE W-EXCESO = W-SUMA-DESC - W-TOPE
              PERFORM RECORTAR-DESCUENTO
                 VARYING IND-C FROM 12 BY -1 UNTIL IND-C < 6
           END-IF.
       DESGLOSAR-LEGAJO-EXIT.
           EXIT.

       RECORTAR-DESCUENTO.
           IF W-EXCESO > TI-IMP (IND-C)
              SUBTRACT TI-IMP (IND-C) FROM W-EXCESO
              MOVE 0 TO TI-IMP (IND-C)
           ELSE
              SUBTRACT W-EXCESO FROM TI-IMP (IND-C)
              MOVE 0 TO W-EXCESO
           END-IF.

      *-- SIN DESGLOSE: BRUTO AL BASICO, DESCUENTOS A LOS DE LEY Y --*
      *-- NETO A PAGAR; LO QUE EL NETO SUPERE A BRUTO - DESCUENTOS --*
      *-- ES DEVOLUCION DE GANANCIAS.                              --*
       USAR-LIQINT.
           COMPUTE TI-IMP (1)  = IBRUTO / 100.
           COMPUTE TI-IMP (6)  = IDESC / 100.
           COMPUTE TI-IMP (14) = INETO / 100.
           IF INETO + IDESC > IBRUTO
              COMPUTE TI-IMP (5) = (INETO + IDESC - IBRUTO) / 100
           END-IF.
           IF CONT-SIN = 0
              MOVE SPACES TO R-IMP
              WRITE R-IMP
              WRITE R-IMP FROM "LEGAJOS SIN DESGLOSE (VAN CON LOS"
              WRITE R-IMP FROM "IMPORTES DE LIQINT A BASICO/LEY/NETO):"
           END-IF.
           MOVE ICA TO L-SCA.
           WRITE R-IMP FROM L-SIN.
           ADD 1 TO CONT-SIN CONT-LIN.

       ACUMULAR-COMPONENTE.
           ADD TI-IMP (IND-C) TO TA-IMP (IND-C, IND-LO, IND-CAT).
           IF IND-C < 5
              ADD TI-IMP (IND-C) TO T-BRUTO
           ELSE IF IND-C = 5
              ADD TI-IMP (IND-C) TO T-DEV
           ELSE IF IND-C < 14
              ADD TI-IMP (IND-C) TO T-DESC
           ELSE
              ADD TI-IMP (IND-C) TO T-NETO
           END-IF.

      *-- UN COMPONENTE EN UN CENTRO DE COSTO, SI TIENE IMPORTE --*
       GRABAR-RENGLON.
           IF TA-IMP (IND-C, IND-LO, IND-CAT) = 0
              GO TO GRABAR-RENGLON-EXIT.
           MOVE TA-IMP (IND-C, IND-LO, IND-CAT) TO W-IMP.
           MOVE W-PERIODO          TO ASPERIODO.
           MOVE TC-COD (IND-C)     TO ASCOMP.
           MOVE TC-CUENTA (IND-C)  TO ASCUENTA.
           COMPUTE ASLO   = IND-LO - 1.
           COMPUTE ASCATE = IND-CAT - 1.
           MOVE SPACES TO L-DET.
           MOVE TC-COD (IND-C)     TO L-COMP.
           MOVE TC-CUENTA (IND-C)  TO L-CUENTA.
           MOVE ASLO   TO L-LO.
           MOVE ASCATE TO L-CAT.
           IF TC-LADO (IND-C) = "D"
              COMPUTE ASDEBE = W-IMP * 100
              MOVE 0 TO ASHABER
              MOVE W-IMP TO L-DEBE
              ADD W-IMP TO T-DEBE
           ELSE
              MOVE 0 TO ASDEBE
              COMPUTE ASHABER = W-IMP * 100
              MOVE W-IMP TO L-HABER
              ADD W-IMP TO T-HABER
           END-IF.
           WRITE R-ASI.
           WRITE R-IMP FROM L-DET.
           ADD 1 TO CONT-LIN.
       GRABAR-RENGLON-EXIT.
           EXIT.

       GRABAR-CIERRE.
           MOVE W-PERIODO TO ASPERIODO.
           MOVE "TOT"     TO ASCOMP.
           MOVE ALL "9"   TO ASCUENTA.
           MOVE 0         TO ASLO ASCATE.
           COMPUTE ASDEBE  = T-DEBE * 100.
           COMPUTE ASHABER = T-HABER * 100.
           WRITE R-ASI.

      *-- PRUEBA DEBE = HABER Y CRUCE CON EL TOTAL DE "LIQINT" --*
       IMPRIMIR-CONTROL.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO L-DET.
           MOVE "TOTALES DEL ASIENTO" TO L-TDESC.
           MOVE T-DEBE  TO L-DEBE.
           MOVE T-HABER TO L-HABER.
           WRITE R-IMP FROM L-DET.
           IF T-DEBE = T-HABER
              WRITE R-IMP FROM "DEBE = HABER: ASIENTO BALANCEADO"
           ELSE
              WRITE R-IMP FROM "** DEBE DISTINTO DE HABER **"
           END-IF.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           IF W-HAY-TOTALES = "N"
              WRITE R-IMP FROM "** LIQINT SIN REGISTRO DE TOTALES **"
           END-IF.
           MOVE "BRUTO" TO L-CDESC.
           MOVE W-INT-BRUTO TO L-CINT.
           MOVE T-BRUTO TO L-CASI.
           MOVE "CUADRA" TO L-CRES.
           IF W-INT-BRUTO NOT = T-BRUTO
              MOVE "** NO CUADRA" TO L-CRES
           END-IF.
           WRITE R-IMP FROM L-CTL.
           MOVE "DESCUENTOS" TO L-CDESC.
           MOVE W-INT-DESC TO L-CINT.
           MOVE T-DESC TO L-CASI.
           MOVE "CUADRA" TO L-CRES.
           IF W-INT-DESC NOT = T-DESC
              MOVE "** NO CUADRA" TO L-CRES
           END-IF.
           WRITE R-IMP FROM L-CTL.
           MOVE "NETO" TO L-CDESC.
           MOVE W-INT-NETO TO L-CINT.
           MOVE T-NETO TO L-CASI.
           MOVE "CUADRA" TO L-CRES.
           IF W-INT-NETO NOT = T-NETO
              MOVE "** NO CUADRA" TO L-CRES
           END-IF.
           WRITE R-IMP FROM L-CTL.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.

       IMPRIMIR-ENCABEZADO.
           WRITE R-IMP FROM
              "*** ASIENTO DEL COSTO LABORAL POR CENTRO DE COSTO ***".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE W-PERIODO   TO L-PER.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-LIN1.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "ASIEN1" TO L-PROGRAMA.
           MOVE CONT-LIN TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "ASIEN1"   TO SPL-PROGRAMA.
           MOVE SPACES     TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
