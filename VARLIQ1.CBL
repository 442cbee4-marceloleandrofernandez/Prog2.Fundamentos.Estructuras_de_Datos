      *** CONTROL PREVIO A LA LIQUIDACION: VARIACIONES CONTRA EL    ***
      *** PERIODO ANTERIOR. "INTLIQ1" GENERA EL PERIODO DE VERDAD   ***
      *** SIN QUE NADIE HAYA MIRADO SI ALGO QUEDO RARO. ESTE PGM    ***
      *** CORRE "LIQCALC" PARA TODO EL MAESTRO EN EL PERIODO NUEVO  ***
      *** SIN ACTUALIZAR NADA ("LIQ-ACTUALIZA" EN "N", IGUAL QUE    ***
      *** "RPTLIQ1") Y COMPARA CADA LEGAJO CONTRA EL MISMO LEGAJO   ***
      *** EN "LIQINT.AAAAMM" DEL PERIODO ANTERIOR. IMPRIME EN "PRN" ***
      *** (CON CONSTANCIA EN "PRINT.LOG") UNA LINEA POR OBSERVACION:***
      ***   - NETO QUE SE MOVIO MAS QUE LA TOLERANCIA PEDIDA (%)    ***
      ***   - LEGAJO NUEVO (NO ESTABA EN EL PERIODO ANTERIOR)       ***
      ***   - LEGAJO QUE SOLO ESTABA EN EL PERIODO ANTERIOR         ***
      ***   - NETO EN CERO O NEGATIVO                               ***
      ***   - "MSB" FUERA DE LA BANDA DE SU CATEGORIA (BUSBANDA)    ***
      *** AL PIE VAN LOS TOTALES Y EL LUGAR PARA LA FIRMA DEL       ***
      *** RESPONSABLE DE LIQUIDACION ANTES DE GENERAR.              ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARLIQ1.
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

      *-- LO QUE SE LE MANDO A CONTABILIDAD EL PERIODO ANTERIOR --*
           SELECT LIQINT ASSIGN TO DISK W-NOM-INT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTINT.

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

      *-- LAYOUT COMPARTIDO CON "INTLIQ1" (VER COPY/LIQIREC.CPY) --*
       FD  LIQINT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS R-INT.
           COPY LIQIREC.

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTINT           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
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
       77 W-NOM-INT        PIC X(13) VALUE SPACES.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
      *-- TOLERANCIA DE VARIACION DEL NETO, EN %; SE PIDE EN CADA --*
      *-- CORRIDA Y EN BLANCO/CERO QUEDA LA DE SIEMPRE.           --*
       77 W-TOLER-DEF      PIC 9(03)V99 VALUE 20.
       77 W-TOLER          PIC 9(03)V99 VALUE 0.
       77 W-TOLER-ED       PIC ZZ9,99.

      *-- NETOS DEL PERIODO ANTERIOR EN MEMORIA; CON MAS DE 999 SE --*
      *-- AVISA Y LOS QUE NO ENTRAN SALEN COMO LEGAJOS NUEVOS.     --*
       77 W-HAY-ANT        PIC X     VALUE "N".
       77 W-DESBORDE       PIC X     VALUE "N".
       77 CANT-ANT         PIC 9(04) VALUE 0.
       77 IND-ANT          PIC 9(04) VALUE 0.
       77 IND-HALL         PIC 9(04) VALUE 0.
       01 TABLA-ANT.
          02 ELEM-ANT OCCURS 999 TIMES.
             03 TA-CA      PIC 9(08).
             03 TA-NETO    PIC 9(09)V99.
             03 TA-VISTO   PIC X.

      *-- AREA DE COMUNICACION CON "LIQCALC" (VER COPY/LIQWREC.CPY) --*
           COPY LIQWREC.
      *-- AREA DE COMUNICACION CON "BUSBANDA" (VER COPY/BBANREC.CPY) --*
           COPY BBANREC.

      *-- "LIQ-NETO" NO TIENE SIGNO: EL NETO SE REARMA ACA PARA --*
      *-- PODER VER LOS QUE DAN NEGATIVO.                        --*
       77 W-NETO           PIC S9(08)V99 VALUE 0.
       77 W-DIF            PIC S9(09)V99 VALUE 0.
       77 W-VAR            PIC 9(03)V99  VALUE 0.
       77 W-OBS            PIC X(20)     VALUE SPACES.

      *-- TOTALES DEL PIE --*
       77 CONT-EMP         PIC 9(05) VALUE 0.
       77 CONT-OBS         PIC 9(05) VALUE 0.
       77 CONT-VAR         PIC 9(05) VALUE 0.
       77 CONT-NUEVOS      PIC 9(05) VALUE 0.
       77 CONT-BAJAS       PIC 9(05) VALUE 0.
       77 CONT-CERO        PIC 9(05) VALUE 0.
       77 CONT-BANDA       PIC 9(05) VALUE 0.
       77 T-BRUTO          PIC 9(09)V99  VALUE 0.
       77 T-DESC           PIC 9(09)V99  VALUE 0.
       77 T-NETO           PIC S9(09)V99 VALUE 0.
       77 T-NETO-ANT       PIC 9(09)V99  VALUE 0.
       77 T-DIF            PIC S9(09)V99 VALUE 0.

      *-- LINEAS DEL LISTADO --*
       01 L-LIN1.
          02 FILLER    PIC X(08) VALUE "PERIODO ".
          02 L-PER     PIC 9(06).
          02 FILLER    PIC X(13) VALUE "  ANTERIOR   ".
          02 L-PER-ANT PIC 9(06).
          02 FILLER    PIC X(15) VALUE "  TOLERANCIA % ".
          02 L-TOLER   PIC ZZ9,99.
       01 L-LIN2.
          02 FILLER    PIC X(08) VALUE "EMITIDO ".
          02 L-FECHA   PIC 9(08).
          02 FILLER    PIC X(13) VALUE "  OPERADOR   ".
          02 L-OPER    PIC X(08).
       01 L-LIN3.
          02 FILLER    PIC X(30) VALUE "LEGAJO   NOMBRE".
          02 FILLER    PIC X(11) VALUE "NETO ANTER.".
          02 FILLER    PIC X(12) VALUE "  NETO NUEVO".
          02 FILLER    PIC X(07) VALUE "  VAR.%".
          02 FILLER    PIC X(12) VALUE " OBSERVACION".
       01 L-DET.
          02 L-CA      PIC 9(08).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-NOM     PIC X(20).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-ANT     PIC ZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-NUE     PIC -ZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-VAR     PIC ZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-OBS     PIC X(20).
       01 L-CANT.
          02 L-CDESC   PIC X(32).
          02 L-CVAL    PIC ZZZZ9.
       01 L-IMP.
          02 L-IDESC   PIC X(26).
          02 L-IVAL    PIC -ZZZZZZZZ9,99.
       01 L-FIRMA.
          02 FILLER    PIC X(42) VALUE
             "REVISO (RESPONSABLE DE LIQUIDACION): .....".
          02 FILLER    PIC X(30) VALUE
             "....................  FECHA: ".
          02 FILLER    PIC X(08) VALUE "..../...".

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- EL LISTADO SALE CON EL OPERADOR QUE LO PIDIO --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CONTROL PREVIO A LA LIQUIDACION" LINE 01
              POSITION 25.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "PERIODO A LIQUIDAR (AAAAMM, 0 = TERMINAR): "
              LINE 04 POSITION 01.
           ACCEPT W-PERIODO LINE 04 POSITION 45.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO < 190001
              GO TO FIN.
           DIVIDE W-PERIODO BY 100 GIVING W-ANIO
              REMAINDER W-MES.
           IF W-MES < 1 OR W-MES > 12
              DISPLAY "** PERIODO INVALIDO (AAAAMM) **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           IF W-MES = 1
              COMPUTE W-PER-ANT = (W-ANIO - 1) * 100 + 12
           ELSE
              COMPUTE W-PER-ANT = W-PERIODO - 1
           END-IF.
           MOVE W-TOLER-DEF TO W-TOLER-ED.
           DISPLAY "TOLERANCIA DE VARIACION DEL NETO % (DEFECTO "
              LINE 05 POSITION 01.
           DISPLAY W-TOLER-ED LINE 05 POSITION 46.
           DISPLAY "): " LINE 05 POSITION 52.
           ACCEPT W-TOLER LINE 05 POSITION 55.
           IF W-TOLER IS NOT NUMERIC OR W-TOLER = 0
              MOVE W-TOLER-DEF TO W-TOLER
           END-IF.

           OPEN INPUT MAESTRO.
           IF FST = "35"
              DISPLAY "** NO HAY EMPLEADOS PARA LIQUIDAR **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

      *-- SIN EL ARCHIVO DEL PERIODO ANTERIOR SOLO SE CONTROLAN  --*
      *-- NETOS EN CERO Y BANDAS; SE AVISA EN PANTALLA Y PAPEL.  --*
           PERFORM CARGAR-ANTERIOR THRU CARGAR-ANTERIOR-EXIT.
           IF W-HAY-ANT = "N"
              DISPLAY "** NO EXISTE " W-NOM-INT
                 ": NO SE COMPARAN NETOS **" LINE 07 POSITION 01
                 CONTROL "FCOLOR=RED"
           END-IF.
           IF W-DESBORDE = "S"
              DISPLAY "** MAS DE 999 LEGAJOS EN " W-NOM-INT
                 ": COMPARACION PARCIAL **" LINE 08 POSITION 01
                 CONTROL "FCOLOR=RED"
           END-IF.
           DISPLAY "PROCESANDO..." LINE 10 POSITION 01.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           PERFORM IMPRIMIR-ENCABEZADO.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-EMPLEADO.
           PERFORM CONTROLAR-EMPLEADO THRU CONTROLAR-EMPLEADO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE MAESTRO.
           CANCEL "LIQCALC".
           CANCEL "GANCALC".
           CANCEL "BUSBANDA".
      *-- LO QUE QUEDO SIN MARCAR EN LA TABLA COBRO EL PERIODO --*
      *-- ANTERIOR Y YA NO ESTA EN EL MAESTRO.                 --*
           PERFORM LISTAR-BAJA THRU LISTAR-BAJA-EXIT
              VARYING IND-ANT FROM 1 BY 1 UNTIL IND-ANT > CANT-ANT.
           PERFORM IMPRIMIR-PIE.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY "EMPLEADOS CONTROLADOS: " CONT-EMP
              LINE 12 POSITION 01.
           DISPLAY "OBSERVACIONES        : " CONT-OBS
              LINE 13 POSITION 01.
           DISPLAY "  VARIACION > TOLER. : " CONT-VAR
              LINE 14 POSITION 01.
           DISPLAY "  LEGAJOS NUEVOS     : " CONT-NUEVOS
              LINE 15 POSITION 01.
           DISPLAY "  SOLO EN ANTERIOR   : " CONT-BAJAS
              LINE 16 POSITION 01.
           DISPLAY "  NETO CERO/NEGATIVO : " CONT-CERO
              LINE 17 POSITION 01.
           DISPLAY "  FUERA DE BANDA     : " CONT-BANDA
              LINE 18 POSITION 01.
           DISPLAY "LISTADO ENVIADO A LA IMPRESORA"
              LINE 20 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- NETOS DE "LIQINT.AAAAMM" DEL PERIODO ANTERIOR A LA TABLA; --*
      *-- LA FILA 99999999 ES EL TOTAL Y NO ENTRA.                  --*
       CARGAR-ANTERIOR.
           MOVE 0 TO CANT-ANT T-NETO-ANT.
           MOVE "N" TO W-HAY-ANT W-DESBORDE.
           STRING "LIQINT." W-PER-ANT DELIMITED BY SIZE
              INTO W-NOM-INT.
           OPEN INPUT LIQINT.
           IF FSTINT NOT = "00"
              GO TO CARGAR-ANTERIOR-EXIT.
           MOVE "S" TO W-HAY-ANT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-ANTERIOR THRU LEER-ANTERIOR-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE LIQINT.
       CARGAR-ANTERIOR-EXIT.
           EXIT.

       LEER-ANTERIOR.
           READ LIQINT NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-ANTERIOR-EXIT.
           IF ICA = 99999999
              GO TO LEER-ANTERIOR-EXIT.
           IF CANT-ANT < 999
              ADD 1 TO CANT-ANT
              MOVE ICA TO TA-CA (CANT-ANT)
              COMPUTE TA-NETO (CANT-ANT) = INETO / 100
              MOVE "N" TO TA-VISTO (CANT-ANT)
              ADD TA-NETO (CANT-ANT) TO T-NETO-ANT
           ELSE
              MOVE "S" TO W-DESBORDE
           END-IF.
       LEER-ANTERIOR-EXIT.
           EXIT.

       LEER-EMPLEADO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO FIN-ARCH.

      *-- MISMA CUENTA QUE "INTLIQ1" PERO SIN EFECTOS ("N"): EL  --*
      *-- PERIODO TODAVIA NO SE GENERO. UN LEGAJO PUEDE SACAR    --*
      *-- VARIAS OBSERVACIONES, UNA LINEA POR CADA UNA.          --*
       CONTROLAR-EMPLEADO.
           IF FIN-ARCH = "S" GO TO CONTROLAR-EMPLEADO-EXIT.
           MOVE MCA TO LIQ-MCA.
           MOVE MSB TO LIQ-MSB.
           MOVE MANT TO LIQ-MANT.
           MOVE W-PERIODO TO LIQ-PERIODO.
           MOVE "N" TO LIQ-ACTUALIZA.
           CALL "LIQCALC" USING LIQ-DATOS.
           COMPUTE W-NETO = LIQ-BRUTO - LIQ-DESC + LIQ-DEV-GAN.
           ADD 1 TO CONT-EMP.
           ADD LIQ-BRUTO TO T-BRUTO.
           ADD LIQ-DESC  TO T-DESC.
           ADD W-NETO    TO T-NETO.

           IF W-NETO NOT > 0
              MOVE "NETO CERO/NEGATIVO" TO W-OBS
              MOVE 0 TO W-VAR
              MOVE 0 TO L-ANT
              PERFORM IMPRIMIR-OBSERVACION
              ADD 1 TO CONT-CERO
           END-IF.

           IF W-HAY-ANT = "S"
              PERFORM COMPARAR-ANTERIOR THRU COMPARAR-ANTERIOR-EXIT
           END-IF.

           MOVE MCATE TO BB-CAT.
           COMPUTE BB-FECHA = W-PERIODO * 100 + 31.
           CALL "BUSBANDA" USING BB-DATOS.
           IF BB-HAY = "S" AND (MSB < BB-MIN OR MSB > BB-MAX)
              MOVE "SUELDO FUERA BANDA" TO W-OBS
              MOVE 0 TO W-VAR
              MOVE 0 TO L-ANT
              PERFORM IMPRIMIR-OBSERVACION
              ADD 1 TO CONT-BANDA
           END-IF.
           PERFORM LEER-EMPLEADO.
       CONTROLAR-EMPLEADO-EXIT.
           EXIT.

      *-- BUSCA EL LEGAJO EN EL PERIODO ANTERIOR: SI NO ESTA ES   --*
      *-- NUEVO; SI ESTA, EL NETO NO PUEDE MOVERSE MAS QUE LA     --*
      *-- TOLERANCIA (UN NETO ANTERIOR EN CERO CUENTA COMO 999%). --*
       COMPARAR-ANTERIOR.
           MOVE 0 TO IND-HALL.
           PERFORM BUSCAR-ANTERIOR
              VARYING IND-ANT FROM 1 BY 1
              UNTIL IND-ANT > CANT-ANT OR IND-HALL > 0.
           IF IND-HALL = 0
              MOVE "LEGAJO NUEVO" TO W-OBS
              MOVE 0 TO W-VAR
              MOVE 0 TO L-ANT
              PERFORM IMPRIMIR-OBSERVACION
              ADD 1 TO CONT-NUEVOS
              GO TO COMPARAR-ANTERIOR-EXIT.
           MOVE "S" TO TA-VISTO (IND-HALL).
           COMPUTE W-DIF = W-NETO - TA-NETO (IND-HALL).
           IF W-DIF < 0
              COMPUTE W-DIF = 0 - W-DIF
           END-IF.
           IF W-DIF = 0
              GO TO COMPARAR-ANTERIOR-EXIT.
           IF TA-NETO (IND-HALL) = 0
              MOVE 999,99 TO W-VAR
           ELSE
              IF W-DIF * 100 / TA-NETO (IND-HALL) > 999,99
                 MOVE 999,99 TO W-VAR
              ELSE
                 COMPUTE W-VAR ROUNDED =
                    W-DIF * 100 / TA-NETO (IND-HALL)
              END-IF
           END-IF.
           IF W-VAR > W-TOLER
              MOVE "VARIACION > TOLER." TO W-OBS
              MOVE TA-NETO (IND-HALL) TO L-ANT
              PERFORM IMPRIMIR-OBSERVACION
              ADD 1 TO CONT-VAR
           END-IF.
       COMPARAR-ANTERIOR-EXIT.
           EXIT.

       BUSCAR-ANTERIOR.
           IF TA-CA (IND-ANT) = MCA AND TA-VISTO (IND-ANT) = "N"
              MOVE IND-ANT TO IND-HALL
           END-IF.

       LISTAR-BAJA.
           IF TA-VISTO (IND-ANT) = "S"
              GO TO LISTAR-BAJA-EXIT.
           MOVE TA-CA (IND-ANT)   TO L-CA.
           MOVE SPACES            TO L-NOM.
           MOVE TA-NETO (IND-ANT) TO L-ANT.
           MOVE 0                 TO L-NUE L-VAR.
           MOVE "SOLO EN ANTERIOR"  TO L-OBS.
           WRITE R-IMP FROM L-DET.
           ADD 1 TO CONT-BAJAS.
           ADD 1 TO CONT-OBS.
       LISTAR-BAJA-EXIT.
           EXIT.

      *-- "L-ANT" LO DEJA CARGADO QUIEN LLAMA --*
       IMPRIMIR-OBSERVACION.
           MOVE MCA    TO L-CA.
           MOVE MAN    TO L-NOM.
           MOVE W-NETO TO L-NUE.
           MOVE W-VAR  TO L-VAR.
           MOVE W-OBS  TO L-OBS.
           WRITE R-IMP FROM L-DET.
           ADD 1 TO CONT-OBS.

       IMPRIMIR-ENCABEZADO.
           WRITE R-IMP FROM
              "*** CONTROL PREVIO A LA LIQUIDACION ***".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE W-PERIODO TO L-PER.
           MOVE W-PER-ANT TO L-PER-ANT.
           MOVE W-TOLER   TO L-TOLER.
           WRITE R-IMP FROM L-LIN1.
           MOVE W-FECHA-HOY TO L-FECHA.
           MOVE W-OPERADOR  TO L-OPER.
           WRITE R-IMP FROM L-LIN2.
           IF W-HAY-ANT = "N"
              MOVE SPACES TO R-IMP
              STRING "ATENCION: NO EXISTE " W-NOM-INT
                 ", NO SE COMPARAN NETOS" DELIMITED BY SIZE
                 INTO R-IMP
              WRITE R-IMP
           END-IF.
           IF W-DESBORDE = "S"
              WRITE R-IMP FROM
                 "ATENCION: MAS DE 999 LEGAJOS ANTERIORES, PARCIAL"
           END-IF.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-LIN3.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.

      *-- TOTALES Y FIRMA: SE FIRMA ANTES DE CORRER "INTLIQ1" --*
       IMPRIMIR-PIE.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE "EMPLEADOS CONTROLADOS      :" TO L-CDESC.
           MOVE CONT-EMP TO L-CVAL.
           WRITE R-IMP FROM L-CANT.
           MOVE "OBSERVACIONES              :" TO L-CDESC.
           MOVE CONT-OBS TO L-CVAL.
           WRITE R-IMP FROM L-CANT.
           MOVE "  VARIACION > TOLERANCIA   :" TO L-CDESC.
           MOVE CONT-VAR TO L-CVAL.
           WRITE R-IMP FROM L-CANT.
           MOVE "  LEGAJOS NUEVOS           :" TO L-CDESC.
           MOVE CONT-NUEVOS TO L-CVAL.
           WRITE R-IMP FROM L-CANT.
           MOVE "  SOLO EN PERIODO ANTERIOR :" TO L-CDESC.
           MOVE CONT-BAJAS TO L-CVAL.
           WRITE R-IMP FROM L-CANT.
           MOVE "  NETO CERO O NEGATIVO     :" TO L-CDESC.
           MOVE CONT-CERO TO L-CVAL.
           WRITE R-IMP FROM L-CANT.
           MOVE "  SUELDO FUERA DE BANDA    :" TO L-CDESC.
           MOVE CONT-BANDA TO L-CVAL.
           WRITE R-IMP FROM L-CANT.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE "BRUTO PERIODO NUEVO     :" TO L-IDESC.
           MOVE T-BRUTO TO L-IVAL.
           WRITE R-IMP FROM L-IMP.
           MOVE "DESCUENTOS PERIODO NUEVO:" TO L-IDESC.
           MOVE T-DESC TO L-IVAL.
           WRITE R-IMP FROM L-IMP.
           MOVE "NETO PERIODO NUEVO      :" TO L-IDESC.
           MOVE T-NETO TO L-IVAL.
           WRITE R-IMP FROM L-IMP.
           MOVE "NETO PERIODO ANTERIOR   :" TO L-IDESC.
           MOVE T-NETO-ANT TO L-IVAL.
           WRITE R-IMP FROM L-IMP.
           COMPUTE T-DIF = T-NETO - T-NETO-ANT.
           MOVE "DIFERENCIA DE NETOS     :" TO L-IDESC.
           MOVE T-DIF TO L-IVAL.
           WRITE R-IMP FROM L-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-FIRMA.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "VARLIQ1" TO L-PROGRAMA.
           MOVE CONT-EMP TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "VARLIQ1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
