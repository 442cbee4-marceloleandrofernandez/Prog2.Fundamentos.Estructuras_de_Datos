      *** DECLARACION MENSUAL PARA AFIP (F.931 / LIBRO DE SUELDOS)   ***
      *** "INTLIQ1" SOLO LE MANDA A CONTABILIDAD EL LADO DEL         ***
      *** EMPLEADO; LAS CONTRIBUCIONES DEL EMPLEADOR Y EL ARCHIVO    ***
      *** DE AFIP SE ARMABAN A MANO. ESTE PGM GENERA "F931.AAAAMM"   ***
      *** (FORMATO FIJO, VER COPY/F931REC.CPY) CON UN DETALLE POR    ***
      *** EMPLEADO DE "MAEEMP.IND": LA CUENTA DEL LADO DEL EMPLEADO  ***
      *** LA HACE "LIQCALC" (LA MISMA DE "INTLIQ1"/"RPTLIQ1") Y LA   ***
      *** DEL EMPLEADOR "CPATCALC" CON LAS ALICUOTAS DE              ***
      *** "CONPAT.IND". AL TERMINAR IMPRIME UN LISTADO DE CONTROL    ***
      *** CON LOS TOTALES POR CONCEPTO PARA CUADRAR CONTRA AFIP.     ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAFI1.
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

      *-- ARCHIVO DEL PERIODO PARA AFIP, NOMBRE FECHADO COMO --*
      *-- "LIQINT.AAAAMM" DE "INTLIQ1".                       --*
           SELECT F931 ASSIGN TO DISK W-NOM-F931
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTF93.

      *-- ESTADO DEL PERIODO EN EL INTERCAMBIO CON CONTABILIDAD --*
           SELECT LIQCTL ASSIGN TO DISK "LIQINT.CTL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPERIODO
           FILE STATUS IS FSTCTL.

      *-- DATOS DEL EMPLEADOR POR SITIO (VER "MODPAR") --*
           SELECT PARGRAL ASSIGN TO DISK "PARGRAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PGCOD
           FILE STATUS IS FSTPAR.

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

      *-- LAYOUT DEL ARCHIVO PARA AFIP (VER COPY/F931REC.CPY) --*
       FD  F931
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 167 CHARACTERS
           DATA RECORD IS R-F931.
           COPY F931REC.

      *-- LAYOUT COMPARTIDO CON "INTLIQ1" (VER COPY/LIQCREC.CPY) --*
       FD  LIQCTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS R-CTL.
           COPY LIQCREC.

      *-- LAYOUT COMPARTIDO CON "MODPAR"/"INICIAL" --*
       FD  PARGRAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS R-PAR.
        01 R-PAR.
           02 PGCOD    PIC 9(1).
           02 PGSITIO  PIC X(27).
           02 PGOPER   PIC X(27).
           02 PGVERS   PIC X(08).
           02 PGENTR   PIC X(01).

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTF93           PIC XX.
       77 FSTCTL           PIC XX.
       77 FSTPAR           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 CONT-REGS        PIC 9(05) VALUE 0.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "INTLIQ1") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-PERIODO        PIC 9(06) VALUE 0.
       77 W-NOM-F931       PIC X(11) VALUE SPACES.
       77 W-APROB          PIC X     VALUE SPACES.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-SITIO          PIC 9(1)  VALUE 1.
       77 W-NOM-SITIO      PIC X(27) VALUE "(SIN PARAMETROS)".
       77 IND-CPA          PIC 99    VALUE 0.
       77 IND-F93          PIC 99    VALUE 0.

      *-- CUENTA DEL EMPLEADO, DELEGADA EN "LIQCALC" --*
           COPY LIQWREC.
      *-- CONTRIBUCIONES DEL EMPLEADOR, DELEGADAS EN "CPATCALC" --*
           COPY CPATWREC.

      *-- TOTALES DEL PERIODO PARA EL CIERRE Y EL LISTADO DE    --*
      *-- CONTROL; LAS CONTRIBUCIONES EN LAS 6 COLUMNAS DEL F931 --*
       77 TOT-BRUTO        PIC 9(09)V99 VALUE 0.
       77 TOT-ASIG         PIC 9(09)V99 VALUE 0.
       77 TOT-BASE         PIC 9(09)V99 VALUE 0.
       77 TOT-APORTE       PIC 9(09)V99 VALUE 0.
       77 TOT-CONTRIB      PIC 9(09)V99 VALUE 0.
       01 TABLA-TOT-CON.
          02 TC OCCURS 6 TIMES.
             03 TC-DESC    PIC X(20).
             03 TC-IMP     PIC 9(09)V99.

      *-- LINEAS DEL LISTADO DE CONTROL --*
       01 L-LIN1.
          02 FILLER    PIC X(10) VALUE "EMPLEADOR ".
          02 L-SITIO   PIC X(27).
          02 FILLER    PIC X(03) VALUE SPACE.
          02 FILLER    PIC X(08) VALUE "PERIODO ".
          02 L-PERIODO PIC 9(06).
       01 L-LIN2.
          02 L-TEXTO   PIC X(30).
          02 FILLER    PIC X(02) VALUE ": ".
          02 L-IMP     PIC ZZZ.ZZZ.ZZ9,99.
       01 L-LIN3.
          02 FILLER    PIC X(30) VALUE "EMPLEADOS DECLARADOS".
          02 FILLER    PIC X(02) VALUE ": ".
          02 L-CANT    PIC ZZZZ9.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- EL ARCHIVO PARA AFIP QUEDA A NOMBRE DE QUIEN LO GENERA --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "DECLARACION MENSUAL AFIP (F.931)"
              LINE 01 POSITION 24.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "PERIODO (AAAAMM, 0 = TERMINAR): "
              LINE 04 POSITION 01.
           ACCEPT W-PERIODO LINE 04 POSITION 34.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO = 0
              GO TO FIN.
           DISPLAY "CODIGO DE SITIO (DEFECTO 1): "
              LINE 05 POSITION 01.
           ACCEPT W-SITIO LINE 05 POSITION 34.
           IF W-SITIO IS NOT NUMERIC OR W-SITIO = 0
              MOVE 1 TO W-SITIO
           END-IF.
           PERFORM BUSCAR-EMPLEADOR.

      *-- LO QUE SE DECLARA A AFIP TIENE QUE SER LO QUE SE PAGO: --*
      *-- SI EL PERIODO NO SE GENERO EN "INTLIQ1" SE AVISA.      --*
           PERFORM VERIFICAR-PERIODO THRU VERIFICAR-PERIODO-EXIT.
           IF W-APROB NOT = "S"
              GO TO FIN.

           OPEN INPUT MAESTRO.
           IF FST = "35"
              DISPLAY "** NO HAY EMPLEADOS PARA DECLARAR **"
                 LINE 20, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           STRING "F931." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-F931.
           OPEN OUTPUT F931.
           PERFORM GRABAR-CABECERA.
           MOVE 0 TO CONT-REGS TOT-BRUTO TOT-ASIG TOT-BASE
              TOT-APORTE TOT-CONTRIB.
           PERFORM LIMPIAR-CONCEPTO
              VARYING IND-F93 FROM 1 BY 1 UNTIL IND-F93 > 6.
           PERFORM LEER-EMPLEADO.
           PERFORM GRABAR-DETALLE THRU GRABAR-DETALLE-EXIT
              UNTIL FIN-ARCH = "S".
           PERFORM GRABAR-CIERRE.
           CLOSE F931.
           CLOSE MAESTRO.
           CANCEL "LIQCALC".
           CANCEL "GANCALC".
           CANCEL "CPATCALC".

           PERFORM IMPRIMIR-CONTROL.
           PERFORM GRABAR-PRINTLOG.
           DISPLAY "GENERADO " W-NOM-F931 " CON " CONT-REGS
              " DETALLES" LINE 20, POSITION 01.
           DISPLAY "CONTRIBUCIONES PATRONALES: " TOT-CONTRIB
              LINE 21, POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       VERIFICAR-PERIODO.
           MOVE "S" TO W-APROB.
           OPEN INPUT LIQCTL.
           IF FSTCTL NOT = "00"
              GO TO VERIFICAR-PERIODO-AVISO.
           MOVE W-PERIODO TO CPERIODO.
           READ LIQCTL INVALID KEY
              MOVE SPACE TO CESTADO
           END-READ.
           CLOSE LIQCTL.
           IF CESTADO = "G" OR CESTADO = "C"
              GO TO VERIFICAR-PERIODO-EXIT.
       VERIFICAR-PERIODO-AVISO.
           DISPLAY "PERIODO NO GENERADO EN INTLIQ1, SIGUE IGUAL S/N: "
              LINE 07 POSITION 01 CONTROL "FCOLOR=RED".
           ACCEPT W-APROB LINE 07 POSITION 51.
       VERIFICAR-PERIODO-EXIT.
           EXIT.

       LIMPIAR-CONCEPTO.
           MOVE SPACES TO TC-DESC (IND-F93).
           MOVE 0 TO TC-IMP (IND-F93).

       LEER-EMPLEADO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO FIN-ARCH.

       GRABAR-CABECERA.
           MOVE SPACES TO R-F931.
           MOVE "01"        TO F9TIPO.
           MOVE W-PERIODO   TO F9C-PERIODO.
           MOVE W-NOM-SITIO TO F9C-SITIO.
           MOVE W-FECHA-HOY TO F9C-FECHA.
           MOVE W-OPERADOR  TO F9C-OPER.
           WRITE R-F931.

      *-- MISMA CUENTA QUE "RPTLIQ1" (CONSULTA, SIN EFECTOS: LA --*
      *-- CORRIDA QUE ACTUALIZA ES LA DE "INTLIQ1") MAS LAS     --*
      *-- CONTRIBUCIONES SOBRE LA REMUNERACION IMPONIBLE.       --*
       GRABAR-DETALLE.
           IF FIN-ARCH = "S" GO TO GRABAR-DETALLE-EXIT.
           MOVE MCA TO LIQ-MCA.
           MOVE MSB TO LIQ-MSB.
           MOVE MANT TO LIQ-MANT.
           MOVE W-PERIODO TO LIQ-PERIODO.
           MOVE "N" TO LIQ-ACTUALIZA.
           CALL "LIQCALC" USING LIQ-DATOS.
           MOVE W-PERIODO TO CPT-PERIODO.
           COMPUTE CPT-BASE = LIQ-BRUTO - LIQ-ASIG-FAM - LIQ-NOV-NOREM.
           CALL "CPATCALC" USING CPT-DATOS.

           MOVE "02"      TO F9TIPO.
           MOVE MCA       TO F9CA.
           MOVE MAN       TO F9NOM.
           MOVE W-PERIODO TO F9PERIODO.
           COMPUTE F9BRUTO   = LIQ-BRUTO * 100.
           COMPUTE F9ASIG    = LIQ-ASIG-FAM * 100.
           COMPUTE F9BASE    = CPT-BASE * 100.
           COMPUTE F9APORTE  = LIQ-DESC-LEY * 100.
           COMPUTE F9TOTCON  = CPT-TOTAL * 100.
           MOVE ZEROS TO F9CONTRIB (1) F9CONTRIB (2) F9CONTRIB (3)
              F9CONTRIB (4) F9CONTRIB (5) F9CONTRIB (6).
           PERFORM REPARTIR-CONCEPTO
              VARYING IND-CPA FROM 1 BY 1 UNTIL IND-CPA > 9.
           WRITE R-F931.

           ADD 1 TO CONT-REGS.
           ADD LIQ-BRUTO    TO TOT-BRUTO.
           ADD LIQ-ASIG-FAM TO TOT-ASIG.
           ADD CPT-BASE     TO TOT-BASE.
           ADD LIQ-DESC-LEY TO TOT-APORTE.
           ADD CPT-TOTAL    TO TOT-CONTRIB.
           PERFORM LEER-EMPLEADO.
       GRABAR-DETALLE-EXIT.
           EXIT.

      *-- CONCEPTOS 01 A 05 A SU COLUMNA, 06 A 09 JUNTOS EN "OTRAS" --*
       REPARTIR-CONCEPTO.
           IF IND-CPA < 6
              MOVE IND-CPA TO IND-F93
           ELSE
              MOVE 6 TO IND-F93
           END-IF.
           COMPUTE F9CONTRIB (IND-F93) = F9CONTRIB (IND-F93)
              + CPT-IMP (IND-CPA) * 100.
           ADD CPT-IMP (IND-CPA) TO TC-IMP (IND-F93).
           IF IND-CPA < 6 AND CPT-DESC (IND-CPA) NOT = SPACES
              MOVE CPT-DESC (IND-CPA) TO TC-DESC (IND-F93)
           END-IF.

      *-- REGISTRO DE CIERRE: CANTIDAD DE DETALLES EN "F9CA" Y LOS --*
      *-- TOTALES DEL PERIODO, PARA QUE AFIP CUADRE EL ARCHIVO.    --*
       GRABAR-CIERRE.
           MOVE "03"      TO F9TIPO.
           MOVE CONT-REGS TO F9CA.
           MOVE "TOTALES DEL PERIODO" TO F9NOM.
           MOVE W-PERIODO TO F9PERIODO.
           COMPUTE F9BRUTO   = TOT-BRUTO * 100.
           COMPUTE F9ASIG    = TOT-ASIG * 100.
           COMPUTE F9BASE    = TOT-BASE * 100.
           COMPUTE F9APORTE  = TOT-APORTE * 100.
           COMPUTE F9TOTCON  = TOT-CONTRIB * 100.
           PERFORM CERRAR-CONCEPTO
              VARYING IND-F93 FROM 1 BY 1 UNTIL IND-F93 > 6.
           WRITE R-F931.

       CERRAR-CONCEPTO.
           COMPUTE F9CONTRIB (IND-F93) = TC-IMP (IND-F93) * 100.

      *-- LISTADO DE CONTROL: TOTALES DEL LADO DEL EMPLEADO Y DE --*
      *-- CADA CONTRIBUCION, COMO LOS PIDE EL F.931.             --*
       IMPRIMIR-CONTROL.
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           WRITE R-IMP FROM "*** CONTROL DECLARACION AFIP F.931 ***".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE W-NOM-SITIO TO L-SITIO.
           MOVE W-PERIODO   TO L-PERIODO.
           WRITE R-IMP FROM L-LIN1.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE CONT-REGS TO L-CANT.
           WRITE R-IMP FROM L-LIN3.
           MOVE "REMUNERACION BRUTA" TO L-TEXTO.
           MOVE TOT-BRUTO TO L-IMP.
           WRITE R-IMP FROM L-LIN2.
           MOVE "ASIGNACIONES FAMILIARES" TO L-TEXTO.
           MOVE TOT-ASIG TO L-IMP.
           WRITE R-IMP FROM L-LIN2.
           MOVE "REMUNERACION IMPONIBLE" TO L-TEXTO.
           MOVE TOT-BASE TO L-IMP.
           WRITE R-IMP FROM L-LIN2.
           MOVE "APORTES DEL EMPLEADO" TO L-TEXTO.
           MOVE TOT-APORTE TO L-IMP.
           WRITE R-IMP FROM L-LIN2.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE "OTRAS CONTRIBUCIONES" TO TC-DESC (6).
           PERFORM IMPRIMIR-CONCEPTO
              VARYING IND-F93 FROM 1 BY 1 UNTIL IND-F93 > 6.
           MOVE "TOTAL CONTRIBUCIONES" TO L-TEXTO.
           MOVE TOT-CONTRIB TO L-IMP.
           WRITE R-IMP FROM L-LIN2.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.

       IMPRIMIR-CONCEPTO.
           IF TC-DESC (IND-F93) = SPACES
              MOVE "(SIN CONCEPTO)" TO TC-DESC (IND-F93)
           END-IF.
           MOVE TC-DESC (IND-F93) TO L-TEXTO.
           MOVE TC-IMP (IND-F93)  TO L-IMP.
           WRITE R-IMP FROM L-LIN2.

      *-- DATOS DEL EMPLEADOR DEL SITIO ELEGIDO EN "PARGRAL.IND" --*
       BUSCAR-EMPLEADOR.
           MOVE "(SIN PARAMETROS)" TO W-NOM-SITIO.
           OPEN INPUT PARGRAL.
           MOVE W-SITIO TO PGCOD.
           READ PARGRAL INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE PGSITIO TO W-NOM-SITIO
           END-READ.
           CLOSE PARGRAL.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "INTAFI1" TO L-PROGRAMA.
           MOVE 13 TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "INTAFI1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
