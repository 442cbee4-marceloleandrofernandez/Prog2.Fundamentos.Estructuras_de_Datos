      *** CORRIDA QUEDA ASENTADA EN "PRINT.LOG" VIA "PRINTLOG". LA    ***
      *** CUENTA ES LA MISMA DE "RPTLIQ1"/"INTLIQ1" (SUBPROGRAMA      ***
      *** "LIQCALC"), ASI EL RECIBO NUNCA DIFIERE DEL REGISTRO.       ***
      *** LOS PERIODOS AAAA13/AAAA14 SON EL AGUINALDO: ESE RECIBO SE  ***
      *** ARMA CON LO QUE "LIQSAC1" DEJO EN "LIQINT.AAAA13/14". CADA  ***
      *** RECIBO IMPRESO ABRE SU FILA EN "FIRMAS.IND" HASTA QUE EL    ***
      *** EJEMPLAR EMPRESA VUELVA FIRMADO (VER "FIRREC1"/"RPTFIR1").  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTREC1.
       ENVIRONMENT DIVISION.
           RECORD KEY IS PGCOD
           FILE STATUS IS FSTPAR.

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

      *-- REIMPRESIONES PEDIDAS DESDE EL KIOSCO (VER "KIOSCO") --*
           SELECT KIOPED ASSIGN TO DISK "KIOPED.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS KPCLAVE
           FILE STATUS IS FSTKP.

      *-- EJEMPLARES EMPRESA PENDIENTES DE FIRMA (VER "FIRREC1") --*
           SELECT FIRMAS ASSIGN TO DISK "FIRMAS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FRCLAVE
           FILE STATUS IS FSTFIR.

      *-- ESTADO DE CADA PERIODO (VER "INTLIQ1"): SOLO LOS RECIBOS  --*
      *-- DE UN PERIODO GENERADO QUEDAN ESPERANDO LA FIRMA          --*
           SELECT LIQCTL ASSIGN TO DISK "LIQINT.CTL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPERIODO
           FILE STATUS IS FSTCTL.

      *-- DETALLE DEL AGUINALDO GENERADO POR "LIQSAC1" --*
           SELECT LIQINT ASSIGN TO DISK W-NOM-INT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTINT.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

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

       FD  KIOPED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS R-KPED.
           COPY KPEDREC.

       FD  FIRMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS R-FIR.
           COPY FIRMREC.

      *-- LAYOUT COMPARTIDO CON "INTLIQ1" (VER COPY/LIQCREC.CPY) --*
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

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTPAR           PIC XX.
       77 FSTKP            PIC XX.
       77 FSTFIR           PIC XX.
       77 FSTINT           PIC XX.
       77 FSTCTL           PIC XX.
      *-- "S" = EL PERIODO TIENE FILA EN "LIQINT.CTL" (VER "LEER-CTL") --*
       77 W-EXISTE-CTL     PIC X     VALUE "N".
       77 FIN-ARCH         PIC X     VALUE "N".
       77 FIN-INT          PIC X     VALUE "N".
       77 W-FIR-ABIERTO    PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(40) VALUE ALL "-".
       77 CONT-EMP         PIC 9(05) VALUE 0.
      *-- RECIBOS QUE QUEDARON ESPERANDO LA FIRMA EN ESTA CORRIDA --*
       77 CONT-FIR         PIC 9(05) VALUE 0.
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-PERIODO        PIC 9(06) VALUE 0.
      *-- "S" = PERIODO DE AGUINALDO (MES 13 O 14), VER "INICIO" --*
       77 W-SAC            PIC X     VALUE "N".
       77 W-COC-PER        PIC 9(04) VALUE 0.
       77 W-MES-PER        PIC 99    VALUE 0.
      *-- PERIODO EN CURSO (AAAAMM) Y SU ANIO, PARA NO ADMITIR UNO --*
      *-- POSTERIOR (MISMA REGLA QUE "PEDIR-PERIODO" EN "FIRREC1") --*
       77 W-PER-HOY        PIC 9(06) VALUE 0.
       77 W-ANIO-HOY       PIC 9(04) VALUE 0.
       77 W-NOM-INT        PIC X(13) VALUE SPACES.
      *-- IMPORTES DEL AGUINALDO, "LIQINT" LOS TRAE EN CENTAVOS --*
       77 W-SAC-BRUTO      PIC 9(09)V99 VALUE 0.
       77 W-SAC-DESC       PIC 9(09)V99 VALUE 0.
       77 W-SAC-NETO       PIC 9(09)V99 VALUE 0.
       77 W-SAC-DEVOL      PIC 9(09)V99 VALUE 0.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-SITIO          PIC 9(1)  VALUE 1.
       77 W-NOM-SITIO      PIC X(27) VALUE "(SIN PARAMETROS)".
      *-- UN SOLO EMPLEADO (0 = TODA LA NOMINA) --*
       77 W-FILTRO-CA      PIC 9(08) VALUE 0.
      *-- "S" = SOLO LOS RECIBOS PEDIDOS EN EL KIOSCO Y PENDIENTES --*
       77 W-SOLO-KIO       PIC X     VALUE "N".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- PARA "CONSLOG" (CONSULTA DE UN LEGAJO PUNTUAL) --*
       77 W-PGM-CONS       PIC X(08) VALUE "RPTREC1".
      *-- INDICE DEL EJEMPLAR EN CURSO (1 EMPRESA / 2 EMPLEADO) --*
       77 IND-EJ           PIC 9     VALUE 0.
      *-- RENGLON DE CONCEPTO DE HABER EN CURSO (VER "LIQCALC") --*
       77 IND-HAB          PIC 99    VALUE 0.

      *-- CUENTA DEL EMPLEADO, DELEGADA EN "LIQCALC" --*
           COPY LIQWREC.
       01 L-LIN4.
          02 FILLER    PIC X(22) VALUE "NOVEDADES (HABERES)  :".
          02 L-IMP4    PIC ZZZZZZ9,99.
       01 L-LIN4C.
          02 L-DESC4C  PIC X(21).
          02 FILLER    PIC X(01) VALUE ":".
          02 L-IMP4C   PIC ZZZZZZ9,99.
       01 L-LIN4N.
          02 FILLER    PIC X(22) VALUE "  DE ELLAS NO REMUN. :".
          02 L-IMP4N   PIC ZZZZZZ9,99.
       01 L-LIN4B.
          02 FILLER    PIC X(22) VALUE "ASIGNACIONES FAMIL.  :".
          02 L-IMP4B   PIC ZZZZZZ9,99.
       01 L-LIN7D.
          02 FILLER    PIC X(22) VALUE "CUOTA PRESTAMOS      :".
          02 L-IMP7D   PIC ZZZZZZ9,99.
       01 L-LIN7G.
          02 FILLER    PIC X(22) VALUE "EMBARGOS JUDICIALES  :".
          02 L-IMP7G   PIC ZZZZZZ9,99.
       01 L-LIN7H.
          02 FILLER    PIC X(22) VALUE "CUOTA SINDICAL       :".
          02 L-IMP7H   PIC ZZZZZZ9,99.
       01 L-LIN7E.
          02 FILLER    PIC X(22) VALUE "RET. GANANCIAS 4TA.  :".
          02 L-IMP7E   PIC ZZZZZZ9,99.
       01 L-LIN7F.
          02 FILLER    PIC X(22) VALUE "DEVOL. GANANCIAS 4TA.:".
          02 L-IMP7F   PIC ZZZZZZ9,99.
       01 L-LIN3S.
          02 FILLER    PIC X(22) VALUE "AGUINALDO (SAC)      :".
          02 L-IMP3S   PIC ZZZZZZ9,99.
       01 L-LIN6S.
          02 FILLER    PIC X(22) VALUE "DESC. LEY Y GANANCIAS:".
          02 L-IMP6S   PIC ZZZZZZ9,99.
       01 L-LIN8.
          02 FILLER    PIC X(22) VALUE "NETO A COBRAR        :".
          02 L-IMP8    PIC ZZZZZZ9,99.
          02 FILLER    PIC X(05) VALUE SPACE.
          02 FILLER    PIC X(14) VALUE "FIRMA: .......".

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- EL RECIBO DE UN SOLO EMPLEADO QUEDA A NOMBRE DE QUIEN LO --*
      *-- PIDIO (VER "CONSLOG"); CUALQUIER NIVEL ALCANZA.          --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "IMPRESION DE RECIBOS DE SUELDO" LINE 01
              POSITION 25.
           DISPLAY "PERIODO A IMPRIMIR (AAAAMM): "
              LINE 04 POSITION 01.
           DISPLAY "(AGUINALDO: AAAA13 / AAAA14)" LINE 04 POSITION 40.
           ACCEPT W-PERIODO LINE 04 POSITION 31.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DIVIDE W-FECHA-HOY BY 100 GIVING W-PER-HOY.
           DIVIDE W-PER-HOY BY 100 GIVING W-ANIO-HOY.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO < 190001
              MOVE W-PER-HOY TO W-PERIODO
           END-IF.
      *-- AAAA13/AAAA14 ES EL AGUINALDO (VER COPY/LIQCREC.CPY) --*
           DIVIDE W-PERIODO BY 100 GIVING W-COC-PER
              REMAINDER W-MES-PER.
      *-- UN MES INEXISTENTE O UN PERIODO TODAVIA NO LIQUIDADO NO   --*
      *-- SE IMPRIME: CORRERIA "LIQCALC" SOBRE NADA Y DEJARIA EN    --*
      *-- "FIRMAS.IND" UN RECIBO QUE NADIE VA A DEVOLVER.           --*
           IF W-MES-PER = 0 OR W-MES-PER > 14
              OR W-COC-PER > W-ANIO-HOY
              OR (W-MES-PER < 13 AND W-PERIODO > W-PER-HOY)
              DISPLAY "** PERIODO INVALIDO O POSTERIOR AL ACTUAL **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           IF W-MES-PER = 13 OR W-MES-PER = 14
              MOVE "S" TO W-SAC
           END-IF.
           DISPLAY "CODIGO DE SITIO (DEFECTO 1): "
              LINE 05 POSITION 01.
           IF W-SITIO IS NOT NUMERIC OR W-SITIO = 0
              MOVE 1 TO W-SITIO
           END-IF.
           DISPLAY "EMPLEADO (0 = TODOS)      : "
              LINE 06 POSITION 01.
           ACCEPT W-FILTRO-CA LINE 06 POSITION 31.
           IF W-FILTRO-CA IS NOT NUMERIC
              MOVE 0 TO W-FILTRO-CA
           END-IF.
           DISPLAY "SOLO PEDIDOS DEL KIOSCO S/N: "
              LINE 07 POSITION 01.
           ACCEPT W-SOLO-KIO LINE 07 POSITION 31.
           IF W-SOLO-KIO NOT = "S"
              MOVE "N" TO W-SOLO-KIO
           END-IF.
           PERFORM BUSCAR-EMPLEADOR.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           IF W-SOLO-KIO = "S"
              OPEN I-O KIOPED
              IF FSTKP NOT = "00"
                 DISPLAY "** NO HAY PEDIDOS DEL KIOSCO **"
                    LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 GO TO FIN
              END-IF
           END-IF.
      *-- EL AGUINALDO NO SE RECALCULA: SE IMPRIME LO QUE "LIQSAC1" --*
      *-- GENERO, QUE ES LO MISMO QUE SE PAGO Y SE MANDO A          --*
      *-- CONTABILIDAD.                                             --*
           IF W-SAC = "S"
              STRING "LIQINT." W-PERIODO DELIMITED BY SIZE
                 INTO W-NOM-INT
              OPEN INPUT LIQINT
              IF FSTINT NOT = "00"
                 DISPLAY "** NO EXISTE " W-NOM-INT
                    ": GENERE EL AGUINALDO EN LIQSAC1 **"
                    LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 IF W-SOLO-KIO = "S"
                    CLOSE KIOPED
                 END-IF
                 GO TO FIN
              END-IF
              PERFORM LEER-LIQINT
           END-IF.

           OPEN INPUT MAESTRO.
           IF FST = "35"
              DISPLAY "** NO HAY EMPLEADOS PARA IMPRIMIR **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              IF W-SOLO-KIO = "S"
                 CLOSE KIOPED
              END-IF
              IF W-SAC = "S"
                 CLOSE LIQINT
              END-IF
              GO TO FIN.

           OPEN I-O FIRMAS.
           IF FSTFIR = "35"
              OPEN OUTPUT FIRMAS
              CLOSE FIRMAS
              OPEN I-O FIRMAS
           END-IF.
           IF FSTFIR = "00"
              MOVE "S" TO W-FIR-ABIERTO
           END-IF.
      *-- UN MES QUE "INTLIQ1" TODAVIA NO GENERO SE PUEDE IMPRIMIR   --*
      *-- COMO BORRADOR, PERO NO ABRE FILAS DE FIRMA (NI FIJA LA     --*
      *-- FECHA DE EMISION, QUE UNA REIMPRESION YA NO CAMBIA). EL    --*
      *-- AGUINALDO VIENE SIEMPRE DE UN "LIQINT" GENERADO.           --*
           IF W-SAC NOT = "S" AND W-FIR-ABIERTO = "S"
              PERFORM LEER-CTL THRU LEER-CTL-EXIT
              IF W-EXISTE-CTL NOT = "S"
                 CLOSE FIRMAS
                 MOVE "N" TO W-FIR-ABIERTO
                 DISPLAY "PERIODO NO GENERADO: NO QUEDA PENDIENTE DE"
                    " FIRMA" LINE 22 POSITION 01
              END-IF
           END-IF.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           PERFORM LEER-REGISTRO.
           PERFORM IMPRIMIR-EMPLEADO THRU IMPRIMIR-EMPLEADO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           CLOSE MAESTRO.
           IF W-SOLO-KIO = "S"
              CLOSE KIOPED
           END-IF.
           IF W-SAC = "S"
              CLOSE LIQINT
           END-IF.
           IF W-FIR-ABIERTO = "S"
              CLOSE FIRMAS
           END-IF.
           CANCEL "LIQCALC".
           CANCEL "GANCALC".
           PERFORM GRABAR-PRINTLOG.
           IF W-FILTRO-CA NOT = 0 AND CONT-EMP > 0
              CALL   "CONSLOG" USING W-OPERADOR W-PGM-CONS W-FILTRO-CA
              CANCEL "CONSLOG"
           END-IF.

           DISPLAY "RECIBOS IMPRESOS (2 EJEMPLARES C/U): " CONT-EMP
              LINE 20 POSITION 01.
           DISPLAY "NUEVOS PENDIENTES DE FIRMA          : " CONT-FIR
              LINE 21 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
      *-- EMPLEADO) PARA QUE QUEDE UNO FIRMADO EN EL LEGAJO --*
       IMPRIMIR-EMPLEADO.
           IF FIN-ARCH = "S" GO TO IMPRIMIR-EMPLEADO-EXIT.
           IF W-FILTRO-CA NOT = 0 AND MCA NOT = W-FILTRO-CA
              PERFORM LEER-REGISTRO
              GO TO IMPRIMIR-EMPLEADO-EXIT.
           IF W-SOLO-KIO = "S"
              MOVE MCA       TO KPCA
              MOVE W-PERIODO TO KPPERIODO
              READ KIOPED INVALID KEY MOVE "23" TO FSTKP
              END-READ
              IF FSTKP NOT = "00" OR KPEST NOT = "P"
                 PERFORM LEER-REGISTRO
                 GO TO IMPRIMIR-EMPLEADO-EXIT
              END-IF
           END-IF.
      *-- EN EL AGUINALDO SOLO LOS LEGAJOS QUE "LIQSAC1" LIQUIDO --*
           IF W-SAC = "S"
              PERFORM BUSCAR-SAC
              IF FIN-INT = "S" OR ICA NOT = MCA
                 PERFORM LEER-REGISTRO
                 GO TO IMPRIMIR-EMPLEADO-EXIT
              END-IF
              PERFORM IMPRIMIR-EJEMPLAR-SAC
                 VARYING IND-EJ FROM 1 BY 1 UNTIL IND-EJ > 2
              GO TO IMPRIMIR-EMPLEADO-FIN
           END-IF.
           MOVE MCA TO LIQ-MCA.
           MOVE MSB TO LIQ-MSB.
           MOVE MANT TO LIQ-MANT.
           MOVE W-PERIODO TO LIQ-PERIODO.
           MOVE "N" TO LIQ-ACTUALIZA.
           CALL "LIQCALC" USING LIQ-DATOS.

           PERFORM IMPRIMIR-EJEMPLAR
              VARYING IND-EJ FROM 1 BY 1 UNTIL IND-EJ > 2.
       IMPRIMIR-EMPLEADO-FIN.
           ADD 1 TO CONT-EMP.
           IF W-FIR-ABIERTO = "S"
              PERFORM REGISTRAR-FIRMA
           END-IF.
      *-- EL PEDIDO QUEDA ATENDIDO; SI EL EMPLEADO LO VUELVE A  --*
      *-- PEDIR, "KIOSCO" LO PONE OTRA VEZ EN "P".              --*
           IF W-SOLO-KIO = "S"
              MOVE "I"         TO KPEST
              MOVE W-FECHA-HOY TO KPFIMP
              MOVE W-OPERADOR  TO KPOPER
              REWRITE R-KPED INVALID KEY MOVE "23" TO FSTKP
              END-REWRITE
           END-IF.
           PERFORM LEER-REGISTRO.
       IMPRIMIR-EMPLEADO-EXIT.
           EXIT.
           WRITE R-IMP FROM L-LIN3.
           MOVE LIQ-NOV-HAB  TO L-IMP4.
           WRITE R-IMP FROM L-LIN4.
      *-- LA PARTE NO REMUNERATIVA (VIATICOS...) YA ESTA DENTRO DE --*
      *-- LAS NOVEDADES: SE ACLARA APARTE, NO SE VUELVE A SUMAR.   --*
           IF LIQ-NOV-NOREM > 0
              MOVE LIQ-NOV-NOREM TO L-IMP4N
              WRITE R-IMP FROM L-LIN4N
           END-IF.
      *-- LOS RUBROS QUE SOLO ALGUNOS EMPLEADOS TIENEN SE IMPRIMEN --*
      *-- SOLO CUANDO PESAN, ASI EL RECIBO SIEMPRE SUMA: BRUTO =   --*
      *-- BASICO + NOVEDADES H + CONCEPTOS DE HABER (UN RENGLON    --*
      *-- CADA UNO) + ASIGNACIONES, Y EL NETO RESTA CADA DESCUENTO --*
      *-- LISTADO.                                                 --*
           PERFORM IMPRIMIR-HABER
              VARYING IND-HAB FROM 1 BY 1 UNTIL IND-HAB > LIQ-HAB-CANT.
           IF LIQ-ASIG-FAM > 0
              MOVE LIQ-ASIG-FAM TO L-IMP4B
              WRITE R-IMP FROM L-LIN4B
              MOVE LIQ-CUOTA-PRES TO L-IMP7D
              WRITE R-IMP FROM L-LIN7D
           END-IF.
           IF LIQ-CUOTA-SIND > 0
              MOVE LIQ-CUOTA-SIND TO L-IMP7H
              WRITE R-IMP FROM L-LIN7H
           END-IF.
           IF LIQ-EMBARGO > 0
              MOVE LIQ-EMBARGO TO L-IMP7G
              WRITE R-IMP FROM L-LIN7G
           END-IF.
      *-- LA DEVOLUCION DE GANANCIAS NO ES UN DESCUENTO: SUMA AL --*
      *-- NETO, POR ESO VA DESPUES DE TODOS LOS DESCUENTOS.      --*
           IF LIQ-RET-GAN > 0
              MOVE LIQ-RET-GAN TO L-IMP7E
              WRITE R-IMP FROM L-LIN7E
           END-IF.
           IF LIQ-DEV-GAN > 0
              MOVE LIQ-DEV-GAN TO L-IMP7F
              WRITE R-IMP FROM L-LIN7F
           END-IF.
           MOVE LIQ-NETO     TO L-IMP8.
           WRITE R-IMP FROM L-LIN8.
           PERFORM CERRAR-EJEMPLAR.

      *-- PIE COMUN A TODOS LOS RECIBOS: EJEMPLAR Y FIRMA --*
       CERRAR-EJEMPLAR.
           IF IND-EJ = 1
              MOVE "EMPRESA   " TO L-EJEM
           ELSE
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.

      *-- RECIBO DEL AGUINALDO CON LOS IMPORTES DE "LIQINT": BRUTO, --*
      *-- DESCUENTOS (LEY MAS RETENCION DE GANANCIAS) Y NETO; SI    --*
      *-- EL NETO SUPERA BRUTO MENOS DESCUENTOS, LA DIFERENCIA ES   --*
      *-- LA DEVOLUCION DE GANANCIAS (VER "LIQUIDAR-SAC").          --*
       IMPRIMIR-EJEMPLAR-SAC.
           COMPUTE W-SAC-BRUTO = IBRUTO / 100.
           COMPUTE W-SAC-DESC  = IDESC / 100.
           COMPUTE W-SAC-NETO  = INETO / 100.
           MOVE 0 TO W-SAC-DEVOL.
           IF W-SAC-NETO + W-SAC-DESC > W-SAC-BRUTO
              COMPUTE W-SAC-DEVOL =
                 W-SAC-NETO + W-SAC-DESC - W-SAC-BRUTO
           END-IF.
           WRITE R-IMP FROM "*** RECIBO DE AGUINALDO (SAC) ***".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE W-NOM-SITIO TO L-SITIO.
           MOVE W-PERIODO   TO L-PERIODO.
           WRITE R-IMP FROM L-LIN1.
           MOVE MCA TO L-CA.
           MOVE MAN TO L-NOM.
           WRITE R-IMP FROM L-LIN2.
           MOVE W-SAC-BRUTO TO L-IMP3S.
           WRITE R-IMP FROM L-LIN3S.
           MOVE W-SAC-DESC  TO L-IMP6S.
           WRITE R-IMP FROM L-LIN6S.
           IF W-SAC-DEVOL > 0
              MOVE W-SAC-DEVOL TO L-IMP7F
              WRITE R-IMP FROM L-LIN7F
           END-IF.
           MOVE W-SAC-NETO  TO L-IMP8.
           WRITE R-IMP FROM L-LIN8.
           PERFORM CERRAR-EJEMPLAR.

      *-- "LIQINT" Y EL MAESTRO VIENEN ORDENADOS POR LEGAJO: SE     --*
      *-- AVANZA EL DETALLE HASTA EL LEGAJO EN CURSO. EL REGISTRO   --*
      *-- DE TOTALES (99999999) QUEDA SIEMPRE AL FINAL.             --*
       BUSCAR-SAC.
           PERFORM LEER-LIQINT
              UNTIL FIN-INT = "S" OR ICA NOT < MCA.

       LEER-LIQINT.
           READ LIQINT NEXT RECORD AT END MOVE "S" TO FIN-INT.

      *-- EL RECIBO QUEDA ESPERANDO QUE VUELVA FIRMADO EL EJEMPLAR  --*
      *-- EMPRESA. SI YA FIGURABA (REIMPRESION, PEDIDO DEL KIOSCO)  --*
      *-- NO SE TOCA: SE CONSERVA LA PRIMERA EMISION Y LA FIRMA.    --*
      *-- "S" SOLO SI EL PERIODO ESTA GENERADO O CONFIRMADO; UNA     --*
      *-- GENERACION CORTADA ("P") NO CUENTA. SIN "LIQINT.CTL" NO SE --*
      *-- GENERO NINGUNO.                                            --*
       LEER-CTL.
           MOVE "N" TO W-EXISTE-CTL.
           OPEN INPUT LIQCTL.
           IF FSTCTL NOT = "00"
              GO TO LEER-CTL-EXIT.
           MOVE W-PERIODO TO CPERIODO.
           READ LIQCTL INVALID KEY MOVE "23" TO FSTCTL.
           IF FSTCTL = "00" AND (CESTADO = "G" OR CESTADO = "C")
              MOVE "S" TO W-EXISTE-CTL
           END-IF.
           CLOSE LIQCTL.
       LEER-CTL-EXIT.
           EXIT.

       REGISTRAR-FIRMA.
           MOVE MCA       TO FRCA.
           MOVE W-PERIODO TO FRPERIODO.
           READ FIRMAS INVALID KEY MOVE "23" TO FSTFIR.
           IF FSTFIR = "23"
              MOVE SPACES      TO R-FIR
              MOVE MCA         TO FRCA
              MOVE W-PERIODO   TO FRPERIODO
              MOVE "P"         TO FREST
              MOVE W-FECHA-HOY TO FRFEMI
              MOVE W-OPERADOR  TO FROPEMI
              MOVE MLO         TO FRLO
              MOVE MSUP        TO FRSUP
              MOVE 0           TO FRFDEV
              MOVE "N"         TO FRPROT
              WRITE R-FIR INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 ADD 1 TO CONT-FIR
              END-WRITE
           END-IF.

       IMPRIMIR-HABER.
           MOVE LIQ-HAB-DESC (IND-HAB) TO L-DESC4C.
           MOVE LIQ-HAB-IMP (IND-HAB)  TO L-IMP4C.
           WRITE R-IMP FROM L-LIN4C.

      *-- DATOS DEL EMPLEADOR DEL SITIO ELEGIDO EN "PARGRAL.IND" --*
       BUSCAR-EMPLEADOR.
           MOVE "(SIN PARAMETROS)" TO W-NOM-SITIO.
           COMPUTE L-CANT-REG = CONT-EMP * 2.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "RPTREC1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
