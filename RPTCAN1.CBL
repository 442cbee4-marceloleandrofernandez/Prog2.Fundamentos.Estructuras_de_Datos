      *** CERTIFICADO ANUAL DE REMUNERACIONES Y RETENCIONES: AL      ***
      *** CIERRE DEL ANIO CADA EMPLEADO PIDE CONSTANCIA DE LO COBRADO ***
      *** Y LO RETENIDO, Y LOS DATOS ESTAN REPARTIDOS EN LOS DOCE     ***
      *** "LIQINT.AAAAMM" MAS LOS DOS SAC ("LIQINT.AAAA13"/"14").     ***
      *** ESTE PGM RECORRE LOS PERIODOS CONFIRMADOS (CESTADO "C" EN   ***
      *** "LIQINT.CTL") DEL ANIO PEDIDO, PARA UN LEGAJO O PARA TODOS, ***
      *** E IMPRIME UN CERTIFICADO POR EMPLEADO MES A MES: BRUTO,     ***
      *** CADA DESCUENTO DE LEY CON EL PORCENTAJE DE "CONDED.IND"     ***
      *** VIGENTE EN EL PERIODO, RETENCION DE GANANCIAS NETA DE       ***
      *** DEVOLUCIONES ("GANACU.IND", VER "GANCALC") Y NETO. LOS      ***
      *** MESES QUE NUNCA SE CONFIRMARON CON CONTABILIDAD SALEN       ***
      *** MARCADOS PARA QUE NADIE FIRME UN CERTIFICADO INCOMPLETO.    ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCAN1.
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

      *-- ESTADO DE CADA PERIODO, COMPARTIDO CON "INTLIQ1" --*
           SELECT LIQCTL ASSIGN TO DISK "LIQINT.CTL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPERIODO
           FILE STATUS IS FSTCTL.

      *-- DETALLE DEL PERIODO ENVIADO A CONTABILIDAD --*
           SELECT LIQINT ASSIGN TO DISK W-NOM-INT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTINT.

      *-- PORCENTAJES DE LEY, PARA ABRIR EL DESCUENTO POR CONCEPTO --*
           SELECT CONDED ASSIGN TO DISK "CONDED.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CDCLAVE
           FILE STATUS IS FSTCON.

      *-- RETENCION/DEVOLUCION DE GANANCIAS DE CADA PERIODO --*
           SELECT GANACU ASSIGN TO DISK "GANACU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GACLAVE
           FILE STATUS IS FSTGAC.

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

      *-- LAYOUT COMPARTIDO CON "MODCDED"/"LIQCALC" --*
       FD  CONDED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS R-CDED.
           COPY CONDREC.

      *-- LAYOUT COMPARTIDO CON "GANCALC" (VER COPY/GACUREC.CPY) --*
       FD  GANACU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-GACU.
           COPY GACUREC.

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
       77 FSTCTL           PIC XX.
       77 FSTINT           PIC XX.
       77 FSTCON           PIC XX.
       77 FSTGAC           PIC XX.
       77 FSTPAR           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
       77 CONT-CERT        PIC 9(05) VALUE 0.
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-ANIO           PIC 9(04) VALUE 0.
      *-- LEGAJO PEDIDO; 0 = TODA LA NOMINA --*
       77 W-MCA            PIC 9(08) VALUE 0.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-SITIO          PIC 9(1)  VALUE 1.
       77 W-NOM-SITIO      PIC X(27) VALUE "(SIN PARAMETROS)".
       77 W-NOM-INT        PIC X(13) VALUE SPACES.
       77 W-HAY-GAN        PIC X     VALUE "N".
       77 W-HALLADO        PIC X     VALUE "N".
       77 W-FIN-INT        PIC X     VALUE "N".
       77 W-FIN-CON        PIC X     VALUE "N".
       77 W-PENDIENTES     PIC 99    VALUE 0.
       77 W-HALLADOS       PIC 99    VALUE 0.

      *-- CUENTA DE CONCEPTOS DE LEY, IGUAL A "LEER-CONCEPTOS" DE --*
      *-- "LIQCALC": RIGE LA FILA DE VIGENCIA MAS ALTA QUE NO     --*
      *-- SUPERA EL FIN DEL PERIODO. SIN "CONDED.IND" SE USAN LOS --*
      *-- MISMOS PORCENTAJES POR DEFECTO QUE "LIQCALC".           --*
       77 W-CON-ANT        PIC 9(02) VALUE 0.
       77 W-PORC-VIG       PIC 99V99 VALUE 0.
       77 W-DESC-VIG       PIC X(20) VALUE SPACES.
       77 W-FECHA-TOPE     PIC 9(08) VALUE 0.

      *-- IMPORTES DE TRABAJO DE UNA FILA DEL CERTIFICADO --*
       77 W-IMP-CON        PIC 9(09)V99 VALUE 0.
       77 W-LEY            PIC 9(09)V99 VALUE 0.
       77 W-OTROS          PIC 9(09)V99 VALUE 0.
       77 W-GAN-NETA       PIC S9(09)V99 VALUE 0.

       77 IND-PER          PIC 99    VALUE 0.
       77 IND-CON          PIC 99    VALUE 0.
       77 IND-TOT          PIC 99    VALUE 0.
       77 IND-HALL         PIC 99    VALUE 0.

      *-- ORDEN CRONOLOGICO DE LOS 14 PERIODOS DEL ANIO: EL SAC  --*
      *-- DEL PRIMER SEMESTRE (13) VA DESPUES DE JUNIO Y EL DEL  --*
      *-- SEGUNDO (14) DESPUES DE DICIEMBRE.                     --*
       01 ORDEN-PERIODOS.
          02 FILLER PIC X(28) VALUE "0102030405061307080910111214".
       01 T-ORDEN REDEFINES ORDEN-PERIODOS.
          02 OP-MES  PIC 99 OCCURS 14 TIMES.

      *-- LOS 14 PERIODOS DEL ANIO CON SU ESTADO EN "LIQINT.CTL" --*
      *-- (ESPACIO = NUNCA GENERADO) Y LOS CONCEPTOS DE LEY       --*
      *-- VIGENTES; SE CARGA UNA SOLA VEZ POR CORRIDA.            --*
       01 TABLA-PERIODOS.
          02 TP OCCURS 14 TIMES.
             03 TP-PER       PIC 9(06).
             03 TP-ESTADO    PIC X.
             03 TP-CANT-CON  PIC 99.
             03 TP-CON OCCURS 10 TIMES.
                04 TP-CDESC  PIC X(20).
                04 TP-CPORC  PIC 99V99.

      *-- LO HALLADO PARA EL EMPLEADO EN CURSO, PERIODO A PERIODO --*
       01 TABLA-EMPLEADO.
          02 EP OCCURS 14 TIMES.
             03 EP-HALLADO   PIC X.
             03 EP-BRUTO     PIC 9(09)V99.
             03 EP-DESC      PIC 9(09)V99.
             03 EP-NETO      PIC 9(09)V99.
             03 EP-RET       PIC 9(07)V99.
             03 EP-DEV       PIC 9(07)V99.

      *-- TOTALES ANUALES DEL EMPLEADO EN CURSO; LOS DE LEY VAN --*
      *-- POR DESCRIPCION PORQUE UN CONCEPTO PUEDE CAMBIAR DE   --*
      *-- PORCENTAJE A MITAD DE ANIO.                           --*
       77 T-BRUTO          PIC 9(09)V99 VALUE 0.
       77 T-LEY            PIC 9(09)V99 VALUE 0.
       77 T-OTROS          PIC 9(09)V99 VALUE 0.
       77 T-GAN            PIC S9(09)V99 VALUE 0.
       77 T-NETO           PIC 9(09)V99 VALUE 0.
       77 T-CANT-CON       PIC 99    VALUE 0.
       01 TABLA-TOT-CON.
          02 TC OCCURS 10 TIMES.
             03 TC-DESC      PIC X(20).
             03 TC-IMP       PIC 9(09)V99.

      *-- LINEAS DEL CERTIFICADO --*
       01 L-LIN1.
          02 FILLER    PIC X(10) VALUE "EMPLEADOR ".
          02 L-SITIO   PIC X(27).
          02 FILLER    PIC X(03) VALUE SPACE.
          02 FILLER    PIC X(12) VALUE "ANIO FISCAL ".
          02 L-ANIO    PIC 9(04).
       01 L-LIN2.
          02 FILLER    PIC X(07) VALUE "LEGAJO ".
          02 L-CA      PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-NOM     PIC X(30).
       01 L-LIN3.
          02 FILLER    PIC X(08) VALUE "PERIODO ".
          02 FILLER    PIC X(12) VALUE "       BRUTO".
          02 FILLER    PIC X(12) VALUE "   DESC. LEY".
          02 FILLER    PIC X(12) VALUE "  GANANCIAS ".
          02 FILLER    PIC X(12) VALUE " OTROS DESC.".
          02 FILLER    PIC X(12) VALUE "        NETO".
       01 L-DET.
          02 L-PER     PIC 9(06).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-BRUTO   PIC ZZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-LEY     PIC ZZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-GAN     PIC -ZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-OTROS   PIC ZZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-NETO    PIC ZZZZZZZ9,99.
       01 L-PEND.
          02 L-PER-P   PIC 9(06).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-MOTIVO  PIC X(45).
       01 L-CON.
          02 FILLER    PIC X(10) VALUE SPACE.
          02 L-CDESC   PIC X(20).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-CPORC   PIC Z9,99.
          02 FILLER    PIC X(02) VALUE "% ".
          02 L-CIMP    PIC ZZZZZZZ9,99.
       01 L-TOT.
          02 FILLER    PIC X(08) VALUE "TOTAL   ".
          02 L-TBRUTO  PIC ZZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-TLEY    PIC ZZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-TGAN    PIC -ZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-TOTROS  PIC ZZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-TNETO   PIC ZZZZZZZ9,99.
       01 L-TCON.
          02 FILLER    PIC X(10) VALUE "TOTAL LEY ".
          02 L-TCDESC  PIC X(20).
          02 FILLER    PIC X(08) VALUE SPACE.
          02 L-TCIMP   PIC ZZZZZZZ9,99.
       01 L-AVISO.
          02 FILLER    PIC X(10) VALUE "ATENCION: ".
          02 L-CANT-P  PIC Z9.
          02 FILLER    PIC X(46) VALUE
             " PERIODO(S) SIN CONFIRMAR: CERTIFICADO PARCIAL".
       01 L-FIRMA.
          02 FILLER    PIC X(08) VALUE "EMITIDO ".
          02 L-FECHA   PIC 9(08).
          02 FILLER    PIC X(10) VALUE SPACE.
          02 FILLER    PIC X(24) VALUE "FIRMA EMPLEADOR: .......".

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CERTIFICADO ANUAL DE REMUNERACIONES Y RETENCIONES"
              LINE 01 POSITION 17.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ANIO FISCAL (AAAA): " LINE 04 POSITION 01.
           ACCEPT W-ANIO LINE 04 POSITION 31.
           IF W-ANIO IS NOT NUMERIC OR W-ANIO < 1900
              COMPUTE W-ANIO = W-FECHA-HOY / 10000 - 1
           END-IF.
           DISPLAY "LEGAJO (0 = TODOS): " LINE 05 POSITION 01.
           ACCEPT W-MCA LINE 05 POSITION 31.
           IF W-MCA IS NOT NUMERIC
              MOVE 0 TO W-MCA
           END-IF.
           DISPLAY "CODIGO DE SITIO (DEFECTO 1): "
              LINE 06 POSITION 01.
           ACCEPT W-SITIO LINE 06 POSITION 31.
           IF W-SITIO IS NOT NUMERIC OR W-SITIO = 0
              MOVE 1 TO W-SITIO
           END-IF.
           PERFORM BUSCAR-EMPLEADOR.

           OPEN INPUT LIQCTL.
           IF FSTCTL NOT = "00"
              DISPLAY "** NO HAY PERIODOS GENERADOS (LIQINT.CTL) **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           PERFORM CARGAR-PERIODO THRU CARGAR-PERIODO-EXIT
              VARYING IND-PER FROM 1 BY 1 UNTIL IND-PER > 14.
           CLOSE LIQCTL.

           OPEN INPUT MAESTRO.
           IF FST = "35"
              DISPLAY "** NO HAY EMPLEADOS PARA CERTIFICAR **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
      *-- SIN "GANACU.IND" NO HUBO RETENCIONES: LA COLUMNA VA EN 0 --*
           OPEN INPUT GANACU.
           IF FSTGAC = "00"
              MOVE "S" TO W-HAY-GAN
           END-IF.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           IF W-MCA = 0
              PERFORM LEER-REGISTRO
           ELSE
              MOVE W-MCA TO MCA
              READ MAESTRO INVALID KEY
                 MOVE "S" TO FIN-ARCH
                 DISPLAY "** ESE EMPLEADO NO EXISTE EN EL MAESTRO **"
                    LINE 22, POSITION 01 CONTROL "FCOLOR=RED"
              END-READ
           END-IF.
           PERFORM PROCESAR-EMPLEADO THRU PROCESAR-EMPLEADO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           IF W-HAY-GAN = "S"
              CLOSE GANACU
           END-IF.
           CLOSE MAESTRO.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY "CERTIFICADOS IMPRESOS: " CONT-CERT
              LINE 20 POSITION 01.
           IF W-PENDIENTES > 0
              DISPLAY "PERIODOS DEL ANIO SIN CONFIRMAR: " W-PENDIENTES
                 LINE 21 POSITION 01 CONTROL "FCOLOR=RED"
           END-IF.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       LEER-REGISTRO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO FIN-ARCH.

      *-- ESTADO DEL PERIODO EN "LIQINT.CTL"; LOS MESES 01 A 12   --*
      *-- SIN CONFIRMAR SE CUENTAN COMO PENDIENTES. UN SAC QUE    --*
      *-- NUNCA SE GENERO NO ES PENDIENTE (PUEDE NO HABER HABIDO) --*
      *-- PERO SI SE GENERO Y NO SE CONFIRMO, SI.                 --*
       CARGAR-PERIODO.
           COMPUTE TP-PER (IND-PER) = W-ANIO * 100 + OP-MES (IND-PER).
           MOVE SPACE TO TP-ESTADO (IND-PER).
           MOVE 0 TO TP-CANT-CON (IND-PER).
           MOVE TP-PER (IND-PER) TO CPERIODO.
           READ LIQCTL INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE CESTADO TO TP-ESTADO (IND-PER)
           END-READ.
           IF TP-ESTADO (IND-PER) = "C"
              PERFORM CARGAR-CONCEPTOS THRU CARGAR-CONCEPTOS-EXIT
              GO TO CARGAR-PERIODO-EXIT.
           IF OP-MES (IND-PER) < 13 OR TP-ESTADO (IND-PER) = "G"
              ADD 1 TO W-PENDIENTES
           END-IF.
       CARGAR-PERIODO-EXIT.
           EXIT.

       CARGAR-CONCEPTOS.
           MOVE 0 TO W-PORC-VIG W-CON-ANT.
           MOVE SPACES TO W-DESC-VIG.
           COMPUTE W-FECHA-TOPE = TP-PER (IND-PER) * 100 + 99.
           OPEN INPUT CONDED.
           IF FSTCON NOT = "00"
              GO TO CARGAR-CONCEPTOS-FALTA.
           MOVE "N" TO W-FIN-CON.
           PERFORM LEER-UN-CONCEPTO THRU LEER-UN-CONCEPTO-EXIT
              UNTIL W-FIN-CON = "S".
           PERFORM GUARDAR-CONCEPTO.
           CLOSE CONDED.
       CARGAR-CONCEPTOS-FALTA.
           IF TP-CANT-CON (IND-PER) = 0
              MOVE "JUBILACION" TO W-DESC-VIG
              MOVE 11 TO W-PORC-VIG
              PERFORM GUARDAR-CONCEPTO
              MOVE "OBRA SOCIAL" TO W-DESC-VIG
              MOVE 03 TO W-PORC-VIG
              PERFORM GUARDAR-CONCEPTO
              MOVE "INSSJP" TO W-DESC-VIG
              MOVE 03 TO W-PORC-VIG
              PERFORM GUARDAR-CONCEPTO
           END-IF.
       CARGAR-CONCEPTOS-EXIT.
           EXIT.

       LEER-UN-CONCEPTO.
           READ CONDED NEXT RECORD AT END
              MOVE "S" TO W-FIN-CON
              GO TO LEER-UN-CONCEPTO-EXIT.
           IF CDCON NOT = W-CON-ANT
              PERFORM GUARDAR-CONCEPTO
              MOVE 0 TO W-PORC-VIG
              MOVE CDCON TO W-CON-ANT
           END-IF.
           IF CDVIG NOT > W-FECHA-TOPE
              MOVE CDPORC TO W-PORC-VIG
              MOVE CDDESC TO W-DESC-VIG
           END-IF.
       LEER-UN-CONCEPTO-EXIT.
           EXIT.

       GUARDAR-CONCEPTO.
           IF W-PORC-VIG > 0 AND TP-CANT-CON (IND-PER) < 10
              ADD 1 TO TP-CANT-CON (IND-PER)
              MOVE TP-CANT-CON (IND-PER) TO IND-CON
              MOVE W-DESC-VIG TO TP-CDESC (IND-PER, IND-CON)
              MOVE W-PORC-VIG TO TP-CPORC (IND-PER, IND-CON)
           END-IF.
           MOVE 0 TO W-PORC-VIG.

      *-- JUNTA LOS PERIODOS CONFIRMADOS DEL EMPLEADO; PARA TODA --*
      *-- LA NOMINA SE OMITE QUIEN NO COBRO NADA EN EL ANIO.     --*
       PROCESAR-EMPLEADO.
           IF FIN-ARCH = "S" GO TO PROCESAR-EMPLEADO-EXIT.
           MOVE 0 TO W-HALLADOS.
           PERFORM BUSCAR-PERIODO THRU BUSCAR-PERIODO-EXIT
              VARYING IND-PER FROM 1 BY 1 UNTIL IND-PER > 14.
           IF W-HALLADOS > 0 OR W-MCA NOT = 0
              PERFORM IMPRIMIR-CERTIFICADO
              ADD 1 TO CONT-CERT
           END-IF.
           IF W-MCA NOT = 0
              MOVE "S" TO FIN-ARCH
           ELSE
              PERFORM LEER-REGISTRO
           END-IF.
       PROCESAR-EMPLEADO-EXIT.
           EXIT.

      *-- BUSCA EL LEGAJO EN "LIQINT.AAAAPP" DEL PERIODO Y LE   --*
      *-- SUMA LA RETENCION/DEVOLUCION DE "GANACU.IND". LOS     --*
      *-- IMPORTES DEL INTERCAMBIO VIENEN EN CENTAVOS.          --*
       BUSCAR-PERIODO.
           MOVE "N" TO EP-HALLADO (IND-PER).
           MOVE 0 TO EP-BRUTO (IND-PER) EP-DESC (IND-PER)
              EP-NETO (IND-PER) EP-RET (IND-PER) EP-DEV (IND-PER).
           IF TP-ESTADO (IND-PER) NOT = "C"
              GO TO BUSCAR-PERIODO-EXIT.
           STRING "LIQINT." TP-PER (IND-PER) DELIMITED BY SIZE
              INTO W-NOM-INT.
           OPEN INPUT LIQINT.
           IF FSTINT NOT = "00"
              GO TO BUSCAR-PERIODO-EXIT.
           MOVE "N" TO W-FIN-INT W-HALLADO.
           PERFORM LEER-DETALLE THRU LEER-DETALLE-EXIT
              UNTIL W-FIN-INT = "S".
           CLOSE LIQINT.
           IF W-HALLADO = "N"
              GO TO BUSCAR-PERIODO-EXIT.
           MOVE "S" TO EP-HALLADO (IND-PER).
           ADD 1 TO W-HALLADOS.
           COMPUTE EP-BRUTO (IND-PER) = IBRUTO / 100.
           COMPUTE EP-DESC (IND-PER)  = IDESC / 100.
           COMPUTE EP-NETO (IND-PER)  = INETO / 100.
           IF W-HAY-GAN = "S"
              MOVE MCA TO GACA
              MOVE TP-PER (IND-PER) TO GAPER
              READ GANACU INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE GARET TO EP-RET (IND-PER)
                 MOVE GADEV TO EP-DEV (IND-PER)
              END-READ
           END-IF.
       BUSCAR-PERIODO-EXIT.
           EXIT.

       LEER-DETALLE.
           READ LIQINT NEXT RECORD AT END
              MOVE "S" TO W-FIN-INT
              GO TO LEER-DETALLE-EXIT.
           IF ICA = 99999999
              MOVE "S" TO W-FIN-INT
              GO TO LEER-DETALLE-EXIT.
           IF ICA = MCA
              MOVE "S" TO W-HALLADO W-FIN-INT
           END-IF.
       LEER-DETALLE-EXIT.
           EXIT.

       IMPRIMIR-CERTIFICADO.
           MOVE 0 TO T-BRUTO T-LEY T-OTROS T-GAN T-NETO T-CANT-CON.
           WRITE R-IMP FROM
          "*** CERTIFICADO ANUAL DE REMUNERACIONES Y RETENCIONES ***".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE W-NOM-SITIO TO L-SITIO.
           MOVE W-ANIO      TO L-ANIO.
           WRITE R-IMP FROM L-LIN1.
           MOVE MCA TO L-CA.
           MOVE MAN TO L-NOM.
           WRITE R-IMP FROM L-LIN2.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-LIN3.
           PERFORM IMPRIMIR-PERIODO THRU IMPRIMIR-PERIODO-EXIT
              VARYING IND-PER FROM 1 BY 1 UNTIL IND-PER > 14.

           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE T-BRUTO TO L-TBRUTO.
           MOVE T-LEY   TO L-TLEY.
           MOVE T-GAN   TO L-TGAN.
           MOVE T-OTROS TO L-TOTROS.
           MOVE T-NETO  TO L-TNETO.
           WRITE R-IMP FROM L-TOT.
           PERFORM IMPRIMIR-TOTAL-CONCEPTO
              VARYING IND-TOT FROM 1 BY 1 UNTIL IND-TOT > T-CANT-CON.
           IF W-PENDIENTES > 0
              MOVE W-PENDIENTES TO L-CANT-P
              WRITE R-IMP FROM L-AVISO
           END-IF.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-FIRMA.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.

      *-- UNA FILA POR PERIODO CONFIRMADO DONDE EL EMPLEADO COBRO, --*
      *-- CON EL DESGLOSE DE LEY DEBAJO; LOS PERIODOS PENDIENTES   --*
      *-- SALEN MARCADOS SIN IMPORTES.                             --*
       IMPRIMIR-PERIODO.
           IF TP-ESTADO (IND-PER) NOT = "C"
              IF OP-MES (IND-PER) < 13 OR TP-ESTADO (IND-PER) = "G"
                 MOVE TP-PER (IND-PER) TO L-PER-P
                 IF TP-ESTADO (IND-PER) = "G"
                    MOVE "*** GENERADO, SIN CONFIRMAR CON CONTABILIDAD"
                       TO L-MOTIVO
                 ELSE
                    MOVE "*** NUNCA GENERADO NI CONFIRMADO" TO L-MOTIVO
                 END-IF
                 WRITE R-IMP FROM L-PEND
              END-IF
              GO TO IMPRIMIR-PERIODO-EXIT.
           IF EP-HALLADO (IND-PER) = "N"
              GO TO IMPRIMIR-PERIODO-EXIT.

           MOVE 0 TO W-LEY.
           PERFORM SUMAR-CONCEPTO
              VARYING IND-CON FROM 1 BY 1
              UNTIL IND-CON > TP-CANT-CON (IND-PER).
           COMPUTE W-GAN-NETA = EP-RET (IND-PER) - EP-DEV (IND-PER).
           MOVE 0 TO W-OTROS.
           IF EP-DESC (IND-PER) > W-LEY + EP-RET (IND-PER)
              COMPUTE W-OTROS = EP-DESC (IND-PER) - W-LEY
                 - EP-RET (IND-PER)
           END-IF.
           MOVE TP-PER (IND-PER)  TO L-PER.
           MOVE EP-BRUTO (IND-PER) TO L-BRUTO.
           MOVE W-LEY             TO L-LEY.
           MOVE W-GAN-NETA        TO L-GAN.
           MOVE W-OTROS           TO L-OTROS.
           MOVE EP-NETO (IND-PER) TO L-NETO.
           WRITE R-IMP FROM L-DET.
           PERFORM IMPRIMIR-CONCEPTO
              VARYING IND-CON FROM 1 BY 1
              UNTIL IND-CON > TP-CANT-CON (IND-PER).
           ADD EP-BRUTO (IND-PER) TO T-BRUTO.
           ADD W-LEY              TO T-LEY.
           ADD W-GAN-NETA         TO T-GAN.
           ADD W-OTROS            TO T-OTROS.
           ADD EP-NETO (IND-PER)  TO T-NETO.
       IMPRIMIR-PERIODO-EXIT.
           EXIT.

       SUMAR-CONCEPTO.
           COMPUTE W-IMP-CON ROUNDED =
              EP-BRUTO (IND-PER) * TP-CPORC (IND-PER, IND-CON) / 100.
           ADD W-IMP-CON TO W-LEY.

      *-- DETALLE DE UN CONCEPTO DE LEY Y SU ACUMULADO ANUAL --*
       IMPRIMIR-CONCEPTO.
           COMPUTE W-IMP-CON ROUNDED =
              EP-BRUTO (IND-PER) * TP-CPORC (IND-PER, IND-CON) / 100.
           MOVE TP-CDESC (IND-PER, IND-CON) TO L-CDESC.
           MOVE TP-CPORC (IND-PER, IND-CON) TO L-CPORC.
           MOVE W-IMP-CON TO L-CIMP.
           WRITE R-IMP FROM L-CON.
           MOVE 0 TO IND-HALL.
           PERFORM BUSCAR-TOTAL-CONCEPTO
              VARYING IND-TOT FROM 1 BY 1 UNTIL IND-TOT > T-CANT-CON.
           IF IND-HALL = 0 AND T-CANT-CON < 10
              ADD 1 TO T-CANT-CON
              MOVE T-CANT-CON TO IND-HALL
              MOVE TP-CDESC (IND-PER, IND-CON) TO TC-DESC (IND-HALL)
              MOVE 0 TO TC-IMP (IND-HALL)
           END-IF.
           IF IND-HALL > 0
              ADD W-IMP-CON TO TC-IMP (IND-HALL)
           END-IF.

       BUSCAR-TOTAL-CONCEPTO.
           IF TC-DESC (IND-TOT) = TP-CDESC (IND-PER, IND-CON)
              MOVE IND-TOT TO IND-HALL
           END-IF.

       IMPRIMIR-TOTAL-CONCEPTO.
           MOVE TC-DESC (IND-TOT) TO L-TCDESC.
           MOVE TC-IMP (IND-TOT)  TO L-TCIMP.
           WRITE R-IMP FROM L-TCON.

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
           MOVE "RPTCAN1" TO L-PROGRAMA.
           MOVE CONT-CERT TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "RPTCAN1"  TO SPL-PROGRAMA.
           MOVE SPACES     TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
