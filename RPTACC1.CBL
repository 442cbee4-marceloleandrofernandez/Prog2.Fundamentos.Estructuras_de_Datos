      *** ESTADISTICA DE ACCIDENTES DE TRABAJO POR LOCALIDAD, DEL MES ***
      *** PEDIDO O DE TODO EL ANIO: CANTIDAD DE ACCIDENTES (LOS IN    ***
      *** ITINERE VAN APARTE), DIAS PERDIDOS (LICENCIAS LIGADAS EN    ***
      *** "ACCID1"), HORAS TRABAJADAS SEGUN EL RESUMEN MENSUAL        ***
      *** "ASIRES.IND" (VER "CIERASI1") E INDICES DE FRECUENCIA       ***
      *** (ACCIDENTES X 1.000.000 / HORAS) Y GRAVEDAD (DIAS X 1.000 / ***
      *** HORAS). LOS IN ITINERE NO ENTRAN EN LOS INDICES. EL         ***
      *** ACCIDENTE CUENTA EN LA LOCALIDAD DONDE OCURRIO ("ACLOC") Y  ***
      *** LAS HORAS EN LA LOCALIDAD ACTUAL DEL EMPLEADO ("MLO").      ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTACC1.
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

           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MLOC
           ALTERNATE RECORD KEY IS MLDESC DUPLICATES
           FILE STATUS IS FSTLOC.

           SELECT ACCIDEN ASSIGN TO DISK "ACCIDEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCLAVE
           FILE STATUS IS FSTACC.

      *-- RESUMEN MENSUAL DE ASISTENCIA POR LEGAJO + PERIODO --*
           SELECT ASIRES ASSIGN TO DISK "ASIRES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RCLAVE
           FILE STATUS IS FSTRES.

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

       FD  MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).

       FD  ACCIDEN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 197 CHARACTERS
           DATA RECORD IS R-ACC.
           COPY ACCIREC.

       FD  ASIRES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-RES.
           COPY ASIRREC.

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTLOC           PIC XX.
       77 FSTACC           PIC XX.
       77 FSTRES           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 FIN-LOC          PIC X     VALUE "N".
       77 FIN-ACC          PIC X     VALUE "N".
       77 FIN-RES          PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-ANIO           PIC 9(04) VALUE 0.
      *-- MES PEDIDO; 0 = TODO EL ANIO --*
       77 W-MES            PIC 99    VALUE 0.
      *-- RANGO DE PERIODOS (AAAAMM) Y DE FECHAS (AAAAMMDD) --*
       77 W-PER-DESDE      PIC 9(06) VALUE 0.
       77 W-PER-HASTA      PIC 9(06) VALUE 0.
       77 W-FEC-DESDE      PIC 9(08) VALUE 0.
       77 W-FEC-HASTA      PIC 9(08) VALUE 0.
      *-- "N" SI "ACCIDEN.IND" O "ASIRES.IND" NO EXISTEN --*
       77 W-HAY-ACC        PIC X     VALUE "N".
       77 W-HAY-RES        PIC X     VALUE "N".
       77 W-LOC            PIC 999   VALUE 0.
       77 W-LOC-COD        PIC 99    VALUE 0.
       77 W-HORAS          PIC 9(07) VALUE 0.
       77 W-IND-FREC       PIC 9(05)V99 VALUE 0.
       77 W-IND-GRAV       PIC 9(04)V99 VALUE 0.
       77 CONT-LOCS        PIC 9(03) VALUE 0.
       77 TOT-ACC          PIC 9(05) VALUE 0.
       77 TOT-ITIN         PIC 9(05) VALUE 0.
       77 TOT-DIAS         PIC 9(06) VALUE 0.
       77 TOT-MIN          PIC 9(09) VALUE 0.

      *-- TABLA POR LOCALIDAD, UNA POSICION POR MLOC (COMO EN       --*
      *-- "RPTORG1"): ACCIDENTES LABORALES E IN ITINERE, DIAS       --*
      *-- PERDIDOS DE LOS LABORALES Y MINUTOS TRABAJADOS.           --*
       01 TABLA-LOC.
          02 ELEM-LOC OCCURS 100 TIMES INDEXED BY IND-LOC.
             03 LOC-DESC  PIC X(15) VALUE SPACES.
             03 LOC-ACC   PIC 9(05) VALUE 0.
             03 LOC-ITIN  PIC 9(05) VALUE 0.
             03 LOC-DIAS  PIC 9(06) VALUE 0.
             03 LOC-MIN   PIC 9(09) VALUE 0.

      *-- LINEAS DEL LISTADO --*
       01 L-TIT.
          02 FILLER    PIC X(33) VALUE
             "ACCIDENTES DE TRABAJO - PERIODO ".
          02 L-ANIO    PIC 9(04).
          02 FILLER    PIC X(01) VALUE "/".
          02 L-MES     PIC X(05).
          02 FILLER    PIC X(16) VALUE SPACE.
          02 FILLER    PIC X(08) VALUE "EMITIDO ".
          02 L-FECHA   PIC 9(08).
       01 L-CAB.
          02 FILLER    PIC X(19) VALUE "LOCALIDAD".
          02 FILLER    PIC X(05) VALUE " ACC.".
          02 FILLER    PIC X(05) VALUE " ITIN".
          02 FILLER    PIC X(07) VALUE "   DIAS".
          02 FILLER    PIC X(09) VALUE "    HORAS".
          02 FILLER    PIC X(10) VALUE "   I.FREC.".
          02 FILLER    PIC X(09) VALUE "  I.GRAV.".
       01 L-DET.
          02 L-LOC     PIC 99.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-LOC-DES PIC X(15).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-ACC     PIC ZZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-ITIN    PIC ZZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-DIAS    PIC ZZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-HORAS   PIC ZZZZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-IFREC   PIC ZZZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-IGRAV   PIC ZZZZ9,99.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- EL LISTADO SE LIMITA A LAS LOCALIDADES A CARGO DEL      --*
      *-- OPERADOR (VER "ACCLOC"), ASI QUE PRIMERO HAY QUE SABER  --*
      *-- QUIEN ES.                                               --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE "RPTACC1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "ESTADISTICA DE ACCIDENTES DE TRABAJO"
              LINE 01 POSITION 22.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ANIO (AAAA): " LINE 04 POSITION 01.
           ACCEPT W-ANIO LINE 04 POSITION 31.
           IF W-ANIO IS NOT NUMERIC OR W-ANIO < 1990
              COMPUTE W-ANIO = W-FECHA-HOY / 10000
           END-IF.
           DISPLAY "MES (0 = TODO EL ANIO): " LINE 05 POSITION 01.
           ACCEPT W-MES LINE 05 POSITION 31.
           IF W-MES IS NOT NUMERIC OR W-MES > 12
              MOVE 0 TO W-MES
           END-IF.
           IF W-MES = 0
              COMPUTE W-PER-DESDE = W-ANIO * 100 + 1
              COMPUTE W-PER-HASTA = W-ANIO * 100 + 12
              MOVE "ANUAL" TO L-MES
           ELSE
              COMPUTE W-PER-DESDE = W-ANIO * 100 + W-MES
              MOVE W-PER-DESDE TO W-PER-HASTA
              MOVE W-MES TO L-MES
           END-IF.
           COMPUTE W-FEC-DESDE = W-PER-DESDE * 100 + 1.
           COMPUTE W-FEC-HASTA = W-PER-HASTA * 100 + 31.

           OPEN INPUT MAESTRO.
           IF FST = "35"
              DISPLAY "** NO HAY EMPLEADOS PARA REVISAR **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT MAELOC.
           IF FSTLOC = "00"
              PERFORM CARGAR-TABLA-LOC THRU CARGAR-TABLA-LOC-EXIT
                 UNTIL FIN-LOC = "S"
              CLOSE MAELOC
           END-IF.

      *-- PRIMERA PASADA: LOS ACCIDENTES DEL PERIODO, SIN IMPORTAR --*
      *-- SI EL LEGAJO SIGUE EN EL MAESTRO.                        --*
           OPEN INPUT ACCIDEN.
           IF FSTACC = "00"
              MOVE "S" TO W-HAY-ACC
              PERFORM SUMAR-ACCIDENTE THRU SUMAR-ACCIDENTE-EXIT
                 UNTIL FIN-ACC = "S"
              CLOSE ACCIDEN
           END-IF.

      *-- SEGUNDA PASADA: LAS HORAS DE CADA EMPLEADO EN EL PERIODO --*
           OPEN INPUT ASIRES.
           IF FSTRES = "00"
              MOVE "S" TO W-HAY-RES
              MOVE 0 TO MCA
              START MAESTRO KEY IS NOT LESS THAN MCA
                 INVALID KEY MOVE "S" TO FIN-ARCH
              END-START
              PERFORM SUMAR-HORAS-EMP THRU SUMAR-HORAS-EMP-EXIT
                 UNTIL FIN-ARCH = "S"
              CLOSE ASIRES
           END-IF.
           CLOSE MAESTRO.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           MOVE W-ANIO      TO L-ANIO.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-TIT.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-CAB.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           PERFORM IMPRIMIR-LOCALIDAD THRU IMPRIMIR-LOCALIDAD-EXIT
              VARYING W-LOC FROM 0 BY 1 UNTIL W-LOC > 99.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE 0        TO L-LOC.
           MOVE "TOTAL"  TO L-LOC-DES.
           MOVE TOT-ACC  TO L-ACC.
           MOVE TOT-ITIN TO L-ITIN.
           MOVE TOT-DIAS TO L-DIAS.
           PERFORM CALCULAR-INDICES.
           MOVE L-DET  TO R-IMP.
           MOVE SPACES TO R-IMP (1:2).
           WRITE R-IMP.
           IF W-HAY-RES NOT = "S"
              MOVE "(SIN RESUMEN DE ASISTENCIA, VER CIERASI1)" TO R-IMP
              WRITE R-IMP
           END-IF.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY "LOCALIDADES LISTADAS : " CONT-LOCS
              LINE 18 POSITION 01.
           DISPLAY "ACCIDENTES LABORALES : " TOT-ACC
              LINE 19 POSITION 01.
           DISPLAY "ACCIDENTES IN ITINERE: " TOT-ITIN
              LINE 20 POSITION 01.
           DISPLAY "DIAS PERDIDOS        : " TOT-DIAS
              LINE 21 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- LEE "LOCALIDAD.IND" UNA SOLA VEZ Y ARMA LA TABLA POR MLOC --*
       CARGAR-TABLA-LOC.
           READ MAELOC NEXT RECORD AT END
              MOVE "S" TO FIN-LOC
              GO TO CARGAR-TABLA-LOC-EXIT.
           COMPUTE IND-LOC = MLOC + 1.
           MOVE MLDESC TO LOC-DESC (IND-LOC).
       CARGAR-TABLA-LOC-EXIT.
           EXIT.

       SUMAR-ACCIDENTE.
           READ ACCIDEN NEXT RECORD AT END
              MOVE "S" TO FIN-ACC
              GO TO SUMAR-ACCIDENTE-EXIT.
           IF ACFECHA < W-FEC-DESDE OR ACFECHA > W-FEC-HASTA
              GO TO SUMAR-ACCIDENTE-EXIT.
           COMPUTE IND-LOC = ACLOC + 1.
           IF ACITIN = "S"
              ADD 1 TO LOC-ITIN (IND-LOC)
           ELSE
              ADD 1      TO LOC-ACC (IND-LOC)
              ADD ACDIAS TO LOC-DIAS (IND-LOC)
           END-IF.
       SUMAR-ACCIDENTE-EXIT.
           EXIT.

      *-- LOS RESUMENES DEL EMPLEADO EN EL RANGO DE PERIODOS: LA   --*
      *-- CLAVE ES LEGAJO + PERIODO, ASI QUE SE EMPIEZA EN EL       --*
      *-- PRIMERO Y SE CORTA AL PASAR EL ULTIMO.                    --*
       SUMAR-HORAS-EMP.
           READ MAESTRO NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO SUMAR-HORAS-EMP-EXIT.
           COMPUTE IND-LOC = MLO + 1.
           MOVE MCA         TO RCA.
           MOVE W-PER-DESDE TO RPERIODO.
           MOVE "N" TO FIN-RES.
           START ASIRES KEY IS NOT LESS THAN RCLAVE
              INVALID KEY MOVE "S" TO FIN-RES
           END-START.
           PERFORM LEER-RESUMEN THRU LEER-RESUMEN-EXIT
              UNTIL FIN-RES = "S".
       SUMAR-HORAS-EMP-EXIT.
           EXIT.

       LEER-RESUMEN.
           READ ASIRES NEXT RECORD AT END
              MOVE "S" TO FIN-RES
              GO TO LEER-RESUMEN-EXIT.
           IF RCA NOT = MCA OR RPERIODO > W-PER-HASTA
              MOVE "S" TO FIN-RES
              GO TO LEER-RESUMEN-EXIT.
           COMPUTE LOC-MIN (IND-LOC) = LOC-MIN (IND-LOC)
                                     + RHORAS * 60 + RMINUT.
       LEER-RESUMEN-EXIT.
           EXIT.

      *-- UNA LINEA POR LOCALIDAD A CARGO DEL OPERADOR QUE TENGA  --*
      *-- ACCIDENTES U HORAS EN EL PERIODO.                       --*
       IMPRIMIR-LOCALIDAD.
           COMPUTE IND-LOC = W-LOC + 1.
           IF LOC-ACC (IND-LOC) = 0 AND LOC-ITIN (IND-LOC) = 0
              AND LOC-MIN (IND-LOC) = 0
              GO TO IMPRIMIR-LOCALIDAD-EXIT.
           MOVE W-LOC TO W-LOC-COD.
           MOVE W-LOC-COD TO ACL-LOC.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              GO TO IMPRIMIR-LOCALIDAD-EXIT.
           COMPUTE IND-LOC = W-LOC + 1.
           MOVE W-LOC-COD          TO L-LOC.
           MOVE LOC-DESC (IND-LOC) TO L-LOC-DES.
           MOVE LOC-ACC (IND-LOC)  TO L-ACC.
           MOVE LOC-ITIN (IND-LOC) TO L-ITIN.
           MOVE LOC-DIAS (IND-LOC) TO L-DIAS.
           ADD LOC-ACC (IND-LOC)   TO TOT-ACC.
           ADD LOC-ITIN (IND-LOC)  TO TOT-ITIN.
           ADD LOC-DIAS (IND-LOC)  TO TOT-DIAS.
           ADD LOC-MIN (IND-LOC)   TO TOT-MIN.
           COMPUTE W-HORAS ROUNDED = LOC-MIN (IND-LOC) / 60.
           PERFORM INDICES-LOCALIDAD.
           WRITE R-IMP FROM L-DET.
           ADD 1 TO CONT-LOCS.
       IMPRIMIR-LOCALIDAD-EXIT.
           EXIT.

      *-- FRECUENCIA = ACCIDENTES X 1.000.000 / HORAS; GRAVEDAD =  --*
      *-- DIAS PERDIDOS X 1.000 / HORAS. SIN HORAS QUEDAN EN CERO. --*
       INDICES-LOCALIDAD.
           MOVE W-HORAS TO L-HORAS.
           IF W-HORAS = 0
              MOVE 0 TO W-IND-FREC W-IND-GRAV
           ELSE
              COMPUTE W-IND-FREC ROUNDED =
                 LOC-ACC (IND-LOC) * 1000000 / W-HORAS
              COMPUTE W-IND-GRAV ROUNDED =
                 LOC-DIAS (IND-LOC) * 1000 / W-HORAS
           END-IF.
           MOVE W-IND-FREC TO L-IFREC.
           MOVE W-IND-GRAV TO L-IGRAV.

      *-- LOS MISMOS INDICES SOBRE LOS TOTALES DE LO LISTADO --*
       CALCULAR-INDICES.
           COMPUTE W-HORAS ROUNDED = TOT-MIN / 60.
           MOVE W-HORAS TO L-HORAS.
           IF W-HORAS = 0
              MOVE 0 TO W-IND-FREC W-IND-GRAV
           ELSE
              COMPUTE W-IND-FREC ROUNDED = TOT-ACC * 1000000 / W-HORAS
              COMPUTE W-IND-GRAV ROUNDED = TOT-DIAS * 1000 / W-HORAS
           END-IF.
           MOVE W-IND-FREC TO L-IFREC.
           MOVE W-IND-GRAV TO L-IGRAV.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "RPTACC1" TO L-PROGRAMA.
           MOVE CONT-LOCS TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "RPTACC1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
