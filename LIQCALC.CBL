      *** LEGAJO/SUELDO/PERIODO EN "LIQ-DATOS" (COPY LIQWREC) Y      ***
      *** DEVUELVE LOS TOTALES CON SU DESGLOSE. LOS PORCENTAJES DE   ***
      *** LEY SE LEEN UNA SOLA VEZ POR PERIODO Y QUEDAN CACHEADOS    ***
      *** MIENTRAS EL LLAMADOR NO HAGA "CANCEL". LA RETENCION DE     ***
      *** GANANCIAS LA CALCULA "GANCALC" (COMPARTIDO CON "LIQSAC1"). ***
      *** LA CUOTA SINDICAL SALE DE LAS AFILIACIONES ("AFISIN1") Y   ***
      *** LOS EMBARGOS JUDICIALES ("EMBAR1") SE DESCUENTAN AL FINAL, ***
      *** SOBRE EL NETO QUE QUEDA, DENTRO DEL TOPE LEGAL.            ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQCALC.
       ENVIRONMENT DIVISION.
           RECORD KEY IS CDCLAVE
           FILE STATUS IS FSTCON.

      *-- CONCEPTOS DE HABER (ANTIGUEDAD, PRESENTISMO...),    --*
      *-- MANTENIDOS EN "MODCHAB"; SE APLICAN SOLOS, YA NO SE --*
      *-- CARGAN CADA MES COMO NOVEDADES.                     --*
           SELECT CONHAB ASSIGN TO DISK "CONHAB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CHCLAVE
           FILE STATUS IS FSTCHA.

      *-- SANCIONES DISCIPLINARIAS (VER "SANCIO1"): LOS DIAS DE --*
      *-- SUSPENSION DEL PERIODO SE DESCUENTAN COMO DIAS SIN    --*
      *-- GOCE A JORNAL SUELDO/30. SE LEE EL INDICE POR LEGAJO  --*
      *-- + FECHA DE "SANCION.DAT" (VER "MOVIDX") PARA NO       --*
      *-- BARRER TODAS LAS SANCIONES POR CADA EMPLEADO.         --*
           SELECT SANIND ASSIGN TO DISK "SANCION.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SXCLAVE
           FILE STATUS IS FSTSAN.

      *-- CARGAS DE FAMILIA (VER "FAMI1"): LA SUMA DE "FASIG" --*

      *-- AUSENCIAS DEL PERIODO (VER COPY/ASISREC.CPY) CRUZADAS --*
      *-- CONTRA LAS LICENCIAS APROBADAS (COPY/LICMREC.CPY):    --*
      *-- LAS NO JUSTIFICADAS SE DESCUENTAN POR DIA. AMBOS SE    --*
      *-- LEEN POR SUS INDICES POR LEGAJO + FECHA (VER "MOVIDX") --*
      *-- QUE VAN DIRECTO A LOS RENGLONES DEL EMPLEADO. EL DE    --*
      *-- FICHADAS GUARDA TAMBIEN LO QUE "CIERASI1" PASO AL      --*
      *-- ARCHIVO FECHADO "ASISTEN.AAAAMM", ASI REGENERAR UN     --*
      *-- PERIODO CERRADO SIGUE VIENDO LAS MISMAS AUSENCIAS.     --*
           SELECT ASIIND ASSIGN TO DISK "ASISTEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AXCLAVE
           FILE STATUS IS FSTASI.

           SELECT LICIND ASSIGN TO DISK "LICMOV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LXCLAVE
           FILE STATUS IS FSTLIC.

      *-- PRESTAMOS AL PERSONAL (VER "PRESTA1"): LA CUOTA DE CADA --*
           RECORD KEY IS PRCLAVE
           FILE STATUS IS FSTPRE.

      *-- EMBARGOS JUDICIALES (VER "EMBAR1"): SE APLICAN POR       --*
      *-- PRIORIDAD DENTRO DEL TOPE LEGAL SOBRE EL SALARIO MINIMO  --*
      *-- DE "SMVM.IND"; COMO LOS PRESTAMOS, SOLO LA CORRIDA QUE   --*
      *-- GENERA DE VERDAD REBAJA EL SALDO Y DEJA LO RETENIDO EN   --*
      *-- "EMBLIQ.IND" PARA LA REMESA AL JUZGADO ("EMBREM1").      --*
           SELECT EMBARGO ASSIGN TO DISK "EMBARGO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMCLAVE
           FILE STATUS IS FSTEMB.

           SELECT EMBLIQ ASSIGN TO DISK "EMBLIQ.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EHCLAVE
           FILE STATUS IS FSTEMH.

           SELECT SMVM ASSIGN TO DISK "SMVM.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SVVIG
           FILE STATUS IS FSTSMV.

      *-- SINDICATOS Y AFILIACIONES (VER "AFISIN1"): LA CUOTA YA NO --*
      *-- SE CARGA COMO NOVEDAD; LA CORRIDA QUE GENERA DEJA LO      --*
      *-- RETENIDO EN "SINDLIQ.IND" PARA LA REMESA ("SINREM1").     --*
           SELECT SINDIC ASSIGN TO DISK "SINDIC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SICLAVE
           FILE STATUS IS FSTSIN.

           SELECT AFILIA ASSIGN TO DISK "AFILIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AFCLAVE
           FILE STATUS IS FSTAFI.

           SELECT SINDLIQ ASSIGN TO DISK "SINDLIQ.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SHCLAVE
           FILE STATUS IS FSTSIH.

       DATA DIVISION.
       FILE SECTION.
       FD  NOVED
           DATA RECORD IS R-CDED.
           COPY CONDREC.

       FD  CONHAB
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS R-CHAB.
           COPY CHABREC.

       FD  SANIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-SANX.
           COPY SANXREC.

       FD  FAMILIA
           LABEL RECORD IS STANDARD
           DATA RECORD IS R-FAM.
           COPY FAMREC.

       FD  ASIIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-ASIX.
           COPY ASIXREC.

       FD  LICIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-LICX.
           COPY LICXREC.

       FD  PRESTAMO
           LABEL RECORD IS STANDARD
           DATA RECORD IS R-PRE.
           COPY PRESREC.

       FD  EMBARGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 153 CHARACTERS
           DATA RECORD IS R-EMB.
           COPY EMBREC.

       FD  EMBLIQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS R-EMBH.
           COPY EMBHREC.

       FD  SMVM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS R-SMVM.
           COPY SMVMREC.

       FD  SINDIC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-SIND.
           COPY SINDREC.

       FD  AFILIA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-AFIL.
           COPY AFILREC.

       FD  SINDLIQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS R-SINH.
           COPY SINHREC.

       WORKING-STORAGE SECTION.
       77 FSTNOV           PIC XX.
       77 FSTCON           PIC XX.
       77 W-FIN-NOV        PIC X     VALUE "N".
       77 W-NOV-HAB        PIC 9(07)V99 VALUE 0.
       77 W-NOV-DESC       PIC 9(07)V99 VALUE 0.
       77 W-NOV-NOREM      PIC 9(07)V99 VALUE 0.
       77 FSTSAN           PIC XX.
       77 W-FIN-SAN        PIC X     VALUE "N".
       77 W-DIAS-SUSP      PIC 9(03) VALUE 0.
       77 W-FIN-FAM        PIC X     VALUE "N".
       77 W-ASIG-FAM       PIC 9(07)V99 VALUE 0.
       77 FSTASI           PIC XX.
       77 FSTLIC           PIC XX.
       77 W-FIN-ASI        PIC X     VALUE "N".
       77 W-FIN-LIC        PIC X     VALUE "N".
      *-- PRIMER Y ULTIMO DIA DEL PERIODO (AAAAMMDD), TOPES DE LA --*
      *-- LECTURA POR CLAVE DE LOS INDICES DE MOVIMIENTOS         --*
       77 W-DIA-DESDE      PIC 9(08) VALUE 0.
       77 W-DIA-HASTA      PIC 9(08) VALUE 0.
      *-- RENGLONES LEIDOS DE LOS INDICES, CON SUS CAMPOS A LA VISTA --*
           COPY ASISREC.
           COPY SANCREC.
           COPY LICMREC.
       77 W-DIAS-AUS       PIC 9(03) VALUE 0.
       77 W-FECHA-AUS      PIC 9(08) VALUE 0.
       77 W-JUSTIF         PIC X     VALUE "N".
       77 W-CUOTA-PER      PIC 9(07)V99 VALUE 0.
       77 W-CUOTA-EFE      PIC 9(05)V99 VALUE 0.

      *-- EMBARGOS DEL LEGAJO EN MEMORIA PARA APLICARLOS POR       --*
      *-- PRIORIDAD. TOPE LEGAL (DTO. 484/87): HASTA 1 SALARIO     --*
      *-- MINIMO NADA ES EMBARGABLE; DEL EXCEDENTE, EL 10% SI EL   --*
      *-- NETO NO SUPERA 2 MINIMOS Y EL 20% SI LOS SUPERA. LAS     --*
      *-- CUOTAS ALIMENTARIAS NO TIENEN ESE TOPE. SIN SALARIO      --*
      *-- MINIMO CARGADO SOLO SE APLICAN LAS ALIMENTARIAS.         --*
       77 FSTEMB           PIC XX.
       77 FSTEMH           PIC XX.
       77 FSTSMV           PIC XX.
       77 W-FIN-EMB        PIC X     VALUE "N".
       77 W-FIN-SMV        PIC X     VALUE "N".
       77 W-SMVM           PIC 9(07)V99 VALUE 0.
       77 W-NETO-EMB       PIC 9(07)V99 VALUE 0.
       77 W-DISP-NETO      PIC 9(07)V99 VALUE 0.
       77 W-DISP-LEY       PIC 9(07)V99 VALUE 0.
       77 W-IMP-EMB        PIC 9(07)V99 VALUE 0.
       77 W-PRI            PIC 9(03) VALUE 0.
       77 CANT-EMB         PIC 99    VALUE 0.
       77 IND-EMB          PIC 99    VALUE 0.
       01 TABLA-EMBARGOS.
          02 TE OCCURS 20 TIMES.
             03 TE-NUM     PIC 9(02).
             03 TE-PRIOR   PIC 9(02).
             03 TE-TIPO    PIC X.
             03 TE-PORC    PIC 99V99.
             03 TE-FIJO    PIC 9(07)V99.
             03 TE-ALIM    PIC X.
             03 TE-SALDO   PIC 9(09)V99.
             03 TE-YA      PIC X.
             03 TE-IMP     PIC 9(07)V99.

      *-- PORCENTAJES VIGENTES DE CADA SINDICATO, CACHEADOS CON LOS --*
      *-- CONCEPTOS; SUBINDICE = CODIGO DEL SINDICATO (01 A 99).    --*
      *-- LAS AFILIACIONES DEL LEGAJO QUE SE DESCONTARON QUEDAN EN  --*
      *-- "TABLA-CUOTAS" PARA GRABARLAS EN "SINDLIQ.IND".           --*
       77 FSTSIN           PIC XX.
       77 FSTAFI           PIC XX.
       77 FSTSIH           PIC XX.
       77 W-FIN-SIN        PIC X     VALUE "N".
       77 W-FIN-AFI        PIC X     VALUE "N".
       77 W-FIN-SIH        PIC X     VALUE "N".
       77 IND-SIN          PIC 99    VALUE 0.
       77 W-BASE-SIND      PIC 9(07)V99 VALUE 0.
       77 W-PORC-SIND      PIC 99V99 VALUE 0.
       77 W-IMP-SIND       PIC 9(07)V99 VALUE 0.
       77 W-INI-PER        PIC 9(08) VALUE 0.
       01 TABLA-SINDICATOS.
          02 TS OCCURS 99 TIMES.
             03 TS-PORCAF  PIC 99V99.
             03 TS-PORCSOL PIC 99V99.
       77 CANT-CUO         PIC 99    VALUE 0.
       77 IND-CUO          PIC 99    VALUE 0.
       01 TABLA-CUOTAS.
          02 TC OCCURS 10 TIMES.
             03 TC-SIND    PIC 9(02).
             03 TC-TIPO    PIC X.
             03 TC-PORC    PIC 99V99.
             03 TC-IMP     PIC 9(07)V99.

      *-- PORCENTAJES DE DESCUENTOS DE LEY: SE SUMAN DESDE          --*
      *-- "CONDED.IND" UNA VEZ POR PERIODO ("W-PERIODO-CARGADO");   --*
      *-- LOS LITERALES HISTORICOS 11/3/3 QUEDAN COMO RESPALDO PARA --*
       77 W-PORC-VIG       PIC 99V99 VALUE 0.
       77 W-FECHA-TOPE     PIC 9(08) VALUE 0.

      *-- CONCEPTOS DE HABER VIGENTES EN EL PERIODO, CACHEADOS   --*
      *-- JUNTO CON LOS DE DESCUENTO; SUBINDICE = CODIGO DEL     --*
      *-- CONCEPTO (01 A 10).                                    --*
       77 FSTCHA           PIC XX.
       77 W-FIN-CHA        PIC X     VALUE "N".
       77 IND-HAB          PIC 99    VALUE 0.
       77 W-IMP-HAB        PIC 9(07)V99 VALUE 0.
       01 TABLA-HABERES.
          02 TH OCCURS 10 TIMES.
             03 TH-DESC    PIC X(20).
             03 TH-REGLA   PIC X.
             03 TH-PORC    PIC 99V99.
             03 TH-IMP     PIC 9(07)V99.

      *-- RETENCION DE GANANCIAS DEL PERIODO, DELEGADA EN "GANCALC" --*
           COPY GANWREC.

       LINKAGE SECTION.
           COPY LIQWREC.

       INICIO.
           IF LIQ-PERIODO NOT = W-PERIODO-CARGADO
              PERFORM LEER-CONCEPTOS THRU LEER-CONCEPTOS-EXIT
              PERFORM LEER-HABERES THRU LEER-HABERES-EXIT
              PERFORM LEER-SMVM THRU LEER-SMVM-EXIT
              PERFORM LEER-SINDICATOS THRU LEER-SINDICATOS-EXIT
              MOVE LIQ-PERIODO TO W-PERIODO-CARGADO
           END-IF.

           PERFORM SUMAR-ASIGNACIONES THRU SUMAR-ASIGNACIONES-EXIT.
           PERFORM SUMAR-AUSENCIAS THRU SUMAR-AUSENCIAS-EXIT.
           PERFORM SUMAR-CUOTAS THRU SUMAR-CUOTAS-EXIT.
           PERFORM CALCULAR-HABERES THRU CALCULAR-HABERES-EXIT.

           MOVE W-ASIG-FAM TO LIQ-ASIG-FAM.
           COMPUTE LIQ-BRUTO = LIQ-MSB + W-NOV-HAB + W-ASIG-FAM
              + LIQ-HAB-CONC.
      *-- LO NO REMUNERATIVO NO LLEVA DESCUENTOS DE LEY --*
           COMPUTE LIQ-DESC-LEY ROUNDED =
              (LIQ-BRUTO - W-NOV-NOREM) * W-PORC-TOTAL / 100.
           MOVE W-NOV-HAB  TO LIQ-NOV-HAB.
           MOVE W-NOV-DESC TO LIQ-NOV-DESC.
           MOVE W-NOV-NOREM TO LIQ-NOV-NOREM.
           MOVE W-DIAS-SUSP TO LIQ-DIAS-SUSP.
           COMPUTE LIQ-DESC-SUSP ROUNDED =
              LIQ-MSB / 30 * W-DIAS-SUSP.
           COMPUTE LIQ-DESC-AUS ROUNDED =
              LIQ-MSB / 30 * W-DIAS-AUS.
           MOVE W-CUOTA-PER TO LIQ-CUOTA-PRES.
           PERFORM CALCULAR-GANANCIAS.
           PERFORM SUMAR-SINDICAL THRU SUMAR-SINDICAL-EXIT.
           COMPUTE LIQ-DESC = LIQ-DESC-LEY + W-NOV-DESC
              + LIQ-DESC-SUSP + LIQ-DESC-AUS + LIQ-CUOTA-PRES
              + LIQ-RET-GAN + LIQ-CUOTA-SIND.
           IF LIQ-DESC > LIQ-BRUTO
              MOVE LIQ-BRUTO TO LIQ-DESC
           END-IF.
           PERFORM SUMAR-EMBARGOS THRU SUMAR-EMBARGOS-EXIT.
           ADD LIQ-EMBARGO TO LIQ-DESC.
           COMPUTE LIQ-NETO = LIQ-BRUTO - LIQ-DESC + LIQ-DEV-GAN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- LA REMUNERACION SUJETA A GANANCIAS ES EL BRUTO SIN LAS  --*
      *-- ASIGNACIONES FAMILIARES (EXENTAS), SIN LAS NOVEDADES    --*
      *-- NO REMUNERATIVAS ("N") Y SIN LOS DIAS NO PAGADOS;       --*
      *-- "GANCALC" LE RESTA LOS DESCUENTOS DE LEY Y HACE LA      --*
      *-- CUENTA ACUMULADA DEL ANIO. CON "LIQ-ACTUALIZA" EN "S"   --*
      *-- QUEDA GRABADO EL ACUMULADO DEL PERIODO.                 --*
       CALCULAR-GANANCIAS.
           MOVE LIQ-MCA       TO GAN-MCA.
           MOVE LIQ-PERIODO   TO GAN-PERIODO.
           MOVE LIQ-ACTUALIZA TO GAN-ACTUALIZA.
           MOVE 0 TO GAN-REMUN.
           IF LIQ-BRUTO > W-ASIG-FAM + W-NOV-NOREM + LIQ-DESC-SUSP
              + LIQ-DESC-AUS
              COMPUTE GAN-REMUN = LIQ-BRUTO - W-ASIG-FAM - W-NOV-NOREM
                 - LIQ-DESC-SUSP - LIQ-DESC-AUS
           END-IF.
           MOVE LIQ-DESC-LEY  TO GAN-LEY.
           CALL "GANCALC" USING GAN-DATOS.
           MOVE GAN-RETEN TO LIQ-RET-GAN.
           MOVE GAN-DEVOL TO LIQ-DEV-GAN.

      *-- APLICA CADA CONCEPTO DE HABER VIGENTE SEGUN SU REGLA   --*
      *-- (VER COPY/CHABREC.CPY). VA DESPUES DE SUMAR AUSENCIAS  --*
      *-- Y SUSPENSIONES PORQUE EL PRESENTISMO DEPENDE DE ELLAS. --*
      *-- SOLO LOS CONCEPTOS CON IMPORTE QUEDAN COMO RENGLON.    --*
       CALCULAR-HABERES.
           MOVE 0 TO LIQ-HAB-CONC LIQ-HAB-CANT.
           PERFORM CALCULAR-UN-HABER THRU CALCULAR-UN-HABER-EXIT
              VARYING IND-HAB FROM 1 BY 1 UNTIL IND-HAB > 10.
       CALCULAR-HABERES-EXIT.
           EXIT.

       CALCULAR-UN-HABER.
           MOVE 0 TO W-IMP-HAB.
           IF TH-REGLA (IND-HAB) = "A"
              COMPUTE W-IMP-HAB ROUNDED =
                 LIQ-MSB * TH-PORC (IND-HAB) / 100 * LIQ-MANT
           END-IF.
           IF TH-REGLA (IND-HAB) = "F"
              MOVE TH-IMP (IND-HAB) TO W-IMP-HAB
           END-IF.
           IF TH-REGLA (IND-HAB) = "P"
              AND W-DIAS-AUS = 0 AND W-DIAS-SUSP = 0
              COMPUTE W-IMP-HAB ROUNDED =
                 LIQ-MSB * TH-PORC (IND-HAB) / 100
           END-IF.
           IF W-IMP-HAB = 0
              GO TO CALCULAR-UN-HABER-EXIT.
           ADD 1 TO LIQ-HAB-CANT.
           MOVE TH-DESC (IND-HAB) TO LIQ-HAB-DESC (LIQ-HAB-CANT).
           MOVE W-IMP-HAB TO LIQ-HAB-IMP (LIQ-HAB-CANT).
           ADD W-IMP-HAB TO LIQ-HAB-CONC.
       CALCULAR-UN-HABER-EXIT.
           EXIT.

      *-- SUMA LAS ASIGNACIONES "FASIG" DE LAS CARGAS DE FAMILIA --*
      *-- DEL LEGAJO (VER "FAMI1"); SIN ARCHIVO, NADA QUE SUMAR. --*
       SUMAR-ASIGNACIONES.
       LEER-PRESTAMO-EXIT.
           EXIT.

      *-- EMBARGOS DEL LEGAJO SOBRE EL NETO QUE DEJARON LOS DEMAS  --*
      *-- DESCUENTOS (SIN LA DEVOLUCION DE GANANCIAS). EL QUE YA   --*
      *-- SE APLICO EN EL PERIODO (REGENERACION) REPITE SU IMPORTE --*
      *-- SIN VOLVER A TOCAR EL SALDO.                             --*
       SUMAR-EMBARGOS.
           MOVE 0 TO LIQ-EMBARGO CANT-EMB W-DISP-LEY.
           COMPUTE W-NETO-EMB = LIQ-BRUTO - LIQ-DESC.
           MOVE W-NETO-EMB TO W-DISP-NETO.
           IF W-SMVM > 0 AND W-NETO-EMB > W-SMVM
              IF W-NETO-EMB > W-SMVM * 2
                 COMPUTE W-DISP-LEY ROUNDED =
                    (W-NETO-EMB - W-SMVM) * 20 / 100
              ELSE
                 COMPUTE W-DISP-LEY ROUNDED =
                    (W-NETO-EMB - W-SMVM) * 10 / 100
              END-IF
           END-IF.
           IF LIQ-ACTUALIZA = "S"
              OPEN I-O EMBARGO
           ELSE
              OPEN INPUT EMBARGO
           END-IF.
           IF FSTEMB NOT = "00"
              GO TO SUMAR-EMBARGOS-EXIT.
           MOVE LIQ-MCA TO EMCA.
           MOVE 0       TO EMNUM.
           MOVE "N" TO W-FIN-EMB.
           START EMBARGO KEY IS NOT LESS THAN EMCLAVE
                 INVALID KEY MOVE "S" TO W-FIN-EMB.
           PERFORM CARGAR-EMBARGO THRU CARGAR-EMBARGO-EXIT
              UNTIL W-FIN-EMB = "S".
           IF CANT-EMB > 0
              PERFORM APLICAR-EMBARGO THRU APLICAR-EMBARGO-EXIT
                 VARYING W-PRI FROM 0 BY 1 UNTIL W-PRI > 99
                 AFTER IND-EMB FROM 1 BY 1 UNTIL IND-EMB > CANT-EMB
              IF LIQ-ACTUALIZA = "S"
                 PERFORM GRABAR-EMBARGO THRU GRABAR-EMBARGO-EXIT
                    VARYING IND-EMB FROM 1 BY 1
                    UNTIL IND-EMB > CANT-EMB
              END-IF
           END-IF.
           CLOSE EMBARGO.
       SUMAR-EMBARGOS-EXIT.
           EXIT.

       CARGAR-EMBARGO.
           READ EMBARGO NEXT RECORD AT END
              MOVE "S" TO W-FIN-EMB
              GO TO CARGAR-EMBARGO-EXIT.
           IF EMCA NOT = LIQ-MCA
              MOVE "S" TO W-FIN-EMB
              GO TO CARGAR-EMBARGO-EXIT.
           IF CANT-EMB NOT < 20
              GO TO CARGAR-EMBARGO-EXIT.
           IF EMULTPER NOT = LIQ-PERIODO
              IF EMEST NOT = "V" OR EMSALDO = 0
                 OR EMULTPER > LIQ-PERIODO
                 GO TO CARGAR-EMBARGO-EXIT.
           ADD 1 TO CANT-EMB.
           MOVE EMNUM    TO TE-NUM (CANT-EMB).
           MOVE EMPRIOR  TO TE-PRIOR (CANT-EMB).
           MOVE EMTIPO   TO TE-TIPO (CANT-EMB).
           MOVE EMPORC   TO TE-PORC (CANT-EMB).
           MOVE EMFIJO   TO TE-FIJO (CANT-EMB).
           MOVE EMALIM   TO TE-ALIM (CANT-EMB).
           MOVE EMSALDO  TO TE-SALDO (CANT-EMB).
           IF EMULTPER = LIQ-PERIODO
              MOVE "S"     TO TE-YA (CANT-EMB)
              MOVE EMAPLIC TO TE-IMP (CANT-EMB)
           ELSE
              MOVE "N"     TO TE-YA (CANT-EMB)
              MOVE 0       TO TE-IMP (CANT-EMB)
           END-IF.
       CARGAR-EMBARGO-EXIT.
           EXIT.

      *-- LO PEDIDO POR EL OFICIO, LIMITADO POR SU SALDO, POR EL   --*
      *-- TOPE LEGAL QUE QUEDA (SALVO ALIMENTOS) Y POR EL NETO     --*
      *-- QUE QUEDA DESPUES DE LOS DE MAYOR PRIORIDAD.             --*
       APLICAR-EMBARGO.
           IF TE-PRIOR (IND-EMB) NOT = W-PRI
              GO TO APLICAR-EMBARGO-EXIT.
           IF TE-YA (IND-EMB) = "S"
              MOVE TE-IMP (IND-EMB) TO W-IMP-EMB
           ELSE
              IF TE-TIPO (IND-EMB) = "F"
                 MOVE TE-FIJO (IND-EMB) TO W-IMP-EMB
              ELSE
                 COMPUTE W-IMP-EMB ROUNDED =
                    W-NETO-EMB * TE-PORC (IND-EMB) / 100
              END-IF
              IF W-IMP-EMB > TE-SALDO (IND-EMB)
                 MOVE TE-SALDO (IND-EMB) TO W-IMP-EMB
              END-IF
              IF TE-ALIM (IND-EMB) NOT = "S"
                 AND W-IMP-EMB > W-DISP-LEY
                 MOVE W-DISP-LEY TO W-IMP-EMB
              END-IF
           END-IF.
           IF W-IMP-EMB > W-DISP-NETO
              MOVE W-DISP-NETO TO W-IMP-EMB
           END-IF.
           SUBTRACT W-IMP-EMB FROM W-DISP-NETO.
           IF TE-ALIM (IND-EMB) NOT = "S"
              IF W-IMP-EMB > W-DISP-LEY
                 MOVE 0 TO W-DISP-LEY
              ELSE
                 SUBTRACT W-IMP-EMB FROM W-DISP-LEY
              END-IF
           END-IF.
           MOVE W-IMP-EMB TO TE-IMP (IND-EMB).
           ADD W-IMP-EMB TO LIQ-EMBARGO.
       APLICAR-EMBARGO-EXIT.
           EXIT.

      *-- SOLO EN LA CORRIDA QUE GENERA: REBAJA EL SALDO, MARCA EL --*
      *-- PERIODO APLICADO Y DEJA LO RETENIDO PARA LA REMESA.      --*
       GRABAR-EMBARGO.
           IF TE-YA (IND-EMB) = "S"
              GO TO GRABAR-EMBARGO-EXIT.
           MOVE LIQ-MCA TO EMCA.
           MOVE TE-NUM (IND-EMB) TO EMNUM.
           READ EMBARGO INVALID KEY
              GO TO GRABAR-EMBARGO-EXIT.
           SUBTRACT TE-IMP (IND-EMB) FROM EMSALDO.
           MOVE LIQ-PERIODO TO EMULTPER.
           MOVE TE-IMP (IND-EMB) TO EMAPLIC.
           IF EMSALDO = 0
              MOVE "C" TO EMEST
           END-IF.
           REWRITE R-EMB.
           IF TE-IMP (IND-EMB) = 0
              GO TO GRABAR-EMBARGO-EXIT.
           OPEN I-O EMBLIQ.
           IF FSTEMH = "35"
              OPEN OUTPUT EMBLIQ
              CLOSE EMBLIQ
              OPEN I-O EMBLIQ
           END-IF.
           IF FSTEMH NOT = "00"
              GO TO GRABAR-EMBARGO-EXIT.
           MOVE LIQ-PERIODO TO EHPERIODO.
           MOVE EMCTAJUD    TO EHCTAJUD.
           MOVE EMCA        TO EHCA.
           MOVE EMNUM       TO EHNUM.
           MOVE EMJUZGADO   TO EHJUZGADO.
           MOVE EMEXPTE     TO EHEXPTE.
           MOVE TE-IMP (IND-EMB) TO EHIMP.
           MOVE EMSALDO     TO EHSALDO.
           WRITE R-EMBH INVALID KEY
              REWRITE R-EMBH
           END-WRITE.
           CLOSE EMBLIQ.
       GRABAR-EMBARGO-EXIT.
           EXIT.

      *-- AUSENCIAS "A" DEL LEGAJO EN EL PERIODO: CADA UNA SE CRUZA --*
      *-- CONTRA LAS LICENCIAS APROBADAS DE "LICMOV.IND" (RANGO     --*
      *-- DESDE/HASTA); LA QUE NINGUNA LICENCIA CUBRE ES UN DIA     --*
      *-- INJUSTIFICADO QUE SE DESCUENTA. SOLO SE LEEN LAS FICHADAS --*
      *-- DEL LEGAJO EN EL PERIODO, POR CLAVE EN "ASISTEN.IND".     --*
       SUMAR-AUSENCIAS.
           MOVE 0 TO W-DIAS-AUS.
           COMPUTE W-DIA-DESDE = LIQ-PERIODO * 100.
           COMPUTE W-DIA-HASTA = LIQ-PERIODO * 100 + 99.
           OPEN INPUT ASIIND.
           IF FSTASI NOT = "00"
              GO TO SUMAR-AUSENCIAS-EXIT.
           MOVE LIQ-MCA     TO AXCA.
           MOVE W-DIA-DESDE TO AXFECHA.
           MOVE 0           TO AXHORA AXSEC.
           MOVE "N" TO W-FIN-ASI.
           START ASIIND KEY IS NOT LESS THAN AXCLAVE
              INVALID KEY MOVE "S" TO W-FIN-ASI.
           PERFORM LEER-AUSENCIA THRU LEER-AUSENCIA-EXIT
              UNTIL W-FIN-ASI = "S".
           CLOSE ASIIND.
       SUMAR-AUSENCIAS-EXIT.
           EXIT.

       LEER-AUSENCIA.
           READ ASIIND NEXT RECORD AT END
              MOVE "S" TO W-FIN-ASI
              GO TO LEER-AUSENCIA-EXIT.
           IF AXCA NOT = LIQ-MCA OR AXFECHA > W-DIA-HASTA
              MOVE "S" TO W-FIN-ASI
              GO TO LEER-AUSENCIA-EXIT.
           MOVE AXREG TO R-ASIS.
           IF ATIPO NOT = "A"
              GO TO LEER-AUSENCIA-EXIT.
           COMPUTE W-FECHA-AUS = AFA * 10000 + AFM * 100 + AFD.
           PERFORM BUSCAR-JUSTIFICACION THRU
              BUSCAR-JUSTIFICACION-EXIT.
           IF W-JUSTIF = "N"
           EXIT.

      *-- "S" SI ALGUNA LICENCIA APROBADA (NO "O") DEL LEGAJO --*
      *-- CUBRE LA FECHA DE LA AUSENCIA. "LICMOV.IND" ESTA       --*
      *-- ORDENADO POR INICIO DEL RANGO: SE RECORREN LAS DEL     --*
      *-- LEGAJO HASTA LA PRIMERA QUE EMPIEZA DESPUES DE LA      --*
      *-- AUSENCIA.                                              --*
       BUSCAR-JUSTIFICACION.
           MOVE "N" TO W-JUSTIF.
           OPEN INPUT LICIND.
           IF FSTLIC NOT = "00"
              GO TO BUSCAR-JUSTIFICACION-EXIT.
           MOVE LIQ-MCA TO LXCA.
           MOVE 0       TO LXFECHA LXSEC.
           MOVE "N" TO W-FIN-LIC.
           START LICIND KEY IS NOT LESS THAN LXCLAVE
              INVALID KEY MOVE "S" TO W-FIN-LIC.
           PERFORM LEER-LICENCIA THRU LEER-LICENCIA-EXIT
              UNTIL W-FIN-LIC = "S" OR W-JUSTIF = "S".
           CLOSE LICIND.
       BUSCAR-JUSTIFICACION-EXIT.
           EXIT.

       LEER-LICENCIA.
           READ LICIND NEXT RECORD AT END
              MOVE "S" TO W-FIN-LIC
              GO TO LEER-LICENCIA-EXIT.
           IF LXCA NOT = LIQ-MCA OR LXFECHA > W-FECHA-AUS
              MOVE "S" TO W-FIN-LIC
              GO TO LEER-LICENCIA-EXIT.
           MOVE LXREG TO R-LICM.
           IF LMRESUL NOT = "A"
              OR LMTIPO = "O" OR LMDESDE = 0
              GO TO LEER-LICENCIA-EXIT.
           IF LMDESDE NOT > W-FECHA-AUS
      *-- LIQUIDADO: EL RANGO DESDE/HASTA DE CADA SUSPENSION SE     --*
      *-- RECORRE DIA POR DIA (COMO LAS AUSENCIAS), ASI UNA         --*
      *-- SUSPENSION QUE CRUZA DE MES DESCUENTA CADA DIA UNA SOLA   --*
      *-- VEZ, EN EL MES QUE LE TOCA. SIN "SANCION.IND" NO HAY NADA --*
      *-- QUE DESCONTAR. EL INDICE VA POR INICIO DE LA SUSPENSION:  --*
      *-- SE LEEN LAS DEL LEGAJO HASTA LA PRIMERA QUE EMPIEZA       --*
      *-- DESPUES DEL PERIODO.                                      --*
       SUMAR-SUSPENSIONES.
           MOVE 0 TO W-DIAS-SUSP.
           COMPUTE W-DIA-HASTA = LIQ-PERIODO * 100 + 99.
           OPEN INPUT SANIND.
           IF FSTSAN NOT = "00"
              GO TO SUMAR-SUSPENSIONES-EXIT.
           MOVE LIQ-MCA TO SXCA.
           MOVE 0       TO SXFECHA SXSEC.
           MOVE "N" TO W-FIN-SAN.
           START SANIND KEY IS NOT LESS THAN SXCLAVE
              INVALID KEY MOVE "S" TO W-FIN-SAN.
           PERFORM LEER-SANCION THRU LEER-SANCION-EXIT
              UNTIL W-FIN-SAN = "S".
           CLOSE SANIND.
       SUMAR-SUSPENSIONES-EXIT.
           EXIT.

       LEER-SANCION.
           READ SANIND NEXT RECORD AT END
              MOVE "S" TO W-FIN-SAN
              GO TO LEER-SANCION-EXIT.
           IF SXCA NOT = LIQ-MCA OR SXFECHA > W-DIA-HASTA
              MOVE "S" TO W-FIN-SAN
              GO TO LEER-SANCION-EXIT.
           MOVE SXREG TO R-SAN.
           IF STIPO NOT = "S"
              GO TO LEER-SANCION-EXIT.
           IF SDESDE = 0 OR SHASTA < SDESDE
              GO TO LEER-SANCION-EXIT.
           END-IF.

      *-- ACUMULA LAS NOVEDADES DEL LEGAJO PARA EL PERIODO: LAS "H" --*
      *-- Y LAS "N" (NO REMUNERATIVAS, QUE ADEMAS SE APARTAN)       --*
      *-- SUMAN AL BRUTO Y LAS "D" A LOS DESCUENTOS. MISMO          --*
      *-- OPEN/CLOSE POR CONSULTA QUE "LEER-PARSAL" EN LOS          --*
      *-- LISTADOS; SI "NOVED.IND" NO EXISTE QUEDA TODO EN 0.       --*
       SUMAR-NOVEDADES.
           MOVE 0 TO W-NOV-HAB W-NOV-DESC W-NOV-NOREM.
           OPEN INPUT NOVED.
           IF FSTNOV NOT = "00"
              GO TO SUMAR-NOVEDADES-EXIT.
           ELSE
              ADD NVIMP TO W-NOV-HAB
           END-IF.
           IF NVTIPO = "N"
              ADD NVIMP TO W-NOV-NOREM
           END-IF.
       LEER-NOVEDAD-EXIT.
           EXIT.

           END-IF.
       LEER-UN-CONCEPTO-EXIT.
           EXIT.

      *-- CUOTA DE CADA AFILIACION DEL LEGAJO VIGENTE EN ALGUN DIA --*
      *-- DEL PERIODO, SOBRE LA MISMA REMUNERACION QUE GANANCIAS   --*
      *-- (SIN ASIGNACIONES NI DIAS NO PAGADOS).                   --*
       SUMAR-SINDICAL.
           MOVE 0 TO LIQ-CUOTA-SIND CANT-CUO.
           MOVE GAN-REMUN TO W-BASE-SIND.
           COMPUTE W-FECHA-TOPE = LIQ-PERIODO * 100 + 99.
           COMPUTE W-INI-PER = LIQ-PERIODO * 100 + 1.
           OPEN INPUT AFILIA.
           IF FSTAFI NOT = "00"
              GO TO SUMAR-SINDICAL-GRABA.
           MOVE LIQ-MCA TO AFCA.
           MOVE 0 TO AFSIND AFDESDE.
           MOVE "N" TO W-FIN-AFI.
           START AFILIA KEY IS NOT LESS THAN AFCLAVE
                 INVALID KEY MOVE "S" TO W-FIN-AFI.
           PERFORM LEER-AFILIACION THRU LEER-AFILIACION-EXIT
              UNTIL W-FIN-AFI = "S".
           CLOSE AFILIA.
      *-- SE GRABA AUNQUE NO HAYA CUOTAS: REGENERAR UN LEGAJO QUE --*
      *-- SE DESAFILIO TIENE QUE BORRAR LO QUE HABIA QUEDADO.     --*
       SUMAR-SINDICAL-GRABA.
           IF LIQ-ACTUALIZA = "S"
              PERFORM GRABAR-SINDICAL THRU GRABAR-SINDICAL-EXIT
           END-IF.
       SUMAR-SINDICAL-EXIT.
           EXIT.

       LEER-AFILIACION.
           READ AFILIA NEXT RECORD AT END
              MOVE "S" TO W-FIN-AFI
              GO TO LEER-AFILIACION-EXIT.
           IF AFCA NOT = LIQ-MCA
              MOVE "S" TO W-FIN-AFI
              GO TO LEER-AFILIACION-EXIT.
           IF AFDESDE > W-FECHA-TOPE
              GO TO LEER-AFILIACION-EXIT.
           IF AFHASTA NOT = 0 AND AFHASTA < W-INI-PER
              GO TO LEER-AFILIACION-EXIT.
           IF AFSIND = 0 OR CANT-CUO NOT < 10
              GO TO LEER-AFILIACION-EXIT.
           IF AFTIPO = "S"
              MOVE TS-PORCSOL (AFSIND) TO W-PORC-SIND
           ELSE
              MOVE TS-PORCAF (AFSIND) TO W-PORC-SIND
           END-IF.
           IF W-PORC-SIND = 0
              GO TO LEER-AFILIACION-EXIT.
           COMPUTE W-IMP-SIND ROUNDED =
              W-BASE-SIND * W-PORC-SIND / 100.
           ADD 1 TO CANT-CUO.
           MOVE AFSIND      TO TC-SIND (CANT-CUO).
           MOVE AFTIPO      TO TC-TIPO (CANT-CUO).
           MOVE W-PORC-SIND TO TC-PORC (CANT-CUO).
           MOVE W-IMP-SIND  TO TC-IMP (CANT-CUO).
           ADD W-IMP-SIND TO LIQ-CUOTA-SIND.
       LEER-AFILIACION-EXIT.
           EXIT.

      *-- BORRA LAS FILAS DEL LEGAJO EN EL PERIODO Y GRABA LAS DE --*
      *-- ESTA CORRIDA.                                           --*
       GRABAR-SINDICAL.
           OPEN I-O SINDLIQ.
           IF FSTSIH = "35"
              OPEN OUTPUT SINDLIQ
              CLOSE SINDLIQ
              OPEN I-O SINDLIQ
           END-IF.
           IF FSTSIH NOT = "00"
              GO TO GRABAR-SINDICAL-EXIT.
           MOVE LIQ-PERIODO TO SHPERIODO.
           MOVE LIQ-MCA     TO SHCA.
           MOVE 0           TO SHSIND.
           MOVE SPACE       TO SHTIPO.
           MOVE "N" TO W-FIN-SIH.
           START SINDLIQ KEY IS NOT LESS THAN SHCLAVE
                 INVALID KEY MOVE "S" TO W-FIN-SIH.
           PERFORM BORRAR-CUOTA THRU BORRAR-CUOTA-EXIT
              UNTIL W-FIN-SIH = "S".
           PERFORM GRABAR-CUOTA
              VARYING IND-CUO FROM 1 BY 1 UNTIL IND-CUO > CANT-CUO.
           CLOSE SINDLIQ.
       GRABAR-SINDICAL-EXIT.
           EXIT.

       BORRAR-CUOTA.
           READ SINDLIQ NEXT RECORD AT END
              MOVE "S" TO W-FIN-SIH
              GO TO BORRAR-CUOTA-EXIT.
           IF SHPERIODO NOT = LIQ-PERIODO OR SHCA NOT = LIQ-MCA
              MOVE "S" TO W-FIN-SIH
              GO TO BORRAR-CUOTA-EXIT.
           DELETE SINDLIQ RECORD.
       BORRAR-CUOTA-EXIT.
           EXIT.

       GRABAR-CUOTA.
           MOVE LIQ-PERIODO       TO SHPERIODO.
           MOVE LIQ-MCA           TO SHCA.
           MOVE TC-SIND (IND-CUO) TO SHSIND.
           MOVE TC-TIPO (IND-CUO) TO SHTIPO.
           MOVE W-BASE-SIND       TO SHBASE.
           MOVE TC-PORC (IND-CUO) TO SHPORC.
           MOVE TC-IMP (IND-CUO)  TO SHIMP.
           WRITE R-SINH INVALID KEY
              REWRITE R-SINH
           END-WRITE.

      *-- PORCENTAJES DE CADA SINDICATO VIGENTES AL FIN DEL PERIODO; --*
      *-- SIN ARCHIVO NO SE DESCUENTA NINGUNA CUOTA.                 --*
       LEER-SINDICATOS.
           PERFORM LIMPIAR-SINDICATO
              VARYING IND-SIN FROM 1 BY 1 UNTIL IND-SIN > 99.
           COMPUTE W-FECHA-TOPE = LIQ-PERIODO * 100 + 99.
           OPEN INPUT SINDIC.
           IF FSTSIN NOT = "00"
              GO TO LEER-SINDICATOS-EXIT.
           MOVE "N" TO W-FIN-SIN.
           PERFORM LEER-UN-SINDICATO THRU LEER-UN-SINDICATO-EXIT
              UNTIL W-FIN-SIN = "S".
           CLOSE SINDIC.
       LEER-SINDICATOS-EXIT.
           EXIT.

       LIMPIAR-SINDICATO.
           MOVE 0 TO TS-PORCAF (IND-SIN) TS-PORCSOL (IND-SIN).

       LEER-UN-SINDICATO.
           READ SINDIC NEXT RECORD AT END
              MOVE "S" TO W-FIN-SIN
              GO TO LEER-UN-SINDICATO-EXIT.
           IF SICOD = 0
              GO TO LEER-UN-SINDICATO-EXIT.
           IF SIVIG NOT > W-FECHA-TOPE
              MOVE SIPORCAF  TO TS-PORCAF (SICOD)
              MOVE SIPORCSOL TO TS-PORCSOL (SICOD)
           END-IF.
       LEER-UN-SINDICATO-EXIT.
           EXIT.

      *-- SALARIO MINIMO VIGENTE AL FIN DEL PERIODO: LAS FILAS     --*
      *-- VIENEN POR FECHA Y LA ULTIMA QUE NO LO SUPERA QUEDA.     --*
       LEER-SMVM.
           MOVE 0 TO W-SMVM.
           COMPUTE W-FECHA-TOPE = LIQ-PERIODO * 100 + 99.
           OPEN INPUT SMVM.
           IF FSTSMV NOT = "00"
              GO TO LEER-SMVM-EXIT.
           MOVE "N" TO W-FIN-SMV.
           PERFORM LEER-UN-SMVM THRU LEER-UN-SMVM-EXIT
              UNTIL W-FIN-SMV = "S".
           CLOSE SMVM.
       LEER-SMVM-EXIT.
           EXIT.

       LEER-UN-SMVM.
           READ SMVM NEXT RECORD AT END
              MOVE "S" TO W-FIN-SMV
              GO TO LEER-UN-SMVM-EXIT.
           IF SVVIG NOT > W-FECHA-TOPE
              MOVE SVIMP TO W-SMVM
           END-IF.
       LEER-UN-SMVM-EXIT.
           EXIT.

      *-- CARGA EN "TABLA-HABERES" LA FILA VIGENTE DE CADA CONCEPTO --*
      *-- DE "CONHAB.IND": VIENEN POR CONCEPTO + VIGENCIA Y LA      --*
      *-- ULTIMA QUE NO SUPERA EL FIN DEL PERIODO PISA A LAS        --*
      *-- ANTERIORES. SIN ARCHIVO NO HAY CONCEPTOS QUE APLICAR.     --*
       LEER-HABERES.
           PERFORM LIMPIAR-HABER
              VARYING IND-HAB FROM 1 BY 1 UNTIL IND-HAB > 10.
           COMPUTE W-FECHA-TOPE = LIQ-PERIODO * 100 + 99.
           OPEN INPUT CONHAB.
           IF FSTCHA NOT = "00"
              GO TO LEER-HABERES-EXIT.
           MOVE "N" TO W-FIN-CHA.
           PERFORM LEER-UN-HABER THRU LEER-UN-HABER-EXIT
              UNTIL W-FIN-CHA = "S".
           CLOSE CONHAB.
       LEER-HABERES-EXIT.
           EXIT.

       LIMPIAR-HABER.
           MOVE SPACES TO TH-DESC (IND-HAB) TH-REGLA (IND-HAB).
           MOVE 0 TO TH-PORC (IND-HAB) TH-IMP (IND-HAB).

       LEER-UN-HABER.
           READ CONHAB NEXT RECORD AT END
              MOVE "S" TO W-FIN-CHA
              GO TO LEER-UN-HABER-EXIT.
           IF CHCON < 1 OR CHCON > 10
              GO TO LEER-UN-HABER-EXIT.
           IF CHVIG NOT > W-FECHA-TOPE
              MOVE CHDESC  TO TH-DESC (CHCON)
              MOVE CHREGLA TO TH-REGLA (CHCON)
              MOVE CHPORC  TO TH-PORC (CHCON)
              MOVE CHIMP   TO TH-IMP (CHCON)
           END-IF.
       LEER-UN-HABER-EXIT.
           EXIT.
