      *** RETENCION DE GANANCIAS 4TA. CATEGORIA DE UN EMPLEADO    ***
      *** HASTA AHORA NADIE RETENIA EL IMPUESTO: SE CALCULABA EN  ***
      *** UNA PLANILLA Y SE CARGABA A MANO COMO NOVEDAD "D" EN    ***
      *** "NOVED1". ESTE SUBPROGRAMA (MISMA FORMA QUE "LIQCALC")  ***
      *** HACE LA CUENTA ACUMULADA DEL ANIO: GANANCIA NETA DE LOS ***
      *** PERIODOS YA GENERADOS ("GANACU.IND") MAS LA DEL PERIODO,***
      *** MENOS LAS DEDUCCIONES DE "GANTAB.IND" Y LA DECLARACION  ***
      *** DEL EMPLEADO ("GANDEC.IND") PRORRATEADAS AL MES, CONTRA ***
      *** LA ESCALA PRORRATEADA; LO QUE FALTE RETENER SE RETIENE  ***
      *** Y LO RETENIDO DE MAS SE DEVUELVE. LO LLAMAN "LIQCALC"   ***
      *** (MESES) Y "LIQSAC1" (AGUINALDO AAAA13/AAAA14).          ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GANCALC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- ESCALA Y DEDUCCIONES POR ANIO, MANTENIDAS EN "MODGAN" --*
           SELECT GANTAB ASSIGN TO DISK "GANTAB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GTCLAVE
           FILE STATUS IS FSTGTB.

      *-- DECLARACION ANUAL DEL EMPLEADO, CARGADA EN "GANDEC1" --*
           SELECT GANDEC ASSIGN TO DISK "GANDEC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GDCLAVE
           FILE STATUS IS FSTGDC.

      *-- ACUMULADO POR LEGAJO + PERIODO DE LO YA LIQUIDADO --*
           SELECT GANACU ASSIGN TO DISK "GANACU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GACLAVE
           FILE STATUS IS FSTGAC.

       DATA DIVISION.
       FILE SECTION.
       FD  GANTAB
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS R-GTAB.
           COPY GTABREC.

       FD  GANDEC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-GDEC.
           COPY GDECREC.

       FD  GANACU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-GACU.
           COPY GACUREC.

       WORKING-STORAGE SECTION.
       77 FSTGTB           PIC XX.
       77 FSTGDC           PIC XX.
       77 FSTGAC           PIC XX.
       77 W-FIN-GTB        PIC X     VALUE "N".
       77 W-FIN-GAC        PIC X     VALUE "N".
       77 W-HAY-ACU        PIC X     VALUE "N".

      *-- ANIO Y MES DEL PERIODO; "W-MESES" ES LA CANTIDAD DE   --*
      *-- DOZAVOS QUE SE PRORRATEAN (EL SAC DE JUNIO CUENTA    --*
      *-- COMO MES 6 Y EL DE DICIEMBRE COMO MES 12).           --*
       77 W-ANIO           PIC 9(04) VALUE 0.
       77 W-MES            PIC 99    VALUE 0.
       77 W-MESES          PIC 99    VALUE 0.
      *-- ORDEN CRONOLOGICO DENTRO DEL ANIO: MES * 10, Y LOS SAC --*
      *-- ENTRE JUNIO/JULIO (65) Y DESPUES DE DICIEMBRE (125).   --*
       77 W-ORDEN          PIC 9(03) VALUE 0.
       77 W-ORDEN-FILA     PIC 9(03) VALUE 0.
       77 W-MES-FILA       PIC 99    VALUE 0.
       77 W-ANIO-FILA      PIC 9(04) VALUE 0.

      *-- JUEGO DE "GANTAB.IND" CACHEADO MIENTRAS EL LLAMADOR NO --*
      *-- HAGA "CANCEL" (MISMA IDEA QUE LOS PORCENTAJES DE LEY   --*
      *-- DE "LIQCALC").                                         --*
       77 W-ANIO-CARGADO   PIC 9(04) VALUE 0.
       77 W-ANIO-TABLA     PIC 9(04) VALUE 0.
       77 W-CANT-ESC       PIC 99    VALUE 0.
       77 IND-ESC          PIC 99    VALUE 0.
       01 TABLA-ESCALA.
          02 ESC-FILA OCCURS 20 TIMES.
             03 ESC-DESDE  PIC 9(09)V99.
             03 ESC-FIJO   PIC 9(09)V99.
             03 ESC-PORC   PIC 99V99.
       01 TABLA-DEDUC.
          02 DED-FILA OCCURS 13 TIMES.
             03 DED-IMP    PIC 9(09)V99.
             03 DED-PORC   PIC 99V99.
       77 IND-DED          PIC 99    VALUE 0.

       77 W-GAN-PER        PIC 9(09)V99 VALUE 0.
       77 W-GAN-ACUM       PIC 9(09)V99 VALUE 0.
       77 W-RET-ACUM       PIC S9(09)V99 VALUE 0.
       77 W-DEDUC          PIC 9(09)V99 VALUE 0.
       77 W-RUBRO          PIC 9(09)V99 VALUE 0.
       77 W-RUBRO-DECL     PIC 9(07)V99 VALUE 0.
       77 W-SUJETA         PIC S9(09)V99 VALUE 0.
       77 W-DESDE          PIC 9(09)V99 VALUE 0.
       77 W-IMPUESTO       PIC 9(09)V99 VALUE 0.
       77 W-DIF            PIC S9(09)V99 VALUE 0.

       LINKAGE SECTION.
           COPY GANWREC.

       PROCEDURE DIVISION USING GAN-DATOS.
       INICIO.
           MOVE 0 TO GAN-RETEN GAN-DEVOL.
           DIVIDE GAN-PERIODO BY 100 GIVING W-ANIO
              REMAINDER W-MES.
           IF W-MES = 0 OR W-MES > 14
              GO TO FIN.
           MOVE W-MES TO W-MES-FILA.
           PERFORM ORDEN-DEL-MES.
           MOVE W-ORDEN-FILA TO W-ORDEN.
           IF W-MES = 13
              MOVE 6 TO W-MESES
           ELSE IF W-MES = 14
              MOVE 12 TO W-MESES
           ELSE
              MOVE W-MES TO W-MESES
           END-IF.

           IF W-ANIO NOT = W-ANIO-CARGADO
              PERFORM LEER-TABLA THRU LEER-TABLA-EXIT
              MOVE W-ANIO TO W-ANIO-CARGADO
           END-IF.
      *-- SIN ESCALA CARGADA PARA EL ANIO NO HAY NADA QUE RETENER --*
           IF W-CANT-ESC = 0
              GO TO FIN.

           PERFORM ABRIR-ACUMULADO THRU ABRIR-ACUMULADO-EXIT.
      *-- UN PERIODO YA GENERADO SE REPITE TAL CUAL FUE APLICADO  --*
      *-- (RECIBOS Y LISTADOS POSTERIORES CONSISTENTES, IGUAL QUE --*
      *-- LAS CUOTAS DE PRESTAMO EN "LIQCALC").                   --*
           IF W-HAY-ACU = "S" AND GAN-ACTUALIZA NOT = "S"
              MOVE GAN-MCA     TO GACA
              MOVE GAN-PERIODO TO GAPER
              READ GANACU INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE GARET TO GAN-RETEN
                 MOVE GADEV TO GAN-DEVOL
                 CLOSE GANACU
                 GO TO FIN
              END-READ
           END-IF.

           PERFORM SUMAR-ANTERIORES THRU SUMAR-ANTERIORES-EXIT.
           MOVE 0 TO W-GAN-PER.
           IF GAN-REMUN > GAN-LEY
              COMPUTE W-GAN-PER = GAN-REMUN - GAN-LEY
           END-IF.
           ADD W-GAN-PER TO W-GAN-ACUM.

           PERFORM SUMAR-DEDUCCIONES THRU SUMAR-DEDUCCIONES-EXIT.
           COMPUTE W-SUJETA ROUNDED =
              W-GAN-ACUM - W-DEDUC * W-MESES / 12.
           MOVE 0 TO W-IMPUESTO.
           IF W-SUJETA > 0
              PERFORM APLICAR-TRAMO VARYING IND-ESC FROM 1 BY 1
                 UNTIL IND-ESC > W-CANT-ESC
           END-IF.

           COMPUTE W-DIF = W-IMPUESTO - W-RET-ACUM.
           IF W-DIF > 0
              MOVE W-DIF TO GAN-RETEN
           ELSE
              COMPUTE GAN-DEVOL = 0 - W-DIF
           END-IF.

           IF GAN-ACTUALIZA = "S" AND W-HAY-ACU = "S"
              MOVE GAN-MCA     TO GACA
              MOVE GAN-PERIODO TO GAPER
              MOVE W-GAN-PER   TO GAGAN
              MOVE GAN-RETEN   TO GARET
              MOVE GAN-DEVOL   TO GADEV
              WRITE R-GACU INVALID KEY
                 REWRITE R-GACU
              END-WRITE
           END-IF.
           IF W-HAY-ACU = "S"
              CLOSE GANACU
           END-IF.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- "W-MES-FILA" (01..14) -> "W-ORDEN-FILA" CRONOLOGICO --*
       ORDEN-DEL-MES.
           IF W-MES-FILA = 13
              MOVE 65 TO W-ORDEN-FILA
           ELSE IF W-MES-FILA = 14
              MOVE 125 TO W-ORDEN-FILA
           ELSE
              COMPUTE W-ORDEN-FILA = W-MES-FILA * 10
           END-IF.

      *-- LA CORRIDA QUE GENERA ABRE I-O (Y CREA EL ARCHIVO LA  --*
      *-- PRIMERA VEZ); LAS DEMAS SOLO LEEN, Y SIN ARCHIVO NO   --*
      *-- HAY NADA ACUMULADO TODAVIA.                           --*
       ABRIR-ACUMULADO.
           MOVE "N" TO W-HAY-ACU.
           IF GAN-ACTUALIZA = "S"
              OPEN I-O GANACU
              IF FSTGAC NOT = "00"
                 OPEN OUTPUT GANACU
                 CLOSE GANACU
                 OPEN I-O GANACU
              END-IF
           ELSE
              OPEN INPUT GANACU
           END-IF.
           IF FSTGAC = "00"
              MOVE "S" TO W-HAY-ACU
           END-IF.
       ABRIR-ACUMULADO-EXIT.
           EXIT.

      *-- GANANCIA Y RETENCION NETA DE LOS PERIODOS DEL MISMO ANIO --*
      *-- ANTERIORES AL LIQUIDADO (UNA REGENERACION DE UN MES      --*
      *-- VIEJO NO VE LOS POSTERIORES).                            --*
       SUMAR-ANTERIORES.
           MOVE 0 TO W-GAN-ACUM W-RET-ACUM.
           IF W-HAY-ACU = "N"
              GO TO SUMAR-ANTERIORES-EXIT.
           MOVE GAN-MCA TO GACA.
           COMPUTE GAPER = W-ANIO * 100.
           MOVE "N" TO W-FIN-GAC.
           START GANACU KEY IS NOT LESS THAN GACLAVE
                 INVALID KEY MOVE "S" TO W-FIN-GAC.
           PERFORM LEER-ACUMULADO THRU LEER-ACUMULADO-EXIT
              UNTIL W-FIN-GAC = "S".
       SUMAR-ANTERIORES-EXIT.
           EXIT.

       LEER-ACUMULADO.
           READ GANACU NEXT RECORD AT END
              MOVE "S" TO W-FIN-GAC
              GO TO LEER-ACUMULADO-EXIT.
           DIVIDE GAPER BY 100 GIVING W-ANIO-FILA
              REMAINDER W-MES-FILA.
           IF GACA NOT = GAN-MCA OR W-ANIO-FILA NOT = W-ANIO
              MOVE "S" TO W-FIN-GAC
              GO TO LEER-ACUMULADO-EXIT.
           PERFORM ORDEN-DEL-MES.
           IF W-ORDEN-FILA NOT < W-ORDEN
              GO TO LEER-ACUMULADO-EXIT.
           ADD GAGAN TO W-GAN-ACUM.
           ADD GARET TO W-RET-ACUM.
           SUBTRACT GADEV FROM W-RET-ACUM.
       LEER-ACUMULADO-EXIT.
           EXIT.

      *-- DEDUCCIONES ANUALES: LAS PERSONALES DE LA TABLA (NO     --*
      *-- IMPONIBLE, ESPECIAL, CONYUGE, HIJOS) MAS LOS RUBROS     --*
      *-- DECLARADOS, CADA UNO AL % DEDUCIBLE Y TOPEADO SEGUN LA  --*
      *-- TABLA. SIN DECLARACION SOLO VALEN LAS DOS PRIMERAS.     --*
       SUMAR-DEDUCCIONES.
           COMPUTE W-DEDUC = DED-IMP (1) + DED-IMP (2).
           OPEN INPUT GANDEC.
           IF FSTGDC NOT = "00"
              GO TO SUMAR-DEDUCCIONES-EXIT.
           MOVE GAN-MCA TO GDCA.
           MOVE W-ANIO  TO GDANIO.
           READ GANDEC INVALID KEY
              CLOSE GANDEC
              GO TO SUMAR-DEDUCCIONES-EXIT
           END-READ.
           IF GDCONY = "S"
              ADD DED-IMP (3) TO W-DEDUC
           END-IF.
           COMPUTE W-DEDUC = W-DEDUC + GDHIJOS * DED-IMP (4).
           MOVE 10 TO IND-DED.
           MOVE GDALQ TO W-RUBRO-DECL.
           PERFORM SUMAR-RUBRO.
           MOVE 11 TO IND-DED.
           MOVE GDSEGURO TO W-RUBRO-DECL.
           PERFORM SUMAR-RUBRO.
           MOVE 12 TO IND-DED.
           MOVE GDDOMES TO W-RUBRO-DECL.
           PERFORM SUMAR-RUBRO.
           MOVE 13 TO IND-DED.
           MOVE GDOTRAS TO W-RUBRO-DECL.
           PERFORM SUMAR-RUBRO.
           CLOSE GANDEC.
       SUMAR-DEDUCCIONES-EXIT.
           EXIT.

       SUMAR-RUBRO.
           MOVE W-RUBRO-DECL TO W-RUBRO.
           IF DED-PORC (IND-DED) > 0
              COMPUTE W-RUBRO ROUNDED =
                 W-RUBRO-DECL * DED-PORC (IND-DED) / 100
           END-IF.
           IF DED-IMP (IND-DED) > 0 AND W-RUBRO > DED-IMP (IND-DED)
              MOVE DED-IMP (IND-DED) TO W-RUBRO
           END-IF.
           ADD W-RUBRO TO W-DEDUC.

      *-- LOS TRAMOS VIENEN EN ORDEN CRECIENTE: RIGE EL ULTIMO --*
      *-- CUYO "DESDE" PRORRATEADO NO SUPERA LA GANANCIA SUJETA --*
       APLICAR-TRAMO.
           COMPUTE W-DESDE ROUNDED =
              ESC-DESDE (IND-ESC) * W-MESES / 12.
           IF W-DESDE NOT > W-SUJETA
              COMPUTE W-IMPUESTO ROUNDED =
                 ESC-FIJO (IND-ESC) * W-MESES / 12
                 + (W-SUJETA - W-DESDE) * ESC-PORC (IND-ESC) / 100
           END-IF.

      *-- CARGA EL JUEGO DEL ANIO LIQUIDADO; SI NO EXISTE, EL DEL --*
      *-- ULTIMO ANIO ANTERIOR CARGADO (LAS FILAS VIENEN POR ANIO,--*
      *-- ASI QUE CADA ANIO NUEVO QUE NO SUPERA AL LIQUIDADO      --*
      *-- REEMPLAZA AL ANTERIOR).                                 --*
       LEER-TABLA.
           MOVE 0 TO W-CANT-ESC W-ANIO-TABLA.
           MOVE ZEROS TO TABLA-DEDUC.
           OPEN INPUT GANTAB.
           IF FSTGTB NOT = "00"
              GO TO LEER-TABLA-EXIT.
           MOVE "N" TO W-FIN-GTB.
           PERFORM LEER-FILA-TABLA THRU LEER-FILA-TABLA-EXIT
              UNTIL W-FIN-GTB = "S".
           CLOSE GANTAB.
       LEER-TABLA-EXIT.
           EXIT.

       LEER-FILA-TABLA.
           READ GANTAB NEXT RECORD AT END
              MOVE "S" TO W-FIN-GTB
              GO TO LEER-FILA-TABLA-EXIT.
           IF GTANIO > W-ANIO
              MOVE "S" TO W-FIN-GTB
              GO TO LEER-FILA-TABLA-EXIT.
           IF GTANIO NOT = W-ANIO-TABLA
              MOVE GTANIO TO W-ANIO-TABLA
              MOVE 0 TO W-CANT-ESC
              MOVE ZEROS TO TABLA-DEDUC
           END-IF.
           IF GTTIPO = "E" AND W-CANT-ESC < 20
              ADD 1 TO W-CANT-ESC
              MOVE GTIMP1 TO ESC-DESDE (W-CANT-ESC)
              MOVE GTIMP2 TO ESC-FIJO  (W-CANT-ESC)
              MOVE GTPORC TO ESC-PORC  (W-CANT-ESC)
           END-IF.
           IF GTTIPO = "D" AND GTSEC > 0 AND GTSEC < 14
              MOVE GTIMP1 TO DED-IMP  (GTSEC)
              MOVE GTPORC TO DED-PORC (GTSEC)
           END-IF.
       LEER-FILA-TABLA-EXIT.
           EXIT.
