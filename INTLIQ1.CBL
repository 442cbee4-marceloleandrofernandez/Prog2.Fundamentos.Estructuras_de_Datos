      *** COPY/LIQIREC.CPY): LEGAJO - PERIODO - BRUTO/DESCUENTOS/     *
      *** NETO EN CENTAVOS. ULTIMO REGISTRO: LEGAJO 99999999 CON LOS  *
      *** TOTALES.                                                    *
      ***                                                             *
      *** LA GENERACION ES TODO O NADA: "LIQCALC" CON "LIQ-ACTUALIZA" *
      *** EN "S" TOCA PRESTAMOS, EMBARGOS Y LO RETENIDO DEL PERIODO,  *
      *** ASI QUE ANTES DEL PRIMER LEGAJO SE GUARDA LA IMAGEN PREVIA  *
      *** DE TODO ESO EN "LIQDSH.AAAAMM". CADA LEGAJO VA A UN ARCHIVO *
      *** DE TRABAJO ("LIQTRAB.IND") Y "LIQCKP.IND" GUARDA EL ULTIMO  *
      *** LEGAJO TERMINADO; EL PERIODO QUEDA EN "P" = EN PROCESO.     *
      *** RECIEN AL FINAL SE PASA TODO A "LIQINT.AAAAMM". SI LA       *
      *** CORRIDA SE CORTA, LA PROXIMA "G" DEL PERIODO OFRECE RETOMAR *
      *** DESDE EL LEGAJO SIGUIENTE O DESHACER TODO LO APLICADO (EL   *
      *** "LIQINT.AAAAMM" ANTERIOR NUNCA SE PISA A MEDIAS).           *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTLIQ1.
       ENVIRONMENT DIVISION.
           RECORD KEY IS CCA
           FILE STATUS IS FSTCTC.

      *-- PUNTO DE CONTROL DE LA GENERACION EN CURSO, UNO POR       --*
      *-- PERIODO; EXISTE SOLO MIENTRAS LA GENERACION NO TERMINO.   --*
           SELECT LIQCKP ASSIGN TO DISK "LIQCKP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS KPPERIODO
           FILE STATUS IS FSTCKP.

      *-- DETALLES YA CALCULADOS DE LA GENERACION EN CURSO; SE     --*
      *-- PASAN A "LIQINT"/"LIQDOM" AL TERMINAR EL ULTIMO LEGAJO.  --*
           SELECT LIQTRAB ASSIGN TO DISK "LIQTRAB.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TRCLAVE
           FILE STATUS IS FSTTRA.

      *-- IMAGEN PREVIA DE LO QUE TOCA "LIQCALC", PARA DESHACER --*
           SELECT LIQDSH ASSIGN TO DISK W-NOM-DSH
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTDSH.

      *-- LOS ARCHIVOS QUE ACTUALIZA "LIQCALC" (MISMOS LAYOUTS) --*
           SELECT PRESTAMO ASSIGN TO DISK "PRESTAMO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRCLAVE
           FILE STATUS IS FSTPRE.

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

           SELECT SINDLIQ ASSIGN TO DISK "SINDLIQ.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SHCLAVE
           FILE STATUS IS FSTSIH.

           SELECT GANACU ASSIGN TO DISK "GANACU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GACLAVE
           FILE STATUS IS FSTGAC.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

           DATA RECORD IS R-CON.
           COPY CONTREC.

       FD  LIQCKP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS R-CKP.
        01 R-CKP.
           02 KPPERIODO PIC 9(06).
      *-- P = PROCESANDO LEGAJOS, F = FALTA PASAR A "LIQINT" --*
           02 KPESTADO  PIC X.
           02 KPULTCA   PIC 9(08).
           02 KPREGS    PIC 9(05).
           02 KPFECHA   PIC 9(08).
           02 KPOPER    PIC X(08).
      *-- FILA DE "LIQINT.CTL" ANTERIOR A LA GENERACION, PARA --*
      *-- DEJARLA COMO ESTABA SI SE DESHACE.                  --*
           02 KPHAYCTL  PIC X.
           02 KPCTL     PIC X(57).

       FD  LIQTRAB
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 107 CHARACTERS
           DATA RECORD IS R-TRA.
        01 R-TRA.
           02 TRCLAVE.
              03 TRPERIODO PIC 9(06).
              03 TRCA      PIC 9(08).
           02 TRBRUTO   PIC 9(11).
           02 TRDESC    PIC 9(11).
           02 TRNETO    PIC 9(11).
           02 TRDOMIC   PIC X(30).
           02 TRMAIL    PIC X(30).

      *-- TIPO DE IMAGEN: P = PRESTAMO, E = EMBARGO, H = EMBLIQ, --*
      *-- S = SINDLIQ, G = GANACU. EL ANCHO ES EL DEL MAYOR.     --*
       FD  LIQDSH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 154 CHARACTERS
           DATA RECORD IS R-DSH.
        01 R-DSH.
           02 DSARCH    PIC X.
           02 DSIMAGEN  PIC X(153).

       FD  PRESTAMO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 65 CHARACTERS
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

       FD  SINDLIQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS R-SINH.
           COPY SINHREC.

       FD  GANACU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-GACU.
           COPY GACUREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 W-APROB          PIC X     VALUE SPACES.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.

      *-- GENERACION TODO O NADA (VER ENCABEZADO) --*
       77 FSTCKP           PIC XX.
       77 FSTTRA           PIC XX.
       77 FSTDSH           PIC XX.
       77 FSTPRE           PIC XX.
       77 FSTEMB           PIC XX.
       77 FSTEMH           PIC XX.
       77 FSTSIH           PIC XX.
       77 FSTGAC           PIC XX.
       77 W-NOM-DSH        PIC X(13) VALUE SPACES.
       77 W-EXISTE-CKP     PIC X     VALUE "N".
       77 W-EXISTE-REG     PIC X     VALUE "N".
       77 FIN-AUX          PIC X     VALUE "N".
       77 CONT-IMAG        PIC 9(05) VALUE 0.
      *-- "S" SI EL ARCHIVO QUEDO ABIERTO PARA DESHACER --*
       77 W-HAY-PRE        PIC X     VALUE "N".
       77 W-HAY-EMB        PIC X     VALUE "N".
       77 W-HAY-EMH        PIC X     VALUE "N".
       77 W-HAY-SIH        PIC X     VALUE "N".
       77 W-HAY-GAC        PIC X     VALUE "N".

      *-- CUENTA DEL EMPLEADO, DELEGADA EN "LIQCALC" (LA MISMA --*
      *-- QUE USA "RPTLIQ1", ASI LOS DOS NUNCA DIVERGEN).      --*
           COPY LIQWREC.
       77 TOT-DESCUENTO    PIC 9(09)V99 VALUE 0.
       77 TOT-NETO         PIC 9(09)V99 VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
           OPEN I-O LIQCTL.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "INTERCAMBIO DE LIQUIDACION CON CONTABILIDAD"
              LINE 01 POSITION 19.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.

      *-- GENERA "LIQINT.AAAAMM" CON UN DETALLE POR EMPLEADO Y EL --*
      *-- REGISTRO DE TOTALES, Y DEJA EL PERIODO EN ESTADO "G".   --*
      *-- UN PERIODO YA CONFIRMADO NO SE REGENERA: PISARIA UN     --*
      *-- ARCHIVO QUE CONTABILIDAD YA PROCESO. PRIMERO HAY QUE    --*
      *-- REABRIRLO CON "REAPER1" (NIVEL 9, QUEDA AUDITADO).      --*
      *-- UNA GENERACION CORTADA A MEDIAS DEL PERIODO SE RETOMA O --*
      *-- SE DESHACE ANTES DE PODER EMPEZAR OTRA.                 --*
       GENERAR.
           PERFORM LEER-CTL.
           IF W-EXISTE-CTL = "S" AND CESTADO = "C"
              DISPLAY "** PERIODO CONFIRMADO: REABRALO ANTES DE"
                 " REGENERAR **" LINE 20 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO GENERAR-EXIT
           END-IF.

           MOVE SPACES TO W-NOM-INT W-NOM-DOM W-NOM-DSH.
           STRING "LIQINT." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-INT.
           STRING "LIQDOM." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-DOM.
           STRING "LIQDSH." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-DSH.

           OPEN I-O LIQCKP.
           IF FSTCKP = "35"
              OPEN OUTPUT LIQCKP
              CLOSE LIQCKP
              OPEN I-O LIQCKP
           END-IF.
           MOVE W-PERIODO TO KPPERIODO.
           READ LIQCKP INVALID KEY MOVE "N" TO W-EXISTE-CKP
               NOT INVALID KEY MOVE "S" TO W-EXISTE-CKP.
           IF W-EXISTE-CKP = "S"
              PERFORM GENERACION-CORTADA THRU GENERACION-CORTADA-EXIT
              CLOSE LIQCKP
              GO TO GENERAR-EXIT
           END-IF.

           OPEN INPUT MAESTRO.
              DISPLAY "** NO HAY EMPLEADOS PARA LIQUIDAR **"
                 LINE 20, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              CLOSE LIQCKP
              GO TO GENERAR-EXIT.

      *-- ORDEN: IMAGENES PREVIAS, PUNTO DE CONTROL, PERIODO EN "P" --*
      *-- Y RECIEN AHI EL PRIMER LEGAJO.                            --*
           DISPLAY "GUARDANDO IMAGEN PREVIA PARA DESHACER..."
              LINE 18 POSITION 01.
           PERFORM TOMAR-IMAGENES THRU TOMAR-IMAGENES-EXIT.
           MOVE W-PERIODO   TO KPPERIODO.
           MOVE "P"         TO KPESTADO.
           MOVE 0           TO KPULTCA KPREGS.
           MOVE W-FECHA-HOY TO KPFECHA.
           MOVE W-OPERADOR  TO KPOPER.
           MOVE W-EXISTE-CTL TO KPHAYCTL.
           IF W-EXISTE-CTL = "S"
              MOVE R-CTL TO KPCTL
           ELSE
              MOVE SPACES TO KPCTL
           END-IF.
           WRITE R-CKP INVALID KEY
              REWRITE R-CKP
           END-WRITE.
           PERFORM GRABAR-CTL-EN-PROCESO.

           MOVE "N" TO FIN-ARCH.
           PERFORM PROCESAR-LEGAJOS THRU PROCESAR-LEGAJOS-EXIT.
           CLOSE LIQCKP.
       GENERAR-EXIT.
           EXIT.

      *-- HAY PUNTO DE CONTROL: LA GENERACION ANTERIOR DEL PERIODO --*
      *-- NO TERMINO. R = SEGUIR DESDE EL LEGAJO SIGUIENTE AL      --*
      *-- ULTIMO TERMINADO, D = DESHACER TODO LO APLICADO.         --*
       GENERACION-CORTADA.
           DISPLAY "** GENERACION DEL PERIODO INTERRUMPIDA **"
              LINE 10 POSITION 01 CONTROL "FCOLOR=RED", BLINK.
           DISPLAY "INICIADA EL " KPFECHA " POR " KPOPER
              LINE 11 POSITION 01.
           DISPLAY "ULTIMO LEGAJO TERMINADO: " KPULTCA
              " (" KPREGS " DETALLES)" LINE 12 POSITION 01.
           IF KPESTADO = "F"
              DISPLAY "TODOS LOS LEGAJOS CALCULADOS, FALTA PASARLOS"
                 " A " W-NOM-INT LINE 13 POSITION 01
           END-IF.
           DISPLAY "R=RETOMAR  D=DESHACER  OTRA=SALIR: "
              LINE 15 POSITION 01.
           MOVE SPACE TO W-APROB.
           ACCEPT W-APROB LINE 15 POSITION 37.
           IF W-APROB = "R"
              PERFORM RETOMAR THRU RETOMAR-EXIT
           ELSE IF W-APROB = "D"
              PERFORM DESHACER THRU DESHACER-EXIT
           END-IF.
       GENERACION-CORTADA-EXIT.
           EXIT.

      *-- LOS EFECTOS DE "LIQCALC" SON DE UNA SOLA VEZ POR PERIODO --*
      *-- (UN LEGAJO YA APLICADO REPITE LO APLICADO), ASI QUE EL   --*
      *-- LEGAJO QUE QUEDO A MEDIAS SE PUEDE VOLVER A CALCULAR.    --*
       RETOMAR.
           MOVE "S" TO FIN-ARCH.
           IF KPESTADO = "F"
              GO TO RETOMAR-SIGUE.
           OPEN INPUT MAESTRO.
           IF FST NOT = "00"
              DISPLAY "** NO SE PUEDE ABRIR EL MAESTRO **"
                 LINE 20, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO RETOMAR-EXIT.
           MOVE "N" TO FIN-ARCH.
           MOVE KPULTCA TO MCA.
           START MAESTRO KEY IS GREATER THAN MCA
              INVALID KEY MOVE "S" TO FIN-ARCH.
       RETOMAR-SIGUE.
           PERFORM PROCESAR-LEGAJOS THRU PROCESAR-LEGAJOS-EXIT.
       RETOMAR-EXIT.
           EXIT.

      *-- DESDE LA POSICION ACTUAL DEL MAESTRO HASTA EL FINAL; CON --*
      *-- "FIN-ARCH" EN "S" Y "KPESTADO" EN "F" SOLO PASA LO YA    --*
      *-- CALCULADO A "LIQINT"/"LIQDOM".                           --*
       PROCESAR-LEGAJOS.
           OPEN I-O LIQTRAB.
           IF FSTTRA = "35"
              OPEN OUTPUT LIQTRAB
              CLOSE LIQTRAB
              OPEN I-O LIQTRAB
           END-IF.
           IF KPESTADO = "P"
              DISPLAY "CALCULANDO LEGAJOS..." LINE 18 POSITION 01
              PERFORM LEER-EMPLEADO
              PERFORM GRABAR-DETALLE THRU GRABAR-DETALLE-EXIT
                 UNTIL FIN-ARCH = "S"
              CLOSE MAESTRO
              CANCEL "LIQCALC"
              CANCEL "GANCALC"
              MOVE "F" TO KPESTADO
              REWRITE R-CKP
           END-IF.

           PERFORM PASAR-DEFINITIVO THRU PASAR-DEFINITIVO-EXIT.
           PERFORM GRABAR-CTL-GENERADO.
           PERFORM BORRAR-TRABAJO THRU BORRAR-TRABAJO-EXIT.
           CLOSE LIQTRAB.
           DELETE LIQCKP RECORD.
           DISPLAY "GENERADO " W-NOM-INT " CON " CONT-REGS
              " DETALLES" LINE 20, POSITION 01.
           ACCEPT TECLA.
       PROCESAR-LEGAJOS-EXIT.
           EXIT.

       LEER-EMPLEADO.

      *-- MISMA CUENTA QUE "RPTLIQ1": LA HACE "LIQCALC". ESTA ES LA --*
      *-- CORRIDA QUE GENERA EL PERIODO DE VERDAD, ASI QUE VA CON   --*
      *-- "LIQ-ACTUALIZA" EN "S" (EFECTOS DE UNA SOLA VEZ). EL      --*
      *-- LEGAJO QUEDA TERMINADO AL MOVER EL PUNTO DE CONTROL.      --*
       GRABAR-DETALLE.
           IF FIN-ARCH = "S" GO TO GRABAR-DETALLE-EXIT.
           MOVE MCA TO LIQ-MCA.
           MOVE MSB TO LIQ-MSB.
           MOVE MANT TO LIQ-MANT.
           MOVE W-PERIODO TO LIQ-PERIODO.
           MOVE "S" TO LIQ-ACTUALIZA.
           CALL "LIQCALC" USING LIQ-DATOS.

           MOVE W-PERIODO TO TRPERIODO.
           MOVE MCA TO TRCA.
           COMPUTE W-CENTAVOS = LIQ-BRUTO * 100.
           MOVE W-CENTAVOS TO TRBRUTO.
           COMPUTE W-CENTAVOS = LIQ-DESC * 100.
           MOVE W-CENTAVOS TO TRDESC.
           COMPUTE W-CENTAVOS = LIQ-NETO * 100.
           MOVE W-CENTAVOS TO TRNETO.
           PERFORM BUSCAR-DOMICILIO.
           WRITE R-TRA INVALID KEY
              REWRITE R-TRA
           END-WRITE.

           MOVE MCA TO KPULTCA.
           ADD 1 TO KPREGS.
           REWRITE R-CKP.
           PERFORM LEER-EMPLEADO.
       GRABAR-DETALLE-EXIT.
           EXIT.

      *-- DOMICILIO DEL DETALLE, DESDE "CONTAC.IND"; SIN SUB-    --*
      *-- REGISTRO DE CONTACTO VA EN BLANCO.                     --*
       BUSCAR-DOMICILIO.
           MOVE SPACES TO TRDOMIC TRMAIL.
           OPEN INPUT CONTAC.
           IF FSTCTC = "00"
              MOVE MCA TO CCA
              READ CONTAC INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CDOMIC TO TRDOMIC
                 MOVE CMAIL  TO TRMAIL
              END-READ
              CLOSE CONTAC
           END-IF.

      *-- ARMA "LIQINT.AAAAMM" Y "LIQDOM.AAAAMM" DE UNA SOLA VEZ   --*
      *-- CON LOS DETALLES DEL PERIODO, EN ORDEN DE LEGAJO, Y LOS  --*
      *-- TOTALES SALEN DE LO QUE SE ESCRIBE.                      --*
       PASAR-DEFINITIVO.
           OPEN OUTPUT LIQINT.
           OPEN OUTPUT LIQDOM.
           MOVE 0 TO CONT-REGS TOT-BRUTO TOT-DESCUENTO TOT-NETO.
           MOVE W-PERIODO TO TRPERIODO.
           MOVE 0 TO TRCA.
           MOVE "N" TO FIN-AUX.
           START LIQTRAB KEY IS NOT LESS THAN TRCLAVE
              INVALID KEY MOVE "S" TO FIN-AUX.
           PERFORM PASAR-DETALLE THRU PASAR-DETALLE-EXIT
              UNTIL FIN-AUX = "S".
           PERFORM GRABAR-TOTALES.
           CLOSE LIQINT.
           CLOSE LIQDOM.
       PASAR-DEFINITIVO-EXIT.
           EXIT.

       PASAR-DETALLE.
           READ LIQTRAB NEXT RECORD AT END
              MOVE "S" TO FIN-AUX
              GO TO PASAR-DETALLE-EXIT.
           IF TRPERIODO NOT = W-PERIODO
              MOVE "S" TO FIN-AUX
              GO TO PASAR-DETALLE-EXIT.
           MOVE TRCA      TO ICA.
           MOVE W-PERIODO TO IPERIODO.
           MOVE TRBRUTO   TO IBRUTO.
           MOVE TRDESC    TO IDESC.
           MOVE TRNETO    TO INETO.
           WRITE R-INT.
           MOVE TRCA      TO DCA.
           MOVE TRDOMIC   TO DDOMIC.
           MOVE TRMAIL    TO DMAIL.
           WRITE R-DOM.
           ADD 1 TO CONT-REGS.
           COMPUTE TOT-BRUTO     = TOT-BRUTO     + TRBRUTO / 100.
           COMPUTE TOT-DESCUENTO = TOT-DESCUENTO + TRDESC / 100.
           COMPUTE TOT-NETO      = TOT-NETO      + TRNETO / 100.
       PASAR-DETALLE-EXIT.
           EXIT.

      *-- LOS DETALLES DEL PERIODO YA PASADOS SE BORRAN DEL TRABAJO --*
       BORRAR-TRABAJO.
           MOVE W-PERIODO TO TRPERIODO.
           MOVE 0 TO TRCA.
           MOVE "N" TO FIN-AUX.
           START LIQTRAB KEY IS NOT LESS THAN TRCLAVE
              INVALID KEY MOVE "S" TO FIN-AUX.
           PERFORM BORRAR-DETALLE THRU BORRAR-DETALLE-EXIT
              UNTIL FIN-AUX = "S".
       BORRAR-TRABAJO-EXIT.
           EXIT.

       BORRAR-DETALLE.
           READ LIQTRAB NEXT RECORD AT END
              MOVE "S" TO FIN-AUX
              GO TO BORRAR-DETALLE-EXIT.
           IF TRPERIODO NOT = W-PERIODO
              MOVE "S" TO FIN-AUX
              GO TO BORRAR-DETALLE-EXIT.
           DELETE LIQTRAB RECORD.
       BORRAR-DETALLE-EXIT.
           EXIT.

      *-- REGISTRO DE CIERRE: LEGAJO 99999999 CON LOS TOTALES, PARA --*
      *-- QUE EL PAQUETE CONTABLE PUEDA CUADRAR EL ARCHIVO.         --*
           MOVE W-CENTAVOS TO INETO.
           WRITE R-INT.

      *-- IMAGEN PREVIA DE TODO LO QUE "LIQCALC" PUEDE TOCAR CON  --*
      *-- "LIQ-ACTUALIZA" EN "S": PRESTAMOS Y EMBARGOS COMPLETOS, --*
      *-- Y LAS FILAS DEL PERIODO EN EMBLIQ, SINDLIQ Y GANACU.    --*
      *-- UN ARCHIVO QUE TODAVIA NO EXISTE NO APORTA IMAGENES.    --*
       TOMAR-IMAGENES.
           OPEN OUTPUT LIQDSH.
           MOVE 0 TO CONT-IMAG.
           OPEN INPUT PRESTAMO.
           IF FSTPRE = "00"
              MOVE "N" TO FIN-AUX
              PERFORM IMAGEN-PRESTAMO THRU IMAGEN-PRESTAMO-EXIT
                 UNTIL FIN-AUX = "S"
              CLOSE PRESTAMO
           END-IF.
           OPEN INPUT EMBARGO.
           IF FSTEMB = "00"
              MOVE "N" TO FIN-AUX
              PERFORM IMAGEN-EMBARGO THRU IMAGEN-EMBARGO-EXIT
                 UNTIL FIN-AUX = "S"
              CLOSE EMBARGO
           END-IF.
           OPEN INPUT EMBLIQ.
           IF FSTEMH = "00"
              MOVE W-PERIODO TO EHPERIODO
              MOVE SPACES TO EHCTAJUD
              MOVE 0 TO EHCA EHNUM
              MOVE "N" TO FIN-AUX
              START EMBLIQ KEY IS NOT LESS THAN EHCLAVE
                 INVALID KEY MOVE "S" TO FIN-AUX
              END-START
              PERFORM IMAGEN-EMBLIQ THRU IMAGEN-EMBLIQ-EXIT
                 UNTIL FIN-AUX = "S"
              CLOSE EMBLIQ
           END-IF.
           OPEN INPUT SINDLIQ.
           IF FSTSIH = "00"
              MOVE W-PERIODO TO SHPERIODO
              MOVE 0 TO SHCA SHSIND
              MOVE SPACE TO SHTIPO
              MOVE "N" TO FIN-AUX
              START SINDLIQ KEY IS NOT LESS THAN SHCLAVE
                 INVALID KEY MOVE "S" TO FIN-AUX
              END-START
              PERFORM IMAGEN-SINDLIQ THRU IMAGEN-SINDLIQ-EXIT
                 UNTIL FIN-AUX = "S"
              CLOSE SINDLIQ
           END-IF.
           OPEN INPUT GANACU.
           IF FSTGAC = "00"
              MOVE "N" TO FIN-AUX
              PERFORM IMAGEN-GANACU THRU IMAGEN-GANACU-EXIT
                 UNTIL FIN-AUX = "S"
              CLOSE GANACU
           END-IF.
           CLOSE LIQDSH.
       TOMAR-IMAGENES-EXIT.
           EXIT.

       IMAGEN-PRESTAMO.
           READ PRESTAMO NEXT RECORD AT END
              MOVE "S" TO FIN-AUX
              GO TO IMAGEN-PRESTAMO-EXIT.
           MOVE "P" TO DSARCH.
           MOVE R-PRE TO DSIMAGEN.
           WRITE R-DSH.
           ADD 1 TO CONT-IMAG.
       IMAGEN-PRESTAMO-EXIT.
           EXIT.

       IMAGEN-EMBARGO.
           READ EMBARGO NEXT RECORD AT END
              MOVE "S" TO FIN-AUX
              GO TO IMAGEN-EMBARGO-EXIT.
           MOVE "E" TO DSARCH.
           MOVE R-EMB TO DSIMAGEN.
           WRITE R-DSH.
           ADD 1 TO CONT-IMAG.
       IMAGEN-EMBARGO-EXIT.
           EXIT.

       IMAGEN-EMBLIQ.
           READ EMBLIQ NEXT RECORD AT END
              MOVE "S" TO FIN-AUX
              GO TO IMAGEN-EMBLIQ-EXIT.
           IF EHPERIODO NOT = W-PERIODO
              MOVE "S" TO FIN-AUX
              GO TO IMAGEN-EMBLIQ-EXIT.
           MOVE "H" TO DSARCH.
           MOVE R-EMBH TO DSIMAGEN.
           WRITE R-DSH.
           ADD 1 TO CONT-IMAG.
       IMAGEN-EMBLIQ-EXIT.
           EXIT.

       IMAGEN-SINDLIQ.
           READ SINDLIQ NEXT RECORD AT END
              MOVE "S" TO FIN-AUX
              GO TO IMAGEN-SINDLIQ-EXIT.
           IF SHPERIODO NOT = W-PERIODO
              MOVE "S" TO FIN-AUX
              GO TO IMAGEN-SINDLIQ-EXIT.
           MOVE "S" TO DSARCH.
           MOVE R-SINH TO DSIMAGEN.
           WRITE R-DSH.
           ADD 1 TO CONT-IMAG.
       IMAGEN-SINDLIQ-EXIT.
           EXIT.

      *-- "GANACU" VA POR LEGAJO + PERIODO: SE RECORRE ENTERO --*
       IMAGEN-GANACU.
           READ GANACU NEXT RECORD AT END
              MOVE "S" TO FIN-AUX
              GO TO IMAGEN-GANACU-EXIT.
           IF GAPER NOT = W-PERIODO
              GO TO IMAGEN-GANACU-EXIT.
           MOVE "G" TO DSARCH.
           MOVE R-GACU TO DSIMAGEN.
           WRITE R-DSH.
           ADD 1 TO CONT-IMAG.
       IMAGEN-GANACU-EXIT.
           EXIT.

      *-- DEJA TODO COMO ANTES DE LA GENERACION CORTADA: BORRA LAS --*
      *-- FILAS DEL PERIODO EN EMBLIQ/SINDLIQ/GANACU, REPONE LAS   --*
      *-- IMAGENES PREVIAS (UN PRESTAMO O EMBARGO SOLO SI QUEDO    --*
      *-- MARCADO CON ESTE PERIODO: LO DEMAS NO LO TOCO LA CORRIDA)--*
      *-- Y VUELVE LA FILA DE "LIQINT.CTL" A COMO ESTABA. SI ESTO  --*
      *-- MISMO SE CORTA, SE VUELVE A PEDIR "D" Y TERMINA IGUAL.   --*
      *-- EL "LIQINT.AAAAMM" ANTERIOR NO SE TOCO NUNCA.            --*
       DESHACER.
           OPEN INPUT LIQDSH.
           IF FSTDSH NOT = "00"
              DISPLAY "** FALTA " W-NOM-DSH ": NO SE PUEDE DESHACER,"
                 " RETOME LA GENERACION **" LINE 20 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO DESHACER-EXIT.
           DISPLAY "DESHACE TODO LO APLICADO EN EL PERIODO S/N: "
              LINE 17 POSITION 01.
           MOVE SPACE TO W-APROB.
           ACCEPT W-APROB LINE 17 POSITION 46.
           IF W-APROB NOT = "S"
              CLOSE LIQDSH
              GO TO DESHACER-EXIT.

           MOVE "N" TO W-HAY-PRE W-HAY-EMB W-HAY-EMH W-HAY-SIH
                       W-HAY-GAC.
           OPEN I-O PRESTAMO.
           IF FSTPRE = "00" MOVE "S" TO W-HAY-PRE.
           OPEN I-O EMBARGO.
           IF FSTEMB = "00" MOVE "S" TO W-HAY-EMB.
           OPEN I-O EMBLIQ.
           IF FSTEMH = "00" MOVE "S" TO W-HAY-EMH.
           OPEN I-O SINDLIQ.
           IF FSTSIH = "00" MOVE "S" TO W-HAY-SIH.
           OPEN I-O GANACU.
           IF FSTGAC = "00" MOVE "S" TO W-HAY-GAC.
           PERFORM BORRAR-DEL-PERIODO THRU BORRAR-DEL-PERIODO-EXIT.
           MOVE 0 TO CONT-IMAG.
           MOVE "N" TO FIN-AUX.
           PERFORM REPONER-IMAGEN THRU REPONER-IMAGEN-EXIT
              UNTIL FIN-AUX = "S".
           IF W-HAY-PRE = "S" CLOSE PRESTAMO.
           IF W-HAY-EMB = "S" CLOSE EMBARGO.
           IF W-HAY-EMH = "S" CLOSE EMBLIQ.
           IF W-HAY-SIH = "S" CLOSE SINDLIQ.
           IF W-HAY-GAC = "S" CLOSE GANACU.
           CLOSE LIQDSH.

           IF KPHAYCTL = "S"
              MOVE KPCTL TO R-CTL
              REWRITE R-CTL INVALID KEY
                 WRITE R-CTL
              END-REWRITE
           ELSE
              MOVE W-PERIODO TO CPERIODO
              DELETE LIQCTL RECORD INVALID KEY
                 CONTINUE
              END-DELETE
           END-IF.

           OPEN I-O LIQTRAB.
           IF FSTTRA = "00"
              PERFORM BORRAR-TRABAJO THRU BORRAR-TRABAJO-EXIT
              CLOSE LIQTRAB
           END-IF.
           DELETE LIQCKP RECORD.
           DISPLAY "GENERACION DESHECHA (" CONT-IMAG
              " REGISTROS REPUESTOS)" LINE 20 POSITION 01.
           ACCEPT TECLA.
       DESHACER-EXIT.
           EXIT.

      *-- LAS FILAS DEL PERIODO SE BORRAN TODAS; LAS QUE HABIA ANTES --*
      *-- VUELVEN DESDE LA IMAGEN.                                   --*
       BORRAR-DEL-PERIODO.
           IF W-HAY-EMH = "S"
              MOVE W-PERIODO TO EHPERIODO
              MOVE SPACES TO EHCTAJUD
              MOVE 0 TO EHCA EHNUM
              MOVE "N" TO FIN-AUX
              START EMBLIQ KEY IS NOT LESS THAN EHCLAVE
                 INVALID KEY MOVE "S" TO FIN-AUX
              END-START
              PERFORM BORRAR-EMBLIQ THRU BORRAR-EMBLIQ-EXIT
                 UNTIL FIN-AUX = "S"
           END-IF.
           IF W-HAY-SIH = "S"
              MOVE W-PERIODO TO SHPERIODO
              MOVE 0 TO SHCA SHSIND
              MOVE SPACE TO SHTIPO
              MOVE "N" TO FIN-AUX
              START SINDLIQ KEY IS NOT LESS THAN SHCLAVE
                 INVALID KEY MOVE "S" TO FIN-AUX
              END-START
              PERFORM BORRAR-SINDLIQ THRU BORRAR-SINDLIQ-EXIT
                 UNTIL FIN-AUX = "S"
           END-IF.
           IF W-HAY-GAC = "S"
              MOVE 0 TO GACA GAPER
              MOVE "N" TO FIN-AUX
              START GANACU KEY IS NOT LESS THAN GACLAVE
                 INVALID KEY MOVE "S" TO FIN-AUX
              END-START
              PERFORM BORRAR-GANACU THRU BORRAR-GANACU-EXIT
                 UNTIL FIN-AUX = "S"
           END-IF.
       BORRAR-DEL-PERIODO-EXIT.
           EXIT.

       BORRAR-EMBLIQ.
           READ EMBLIQ NEXT RECORD AT END
              MOVE "S" TO FIN-AUX
              GO TO BORRAR-EMBLIQ-EXIT.
           IF EHPERIODO NOT = W-PERIODO
              MOVE "S" TO FIN-AUX
              GO TO BORRAR-EMBLIQ-EXIT.
           DELETE EMBLIQ RECORD.
       BORRAR-EMBLIQ-EXIT.
           EXIT.

       BORRAR-SINDLIQ.
           READ SINDLIQ NEXT RECORD AT END
              MOVE "S" TO FIN-AUX
              GO TO BORRAR-SINDLIQ-EXIT.
           IF SHPERIODO NOT = W-PERIODO
              MOVE "S" TO FIN-AUX
              GO TO BORRAR-SINDLIQ-EXIT.
           DELETE SINDLIQ RECORD.
       BORRAR-SINDLIQ-EXIT.
           EXIT.

       BORRAR-GANACU.
           READ GANACU NEXT RECORD AT END
              MOVE "S" TO FIN-AUX
              GO TO BORRAR-GANACU-EXIT.
           IF GAPER = W-PERIODO
              DELETE GANACU RECORD
           END-IF.
       BORRAR-GANACU-EXIT.
           EXIT.

       REPONER-IMAGEN.
           READ LIQDSH NEXT RECORD AT END
              MOVE "S" TO FIN-AUX
              GO TO REPONER-IMAGEN-EXIT.
           IF DSARCH = "P" AND W-HAY-PRE = "S"
              MOVE DSIMAGEN TO R-PRE
              READ PRESTAMO INVALID KEY
                 GO TO REPONER-IMAGEN-EXIT
              END-READ
              IF PRULTPER = W-PERIODO
                 MOVE DSIMAGEN TO R-PRE
                 REWRITE R-PRE
                 ADD 1 TO CONT-IMAG
              END-IF
           ELSE IF DSARCH = "E" AND W-HAY-EMB = "S"
              MOVE DSIMAGEN TO R-EMB
              READ EMBARGO INVALID KEY
                 GO TO REPONER-IMAGEN-EXIT
              END-READ
              IF EMULTPER = W-PERIODO
                 MOVE DSIMAGEN TO R-EMB
                 REWRITE R-EMB
                 ADD 1 TO CONT-IMAG
              END-IF
           ELSE IF DSARCH = "H" AND W-HAY-EMH = "S"
              MOVE DSIMAGEN TO R-EMBH
              WRITE R-EMBH INVALID KEY
                 REWRITE R-EMBH
              END-WRITE
              ADD 1 TO CONT-IMAG
           ELSE IF DSARCH = "S" AND W-HAY-SIH = "S"
              MOVE DSIMAGEN TO R-SINH
              WRITE R-SINH INVALID KEY
                 REWRITE R-SINH
              END-WRITE
              ADD 1 TO CONT-IMAG
           ELSE IF DSARCH = "G" AND W-HAY-GAC = "S"
              MOVE DSIMAGEN TO R-GACU
              WRITE R-GACU INVALID KEY
                 REWRITE R-GACU
              END-WRITE
              ADD 1 TO CONT-IMAG
           END-IF.
       REPONER-IMAGEN-EXIT.
           EXIT.

      *-- MIENTRAS SE CALCULAN LOS LEGAJOS EL PERIODO QUEDA EN "P": --*
      *-- NO SE PUEDE CONFIRMAR NI CUENTA COMO GENERADO.            --*
       GRABAR-CTL-EN-PROCESO.
           MOVE W-PERIODO TO CPERIODO.
           MOVE "P" TO CESTADO.
           MOVE W-FECHA-HOY TO CFECGEN.
           MOVE W-OPERADOR  TO COPERG.
           MOVE 0 TO CFECCON CREGS CNETO.
           MOVE SPACES TO COPERC.
           MOVE "M" TO CTIPO.
           IF W-EXISTE-CTL = "S"
              REWRITE R-CTL
           ELSE
              WRITE R-CTL
           END-IF.
           MOVE "S" TO W-EXISTE-CTL.

      *-- DEJA (O PISA) LA FILA DE CONTROL DEL PERIODO EN "G" --*
       GRABAR-CTL-GENERADO.
           MOVE W-PERIODO TO CPERIODO.
                 LINE 20 POSITION 01
              ACCEPT TECLA
              GO TO CONFIRMAR-EXIT.
           IF CESTADO = "P"
              DISPLAY "** GENERACION DEL PERIODO SIN TERMINAR: RETOME"
                 "LA O DESHAGALA CON G **" LINE 20 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CONFIRMAR-EXIT.
           DISPLAY "CONTABILIDAD CARGO EL PERIODO, CONFIRMA S/N: "
              LINE 20 POSITION 01.
           ACCEPT W-APROB LINE 20 POSITION 47.
