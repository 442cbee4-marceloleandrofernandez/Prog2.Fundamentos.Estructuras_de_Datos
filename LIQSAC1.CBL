      *** REGISTRO EN PANTALLA (COMO "RPTLIQ1") Y UN ARCHIVO DE       ***
      *** INTERCAMBIO "LIQINT.AAAA13"/"LIQINT.AAAA14" CON EL PERIODO  ***
      *** MARCADO COMO SAC (CTIPO "S") EN "LIQINT.CTL", PARA QUE      ***
      *** CONTABILIDAD LO DISTINGA DE UN MES COMUN. EL SAC TAMBIEN    ***
      *** TRIBUTA GANANCIAS: LA RETENCION LA HACE "GANCALC", LA MISMA ***
      *** CUENTA ACUMULADA DEL ANIO QUE USA "LIQCALC" EN LOS MESES.   ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQSAC1.
       ENVIRONMENT DIVISION.
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
       77 W-ANIO           PIC 9(04) VALUE 0.
       77 W-SEM            PIC 9     VALUE 0.
       77 W-PERIODO        PIC 9(06) VALUE 0.
       77 W-MES-DESDE      PIC 99    VALUE 0.
       77 W-MES-HASTA      PIC 99    VALUE 0.
       77 W-NOM-INT        PIC X(13) VALUE SPACES.
       77 W-EXISTE-CTL     PIC X     VALUE "N".
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.

      *-- MEJOR SUELDO MENSUAL DEL SEMESTRE DEL LEGAJO EN CURSO --*
       77 TOT-BRUTO        PIC 9(09)V99 VALUE 0.
       77 TOT-DESCUENTO    PIC 9(09)V99 VALUE 0.
       77 TOT-NETO         PIC 9(09)V99 VALUE 0.
       77 TOT-RET-GAN      PIC 9(09)V99 VALUE 0.

      *-- RETENCION DE GANANCIAS DEL SAC, DELEGADA EN "GANCALC" --*
           COPY GANWREC.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "LIQUIDACION DE AGUINALDO (SAC)" LINE 01
              POSITION 25.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
      *-- LOS PERIODOS SAC SE NUMERAN AAAA13/AAAA14 PARA QUE NO   --*
      *-- CHOQUEN CON JUNIO/DICIEMBRE EN LA CLAVE DE "LIQINT.CTL" --*
           COMPUTE W-PERIODO = W-ANIO * 100 + 12 + W-SEM.
           IF W-SEM = 1
              MOVE 01 TO W-MES-DESDE
              MOVE 06 TO W-MES-HASTA

           OPEN I-O LIQCTL.
           PERFORM LEER-CTL.
      *-- UN AGUINALDO YA CONFIRMADO SOLO SE REGENERA DESPUES DE --*
      *-- REABRIRLO CON "REAPER1".                               --*
           IF W-EXISTE-CTL = "S" AND CESTADO = "C"
              DISPLAY "** PERIODO CONFIRMADO: REABRALO ANTES DE"
                 " REGENERAR **" LINE 20 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              CLOSE LIQCTL
              GO TO FIN
           END-IF.

           OPEN INPUT MAESTRO.
              INTO W-NOM-INT.
           OPEN OUTPUT LIQINT.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-EMPLEADO.
           PERFORM LIQUIDAR-SAC THRU LIQUIDAR-SAC-EXIT
           PERFORM GRABAR-TOTALES.
           CLOSE LIQINT.
           CLOSE MAESTRO.
           CANCEL "GANCALC".
           PERFORM GRABAR-CTL-GENERADO.
           CLOSE LIQCTL.

           ADD 1 TO LIN-ACT.
           DISPLAY "GENERADO " W-NOM-INT " CON " CONT-REGS
              " DETALLES" LINE LIN-ACT, POSITION 01.
           ADD 1 TO LIN-ACT.
           DISPLAY "INCLUYE RET.GANANCIAS NETA DE DEVOLUCIONES: "
              TOT-RET-GAN LINE LIN-ACT, POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
           COMPUTE W-BRUTO ROUNDED = W-MEJOR-MSB / 2.
           COMPUTE W-DESCUENTO ROUNDED =
              W-BRUTO * W-PORC-TOTAL / 100.
           PERFORM CALCULAR-GANANCIAS.
           ADD GAN-RETEN TO W-DESCUENTO.
           IF W-DESCUENTO > W-BRUTO
              MOVE W-BRUTO TO W-DESCUENTO
           END-IF.
           COMPUTE W-NETO = W-BRUTO - W-DESCUENTO + GAN-DEVOL.

           IF CONT-LIN > 17
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
       LIQUIDAR-SAC-EXIT.
           EXIT.

      *-- EL SAC ES EL PERIODO AAAA13/AAAA14 DE LA CUENTA ACUMULADA --*
      *-- DE GANANCIAS; ESTA CORRIDA GENERA DE VERDAD, ASI QUE VA   --*
      *-- CON "S" Y QUEDA GRABADO EN "GANACU.IND".                  --*
       CALCULAR-GANANCIAS.
           MOVE MCA         TO GAN-MCA.
           MOVE W-PERIODO   TO GAN-PERIODO.
           MOVE "S"         TO GAN-ACTUALIZA.
           MOVE W-BRUTO     TO GAN-REMUN.
           MOVE W-DESCUENTO TO GAN-LEY.
           CALL "GANCALC" USING GAN-DATOS.
           ADD GAN-RETEN TO TOT-RET-GAN.
           IF GAN-DEVOL > TOT-RET-GAN
              MOVE 0 TO TOT-RET-GAN
           ELSE
              SUBTRACT GAN-DEVOL FROM TOT-RET-GAN
           END-IF.

      *-- EL MAYOR ENTRE EL "MSB" ACTUAL Y LOS "HSB" DEL HISTORIAL  --*
      *-- FECHADOS DENTRO DEL SEMESTRE (CADA FILA DEL HISTORIAL ES  --*
      *-- EL SUELDO QUE REGIA ANTES DE UNA MODIFICACION, ASI QUE SI --*
           READ MAEEMPH NEXT RECORD AT END
              MOVE "S" TO FIN-HIS
              GO TO LEER-HISTORIAL-EXIT.
           IF HCA = MCA AND HANIO = W-ANIO
              AND HMES NOT < W-MES-DESDE
              AND HMES NOT > W-MES-HASTA
              IF HSB > W-MEJOR-MSB
