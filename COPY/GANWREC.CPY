      *-- AREA UNICA DE COMUNICACION CON "GANCALC" (RETENCION DE     --*
      *-- GANANCIAS 4TA. CATEGORIA DE UN LEGAJO PARA UN PERIODO).    --*
      *-- LA USAN "LIQCALC" (MESES) Y "LIQSAC1" (AGUINALDO), ASI LA  --*
      *-- CUENTA ACUMULADA DEL ANIO ES UNA SOLA.                     --*
       01 GAN-DATOS.
      *-- ENTRADAS: LEGAJO, PERIODO (AAAAMM O AAAA13/AAAA14),     --*
      *-- "S" SOLO EN LA CORRIDA QUE GENERA (GRABA "GANACU.IND"), --*
      *-- REMUNERACION SUJETA Y DESCUENTOS DE LEY DEL PERIODO.    --*
          02 GAN-MCA        PIC 9(08).
          02 GAN-PERIODO    PIC 9(06).
          02 GAN-ACTUALIZA  PIC X.
          02 GAN-REMUN      PIC 9(07)V99.
          02 GAN-LEY        PIC 9(07)V99.
      *-- SALIDAS: RETENCION DEL PERIODO, O DEVOLUCION CUANDO LO --*
      *-- YA RETENIDO EN EL ANIO SUPERA EL IMPUESTO ACUMULADO.   --*
          02 GAN-RETEN      PIC 9(07)V99.
          02 GAN-DEVOL      PIC 9(07)V99.
