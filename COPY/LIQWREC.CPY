          02 LIQ-MSB        PIC 9(05).
          02 LIQ-PERIODO    PIC 9(06).
          02 LIQ-ACTUALIZA  PIC X.
      *-- ANIOS DE ANTIGUEDAD DEL LEGAJO ("MANT"), PARA LOS      --*
      *-- CONCEPTOS DE HABER DE REGLA "A" (VER COPY/CHABREC.CPY). --*
          02 LIQ-MANT       PIC 9(02).
      *-- SALIDAS: TOTALES DE LA LIQUIDACION... --*
          02 LIQ-BRUTO      PIC 9(07)V99.
          02 LIQ-DESC       PIC 9(07)V99.
          02 LIQ-DESC-LEY   PIC 9(07)V99.
          02 LIQ-NOV-HAB    PIC 9(07)V99.
          02 LIQ-NOV-DESC   PIC 9(07)V99.
      *-- PARTE DE "LIQ-NOV-HAB" QUE ES NO REMUNERATIVA (NOVEDADES --*
      *-- "N", P.EJ. VIATICOS DE "VIATIC1"): SUMA AL BRUTO PERO NO --*
      *-- A LA BASE DE APORTES, GANANCIAS NI CUOTA SINDICAL.       --*
          02 LIQ-NOV-NOREM  PIC 9(07)V99.
      *-- DIAS DE SUSPENSION DEL PERIODO (VER "SANCIO1") Y SU --*
      *-- DESCUENTO A JORNAL SUELDO/30.                       --*
          02 LIQ-DIAS-SUSP  PIC 9(03).
      *-- "LIQ-ACTUALIZA" EN "S" EL SALDO QUEDA REBAJADO UNA    --*
      *-- SOLA VEZ POR PERIODO.                                 --*
          02 LIQ-CUOTA-PRES PIC 9(07)V99.
      *-- EMBARGOS JUDICIALES DEL PERIODO (VER "EMBAR1"), DENTRO --*
      *-- DEL TOPE LEGAL Y POR PRIORIDAD; CON "LIQ-ACTUALIZA" EN --*
      *-- "S" SE REBAJA EL SALDO Y QUEDA EN "EMBLIQ.IND".        --*
          02 LIQ-EMBARGO    PIC 9(07)V99.
      *-- CUOTA SINDICAL O APORTE SOLIDARIO DEL PERIODO (VER     --*
      *-- "AFISIN1"); CON "LIQ-ACTUALIZA" EN "S" QUEDA DETALLADA --*
      *-- POR SINDICATO EN "SINDLIQ.IND".                        --*
          02 LIQ-CUOTA-SIND PIC 9(07)V99.
      *-- RETENCION DE GANANCIAS 4TA. CATEGORIA DEL PERIODO (SUMA --*
      *-- A LOS DESCUENTOS) O DEVOLUCION CUANDO LO RETENIDO EN EL --*
      *-- ANIO SUPERA EL IMPUESTO ACUMULADO (SUMA AL NETO). VER   --*
      *-- "GANCALC".                                              --*
          02 LIQ-RET-GAN    PIC 9(07)V99.
          02 LIQ-DEV-GAN    PIC 9(07)V99.
      *-- CONCEPTOS DE HABER DE "CONHAB.IND" (ANTIGUEDAD,         --*
      *-- PRESENTISMO...) QUE SUMAN AL BRUTO: TOTAL Y UN RENGLON  --*
      *-- POR CONCEPTO CON IMPORTE, PARA RECIBOS Y LISTADOS.      --*
          02 LIQ-HAB-CONC   PIC 9(07)V99.
          02 LIQ-HAB-CANT   PIC 9(02).
          02 LIQ-HAB-RENGLON OCCURS 10 TIMES.
             03 LIQ-HAB-DESC PIC X(20).
             03 LIQ-HAB-IMP  PIC 9(07)V99.
