      *-- LAYOUT UNICO DE "CTACON.IND" (CUENTA CONTABLE DE CADA      --*
      *-- COMPONENTE DE LA LIQUIDACION). UN REGISTRO POR COMPONENTE, --*
      *-- MANTENIDO EN "MODCTA" (ABMCTA.CBL); CON ELLOS "ASIEN1"     --*
      *-- ARMA EL ASIENTO DEL PERIODO. EL CENTRO DE COSTO NO VA ACA: --*
      *-- SALE DE LA LOCALIDAD (MLO) Y CATEGORIA (MCATE) DEL LEGAJO. --*
       01 R-CTAM.
      *-- HABERES (DEBE): BAS BASICO, HAB CONCEPTOS DE HABER,     --*
      *-- NOV NOVEDADES, FAM ASIG. FAMILIARES, DEV DEVOLUCION DE  --*
      *-- GANANCIAS. DESCUENTOS (HABER): LEY APORTES DE LEY, NVD  --*
      *-- NOVEDADES, SUS SUSPENSIONES, AUS AUSENCIAS, PRE         --*
      *-- PRESTAMOS, GAN RETENCION GANANCIAS, SIN CUOTA SINDICAL, --*
      *-- EMB EMBARGOS, NET SUELDOS A PAGAR.                      --*
          02 CMCOMP    PIC X(03).
          02 CMDESC    PIC X(20).
          02 CMCUENTA  PIC X(12).
