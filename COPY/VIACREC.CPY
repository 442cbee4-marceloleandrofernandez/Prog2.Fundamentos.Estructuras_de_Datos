      *-- LAYOUT UNICO DE "VIACON.IND" (CONCEPTOS DE VIATICOS Y SU   --*
      *-- TOPE POR CATEGORIA). LO MANTIENE "MODVIC" Y LO CONSULTA    --*
      *-- "VIATIC1" AL CARGAR Y AL APROBAR CADA GASTO. LA FILA DE    --*
      *-- CATEGORIA 0 VALE PARA LAS CATEGORIAS SIN FILA PROPIA.      --*
       01 R-VIC.
          02 VCCLAVE.
             03 VCCOD    PIC 9(02).
             03 VCCAT    PIC 9(01).
          02 VCDESC      PIC X(20).
      *-- IMPORTE MAXIMO A REINTEGRAR POR COMPROBANTE, 0 = SIN TOPE --*
          02 VCTOPE      PIC 9(07)V99.
      *-- "N" = YA NO SE ACEPTAN GASTOS NUEVOS DE ESTE CONCEPTO --*
          02 VCACT       PIC X(01).
