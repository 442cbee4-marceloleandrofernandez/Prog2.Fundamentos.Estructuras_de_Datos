      *-- LAYOUT UNICO DE "PPTONOM.IND" (PRESUPUESTO DE COSTO DE     --*
      *-- NOMINA EN PESOS POR ANIO + MES + LOCALIDAD + CATEGORIA).   --*
      *-- LO MANTIENE "PPTO1" (A MANO O DESDE "PPTONOM.AAAA"); LO    --*
      *-- COMPARA "PPTORE1" CONTRA EL BRUTO DE LOS PERIODOS          --*
      *-- CONFIRMADOS EN "LIQINT.CTL". SIN REGISTRO PARA UNA PAREJA  --*
      *-- MLO/MCATE EN UN MES, EL PRESUPUESTO DE ESE MES ES CERO.    --*
       01 R-PPTO.
          02 PPCLAVE.
             03 PPANIO  PIC 9(04).
             03 PPMES   PIC 9(02).
             03 PPLO    PIC 9(02).
             03 PPCAT   PIC 9(1).
          02 PPIMP      PIC 9(09)V99.
          02 PPOPER     PIC X(08).
