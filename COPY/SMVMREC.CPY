      *-- LAYOUT UNICO DE "SMVM.IND" (SALARIO MINIMO, VITAL Y MOVIL, --*
      *-- UNA FILA POR FECHA DE VIGENCIA). LO CARGA "EMBAR1" Y LO    --*
      *-- USA "LIQCALC" PARA EL TOPE LEGAL DE LOS EMBARGOS: RIGE LA  --*
      *-- FILA DE FECHA MAS ALTA QUE NO SUPERE EL PERIODO LIQUIDADO. --*
       01 R-SMVM.
          02 SVVIG        PIC 9(08).
          02 SVIMP        PIC 9(07)V99.
          02 SVOPER       PIC X(08).
