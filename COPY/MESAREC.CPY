      *-- LAYOUT UNICO DE "MESA.IND" (MESAS DE EXAMEN): UNA FILA POR --*
      *-- CODIGO DE CURSO Y FECHA DE MESA, CON EL TRIBUNAL (HASTA 3  --*
      *-- LEGAJOS "MCA" QUE DICTAN EL CURSO EN "CURHOR.IND") Y LA    --*
      *-- NOTA MINIMA. VA POR CODIGO, NO POR EDICION: SE PRESENTAN   --*
      *-- LOS "F" Y "L" DE CUALQUIER EDICION. LO MANTIENE "MESA1".   --*
       01 R-MES.
          02 MECLAVE.
             03 MECUR    PIC 9(03).
             03 MEFECHA  PIC 9(08).
          02 METRIB.
             03 MEDOC    OCCURS 3 TIMES PIC 9(08).
          02 MENOTMIN    PIC 9(02).
      *-- A = ABIERTA (SE INSCRIBE), C = CERRADA (NOTAS CARGADAS) --*
          02 MEEST       PIC X(01).
          02 MEFALTA     PIC 9(08).
          02 MEOPER      PIC X(08).
