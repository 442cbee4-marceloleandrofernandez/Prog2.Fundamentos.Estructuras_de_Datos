      *-- LAYOUT UNICO DE "CATEG.HIS" (CATEGORIAS QUE TUVO CADA      --*
      *-- EMPLEADO): "MAEEMPH.HIS" GUARDA SUELDO Y LOCALIDAD ANTES   --*
      *-- DE CADA CAMBIO PERO NO LA CATEGORIA, Y "MAEEMPB.ARC" NO    --*
      *-- GUARDA LA FECHA DE INGRESO. UNA LINEA POR ALTA, CAMBIO DE  --*
      *-- CATEGORIA O BAJA, GRABADA SOLO POR EL SUBPROGRAMA "CATLOG" --*
      *-- Y LEIDA POR EL CERTIFICADO DE TRABAJO "CERTRA1".           --*
       01 R-CATG.
          02 CGCA      PIC 9(08).
      *-- CATEGORIA ("MCATE") VIGENTE DESDE "CGDESDE" --*
          02 CGCATE    PIC 9(1).
          02 CGDESDE   PIC 9(08).
      *-- FECHA DE INGRESO ("MFEC") QUE TENIA EL EMPLEADO --*
          02 CGFING    PIC 9(08).
      *-- A = ALTA/REINGRESO, M = MODIFICACION EN "MODABM",       --*
      *-- P = PROMOCION, C = CAMBIO PROGRAMADO, B = BAJA (AHI     --*
      *-- "CGDESDE" ES LA FECHA DE EGRESO).                       --*
          02 CGMOV     PIC X(01).
          02 CGFECHA   PIC 9(08).
          02 CGOPER    PIC X(08).
