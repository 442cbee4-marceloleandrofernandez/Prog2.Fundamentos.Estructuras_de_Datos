      *-- LAYOUT UNICO DE "AFILIA.IND" (AFILIACION DE CADA LEGAJO A  --*
      *-- UN SINDICATO, CON FECHA DE ALTA Y DE BAJA). LO MANTIENE    --*
      *-- "AFISIN1"; "LIQCALC" DESCUENTA LA CUOTA DE CADA AFILIACION --*
      *-- QUE ESTE VIGENTE EN ALGUN DIA DEL PERIODO LIQUIDADO.       --*
       01 R-AFIL.
          02 AFCLAVE.
             03 AFCA      PIC 9(08).
             03 AFSIND    PIC 9(02).
             03 AFDESDE   PIC 9(08).
      *-- 0 = SIGUE AFILIADO --*
          02 AFHASTA      PIC 9(08).
      *-- A = AFILIADO (CUOTA SINDICAL), S = NO AFILIADO CON --*
      *-- APORTE SOLIDARIO DEL CONVENIO                      --*
          02 AFTIPO       PIC X(01).
          02 AFFECHA      PIC 9(08).
          02 AFOPER       PIC X(08).
