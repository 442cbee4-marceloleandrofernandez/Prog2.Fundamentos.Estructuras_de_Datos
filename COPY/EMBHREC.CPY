      *-- LAYOUT UNICO DE "EMBLIQ.IND" (LO RETENIDO POR EMBARGOS EN  --*
      *-- CADA PERIODO GENERADO). LO GRABA "LIQCALC" SOLO CON        --*
      *-- "LIQ-ACTUALIZA" EN "S" (REGENERAR REESCRIBE LA MISMA FILA) --*
      *-- Y LO LEE "EMBREM1" PARA LA REMESA A CADA CUENTA JUDICIAL:  --*
      *-- LA CLAVE VA POR CUENTA PARA QUE SALGAN AGRUPADAS.          --*
       01 R-EMBH.
          02 EHCLAVE.
             03 EHPERIODO PIC 9(06).
             03 EHCTAJUD  PIC X(22).
             03 EHCA      PIC 9(08).
             03 EHNUM     PIC 9(02).
          02 EHJUZGADO    PIC X(30).
          02 EHEXPTE      PIC X(20).
          02 EHIMP        PIC 9(07)V99.
      *-- SALDO DEL EMBARGO DESPUES DE ESTE PERIODO --*
          02 EHSALDO      PIC 9(09)V99.
