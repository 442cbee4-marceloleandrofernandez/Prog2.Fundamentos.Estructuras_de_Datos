      *-- LAYOUT UNICO DE "SINDLIQ.IND" (CUOTAS SINDICALES RETENIDAS --*
      *-- EN CADA PERIODO GENERADO). LO GRABA "LIQCALC" SOLO CON     --*
      *-- "LIQ-ACTUALIZA" EN "S" (REGENERAR BORRA Y REGRABA LAS      --*
      *-- FILAS DEL LEGAJO) Y LO LEE "SINREM1" PARA LA REMESA A CADA --*
      *-- SINDICATO, QUE ASI SUMA LO MISMO QUE SE DESCONTO.          --*
       01 R-SINH.
          02 SHCLAVE.
             03 SHPERIODO PIC 9(06).
             03 SHCA      PIC 9(08).
             03 SHSIND    PIC 9(02).
             03 SHTIPO    PIC X(01).
          02 SHBASE       PIC 9(07)V99.
          02 SHPORC       PIC 99V99.
          02 SHIMP        PIC 9(07)V99.
