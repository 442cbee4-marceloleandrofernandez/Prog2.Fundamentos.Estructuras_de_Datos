      *-- LAYOUT UNICO DE "GANACU.IND" (ACUMULADO DE GANANCIAS POR   --*
      *-- LEGAJO + PERIODO). LO GRABA "GANCALC" SOLO EN LA CORRIDA   --*
      *-- QUE GENERA DE VERDAD ("INTLIQ1"/"LIQSAC1"); LA RETENCION   --*
      *-- DEL MES ES EL IMPUESTO DEL ACUMULADO DEL ANIO MENOS LO YA  --*
      *-- RETENIDO EN LAS FILAS ANTERIORES DEL MISMO ANIO, ASI QUE   --*
      *-- LOS PERIODOS SAC (AAAA13/AAAA14) TAMBIEN TIENEN SU FILA.   --*
       01 R-GACU.
          02 GACLAVE.
             03 GACA     PIC 9(08).
             03 GAPER    PIC 9(06).
      *-- GANANCIA NETA DEL PERIODO (REMUNERACION MENOS LEY) --*
          02 GAGAN       PIC 9(09)V99.
      *-- RETENCION O DEVOLUCION APLICADA EN EL PERIODO --*
          02 GARET       PIC 9(07)V99.
          02 GADEV       PIC 9(07)V99.
