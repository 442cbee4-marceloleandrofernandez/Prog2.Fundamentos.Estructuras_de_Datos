      *-- LAYOUT UNICO DE "ACCLOC.LOG" (BITACORA DE ACCESOS NEGADOS  --*
      *-- A LEGAJOS DE UNA LOCALIDAD QUE NO ESTA A CARGO DEL         --*
      *-- OPERADOR). LO ESCRIBE "ACCLOC.CBL", UNICO QUE LO ABRE.     --*
       01 R-ALOG.
          02 AL-OPERADOR PIC X(08).
          02 AL-FECHA.
             03 AL-ANIO  PIC 9(04).
             03 AL-MES   PIC 99.
             03 AL-DIA   PIC 99.
          02 AL-HORA.
             03 AL-HH    PIC 99.
             03 AL-MM    PIC 99.
             03 AL-SS    PIC 99.
      *-- PROGRAMA QUE NEGO EL ACCESO Y LEGAJO/LOCALIDAD PEDIDOS --*
          02 AL-PROGRAMA PIC X(08).
          02 AL-LEGAJO   PIC 9(08).
          02 AL-LOC      PIC 9(02).
