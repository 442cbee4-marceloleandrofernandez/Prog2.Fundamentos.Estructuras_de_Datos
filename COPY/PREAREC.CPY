      *-- AUDITORIA DE REAPERTURAS DE PERIODOS CONFIRMADOS ("REAPER1")--*
      *-- ARCHIVO "PERREAB.LOG": UNA LINEA POR REAPERTURA, NUNCA SE   --*
      *-- REESCRIBE NI SE BORRA.                                      --*
       01 R-PREA.
          02 RAPERIODO PIC 9(06).
          02 RAFECHA   PIC 9(08).
          02 RAHORA    PIC 9(06).
          02 RAOPER    PIC X(08).
      *-- DATOS DE LA CONFIRMACION QUE SE DESHACE --*
          02 RAFECCON  PIC 9(08).
          02 RAOPERC   PIC X(08).
          02 RAMOTIVO  PIC X(50).
