      *-- LAYOUT UNICO DE "CARTAS.LOG": UNA LINEA POR CARTA EMITIDA  --*
      *-- A CADA EMPLEADO, NUNCA SE REESCRIBE NI SE BORRA. LA GRABA  --*
      *-- "CARTA1" AL IMPRIMIR (VER COPY/CARTREC.CPY).               --*
       01 R-CARL.
          02 CLCA      PIC 9(08).
          02 CLCOD     PIC 9(03).
          02 CLFECHA   PIC 9(08).
          02 CLHORA    PIC 9(06).
      *-- "DESDE" DEL MOVIMIENTO COMBINADO, EN CERO SI NO HUBO --*
          02 CLMOVF    PIC 9(08).
          02 CLOPER    PIC X(08).
