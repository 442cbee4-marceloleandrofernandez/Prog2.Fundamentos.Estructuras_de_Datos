      *-- GENERADO O CONFIRMADO.                                     --*
       01 R-CTL.
          02 CPERIODO  PIC 9(06).
      *-- G = GENERADO (PENDIENTE DE RECEPCION), C = CONFIRMADO, --*
      *-- P = GENERACION EN PROCESO O CORTADA (VER "INTLIQ1")    --*
          02 CESTADO   PIC X.
          02 CFECGEN   PIC 9(08).
          02 COPERG    PIC X(08).
