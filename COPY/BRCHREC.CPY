      *-- LAYOUT UNICO DE "BCORCH.IND" (TRANSFERENCIAS DE SUELDO QUE --*
      *-- EL BANCO DEVOLVIO). UN REGISTRO POR PERIODO + LEGAJO, LO   --*
      *-- DA DE ALTA "RCHBCO1" AL CRUZAR LA DEVOLUCION DEL BANCO     --*
      *-- CONTRA "BANCO.AAAAMM" Y LO VA CERRANDO TESORERIA.          --*
       01 R-BRCH.
          02 RJCLAVE.
             03 RJPERIODO  PIC 9(06).
             03 RJCA       PIC 9(08).
      *-- CBU Y NETO (CENTAVOS) DE LA TRANSFERENCIA RECHAZADA --*
          02 RJCBU      PIC X(22).
          02 RJNETO     PIC 9(11).
      *-- CODIGO DE MOTIVO QUE INFORMA EL BANCO (R02, R03...) --*
          02 RJMOTIVO   PIC X(03).
      *-- R = RECHAZADA PENDIENTE, E = PASADA A EFECTIVO,     --*
      *-- N = REEMITIDA AL CBU CORREGIDO EN "MODBCO"          --*
          02 RJESTADO   PIC X(01).
      *-- CBU AL QUE SE REEMITIO (SOLO CON "N") --*
          02 RJCBUNUE   PIC X(22).
      *-- QUIEN Y CUANDO LA RESOLVIO (VER "LOGIN") --*
          02 RJFECHA    PIC 9(08).
          02 RJOPER     PIC X(08).
