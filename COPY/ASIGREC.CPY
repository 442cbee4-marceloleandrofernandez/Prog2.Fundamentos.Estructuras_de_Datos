      *-- LAYOUT UNICO DE "ASIGEQ.IND" (ENTREGAS DE EQUIPO POR        --*
      *-- LEGAJO): UNA FILA POR ENTREGA, NUMERADAS 001, 002, ...     --*
      *-- LA ESCRIBE "ASIGEQ1"; LA LEEN "CHKEGR1" (NO DEJA DAR EL    --*
      *-- EQUIPO POR DEVUELTO MIENTRAS QUEDE ALGO ENTREGADO) Y       --*
      *-- "RPTEQU1" (ELEMENTOS A REPONER).                           --*
       01 R-ASG.
          02 AGCLAVE.
             03 AGCA     PIC 9(08).
             03 AGNRO    PIC 9(03).
      *-- ELEMENTO ("EQCOD") Y TALLE ENTREGADO --*
          02 AGCOD       PIC 9(04).
          02 AGTALLE     PIC X(04).
          02 AGCANT      PIC 9(03).
          02 AGFENT      PIC 9(08).
      *-- "S" = EL EMPLEADO FIRMO LA CONSTANCIA DE RECEPCION --*
          02 AGFIRMA     PIC X(01).
      *-- E = ENTREGADO (EN PODER DEL EMPLEADO), D = DEVUELTO,  --*
      *-- B = DADO DE BAJA (ROTO, PERDIDO O CONSUMIDO)          --*
          02 AGESTADO    PIC X(01).
      *-- FECHA DE DEVOLUCION O BAJA; 0 = TODAVIA ENTREGADO --*
          02 AGFDEV      PIC 9(08).
      *-- FECHA EN QUE HAY QUE REPONERLO ("EQMESES"); 0 = NUNCA --*
          02 AGFREP      PIC 9(08).
          02 AGOBS       PIC X(30).
          02 AGOPER      PIC X(08).
