      *-- LAYOUT UNICO DE "DOTMIN.IND" (DOTACION MINIMA POR          --*
      *-- LOCALIDAD Y DIA DE LA SEMANA). LO MANTIENE "MODDOT"        --*
      *-- (ABMDOT.CBL) Y LO LEE "RPTCOB1" PARA MARCAR LAS            --*
      *-- LOCALIDADES QUE UN DIA DADO QUEDAN POR DEBAJO DEL MINIMO.  --*
       01 R-DOT.
          02 DMLOC       PIC 9(02).
      *-- PERSONAS QUE TIENEN QUE ESTAR: 1 = LUNES ... 7 = DOMINGO; --*
      *-- 0 = ESE DIA NO SE EXIGE MINIMO.                           --*
          02 DMMIN       PIC 9(03) OCCURS 7 TIMES.
          02 DMOPER      PIC X(08).
          02 DMFECHA     PIC 9(08).
