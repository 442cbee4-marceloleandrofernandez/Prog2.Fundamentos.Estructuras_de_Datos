      *-- LAYOUT UNICO DE "EVALUA.IND" (EVALUACION ANUAL DE          --*
      *-- DESEMPENO): UN REGISTRO POR LEGAJO + ANIO, CARGADO EN      --*
      *-- "EVALU1" POR EL SUPERVISOR ("MSUP") DEL EMPLEADO. GUARDA   --*
      *-- CADA CRITERIO CON EL PESO QUE TENIA AL EVALUAR, ASI UN     --*
      *-- CAMBIO POSTERIOR EN "EVCRIT.IND" NO ALTERA LO YA           --*
      *-- CALIFICADO. LO LEEN "RPTEVA1" (PENDIENTES) Y, PARA EXIGIR  --*
      *-- UNA CALIFICACION MINIMA, "RPTPRO1" Y "PROMOC1".            --*
       01 R-EVA.
          02 EVCLAVE.
             03 EVCA     PIC 9(08).
             03 EVANIO   PIC 9(04).
      *-- EVALUADOR: LEGAJO DEL SUPERVISOR Y OPERADOR QUE LO CARGO --*
          02 EVSUP       PIC 9(08).
          02 EVFECHA     PIC 9(08).
          02 EVOPER      PIC X(08).
      *-- CALIFICACION FINAL, 1,00 A 5,00 --*
          02 EVCALIF     PIC 9V99.
          02 EVCANT      PIC 9(02).
          02 EVDET OCCURS 15 TIMES.
             03 EVCCOD   PIC 9(02).
             03 EVPESO   PIC 9(03).
             03 EVPUNT   PIC 9(01).
