      *-- LAYOUT UNICO DE "EVCRIT.IND" (CRITERIOS DE LA EVALUACION   --*
      *-- ANUAL DE DESEMPENO Y SU PESO). LO MANTIENE "MODEVC"; LOS   --*
      *-- ACTIVOS SON LOS QUE "EVALU1" PIDE PUNTUAR A CADA           --*
      *-- SUPERVISOR. LA CALIFICACION ES EL PROMEDIO DE LOS PUNTAJES --*
      *-- (1 A 5) PONDERADO POR "ECPESO".                            --*
       01 R-EVC.
          02 ECCOD    PIC 9(02).
          02 ECDESC   PIC X(30).
      *-- PESO RELATIVO (1 A 100); NO HACE FALTA QUE SUMEN 100 --*
          02 ECPESO   PIC 9(03).
      *-- A = ACTIVO (SE EVALUA), B = DADO DE BAJA --*
          02 ECACT    PIC X(01).
