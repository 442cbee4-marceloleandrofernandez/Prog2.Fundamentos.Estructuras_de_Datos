      *-- LAYOUT UNICO DE "EXATIPO.IND" (TIPOS DE EXAMEN MEDICO     --*
      *-- LABORAL). LO MANTIENE "MODEXT"; LO LEEN "EXAMEN1" (CARGA  --*
      *-- DE RESULTADOS), "EXAPEN" (EXAMEN PREOCUPACIONAL PENDIENTE --*
      *-- DE CADA ALTA) Y "RPTEXA1" (VENCIDOS Y POR VENCER).        --*
       01 R-EXT.
          02 ETCOD    PIC 9(02).
          02 ETDESC   PIC X(30).
      *-- S = PREOCUPACIONAL (SE ABRE SOLO CON CADA ALTA), --*
      *-- N = PERIODICO                                    --*
          02 ETPRE    PIC X(01).
      *-- MESES ENTRE UN EXAMEN Y EL SIGUIENTE, UNO POR CATEGORIA --*
      *-- ("MCATE" 0 A 9); 0 = ESA CATEGORIA NO LO REPITE.        --*
          02 ETFREC   PIC 9(02) OCCURS 10 TIMES.
