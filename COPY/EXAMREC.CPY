      *-- LAYOUT UNICO DE "EXAMEN.IND" (REGISTRO DE EXAMENES        --*
      *-- MEDICOS LABORALES): UNA FILA POR EXAMEN DE CADA LEGAJO Y  --*
      *-- TIPO, NUMERADAS 001, 002, ... LA DE NUMERO MAS ALTO ES LA --*
      *-- VIGENTE. "EXAPEN" ABRE LA PENDIENTE DEL PREOCUPACIONAL EN --*
      *-- CADA ALTA; "EXAMEN1" CARGA RESULTADOS Y "RPTEXA1" LISTA   --*
      *-- LOS VENCIDOS Y POR VENCER.                                --*
       01 R-EXA.
          02 EXCLAVE.
             03 EXCA     PIC 9(08).
             03 EXTIPO   PIC 9(02).
             03 EXNRO    PIC 9(03).
      *-- FECHA EN QUE HAY QUE HACERLO (PARA LOS PENDIENTES) --*
          02 EXFVTO      PIC 9(08).
      *-- FECHA EN QUE SE HIZO; 0 = TODAVIA PENDIENTE --*
          02 EXFECHA     PIC 9(08).
      *-- P = PENDIENTE, A = APTO, R = APTO CON RESTRICCIONES, --*
      *-- N = NO APTO                                          --*
          02 EXRES       PIC X(01).
          02 EXOBS       PIC X(30).
      *-- PROXIMO VENCIMIENTO SEGUN "ETFREC"; 0 = NO SE REPITE --*
          02 EXPROX      PIC 9(08).
          02 EXOPER      PIC X(08).
          02 EXFALTA     PIC 9(08).
