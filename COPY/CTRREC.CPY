      *-- LAYOUT UNICO DE "CONTRATO.IND" (MODALIDAD DE CONTRATACION  --*
      *-- DE CADA LEGAJO): UNA FILA POR CONTRATO, NUMERADAS 01, 02,  --*
      *-- ... DENTRO DEL LEGAJO; CADA RENOVACION O CONFIRMACION ABRE --*
      *-- UNA FILA NUEVA Y DEJA LA ANTERIOR CERRADA. UN LEGAJO SIN   --*
      *-- FILAS ES DE PLANTA PERMANENTE. LO MANTIENE "CONTRAT1", LO  --*
      *-- CIERRA "CONTBAJ" CUANDO "MODABM" DA LA BAJA Y LO LISTA     --*
      *-- "RPTCTR1" (VENCIMIENTOS).                                  --*
       01 R-CTR.
          02 CTCLAVE.
             03 CTCA     PIC 9(08).
             03 CTNRO    PIC 9(02).
      *-- P = PERIODO DE PRUEBA, F = PLAZO FIJO, E = EVENTUAL,       --*
      *-- I = TIEMPO INDETERMINADO (PLANTA PERMANENTE)               --*
          02 CTTIPO      PIC X(01).
          02 CTFDESDE    PIC 9(08).
      *-- FIN DEL CONTRATO; 0 = SIN FIN (TIPO "I") --*
          02 CTFHASTA    PIC 9(08).
      *-- CUANTAS VECES SE RENOVO ANTES DE ESTA FILA --*
          02 CTRENOV     PIC 9(02).
      *-- V = VIGENTE, C = CONFIRMADO (SIGUE COMO "I" EN OTRA FILA), --*
      *-- R = RENOVADO (SIGUE EN OTRA FILA), T = SE DECIDIO TERMINAR --*
      *-- (FALTA LA BAJA EN "MODABM"), B = BAJA HECHA                --*
          02 CTESTADO    PIC X(01).
      *-- FECHA DE LA DECISION Y QUIEN LA REGISTRO; EN "T" Y "B"     --*
      *-- "CTFHASTA" PASA A SER LA FECHA DE EGRESO                   --*
          02 CTFDEC      PIC 9(08).
          02 CTDECOP     PIC X(08).
          02 CTOBS       PIC X(30).
          02 CTOPER      PIC X(08).
