      *-- AREA UNICA DE COMUNICACION CON "ACCLOC" (LOCALIDADES A     --*
      *-- CARGO DEL OPERADOR, VER COPY/USLOREC.CPY). EL LLAMADOR LA  --*
      *-- CARGA UNA VEZ DESPUES DE "LOGIN" ("C") Y LUEGO PREGUNTA    --*
      *-- POR CADA LEGAJO ("V"); SI LO NIEGA, LO REGISTRA ("R").     --*
       01 ACL-DATOS.
      *-- "C" = CARGAR LA LISTA DE "ACL-OPERADOR", "V" = VERIFICAR  --*
      *-- "ACL-LOC", "R" = REGISTRAR EN "ACCLOC.LOG" EL ACCESO      --*
      *-- NEGADO A "ACL-LEGAJO" DESDE "ACL-PROGRAMA".               --*
          02 ACL-ACCION     PIC X.
          02 ACL-OPERADOR   PIC X(08).
          02 ACL-PROGRAMA   PIC X(08).
          02 ACL-LEGAJO     PIC 9(08).
          02 ACL-LOC        PIC 9(02).
      *-- SALIDA DE "V": "S" = LOCALIDAD A CARGO DEL OPERADOR --*
          02 ACL-OK         PIC X.
      *-- LISTA CARGADA POR "C" (MISMO SIGNIFICADO QUE "ULTODAS" --*
      *-- Y "ULLOC"); NO SE TOCA ENTRE LLAMADAS.                 --*
          02 ACL-TODAS      PIC X.
          02 ACL-LOCS.
             03 ACL-LOC-HAB PIC 9(02) OCCURS 10 TIMES.
