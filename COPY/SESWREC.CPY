      *-- AREA UNICA DE COMUNICACION CON "SESCTL" (SESIONES        --*
      *-- ABIERTAS, VER COPY/SESAREC.CPY). "SESCTL" TOMA EL NOMBRE --*
      *-- DE LA TERMINAL; EL LLAMADOR SOLO PASA EL OPERADOR.       --*
       01 SES-DATOS.
      *-- "A" = ABRIR (DESDE "LOGIN"), "V" = VERIFICAR INACTIVIDAD --*
      *-- AL VOLVER A "MENPPAL", "C" = CERRAR LA SESION DE ESTA    --*
      *-- TERMINAL, "F" = FINALIZAR LA DE "SES-OPERADOR" DESDE     --*
      *-- OTRA TERMINAL ("SESADM1"), "M" = MINUTOS DESDE           --*
      *-- "SES-UFECHA"/"SES-UHORA" HASTA AHORA (SIN ARCHIVOS).     --*
          02 SES-ACCION     PIC X.
          02 SES-OPERADOR   PIC X(08).
      *-- RESULTADO:                                               --*
      *--  "A": "S" = SESION NUEVA, "R" = MISMA SESION (MISMA      --*
      *--       TERMINAL), "T" = TOMO LA SESION INACTIVA DE OTRA   --*
      *--       TERMINAL, "D" = RECHAZADO (ACTIVO EN OTRA).        --*
      *--  "V": "S" = SIGUE ABIERTA, "I" = CERRADA POR INACTIVIDAD,--*
      *--       "F" = FINALIZADA POR UN NIVEL 9 O TOMADA EN OTRA PC.--*
      *--  "F": "S" = FINALIZADA, "N" = NO TENIA SESION.           --*
          02 SES-RES        PIC X.
      *-- TERMINAL DE ESTA PC ("A"/"V"/"C"); CON "D", LA DE LA     --*
      *-- SESION QUE SIGUE ACTIVA.                                 --*
          02 SES-TERMINAL   PIC X(15).
      *-- ULTIMA ACTIVIDAD DE LA SESION ACTIVA ("D"); ENTRADA "M" --*
          02 SES-UFECHA     PIC 9(08).
          02 SES-UHORA      PIC 9(04).
          02 SES-MINUTOS    PIC 9(05).
      *-- MINUTOS DE INACTIVIDAD PERMITIDOS (0 = SIN LIMITE) --*
          02 SES-LIMITE     PIC 9(03).
      *-- BLOQUEOS DE "LOCKMAE.IND" LIBERADOS AL CERRAR/TOMAR --*
          02 SES-LIBERADOS  PIC 9(05).
