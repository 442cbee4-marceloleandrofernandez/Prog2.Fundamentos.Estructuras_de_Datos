      *-- LAYOUT UNICO DE "CAMBPEN.IND" (CAMBIOS PROGRAMADOS DEL     --*
      *-- MAESTRO: AUMENTOS, TRASLADOS, RECATEGORIZACIONES O NUEVO   --*
      *-- SUPERVISOR ACORDADOS CON ANTICIPACION). UN REGISTRO POR    --*
      *-- FECHA EFECTIVA + LEGAJO, CARGADO EN "CAMPEN1" Y APLICADO   --*
      *-- AL MAESTRO POR EL BATCH NOCTURNO "APLPEN1" CUANDO VENCE.   --*
       01 R-PEN.
          02 PNCLAVE.
             03 PNFECHA    PIC 9(08).
             03 PNCA       PIC 9(08).
      *-- VALORES NUEVOS; 0 = ESE CAMPO NO CAMBIA --*
          02 PNSB     PIC 9(05).
          02 PNLO     PIC 9(02).
          02 PNCATE   PIC 9(01).
      *-- "MSUP" = 0 ES UN VALOR VALIDO (NINGUNO), ASI QUE EL CAMBIO --*
      *-- DE SUPERVISOR SE MARCA APARTE: "S" = CAMBIA A "PNSUP".     --*
          02 PNCAMSUP PIC X(01).
          02 PNSUP    PIC 9(08).
      *-- "P" = PENDIENTE, "A" = APLICADO, "C" = ANULADO POR UN      --*
      *-- OPERADOR, "R" = RECHAZADO POR LAS VALIDACIONES DE "MODABM" --*
          02 PNEST    PIC X(01).
      *-- OPERADOR QUE LO PROGRAMO (VER "LOGIN"); ES EL QUE QUEDA EN --*
      *-- "HOPER" DEL HISTORIAL CUANDO SE APLICA.                    --*
          02 PNOPER   PIC X(08).
          02 PNFALTA  PIC 9(08).
      *-- FECHA EN QUE SE APLICO, RECHAZO O ANULO, Y QUIEN LO ANULO --*
          02 PNFPROC  PIC 9(08).
          02 PNOPANU  PIC X(08).
      *-- CODIGO DE "MODABM" POR EL QUE SE RECHAZO: 17 A 29 LAS    --*
      *-- VALIDACIONES, 13 EL LEGAJO YA NO ESTA, 11 ERROR DE E/S.  --*
          02 PNERR    PIC 9(02).
