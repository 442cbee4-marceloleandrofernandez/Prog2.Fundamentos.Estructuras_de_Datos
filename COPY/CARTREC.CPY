      *-- LAYOUT UNICO DE "CARTA.IND" (PLANTILLAS DE CARTAS AL       --*
      *-- PERSONAL: CONSTANCIAS PARA BANCOS, AVISOS DE VACACIONES,   --*
      *-- DE SUSPENSION, FIN DEL PERIODO DE PRUEBA...). CLAVE        --*
      *-- PLANTILLA + RENGLON: EL RENGLON 00 ES LA CABECERA Y DEL 01 --*
      *-- AL 30 VA EL TEXTO LIBRE, CON LOS CAMPOS A COMBINAR         --*
      *-- ESCRITOS COMO "@XXXXXX" (LA LISTA ESTA EN "MODCAR"). LO    --*
      *-- MANTIENE "MODCAR" Y LO COMBINA E IMPRIME "CARTA1".         --*
       01 R-CAR.
          02 CRCLAVE.
             03 CRCOD    PIC 9(03).
             03 CRLIN    PIC 9(02).
          02 CRTEXTO     PIC X(60).
      *-- VISTA DEL RENGLON 00 --*
          02 CRCAB REDEFINES CRTEXTO.
             03 CRTITULO PIC X(30).
      *-- MOVIMIENTO QUE ACOMPANA A LA CARTA: ESPACIO = NINGUNO,   --*
      *-- V = ULTIMAS VACACIONES APROBADAS, L = ULTIMA LICENCIA    --*
      *-- APROBADA DE CUALQUIER TIPO, S = ULTIMA SANCION.          --*
             03 CRMOV    PIC X(01).
      *-- ULTIMA MODIFICACION (AAAAMMDD) Y QUIEN LA HIZO --*
             03 CRFECHA  PIC 9(08).
             03 CROPER   PIC X(08).
             03 FILLER   PIC X(13).
