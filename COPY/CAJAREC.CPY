      *-- LAYOUT UNICO DE "CAJA.IND": EL CIERRE DE CAJA DE CADA      --*
      *-- OPERADOR POR DIA, CON LO QUE DIERON LOS RECIBOS DE         --*
      *-- "RECIBO.IND" Y EL EFECTIVO QUE DECLARO. LO GRABA "CAJA1".  --*
      *-- UN DIA CERRADO YA NO ADMITE COBROS EN "CUOTA1" Y SUS       --*
      *-- RECIBOS SOLO SE ANULAN, CON MOTIVO.                        --*
       01 R-CAJ.
          02 CJCLAVE.
             03 CJFECHA  PIC 9(08).
             03 CJOPER   PIC X(08).
      *-- RECIBOS VIGENTES Y ANULADOS DEL DIA AL MOMENTO DEL CIERRE --*
          02 CJCANT      PIC 9(05).
          02 CJANUL      PIC 9(05).
      *-- TOTAL POR MEDIO DE PAGO, EN EL ORDEN E, T, B, Q --*
          02 CJMEDIO     PIC 9(07)V99 OCCURS 4 TIMES.
          02 CJTOTAL     PIC 9(07)V99.
      *-- EFECTIVO CONTADO EN LA CAJA Y DIFERENCIA CONTRA EL     --*
      *-- EFECTIVO DE LOS RECIBOS (NEGATIVA = FALTANTE)          --*
          02 CJDECLARA   PIC 9(07)V99.
          02 CJDIFER     PIC S9(07)V99.
          02 CJHORA      PIC 9(04).
      *-- QUIEN HIZO EL CIERRE (EL CAJERO O UN SUPERVISOR) --*
          02 CJCERRO     PIC X(08).
