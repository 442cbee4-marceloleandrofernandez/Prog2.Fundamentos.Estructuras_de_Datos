       01 R-INS.
          02 ICLAVE.
             03 INSCA   PIC 9(08).
      *-- CURSO Y EDICION DE "CURSO.IND" (CLAVE "CUCLAVE") --*
             03 INSCUR  PIC 9(03).
             03 INSEDI  PIC 9(02).
      *-- I = INSCRIPTO, W = EN LISTA DE ESPERA, B = BAJA --*
          02 INSEST    PIC X(01).
      *-- FECHA DE ALTA Y DEL ULTIMO CAMBIO DE ESTADO (AAAAMMDD) --*
