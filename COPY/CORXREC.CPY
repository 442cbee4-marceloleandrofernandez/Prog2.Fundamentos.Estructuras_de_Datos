      *-- LAYOUT DE "CORREL.EXC": UNA LINEA POR CADA INSCRIPCION QUE --*
      *-- "INSCRI1" ACEPTO SIN LAS CORRELATIVAS APROBADAS, CON EL    --*
      *-- USUARIO DE NIVEL 5 QUE LA AUTORIZO. "RPTCOR1" LA MUESTRA   --*
      *-- JUNTO A CADA INSCRIPTO QUE NO CUMPLE.                      --*
       01 R-CORX.
          02 CXCA        PIC 9(08).
          02 CXCUR       PIC 9(03).
          02 CXEDI       PIC 9(02).
      *-- CUANTAS CORRELATIVAS LE FALTABAN AL INSCRIBIRSE --*
          02 CXFALTAN    PIC 9(02).
          02 CXAUT       PIC X(08).
          02 CXOPER      PIC X(08).
          02 CXFECHA     PIC 9(08).
