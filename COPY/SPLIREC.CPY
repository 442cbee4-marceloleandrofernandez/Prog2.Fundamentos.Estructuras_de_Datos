      *-- LAYOUT UNICO DE "LISTADOS.IND": UN REGISTRO POR CADA COPIA --*
      *-- FECHADA DE UN LISTADO IMPRESO (VER "SPOOLIMP"). LO GRABA   --*
      *-- "SPOOLIMP" Y LO RECORRE "REIMP1" PARA VER/REIMPRIMIR.      --*
       01 R-SPL.
      *-- LA CLAVE ES EL NOMBRE DE LA COPIA EN DISCO --*
          02 SXCLAVE.
             03 SXFECHA     PIC 9(08).
             03 SXPUNTO     PIC X(01).
             03 SXSEC       PIC 9(03).
          02 SXPROGRAMA  PIC X(08).
          02 SXOPER      PIC X(08).
          02 SXHORA      PIC 9(06).
          02 SXLINEAS    PIC 9(06).
          02 SXPAGINAS   PIC 9(04).
      *-- "G" = GENERANDOSE (EL PROGRAMA NO LLEGO A CERRAR EL     --*
      *-- LISTADO), "I" = IMPRESO.                               --*
          02 SXEST       PIC X(01).
      *-- VECES QUE SE REIMPRIMIO, TODO O EN PARTE --*
          02 SXREIMP     PIC 9(03).
