      *-- CONTROL (IGUAL QUE "MLOCAP" = 0 EN "LOCALIDAD.IND").       --*
       01 R-VACN.
          02 VACLAVE.
             03 VACLO   PIC 9(02).
             03 VACCAT  PIC 9(1).
          02 VACPRES PIC 9(04).
