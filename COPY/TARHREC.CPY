      *-- LAYOUT UNICO DE "TARHOR.IND" (VALOR DE LA HORA CATEDRA).   --*
      *-- LO MANTIENE "MODTAR" Y LO CONSULTA "HSCAT1" AL PROPONER    --*
      *-- LO QUE SE PAGA A CADA DOCENTE POR SUS HORAS DE CLASE EN    --*
      *-- "CURHOR.IND". PRIMERO SE BUSCA EL VALOR DEL CURSO; SI NO   --*
      *-- TIENE, EL DE LA CATEGORIA DEL DOCENTE ("MCATE") Y SI       --*
      *-- TAMPOCO, LA FILA DE CATEGORIA 0, QUE VALE PARA LAS QUE NO  --*
      *-- TIENEN FILA PROPIA.                                        --*
       01 R-TAR.
          02 TACLAVE.
      *-- C = POR CURSO ("CUCOD", TODAS SUS EDICIONES),           --*
      *-- K = POR CATEGORIA DEL DOCENTE                           --*
             03 TATIPO   PIC X(01).
             03 TACOD    PIC 9(03).
          02 TAVALOR     PIC 9(05)V99.
          02 TAFECHA     PIC 9(08).
          02 TAOPER      PIC X(08).
