      *-- LAYOUT UNICO DE "CORREL.IND" (CORRELATIVAS): UNA FILA POR  --*
      *-- CURSO Y CADA CURSO QUE HAY QUE TENER APROBADO ANTES DE     --*
      *-- INSCRIBIRSE. VA POR CODIGO DE CURSO, NO POR EDICION: VALE  --*
      *-- PARA TODAS LAS EDICIONES Y SE CUMPLE CON UN "A" EN         --*
      *-- "ACTA.DAT" DE CUALQUIER EDICION DEL CURSO PREVIO. ARCHIVO  --*
      *-- APARTE PARA NO TOCAR EL LAYOUT DE "CURSO.IND" QUE LEEN     --*
      *-- TANTOS PGM. LO MANTIENE "CORREL1" Y LO CONSULTA "CORRVER". --*
       01 R-COR.
          02 CORCLAVE.
             03 CORCUR   PIC 9(03).
             03 CORPRE   PIC 9(03).
          02 CORFECHA    PIC 9(08).
          02 COROPER     PIC X(08).
