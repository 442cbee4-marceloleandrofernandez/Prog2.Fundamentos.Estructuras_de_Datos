      *-- FECHA (MISMO ESTILO APPEND-ONLY QUE "NOTALU.DAT"), CARGADA --*
      *-- EN "CAPAC1" Y RESUMIDA EN "RPTCAP1".                       --*
       01 R-CAP.
      *-- LEGAJO "MCA" DE "MAEEMP.IND", CURSO/EDICION DE "CURSO.IND" --*
          02 CPCA     PIC 9(08).
          02 CPCUR    PIC 9(03).
          02 CPEDI    PIC 9(02).
          02 CPFECHA  PIC 9(08).
          02 CPNOTA   PIC 9(02).
          02 CPASIS   PIC X(01).
