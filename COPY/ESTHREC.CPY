      *-- LAYOUT UNICO DE "ESTHIS.IND" (FOTO MENSUAL DE ESTADISTICAS --*
      *-- DE PERSONAL, UN REGISTRO POR PERIODO + LOCALIDAD +          --*
      *-- CATEGORIA CON ALGUN DATO). LO ESCRIBE "ESTMES1" AL CERRAR   --*
      *-- EL MES (SI SE VUELVE A CORRER, REEMPLAZA EL PERIODO) Y LO   --*
      *-- LEE "RPTEST1" PARA COMPARAR LOS ULTIMOS 12 MESES.           --*
       01 R-EST.
          02 ECLAVE.
             03 EPERIODO  PIC 9(06).
             03 ELOC      PIC 9(02).
             03 ECATE     PIC 9(1).
      *-- DOTACION DE "MAEEMP.IND" AL MOMENTO DE SACAR LA FOTO --*
          02 EDOTAC    PIC 9(05).
      *-- INGRESOS ("MFEC") Y EGRESOS ("MAEEMPB.ARC") DEL MES --*
          02 EALTAS    PIC 9(04).
          02 EBAJAS    PIC 9(04).
      *-- BRUTO LIQUIDADO EN "LIQINT.AAAAMM", EN PESOS --*
          02 ELIQUID   PIC 9(09)V99.
      *-- AUSENCIAS DE "ASIRES.IND" Y DIAS DE LICENCIA APROBADOS   --*
      *-- EN "LICMOV.DAT" QUE EMPIEZAN EN EL MES                   --*
          02 EAUSEN    PIC 9(05).
          02 ELICEN    PIC 9(05).
          02 EFECHA    PIC 9(08).
          02 EOPER     PIC X(08).
