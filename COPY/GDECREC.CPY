      *-- LAYOUT UNICO DE "GANDEC.IND" (DECLARACION ANUAL DE         --*
      *-- DEDUCCIONES DE GANANCIAS 4TA. CATEGORIA, UNA POR LEGAJO +  --*
      *-- ANIO FISCAL). LA MANTIENE "GANDEC1"; "GANCALC" LA SUMA A   --*
      *-- LAS DEDUCCIONES PERSONALES DE "GANTAB.IND" PARA SACAR LA   --*
      *-- GANANCIA SUJETA A RETENCION DEL LEGAJO.                    --*
       01 R-GDEC.
          02 GDCLAVE.
             03 GDCA     PIC 9(08).
             03 GDANIO   PIC 9(04).
      *-- "S" = DEDUCE CONYUGE A CARGO --*
          02 GDCONY      PIC X(01).
          02 GDHIJOS     PIC 9(02).
      *-- IMPORTES ANUALES DECLARADOS POR EL EMPLEADO; EL TOPE Y EL --*
      *-- PORCENTAJE DEDUCIBLE DE CADA RUBRO VIENEN DE "GANTAB.IND" --*
          02 GDALQ       PIC 9(07)V99.
          02 GDSEGURO    PIC 9(07)V99.
          02 GDDOMES     PIC 9(07)V99.
          02 GDOTRAS     PIC 9(07)V99.
      *-- FECHA (AAAAMMDD) Y OPERADOR DE LA ULTIMA CARGA --*
          02 GDFECHA     PIC 9(08).
          02 GDOPER      PIC X(08).
