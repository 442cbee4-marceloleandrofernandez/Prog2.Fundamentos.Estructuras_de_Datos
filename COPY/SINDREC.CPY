      *-- LAYOUT UNICO DE "SINDIC.IND" (SINDICATOS: CUOTA DE         --*
      *-- AFILIADO Y APORTE SOLIDARIO DE LOS NO AFILIADOS DE SU      --*
      *-- CONVENIO). UN REGISTRO POR SINDICATO + FECHA DE            --*
      *-- VIGENCIA, MANTENIDO EN "AFISIN1"; "LIQCALC" USA LA FILA DE --*
      *-- FECHA MAS ALTA QUE NO SUPERE EL PERIODO LIQUIDADO.         --*
       01 R-SIND.
          02 SICLAVE.
             03 SICOD     PIC 9(02).
             03 SIVIG     PIC 9(08).
          02 SINOMBRE     PIC X(30).
      *-- % SOBRE LA REMUNERACION (BRUTO SIN ASIGNACIONES NI DIAS --*
      *-- NO PAGADOS) PARA AFILIADOS Y PARA APORTE SOLIDARIO      --*
          02 SIPORCAF     PIC 99V99.
          02 SIPORCSOL    PIC 99V99.
      *-- CUENTA (CBU) DEL SINDICATO PARA EL DEPOSITO MENSUAL --*
          02 SICTA        PIC X(22).
