      *-- LAYOUT UNICO DE "CONHAB.IND" (CONCEPTOS DE HABER QUE LA    --*
      *-- LIQUIDACION CALCULA SOLA: ADICIONAL POR ANTIGUEDAD,        --*
      *-- PRESENTISMO...). ESPEJO DE "CONDED.IND" DEL LADO DE LOS    --*
      *-- HABERES: UN REGISTRO POR CONCEPTO + FECHA DE VIGENCIA,     --*
      *-- MANTENIDO EN "MODCHAB" (ABMCHAB.CBL); "LIQCALC" LOS APLICA --*
      *-- Y YA NO HACE FALTA CARGARLOS A MANO CADA MES EN "NOVED1".  --*
       01 R-CHAB.
          02 CHCLAVE.
      *-- 01 A 10 (CADA CONCEPTO SALE COMO RENGLON PROPIO EN LOS --*
      *-- RECIBOS Y EN EL LISTADO DE LIQUIDACION).               --*
             03 CHCON   PIC 9(02).
      *-- VIGENTE DESDE (AAAAMMDD); RIGE LA FILA DE FECHA MAS ALTA --*
      *-- QUE NO SUPERA EL FIN DEL PERIODO LIQUIDADO.              --*
             03 CHVIG   PIC 9(08).
          02 CHDESC  PIC X(20).
      *-- REGLA DE CALCULO:                                        --*
      *--  "A" PORCENTAJE DEL SUELDO BASICO POR CADA ANIO DE       --*
      *--      ANTIGUEDAD ("MANT"),                                --*
      *--  "F" IMPORTE FIJO ("CHIMP"),                             --*
      *--  "P" PORCENTAJE DEL SUELDO BASICO QUE SE PIERDE SI EN EL --*
      *--      PERIODO HAY AUSENCIAS INJUSTIFICADAS O DIAS DE      --*
      *--      SUSPENSION (PRESENTISMO).                           --*
          02 CHREGLA PIC X.
          02 CHPORC  PIC 99V99.
          02 CHIMP   PIC 9(07)V99.
