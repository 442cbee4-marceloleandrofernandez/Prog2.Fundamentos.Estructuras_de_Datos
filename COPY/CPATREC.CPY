      *-- LAYOUT UNICO DE "CONPAT.IND" (CONTRIBUCIONES PATRONALES:   --*
      *-- JUBILACION, OBRA SOCIAL, INSSJP, ART, SEGURO DE VIDA...).  --*
      *-- MISMA IDEA QUE "CONDED.IND" PERO DEL LADO DEL EMPLEADOR:   --*
      *-- UN REGISTRO POR CONCEPTO + FECHA DE VIGENCIA, MANTENIDO EN --*
      *-- "MODCPAT" (ABMCPAT.CBL); "CPATCALC" HACE LA CUENTA.        --*
       01 R-CPAT.
          02 CPCLAVE.
      *-- 01 JUBILACION 02 OBRA SOCIAL 03 INSSJP 04 ART         --*
      *-- 05 SEGURO DE VIDA; 06 A 09 OTRAS (EN "F931" VAN JUNTAS) --*
             03 CPCON   PIC 9(02).
      *-- VIGENTE DESDE (AAAAMMDD); RIGE LA FILA DE FECHA MAS ALTA --*
      *-- QUE NO SUPERA EL FIN DEL PERIODO LIQUIDADO.              --*
             03 CPVIG   PIC 9(08).
          02 CPDESC  PIC X(20).
      *-- PORCENTAJE SOBRE LA REMUNERACION IMPONIBLE Y/O IMPORTE --*
      *-- FIJO POR EMPLEADO (LA ART Y EL SEGURO DE VIDA TIENEN   --*
      *-- CUOTA FIJA ADEMAS DE LA ALICUOTA).                     --*
          02 CPPORC  PIC 99V99.
          02 CPFIJO  PIC 9(07)V99.
