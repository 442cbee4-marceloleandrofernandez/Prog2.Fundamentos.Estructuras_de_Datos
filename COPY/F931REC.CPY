      *-- LAYOUT UNICO DE "F931.AAAAMM" (DECLARACION MENSUAL DE      --*
      *-- REMUNERACIONES Y CONTRIBUCIONES PARA AFIP, F.931 / LIBRO   --*
      *-- DE SUELDOS DIGITAL). LO GENERA "INTAFI1". FORMATO FIJO DE  --*
      *-- 167 BYTES: PRIMER REGISTRO TIPO "01" (CABECERA), UNO TIPO  --*
      *-- "02" POR EMPLEADO Y ULTIMO TIPO "03" CON LOS TOTALES (EN   --*
      *-- "F9CA" LA CANTIDAD DE DETALLES). IMPORTES EN CENTAVOS.     --*
       01 R-F931.
          02 F9TIPO        PIC X(02).
          02 F9DETALLE.
             03 F9CA       PIC 9(08).
             03 F9NOM      PIC X(30).
             03 F9PERIODO  PIC 9(06).
             03 F9BRUTO    PIC 9(11).
      *-- ASIGNACIONES FAMILIARES: NO REMUNERATIVAS --*
             03 F9ASIG     PIC 9(11).
      *-- REMUNERACION IMPONIBLE = BRUTO - ASIGNACIONES - NOVEDADES --*
      *-- NO REMUNERATIVAS ("N", VER COPY/NOVREC.CPY)               --*
             03 F9BASE     PIC 9(11).
      *-- APORTES DEL EMPLEADO (DESCUENTOS DE LEY, "CONDED.IND") --*
             03 F9APORTE   PIC 9(11).
      *-- CONTRIBUCIONES: 1 JUBILACION 2 OBRA SOCIAL 3 INSSJP   --*
      *-- 4 ART 5 SEGURO DE VIDA 6 OTRAS (CODIGOS 06 A 09)      --*
             03 F9CONTRIB  PIC 9(11) OCCURS 6 TIMES.
             03 F9TOTCON   PIC 9(11).
          02 F9CABECERA REDEFINES F9DETALLE.
             03 F9C-PERIODO PIC 9(06).
             03 F9C-SITIO  PIC X(27).
             03 F9C-FECHA  PIC 9(08).
             03 F9C-OPER   PIC X(08).
             03 FILLER     PIC X(116).
