      *-- LAYOUT DE "SANCION.IND", INDICE COMPANERO DE "SANCION.DAT" --*
      *-- UNA COPIA DE CADA SANCION CON CLAVE LEGAJO + FECHA: EL     --*
      *-- "SDESDE" DE LAS SUSPENSIONES O, SI NO TIENE RANGO (LOS     --*
      *-- APERCIBIMIENTOS), LA FECHA DE CARGA "SFECHA". LO MANTIENE  --*
      *-- "MOVIDX" AL GRABAR Y LO REGENERA "REBMOV1". "SXREG" ES EL  --*
      *-- RENGLON TAL CUAL (VER COPY/SANCREC.CPY).                   --*
       01 R-SANX.
          02 SXCLAVE.
             03 SXCA     PIC 9(08).
             03 SXFECHA  PIC 9(08).
             03 SXSEC    PIC 9(03).
          02 SXREG       PIC X(74).
