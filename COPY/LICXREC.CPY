      *-- LAYOUT DE "LICMOV.IND", INDICE COMPANERO DE "LICMOV.DAT":  --*
      *-- UNA COPIA DE CADA MOVIMIENTO CON CLAVE LEGAJO + FECHA: EL  --*
      *-- "LMDESDE" DEL RANGO PEDIDO O, SI NO TIENE RANGO (LAS       --*
      *-- ACREDITACIONES "O"), LA FECHA DE CARGA "LMFECHA". LO       --*
      *-- MANTIENE "MOVIDX" AL GRABAR O MARCAR EL CERTIFICADO Y LO   --*
      *-- REGENERA "REBMOV1". "LXREG" ES EL RENGLON TAL CUAL (VER    --*
      *-- COPY/LICMREC.CPY).                                         --*
       01 R-LICX.
          02 LXCLAVE.
             03 LXCA     PIC 9(08).
             03 LXFECHA  PIC 9(08).
             03 LXSEC    PIC 9(03).
          02 LXREG       PIC X(74).
