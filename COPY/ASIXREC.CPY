      *-- LAYOUT DE "ASISTEN.IND", INDICE COMPANERO DE "ASISTEN.DAT" --*
      *-- (Y DE LOS ARCHIVOS FECHADOS "ASISTEN.AAAAMM" QUE DEJA      --*
      *-- "CIERASI1"): UNA COPIA DE CADA FICHADA CON CLAVE LEGAJO +  --*
      *-- FECHA + HORA, PARA IR DIRECTO A LAS FICHADAS DE UN         --*
      *-- EMPLEADO EN UN MES SIN BARRER TODA LA HISTORIA. LO         --*
      *-- MANTIENE "MOVIDX" AL GRABAR Y LO REGENERA "REBMOV1".       --*
      *-- "AXREG" ES EL RENGLON TAL CUAL (VER COPY/ASISREC.CPY).     --*
       01 R-ASIX.
          02 AXCLAVE.
             03 AXCA     PIC 9(08).
             03 AXFECHA  PIC 9(08).
             03 AXHORA   PIC 9(04).
      *-- DESEMPATE DE FICHADAS REPETIDAS EN EL MISMO MINUTO --*
             03 AXSEC    PIC 9(03).
          02 AXREG       PIC X(32).
