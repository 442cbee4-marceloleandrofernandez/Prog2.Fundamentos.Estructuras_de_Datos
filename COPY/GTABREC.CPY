      *-- LAYOUT UNICO DE "GANTAB.IND" (ESCALA Y DEDUCCIONES DE      --*
      *-- GANANCIAS 4TA. CATEGORIA, UN JUEGO DE FILAS POR ANIO       --*
      *-- FISCAL). LO MANTIENE "MODGAN" (ABMGAN.CBL); "GANCALC" USA  --*
      *-- EL JUEGO DEL ANIO LIQUIDADO O, SI NO SE CARGO, EL DEL      --*
      *-- ULTIMO ANIO ANTERIOR QUE EXISTA. TODOS LOS IMPORTES SON    --*
      *-- ANUALES; LA CUENTA LOS PRORRATEA AL MES LIQUIDADO.         --*
       01 R-GTAB.
          02 GTCLAVE.
             03 GTANIO   PIC 9(04).
      *-- "E" = TRAMO DE LA ESCALA: GTIMP1 = GANANCIA DESDE,     --*
      *--       GTIMP2 = IMPUESTO FIJO, GTPORC = % SOBRE EXCEDENTE --*
      *-- "D" = DEDUCCION (VER "GTSEC"): GTIMP1 = IMPORTE ANUAL   --*
      *--       (01 A 04) O TOPE ANUAL, 0 = SIN TOPE (10 A 13);    --*
      *--       GTPORC = % DEDUCIBLE DEL RUBRO (0 = EL 100%).      --*
             03 GTTIPO   PIC X(01).
      *-- EN "D": 01 GAN.NO IMPONIBLE 02 DEDUCCION ESPECIAL     --*
      *-- 03 CONYUGE 04 POR HIJO 10 ALQUILER 11 SEGURO DE VIDA  --*
      *-- 12 SERVICIO DOMESTICO 13 OTRAS DEDUCCIONES            --*
             03 GTSEC    PIC 9(02).
          02 GTDESC      PIC X(20).
          02 GTIMP1      PIC 9(09)V99.
          02 GTIMP2      PIC 9(09)V99.
          02 GTPORC      PIC 99V99.
