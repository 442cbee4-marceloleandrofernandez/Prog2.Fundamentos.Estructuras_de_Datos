      *-- LAYOUT UNICO DE "KIOPED.IND" (PEDIDOS DE REIMPRESION DEL   --*
      *-- RECIBO DE SUELDO HECHOS DESDE EL KIOSCO). UN REGISTRO POR  --*
      *-- LEGAJO + PERIODO: LO GRABA "KIOSCO" Y LO ATIENDE           --*
      *-- "RPTREC1" CON LA OPCION "SOLO PEDIDOS DEL KIOSCO".         --*
       01 R-KPED.
          02 KPCLAVE.
             03 KPCA       PIC 9(08).
             03 KPPERIODO  PIC 9(06).
      *-- "P" = PENDIENTE, "I" = IMPRESO --*
          02 KPEST      PIC X(01).
      *-- ULTIMO PEDIDO (AAAAMMDD Y HHMMSS) Y CUANTAS VECES SE PIDIO --*
          02 KPFPED     PIC 9(08).
          02 KPHPED     PIC 9(06).
          02 KPCANT     PIC 9(02).
      *-- CUANDO Y QUIEN LO IMPRIMIO --*
          02 KPFIMP     PIC 9(08).
          02 KPOPER     PIC X(08).
