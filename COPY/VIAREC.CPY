      *-- LAYOUT UNICO DE "VIATICO.IND" (RENDICION DE GASTOS DE      --*
      *-- VIAJE): UNA FILA POR COMPROBANTE DE CADA LEGAJO,           --*
      *-- NUMERADAS 001, 002, ... DENTRO DEL LEGAJO. LO MANTIENE     --*
      *-- "VIATIC1": CARGA, APROBACION O RECHAZO Y PERIODO DE        --*
      *-- "NOVED.IND" EN QUE SE PAGO LO APROBADO (CONCEPTO 60).      --*
       01 R-VIA.
          02 VICLAVE.
             03 VICA     PIC 9(08).
             03 VINRO    PIC 9(03).
      *-- FECHA DEL GASTO, CONCEPTO DE "VIACON.IND" Y LOCALIDAD A --*
      *-- LA QUE SE VIAJO                                         --*
          02 VIFECHA     PIC 9(08).
          02 VICON       PIC 9(02).
          02 VILODES     PIC 9(02).
          02 VIIMP       PIC 9(07)V99.
          02 VICOMPR     PIC X(12).
          02 VIDESC      PIC X(30).
          02 VIFPRES     PIC 9(08).
      *-- P = PRESENTADO (PENDIENTE DE APROBAR), A = APROBADO Y    --*
      *-- PASADO A NOVEDADES DE "VIPERIODO", R = RECHAZADO         --*
          02 VIESTADO    PIC X(01).
      *-- LO APROBADO (HASTA EL TOPE DEL CONCEPTO) Y QUIEN LO      --*
      *-- APROBO: EL SUPERVISOR (SU MCA) O, CON 0, UN OPERADOR DE  --*
      *-- NIVEL 5; "VIAPROP" ES EL OPERADOR QUE LO REGISTRO.        --*
          02 VIIMPAPR    PIC 9(07)V99.
          02 VIAPRSUP    PIC 9(08).
          02 VIFAPR      PIC 9(08).
          02 VIAPROP     PIC X(08).
          02 VIPERIODO   PIC 9(06).
      *-- MOTIVO DEL RECHAZO O DEL RECORTE --*
          02 VIOBS       PIC X(30).
          02 VIOPER      PIC X(08).
