          02 NVCLAVE.
             03 NVCA       PIC 9(08).
             03 NVPERIODO  PIC 9(06).
      *-- 50 Y 51 (HORAS EXTRA AL 50% Y AL 100%) LOS GRABA "HSEXT1" --*
      *-- DESDE LAS FICHADAS, CON LA APROBACION DEL SUPERVISOR.      --*
      *-- 55 (HORAS CATEDRA) LO GRABA "HSCAT1" DESDE EL HORARIO DE   --*
      *-- CURSOS, CON LOS AJUSTES QUE APRUEBA EL SUPERVISOR.         --*
      *-- 60 (VIATICOS) LO ACUMULA "VIATIC1" AL APROBAR RENDICIONES. --*
             03 NVCON      PIC 9(02).
          02 NVDESC   PIC X(20).
      *-- "H" = HABER (SUMA AL BRUTO), "D" = DESCUENTO, "N" = HABER  --*
      *-- NO REMUNERATIVO (SUMA AL BRUTO SIN APORTES NI GANANCIAS)   --*
          02 NVTIPO   PIC X(01).
          02 NVIMP    PIC 9(07)V99.
      *-- OPERADOR QUE CARGO LA NOVEDAD (VER "LOGIN") --*
