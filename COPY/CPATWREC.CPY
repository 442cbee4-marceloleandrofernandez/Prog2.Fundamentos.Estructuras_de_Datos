      *-- AREA UNICA DE COMUNICACION CON "CPATCALC" (CONTRIBUCIONES  --*
      *-- PATRONALES DE UN EMPLEADO PARA UN PERIODO). EL LLAMADOR    --*
      *-- CARGA PERIODO Y REMUNERACION IMPONIBLE; "CPATCALC" DEVUELVE --*
      *-- EL TOTAL Y EL DETALLE POR CODIGO DE CONCEPTO DE            --*
      *-- "CONPAT.IND" (LA FILA 1 ES EL CONCEPTO 01, ETC.).          --*
       01 CPT-DATOS.
          02 CPT-PERIODO    PIC 9(06).
      *-- BRUTO SIN ASIGNACIONES FAMILIARES (NO REMUNERATIVAS) --*
          02 CPT-BASE       PIC 9(07)V99.
          02 CPT-TOTAL      PIC 9(07)V99.
          02 CPT-CONCEPTO OCCURS 9 TIMES.
             03 CPT-DESC    PIC X(20).
             03 CPT-IMP     PIC 9(07)V99.
