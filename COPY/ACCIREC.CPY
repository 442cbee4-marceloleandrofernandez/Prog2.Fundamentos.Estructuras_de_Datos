      *-- LAYOUT UNICO DE "ACCIDEN.IND" (REGISTRO DE ACCIDENTES DE  --*
      *-- TRABAJO): UNA FILA POR ACCIDENTE DE CADA LEGAJO,          --*
      *-- NUMERADAS 001, 002, ... LA CARGA "ACCID1", QUE TAMBIEN LA --*
      *-- VINCULA CON LAS LICENCIAS "E" QUE GENERO (CLAVE DE        --*
      *-- "LICMOV.IND", VER COPY/LICXREC.CPY); LA LEE "RPTACC1"     --*
      *-- (INDICES DE FRECUENCIA Y GRAVEDAD POR LOCALIDAD).         --*
       01 R-ACC.
          02 ACCLAVE.
             03 ACCA     PIC 9(08).
             03 ACNRO    PIC 9(03).
          02 ACFECHA     PIC 9(08).
      *-- LOCALIDAD ("MLO") DEL EMPLEADO AL DIA DEL ACCIDENTE --*
          02 ACLOC       PIC 9(02).
          02 ACLUGAR     PIC X(30).
          02 ACTIPO      PIC X(20).
          02 ACZONA      PIC X(20).
      *-- NUMERO DE SINIESTRO QUE DA LA ART --*
          02 ACSINI      PIC X(15).
      *-- S = IN ITINERE (EN EL TRAYECTO), N = EN EL LUGAR DE TRABAJO --*
          02 ACITIN      PIC X(01).
      *-- DIAS PERDIDOS: SUMA DE "ACLDIAS" DE LAS LICENCIAS LIGADAS --*
          02 ACDIAS      PIC 9(04).
      *-- LICENCIAS LIGADAS: "LXFECHA" + "LXSEC" DEL LEGAJO EN      --*
      *-- "LICMOV.IND" Y SUS DIAS ("LMDIAS"); FECHA EN CERO = LIBRE. --*
          02 ACLIC OCCURS 5 TIMES.
             03 ACLFECHA PIC 9(08).
             03 ACLSEC   PIC 9(03).
             03 ACLDIAS  PIC 9(03).
          02 ACOPER      PIC X(08).
          02 ACFALTA     PIC 9(08).
