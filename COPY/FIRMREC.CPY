      *-- LAYOUT UNICO DE "FIRMAS.IND" (EJEMPLAR "EMPRESA" DEL       --*
      *-- RECIBO DE SUELDO QUE EL EMPLEADO DEVUELVE FIRMADO). UNA    --*
      *-- FILA POR LEGAJO + PERIODO (AAAAMM, O AAAA13/AAAA14 EN EL   --*
      *-- AGUINALDO): LA ABRE "RPTREC1" AL IMPRIMIR EL RECIBO, LA    --*
      *-- COMPLETA "FIRREC1" CUANDO VUELVE FIRMADO Y LA LISTA        --*
      *-- "RPTFIR1" MIENTRAS SIGA PENDIENTE.                         --*
       01 R-FIR.
          02 FRCLAVE.
             03 FRCA       PIC 9(08).
             03 FRPERIODO  PIC 9(06).
      *-- "P" = PENDIENTE DE FIRMA, "F" = DEVUELTO FIRMADO --*
          02 FREST      PIC X(01).
      *-- PRIMERA IMPRESION Y QUIEN LA HIZO; UNA REIMPRESION NO LA  --*
      *-- CAMBIA. 0 = CARGADO EN "FIRREC1" SIN IMPRESION REGISTRADA --*
          02 FRFEMI     PIC 9(08).
          02 FROPEMI    PIC X(08).
      *-- LOCALIDAD Y SUPERVISOR DEL EMPLEADO AL EMITIRLO, PARA LOS --*
      *-- QUE DESPUES YA NO ESTAN EN EL MAESTRO                     --*
          02 FRLO       PIC 9(02).
          02 FRSUP      PIC 9(08).
      *-- DEVOLUCION: FECHA, QUIEN LA REGISTRO Y "S" = FIRMADO EN   --*
      *-- DISCONFORMIDAD                                            --*
          02 FRFDEV     PIC 9(08).
          02 FROPDEV    PIC X(08).
          02 FRPROT     PIC X(01).
          02 FILLER     PIC X(10).
