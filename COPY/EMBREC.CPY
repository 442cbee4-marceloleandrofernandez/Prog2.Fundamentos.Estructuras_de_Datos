      *-- LAYOUT UNICO DE "EMBARGO.IND" (EMBARGOS JUDICIALES SOBRE   --*
      *-- EL SUELDO, UN REGISTRO POR LEGAJO + NUMERO DE OFICIO). LO  --*
      *-- MANTIENE "EMBAR1"; "LIQCALC" DESCUENTA CADA PERIODO LO QUE --*
      *-- PERMITE EL TOPE LEGAL, POR PRIORIDAD, HASTA SALDO CERO.    --*
      *-- "EMULTPER"/"EMAPLIC" GUARDAN EL ULTIMO PERIODO APLICADO Y  --*
      *-- SU IMPORTE, PARA QUE REGENERAR UN PERIODO NO DESCUENTE DOS --*
      *-- VECES (MISMA TECNICA QUE "PRESTAMO.IND").                  --*
       01 R-EMB.
          02 EMCLAVE.
             03 EMCA      PIC 9(08).
             03 EMNUM     PIC 9(02).
          02 EMJUZGADO    PIC X(30).
          02 EMEXPTE      PIC X(20).
      *-- CUENTA JUDICIAL (CBU) A LA QUE SE DEPOSITA LO RETENIDO --*
          02 EMCTAJUD     PIC X(22).
      *-- P = PORCENTAJE DEL NETO ("EMPORC"), F = FIJO POR MES --*
      *-- ("EMFIJO"), SIEMPRE DENTRO DEL TOPE LEGAL.           --*
          02 EMTIPO       PIC X(01).
          02 EMPORC       PIC 99V99.
          02 EMFIJO       PIC 9(07)V99.
      *-- S = CUOTA ALIMENTARIA: NO LA LIMITA EL TOPE SOBRE EL   --*
      *-- SALARIO MINIMO, SOLO EL NETO DISPONIBLE.              --*
          02 EMALIM       PIC X(01).
      *-- 01 SE APLICA PRIMERO; A IGUAL PRIORIDAD, POR NUMERO --*
          02 EMPRIOR      PIC 9(02).
      *-- 999999999,99 = CUOTA ALIMENTARIA SIN MONTO TOTAL --*
          02 EMTOTAL      PIC 9(09)V99.
          02 EMSALDO      PIC 9(09)V99.
      *-- V = VIGENTE, C = CANCELADO (SALDO CERO O LEVANTADO) --*
          02 EMEST        PIC X(01).
          02 EMULTPER     PIC 9(06).
          02 EMAPLIC      PIC 9(07)V99.
          02 EMFECHA      PIC 9(08).
          02 EMOPER       PIC X(08).
