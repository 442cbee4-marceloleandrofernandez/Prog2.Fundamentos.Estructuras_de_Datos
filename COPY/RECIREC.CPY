      *-- LAYOUT UNICO DE "RECIBO.IND": UN RECIBO POR CADA COBRO DE  --*
      *-- CUOTA DE "CUOTA1", NUMERADOS CORRELATIVOS. EL REGISTRO     --*
      *-- 00000000 NO ES UN RECIBO: GUARDA EL ULTIMO NUMERO DADO     --*
      *-- (VER "RCNUMERADOR"). LA CLAVE ALTERNATIVA "RCCAJA" (FECHA  --*
      *-- + OPERADOR) ES LA QUE RECORRE EL CIERRE DE CAJA "CAJA1".   --*
       01 R-RCB.
          02 RCNRO       PIC 9(08).
          02 RCDATOS.
             03 RCCAJA.
                04 RCFECHA   PIC 9(08).
                04 RCOPER    PIC X(08).
             03 RCHORA       PIC 9(04).
      *-- CLAVE DE LA CUOTA COBRADA EN "CUOTA.IND" --*
             03 RCCUR        PIC 9(03).
             03 RCEDI        PIC 9(02).
             03 RCCA         PIC 9(08).
             03 RCPERIODO    PIC 9(06).
             03 RCIMP        PIC 9(05)V99.
      *-- E = EFECTIVO, T = TARJETA, B = TRANSFERENCIA BANCARIA, --*
      *-- Q = CHEQUE                                             --*
             03 RCMEDIO      PIC X(01).
      *-- V = VIGENTE, A = ANULADO (CON FECHA, OPERADOR Y MOTIVO) --*
             03 RCESTADO     PIC X(01).
             03 RCFANU       PIC 9(08).
             03 RCOPANU      PIC X(08).
             03 RCMOTIVO     PIC X(30).
          02 RCNUMERADOR REDEFINES RCDATOS.
             03 FILLER       PIC X(16).
             03 RCULTIMO     PIC 9(08).
             03 FILLER       PIC X(70).
