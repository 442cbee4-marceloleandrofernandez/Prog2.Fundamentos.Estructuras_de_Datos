      *-- LAYOUT UNICO DE "CONSULTA.LOG" (BITACORA DE CONSULTAS A UN  --*
      *-- LEGAJO PUNTUAL: QUIEN MIRO SUELDO Y DATOS PERSONALES, CON   --*
      *-- QUE PROGRAMA Y CUANDO). LO ESCRIBE "CONSLOG.CBL", UNICO QUE --*
      *-- LO ABRE PARA GRABAR; "RPTCON1.CBL" LO LEE CON ESTE LAYOUT.  --*
       01 R-CLOG.
      *-- OPERADOR VALIDADO POR "LOGIN" EN EL PROGRAMA QUE CONSULTO --*
          02 CL-OPERADOR PIC X(08).
          02 CL-FECHA.
             03 CL-ANIO  PIC 9(04).
             03 CL-MES   PIC 99.
             03 CL-DIA   PIC 99.
          02 CL-HORA.
             03 CL-HH    PIC 99.
             03 CL-MM    PIC 99.
             03 CL-SS    PIC 99.
      *-- PROGRAMA QUE MOSTRO LOS DATOS (EX: "EMPINQ1") Y LEGAJO --*
          02 CL-PROGRAMA PIC X(08).
          02 CL-LEGAJO   PIC 9(08).
