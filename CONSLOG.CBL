      *** BITACORA DE CONSULTAS A UN LEGAJO: "MAEEMPH.HIS" GUARDA     ***
      *** CADA CAMBIO AL MAESTRO, PERO NADA DEJABA CONSTANCIA DE      ***
      *** QUIEN SOLO MIRO EL SUELDO O LOS DATOS PERSONALES DE UN      ***
      *** EMPLEADO.                                                   ***
      *** CADA CONSULTA DE UN LEGAJO PUNTUAL ("EMPINQ1", "RPTSAL1",   ***
      *** "RPTHIS1" Y "RPTREC1" FILTRADOS POR CODIGO, Y LA CONSULTA   ***
      *** DE "MODABM") LLAMA A ESTE SUBPROGRAMA, QUE AGREGA UNA LINEA ***
      *** A "CONSULTA.LOG" CON OPERADOR, PROGRAMA, LEGAJO, FECHA Y    ***
      *** HORA. "RPTCON1" LA LISTA POR LEGAJO U OPERADOR.             ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONSLOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOG ASSIGN TO DISK "CONSULTA.LOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCLOG.

       DATA DIVISION.
       FILE SECTION.
      *-- UNA LINEA POR CONSULTA, NUNCA SE REESCRIBE/BORRA --*
       FD  CLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-CLOG.
           COPY CLOGREC.

       WORKING-STORAGE SECTION.
       77 FSTCLOG          PIC XX.
       01 W-FECHA-HOY.
          02 W-HOY-ANIO    PIC 9(04).
          02 W-HOY-MES     PIC 99.
          02 W-HOY-DIA     PIC 99.
       01 W-HORA-AHORA.
          02 W-AHORA-HH    PIC 99.
          02 W-AHORA-MM    PIC 99.
          02 W-AHORA-SS    PIC 99.
          02 FILLER        PIC 9(04).

       LINKAGE SECTION.
      *-- OPERADOR VALIDADO POR "LOGIN" EN EL PROGRAMA QUE LLAMA --*
       77 L-OPERADOR       PIC X(08).
      *-- PROGRAMA QUE MOSTRO LOS DATOS (EX: "EMPINQ1") --*
       77 L-PROGRAMA       PIC X(08).
      *-- LEGAJO ("MCA") CONSULTADO --*
       77 L-LEGAJO         PIC 9(08).

       PROCEDURE DIVISION USING L-OPERADOR L-PROGRAMA L-LEGAJO.
       INICIO.
           ACCEPT W-FECHA-HOY  FROM DATE YYYYMMDD.
           ACCEPT W-HORA-AHORA FROM TIME.

      *-- SI "CONSULTA.LOG" TODAVIA NO EXISTE, LO CREA ANTES DE  --*
      *-- ABRIRLO EN MODO "EXTEND" (MISMO ARREGLO QUE "PRINTLOG") --*
           OPEN EXTEND CLOG.
           IF FSTCLOG = "35"
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN EXTEND CLOG
           END-IF.
           IF FSTCLOG NOT = "00"
              GO TO FIN.
           MOVE L-OPERADOR  TO CL-OPERADOR.
           MOVE W-HOY-ANIO  TO CL-ANIO.
           MOVE W-HOY-MES   TO CL-MES.
           MOVE W-HOY-DIA   TO CL-DIA.
           MOVE W-AHORA-HH  TO CL-HH.
           MOVE W-AHORA-MM  TO CL-MM.
           MOVE W-AHORA-SS  TO CL-SS.
           MOVE L-PROGRAMA  TO CL-PROGRAMA.
           MOVE L-LEGAJO    TO CL-LEGAJO.
           WRITE R-CLOG.
           CLOSE CLOG.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.
