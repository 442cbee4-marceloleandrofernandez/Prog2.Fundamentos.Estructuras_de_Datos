      *** CIERRA EL CONTRATO DE UN LEGAJO DADO DE BAJA: "MODABM"    ***
      *** LLAMA A ESTE SUBPROGRAMA DESPUES DE BORRAR EL REGISTRO DEL ***
      *** MAESTRO (COMO A "CATLOG"), Y LA ULTIMA FILA DEL LEGAJO EN  ***
      *** "CONTRATO.IND" (VER COPY/CTRREC.CPY) PASA A "B". SI EL     ***
      *** CONTRATO ESTABA EN "T" (TERMINACION DECIDIDA EN            ***
      *** "CONTRAT1") QUEDA LA FECHA DE EGRESO QUE SE DECIDIO; SI    ***
      *** SEGUIA VIGENTE, EL EGRESO ES HOY. SIN CONTRATO NO HACE     ***
      *** NADA (EMPLEADO DE PLANTA PERMANENTE).                      ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTBAJ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRATO ASSIGN TO DISK "CONTRATO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTCLAVE
           FILE STATUS IS FSTCTR.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTRATO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS R-CTR.
           COPY CTRREC.

       WORKING-STORAGE SECTION.
       77 FSTCTR           PIC XX.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-FIN            PIC X     VALUE "N".
       77 W-ULT-NRO        PIC 9(02) VALUE 0.

       LINKAGE SECTION.
      *-- OPERADOR VALIDADO POR "LOGIN" EN EL PROGRAMA QUE LLAMA --*
       77 L-OPERADOR       PIC X(08).
       77 L-LEGAJO         PIC 9(08).

       PROCEDURE DIVISION USING L-OPERADOR L-LEGAJO.
       INICIO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
      *-- SIN "CONTRATO.IND" NADIE TIENE CONTRATO QUE CERRAR --*
           OPEN I-O CONTRATO.
           IF FSTCTR NOT = "00"
              GO TO FIN.
           MOVE 0        TO W-ULT-NRO.
           MOVE L-LEGAJO TO CTCA.
           MOVE 0        TO CTNRO.
           MOVE "N"      TO W-FIN.
           START CONTRATO KEY IS NOT LESS THAN CTCLAVE
              INVALID KEY MOVE "S" TO W-FIN
           END-START.
           PERFORM LEER-CONTRATO THRU LEER-CONTRATO-EXIT
              UNTIL W-FIN = "S".
           IF W-ULT-NRO = 0
              CLOSE CONTRATO
              GO TO FIN.

           MOVE L-LEGAJO  TO CTCA.
           MOVE W-ULT-NRO TO CTNRO.
           READ CONTRATO INVALID KEY MOVE "23" TO FSTCTR.
           IF FSTCTR NOT = "00"
              CLOSE CONTRATO
              GO TO FIN.
           IF CTESTADO = "V"
              IF CTFHASTA = 0 OR CTFHASTA > W-FECHA-HOY
                 MOVE W-FECHA-HOY TO CTFHASTA
              END-IF
              MOVE W-FECHA-HOY TO CTFDEC
              MOVE L-OPERADOR  TO CTDECOP
              MOVE "BAJA SIN DECISION PREVIA" TO CTOBS
           END-IF.
           IF CTESTADO = "V" OR CTESTADO = "T"
              MOVE "B"        TO CTESTADO
              MOVE L-OPERADOR TO CTOPER
              REWRITE R-CTR INVALID KEY
                 CONTINUE
              END-REWRITE
           END-IF.
           CLOSE CONTRATO.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       LEER-CONTRATO.
           READ CONTRATO NEXT RECORD AT END
              MOVE "S" TO W-FIN
              GO TO LEER-CONTRATO-EXIT.
           IF CTCA NOT = L-LEGAJO
              MOVE "S" TO W-FIN
              GO TO LEER-CONTRATO-EXIT.
           MOVE CTNRO TO W-ULT-NRO.
       LEER-CONTRATO-EXIT.
           EXIT.
