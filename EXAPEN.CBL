      *** EXAMEN PREOCUPACIONAL PENDIENTE DE CADA ALTA: ASI COMO EL   ***
      *** CHECKLIST DE INGRESO ("CHKING1") NACE CON TODOS SUS PASOS   ***
      *** EN "N", CADA PROGRAMA QUE DA DE ALTA UN LEGAJO ("MODABM",   ***
      *** "ALTLOT1", "REINCOR1") LLAMA A ESTE SUBPROGRAMA, QUE ABRE   ***
      *** EN "EXAMEN.IND" EL EXAMEN DEL TIPO MARCADO PREOCUPACIONAL   ***
      *** EN "EXATIPO.IND" COMO PENDIENTE ("P"), A HACER PARA LA      ***
      *** FECHA DE INGRESO. SI NO HAY TIPO PREOCUPACIONAL, O EL       ***
      *** LEGAJO YA TIENE UNO PENDIENTE, NO HACE NADA.                ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAPEN.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXATIPO ASSIGN TO DISK "EXATIPO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ETCOD
           FILE STATUS IS FSTEXT.

           SELECT EXAMEN ASSIGN TO DISK "EXAMEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EXCLAVE
           FILE STATUS IS FSTEXA.

       DATA DIVISION.
       FILE SECTION.
       FD  EXATIPO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS R-EXT.
           COPY EXTIREC.

       FD  EXAMEN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS R-EXA.
           COPY EXAMREC.

       WORKING-STORAGE SECTION.
       77 FSTEXT           PIC XX.
       77 FSTEXA           PIC XX.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-FIN            PIC X     VALUE "N".
       77 W-TIPO-PRE       PIC 9(02) VALUE 0.
       77 W-ULT-NRO        PIC 9(03) VALUE 0.
       77 W-ULT-RES        PIC X     VALUE SPACE.

       LINKAGE SECTION.
      *-- OPERADOR VALIDADO POR "LOGIN" EN EL PROGRAMA QUE LLAMA --*
       77 L-OPERADOR       PIC X(08).
       77 L-LEGAJO         PIC 9(08).
      *-- FECHA DE INGRESO ("MFEC"); 0 = HOY --*
       77 L-FING           PIC 9(08).

       PROCEDURE DIVISION USING L-OPERADOR L-LEGAJO L-FING.
       INICIO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT EXATIPO.
           IF FSTEXT NOT = "00"
              GO TO FIN.
           MOVE 0   TO W-TIPO-PRE.
           MOVE "N" TO W-FIN.
           PERFORM LEER-TIPO THRU LEER-TIPO-EXIT
              UNTIL W-FIN = "S".
           CLOSE EXATIPO.
           IF W-TIPO-PRE = 0
              GO TO FIN.

      *-- SI "EXAMEN.IND" TODAVIA NO EXISTE, LO CREA (MISMO ARREGLO --*
      *-- QUE "CATLOG" CON "CATEG.HIS").                            --*
           OPEN I-O EXAMEN.
           IF FSTEXA = "35"
              OPEN OUTPUT EXAMEN
              CLOSE EXAMEN
              OPEN I-O EXAMEN
           END-IF.
           IF FSTEXA NOT = "00"
              GO TO FIN.

      *-- UN REINGRESO YA PUEDE TENER EXAMENES DE ESE TIPO: EL NUEVO --*
      *-- VA CON EL NUMERO SIGUIENTE, SALVO QUE SIGA UNO PENDIENTE.  --*
           MOVE 0     TO W-ULT-NRO.
           MOVE SPACE TO W-ULT-RES.
           MOVE L-LEGAJO   TO EXCA.
           MOVE W-TIPO-PRE TO EXTIPO.
           MOVE 0          TO EXNRO.
           MOVE "N"        TO W-FIN.
           START EXAMEN KEY IS NOT LESS THAN EXCLAVE
              INVALID KEY MOVE "S" TO W-FIN
           END-START.
           PERFORM LEER-EXAMEN THRU LEER-EXAMEN-EXIT
              UNTIL W-FIN = "S".
           IF W-ULT-RES = "P"
              CLOSE EXAMEN
              GO TO FIN.

           MOVE L-LEGAJO   TO EXCA.
           MOVE W-TIPO-PRE TO EXTIPO.
           COMPUTE EXNRO = W-ULT-NRO + 1.
           MOVE L-FING     TO EXFVTO.
           IF EXFVTO = 0
              MOVE W-FECHA-HOY TO EXFVTO
           END-IF.
           MOVE 0           TO EXFECHA EXPROX.
           MOVE "P"         TO EXRES.
           MOVE SPACES      TO EXOBS.
           MOVE L-OPERADOR  TO EXOPER.
           MOVE W-FECHA-HOY TO EXFALTA.
           WRITE R-EXA INVALID KEY
              CONTINUE
           END-WRITE.
           CLOSE EXAMEN.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       LEER-TIPO.
           READ EXATIPO NEXT RECORD AT END
              MOVE "S" TO W-FIN
              GO TO LEER-TIPO-EXIT.
           IF ETPRE = "S"
              MOVE ETCOD TO W-TIPO-PRE
              MOVE "S"   TO W-FIN
           END-IF.
       LEER-TIPO-EXIT.
           EXIT.

       LEER-EXAMEN.
           READ EXAMEN NEXT RECORD AT END
              MOVE "S" TO W-FIN
              GO TO LEER-EXAMEN-EXIT.
           IF EXCA NOT = L-LEGAJO OR EXTIPO NOT = W-TIPO-PRE
              MOVE "S" TO W-FIN
              GO TO LEER-EXAMEN-EXIT.
           MOVE EXNRO TO W-ULT-NRO.
           MOVE EXRES TO W-ULT-RES.
       LEER-EXAMEN-EXIT.
           EXIT.
