      *** VERIFICA LAS CORRELATIVAS DE UN ALUMNO PARA UN CURSO: POR  ***
      *** CADA CURSO PREVIO QUE "CORREL.IND" (VER COPY/CORREC.CPY)   ***
      *** PIDE PARA EL CURSO, BUSCA EN "ACTA.DAT" UN RESULTADO "A"   ***
      *** DEL ALUMNO EN CUALQUIER EDICION. DEVUELVE CUANTOS FALTAN Y ***
      *** LOS CODIGOS DE LOS PRIMEROS CINCO. LO LLAMAN "INSCRI1" AL  ***
      *** INSCRIBIR Y "RPTCOR1" PARA LISTAR LOS QUE NO CUMPLEN. SIN  ***
      *** "CORREL.IND" NINGUN CURSO TIENE CORRELATIVAS.              ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CORRVER.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CORREL ASSIGN TO DISK "CORREL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CORCLAVE
           FILE STATUS IS FSTCOR.

      *-- ACTA DE RESULTADOS FINALES QUE GRABA "CIERCUR1" --*
           SELECT ACTA ASSIGN TO DISK "ACTA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTACT.

       DATA DIVISION.
       FILE SECTION.
       FD  CORREL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS R-COR.
           COPY CORREC.

      *-- MISMO LAYOUT QUE EN "CIERCUR1" --*
       FD  ACTA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS R-ACTA.
        01 R-ACTA.
           02 ACCUR     PIC 9(03).
           02 ACEDI     PIC 9(02).
           02 ACALU     PIC 9(08).
           02 ACPROM    PIC 99V99.
           02 ACASIS    PIC 9(03).
           02 ACRES     PIC X(01).
           02 ACFECHA   PIC 9(08).
           02 ACOPER    PIC X(08).

       WORKING-STORAGE SECTION.
       77 FSTCOR           PIC XX.
       77 FSTACT           PIC XX.
       77 W-FIN            PIC X     VALUE "N".
       77 W-APROBO         PIC X     VALUE "N".
      *-- CURSOS QUE EL ALUMNO TIENE APROBADOS --*
       77 CANT-APR         PIC 9(03) VALUE 0.
       77 IND-APR          PIC 9(03) VALUE 0.
       01 TABLA-APROBADOS.
          02 T-APR OCCURS 100 TIMES PIC 9(03).

       LINKAGE SECTION.
       77 L-ALUMNO         PIC 9(08).
       77 L-CURSO          PIC 9(03).
      *-- CANTIDAD DE CORRELATIVAS SIN APROBAR; 0 = CUMPLE --*
       77 L-FALTAN         PIC 9(02).
       01 L-TABLA-FALTAN.
          02 L-FALTA OCCURS 5 TIMES PIC 9(03).

       PROCEDURE DIVISION USING L-ALUMNO L-CURSO L-FALTAN
                                L-TABLA-FALTAN.
       INICIO.
           MOVE 0 TO L-FALTAN.
           MOVE 0 TO L-FALTA (1) L-FALTA (2) L-FALTA (3)
                     L-FALTA (4) L-FALTA (5).
           OPEN INPUT CORREL.
           IF FSTCOR NOT = "00"
              GO TO FIN.
           MOVE L-CURSO TO CORCUR.
           MOVE 0       TO CORPRE.
           MOVE "N"     TO W-FIN.
           START CORREL KEY IS NOT LESS THAN CORCLAVE
              INVALID KEY MOVE "S" TO W-FIN
           END-START.
           IF W-FIN = "N"
              READ CORREL NEXT RECORD AT END
                 MOVE "S" TO W-FIN
              END-READ
           END-IF.
      *-- EL ACTA SOLO SE RECORRE SI EL CURSO TIENE CORRELATIVAS --*
           IF W-FIN = "S" OR CORCUR NOT = L-CURSO
              CLOSE CORREL
              GO TO FIN.
           PERFORM CARGAR-APROBADOS THRU CARGAR-APROBADOS-EXIT.
           PERFORM CONTROLAR-CORRELATIVA THRU CONTROLAR-CORRELATIVA-EXIT
              UNTIL W-FIN = "S".
           CLOSE CORREL.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- "R-COR" TIENE UNA CORRELATIVA DEL CURSO YA LEIDA --*
       CONTROLAR-CORRELATIVA.
           MOVE "N" TO W-APROBO.
           PERFORM BUSCAR-APROBADO VARYING IND-APR FROM 1 BY 1
              UNTIL IND-APR > CANT-APR OR W-APROBO = "S".
           IF W-APROBO = "N"
              ADD 1 TO L-FALTAN
              IF L-FALTAN NOT > 5
                 MOVE CORPRE TO L-FALTA (L-FALTAN)
              END-IF
           END-IF.
           READ CORREL NEXT RECORD AT END
              MOVE "S" TO W-FIN
              GO TO CONTROLAR-CORRELATIVA-EXIT.
           IF CORCUR NOT = L-CURSO
              MOVE "S" TO W-FIN.
       CONTROLAR-CORRELATIVA-EXIT.
           EXIT.

       BUSCAR-APROBADO.
           IF T-APR (IND-APR) = CORPRE
              MOVE "S" TO W-APROBO
           END-IF.

      *-- "ACTA.DAT" NO TIENE INDICE: SE LEE ENTERO UNA VEZ --*
       CARGAR-APROBADOS.
           MOVE 0 TO CANT-APR.
           OPEN INPUT ACTA.
           IF FSTACT NOT = "00"
              GO TO CARGAR-APROBADOS-EXIT.
           PERFORM LEER-ACTA THRU LEER-ACTA-EXIT
              UNTIL FSTACT NOT = "00".
           CLOSE ACTA.
       CARGAR-APROBADOS-EXIT.
           EXIT.

       LEER-ACTA.
           READ ACTA NEXT RECORD AT END
              MOVE "10" TO FSTACT
              GO TO LEER-ACTA-EXIT.
           IF ACALU NOT = L-ALUMNO OR ACRES NOT = "A"
              GO TO LEER-ACTA-EXIT.
           IF CANT-APR < 100
              ADD 1 TO CANT-APR
              MOVE ACCUR TO T-APR (CANT-APR)
           END-IF.
       LEER-ACTA-EXIT.
           EXIT.
