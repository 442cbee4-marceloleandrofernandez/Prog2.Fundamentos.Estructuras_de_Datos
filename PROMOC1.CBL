      *** CUALES ESTAN APROBADAS Y, PARA ESAS, SUBE "MCATE" EN UNO Y  ***
      *** LLEVA "MSB" AL MENOS AL PISO "PSMIN" DE LA BANDA NUEVA      ***
      *** (VER "MODPSAL"), DEJANDO CADA CAMBIO EN "MAEEMPH.HIS".      ***
      *** OPCIONALMENTE EXIGE UNA CALIFICACION MINIMA EN LA ULTIMA    ***
      *** EVALUACION DE DESEMPENO ("EVALUA.IND", VER "EVALU1").       ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOC1.
       ENVIRONMENT DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTHIS.

      *-- EVALUACIONES DE DESEMPENO, CARGADAS EN "EVALU1" --*
           SELECT EVALUA ASSIGN TO DISK "EVALUA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EVCLAVE
           FILE STATUS IS FSTEVA.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.


       FD  MAEEMPH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-HIS.
        01 R-HIS.
           02 HCA   PIC 9(08).
           02 HAN   PIC X(30).
           02 HSB   PIC 9(05).
           02 HLO   PIC 9(02).
           02 HFECHA.
              03 HANIO  PIC 9(04).
              03 HMES   PIC 99.
              03 HDIA   PIC 99.
           02 HOPER PIC X(08).

       FD  EVALUA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 131 CHARACTERS
           DATA RECORD IS R-EVA.
           COPY EVALREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTPSAL          PIC XX.
       77 FSTHIS           PIC XX.
       77 FSTEVA           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
      *-- MISMOS UMBRALES QUE "RPTPRO1" --*
       77 W-ANIOS-MIN      PIC 99    VALUE 5.
       77 W-CAT-TOPE       PIC 9     VALUE 3.
      *-- CALIFICACION MINIMA DE LA ULTIMA EVALUACION; 0 = NO SE --*
      *-- EXIGE. SIN EVALUACION CUENTA COMO CALIFICACION 0.      --*
       77 W-CALIF-MIN      PIC 9     VALUE 0.
       77 W-HAY-EVA        PIC X     VALUE "N".
       77 W-FIN-EVA        PIC X     VALUE "N".
       77 W-ULT-ANIO       PIC 9(04) VALUE 0.
       77 W-ULT-CALIF      PIC 9V99  VALUE 0.
       77 W-ULT-CALIF-ED   PIC 9,99.
       77 CONT-EXCL-EVA    PIC 9(05) VALUE 0.
       77 W-OK             PIC X     VALUE "N".
       77 W-CAT-NUEVA      PIC 9     VALUE 0.
       77 W-MSB-NUEVO      PIC 9(05) VALUE 0.
      *-- MOVIMIENTO Y VIGENCIA PARA "CATEG.HIS" (VER "CATLOG") --*
       77 W-CAT-MOV        PIC X     VALUE "P".
       77 W-CAT-DESDE      PIC 9(08) VALUE 0.
       77 WSAL             PIC X(02) VALUE "NO".
       77 WSALMIN          PIC 9(05) VALUE 0.
       77 CONT-CANDID      PIC 9(05) VALUE 0.
       77 CONT-PROMOV      PIC 9(05) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "APLICACION DE PROMOCIONES" LINE 01 POSITION 28.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ANIOS DE ANTIGUEDAD MINIMOS (DEFECTO 5): "
           IF W-CAT-TOPE IS NOT NUMERIC
              MOVE 3 TO W-CAT-TOPE
           END-IF.
           DISPLAY "CALIFICACION MINIMA ULTIMA EVALUACION (1 A 5, "
              LINE 06 POSITION 01.
           DISPLAY "0 = NO SE EXIGE): " LINE 06 POSITION 47.
           ACCEPT W-CALIF-MIN LINE 06 POSITION 65.
           IF W-CALIF-MIN IS NOT NUMERIC OR W-CALIF-MIN > 5
              MOVE 0 TO W-CALIF-MIN
           END-IF.

           OPEN I-O MAESTRO.
           IF FST NOT = "00"
              ACCEPT TECLA
              GO TO FIN.
           OPEN EXTEND MAEEMPH.
           OPEN INPUT EVALUA.
           IF FSTEVA = "00"
              MOVE "S" TO W-HAY-EVA
           END-IF.

           PERFORM LEER-REGISTRO.
           PERFORM REVISAR-CANDIDATO THRU REVISAR-CANDIDATO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE MAESTRO.
           CLOSE MAEEMPH.
           IF W-HAY-EVA = "S"
              CLOSE EVALUA
           END-IF.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CANDIDATOS REVISADOS: " CONT-CANDID
              "   PROMOVIDOS: " CONT-PROMOV
              LINE 10 POSITION 10.
           IF W-CALIF-MIN > 0
              DISPLAY "EXCLUIDOS POR CALIFICACION: " CONT-EXCL-EVA
                 LINE 11 POSITION 10
           END-IF.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
           IF MANT < W-ANIOS-MIN OR MCATE > W-CAT-TOPE
              OR MCATE = 9
              GO TO SIGUIENTE-CANDIDATO.
           PERFORM BUSCAR-ULT-EVAL THRU BUSCAR-ULT-EVAL-EXIT.
           IF W-CALIF-MIN > 0 AND W-ULT-CALIF < W-CALIF-MIN
              ADD 1 TO CONT-EXCL-EVA
              GO TO SIGUIENTE-CANDIDATO.
           ADD 1 TO CONT-CANDID.
           COMPUTE W-CAT-NUEVA = MCATE + 1.
           PERFORM LEER-PARSAL.
              MOVE WSALMIN TO W-MSB-NUEVO
           END-IF.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CANDIDATO A PROMOCION" LINE 01 POSITION 29.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "CODIGO   : " LINE 04 POSITION 05.
           DISPLAY MSB LINE 08 POSITION 17.
           DISPLAY " -> " LINE 08 POSITION 23.
           DISPLAY W-MSB-NUEVO LINE 08 POSITION 28.
           DISPLAY "ULT.EVAL.: " LINE 09 POSITION 05.
           IF W-ULT-ANIO = 0
              DISPLAY "(SIN EVALUAR)" LINE 09 POSITION 17
           ELSE
              MOVE W-ULT-CALIF TO W-ULT-CALIF-ED
              DISPLAY W-ULT-CALIF-ED LINE 09 POSITION 17
              DISPLAY "ANIO" LINE 09 POSITION 23
              DISPLAY W-ULT-ANIO LINE 09 POSITION 28
           END-IF.
           DISPLAY "PROMUEVE S/N (OTRA TECLA = SALTEA): "
              LINE 10 POSITION 05.
           ACCEPT W-OK LINE 10 POSITION 42.
           REWRITE R-MAE INVALID KEY
              CONTINUE
           END-REWRITE.
           ACCEPT W-CAT-DESDE FROM DATE YYYYMMDD.
           CALL   "CATLOG" USING W-OPERADOR W-CAT-MOV MCA MCATE
                                 W-CAT-DESDE MFEC.
           CANCEL "CATLOG".
           ADD 1 TO CONT-PROMOV.
       SIGUIENTE-CANDIDATO.
           PERFORM LEER-REGISTRO.
       REVISAR-CANDIDATO-EXIT.
           EXIT.

      *-- ULTIMA EVALUACION DEL LEGAJO: LA CLAVE ES LEGAJO + ANIO, --*
      *-- ASI QUE LA ULTIMA LEIDA PARA ESE "MCA" ES LA MAS NUEVA.  --*
       BUSCAR-ULT-EVAL.
           MOVE 0 TO W-ULT-ANIO W-ULT-CALIF.
           IF W-HAY-EVA NOT = "S"
              GO TO BUSCAR-ULT-EVAL-EXIT.
           MOVE MCA TO EVCA.
           MOVE 0   TO EVANIO.
           MOVE "N" TO W-FIN-EVA.
           START EVALUA KEY IS NOT LESS THAN EVCLAVE
                 INVALID KEY MOVE "S" TO W-FIN-EVA.
           PERFORM LEER-EVALUACION THRU LEER-EVALUACION-EXIT
              UNTIL W-FIN-EVA = "S".
       BUSCAR-ULT-EVAL-EXIT.
           EXIT.

       LEER-EVALUACION.
           READ EVALUA NEXT RECORD AT END
              MOVE "S" TO W-FIN-EVA
              GO TO LEER-EVALUACION-EXIT.
           IF EVCA NOT = MCA
              MOVE "S" TO W-FIN-EVA
              GO TO LEER-EVALUACION-EXIT.
           MOVE EVANIO  TO W-ULT-ANIO.
           MOVE EVCALIF TO W-ULT-CALIF.
       LEER-EVALUACION-EXIT.
           EXIT.

      *-- PISO DE LA BANDA DE LA CATEGORIA NUEVA (VER "MODPSAL") --*
       LEER-PARSAL.
           MOVE 0 TO WSALMIN.
           MOVE MAN    TO HAN.
           MOVE MSB    TO HSB.
           MOVE MLO    TO HLO.
           ACCEPT HFECHA FROM DATE YYYYMMDD.
           MOVE W-OPERADOR TO HOPER.
           WRITE R-HIS.
