      *** Y CUYA "MCATE" SIGUE EN O DEBAJO DE UNA CATEGORIA TOPE    *
      *** TAMBIEN ELEGIDA, PARA QUE LA REVISION DE PROMOCIONES NO   *
      *** DEPENDA DE QUE ALGUIEN SE ACUERDE DE UN NOMBRE.           *
      *** MUESTRA LA ULTIMA CALIFICACION DE DESEMPENO ("EVALUA.IND",*
      *** VER "EVALU1") Y PUEDE EXIGIR UN MINIMO PARA LISTARLO.     *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPRO1.
       ENVIRONMENT DIVISION.
           RECORD KEY IS PSCAT
           FILE STATUS IS FSTPSAL.

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

           02 PSMIN    PIC 9(05).
           02 PSMAX    PIC 9(05).

       FD  EVALUA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 131 CHARACTERS
           DATA RECORD IS R-EVA.
           COPY EVALREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTPSAL          PIC XX.
       77 FSTEVA           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 CONT-LIN         PIC 99    VALUE 0.
       77 LIN-ACT          PIC 99    VALUE 0.
       77 W-CAT-TOPE       PIC 9     VALUE 3.
       77 WSAL             PIC X(02) VALUE "NO".
       77 WSALMAX          PIC 9(05) VALUE 0.
      *-- CALIFICACION MINIMA DE LA ULTIMA EVALUACION; 0 = NO SE --*
      *-- EXIGE. SIN EVALUACION CUENTA COMO CALIFICACION 0.      --*
       77 W-CALIF-MIN      PIC 9     VALUE 0.
       77 W-HAY-EVA        PIC X     VALUE "N".
       77 W-FIN-EVA        PIC X     VALUE "N".
       77 W-ULT-ANIO       PIC 9(04) VALUE 0.
       77 W-ULT-CALIF      PIC 9V99  VALUE 0.
       77 W-ULT-CALIF-ED   PIC 9,99.
       77 CONT-EXCL-EVA    PIC 9(05) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT MAESTRO.
              ACCEPT TECLA
              GO TO FIN.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "REVISION DE PROMOCIONES" LINE 01 POSITION 29.
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
           OPEN INPUT EVALUA.
           IF FSTEVA = "00"
              MOVE "S" TO W-HAY-EVA
           END-IF.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-REGISTRO.
           PERFORM REVISAR-REGISTRO THRU REVISAR-REGISTRO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE MAESTRO.
           IF W-HAY-EVA = "S"
              CLOSE EVALUA
           END-IF.

           DISPLAY SUBRAYADO LINE 23 POSITION 01.
           DISPLAY "REGISTROS LEIDOS: " CONT-LEIDOS
              "  CANDIDATOS A REVISION: " CONT-CANDID
              LINE 24, POSITION 01.
           IF W-CALIF-MIN > 0
              DISPLAY "EXCL.CALIF: " CONT-EXCL-EVA
                 LINE 24, POSITION 58
           END-IF.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
           IF FIN-ARCH = "S" GO TO REVISAR-REGISTRO-EXIT.
           ADD 1 TO CONT-LEIDOS.
           IF MANT >= W-ANIOS-MIN AND MCATE <= W-CAT-TOPE
              PERFORM BUSCAR-ULT-EVAL THRU BUSCAR-ULT-EVAL-EXIT
              IF W-CALIF-MIN > 0 AND W-ULT-CALIF < W-CALIF-MIN
                 ADD 1 TO CONT-EXCL-EVA
                 GO TO REVISAR-REGISTRO-SIGUE
              END-IF
              PERFORM LEER-PARSAL
              IF CONT-LIN > 15
                 DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                    LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 DISPLAY " " ERASE EOS
                 DISPLAY ENT-MARCA LINE 01 POSITION 01
                 PERFORM ENCABEZADO
              END-IF
              COMPUTE LIN-ACT = 05 + CONT-LIN
              DISPLAY MCATE   LINE LIN-ACT, POSITION 51
              DISPLAY MSB     LINE LIN-ACT, POSITION 57
              DISPLAY WSALMAX LINE LIN-ACT, POSITION 66
              IF W-ULT-ANIO = 0
                 DISPLAY "----" LINE LIN-ACT, POSITION 73
              ELSE
                 MOVE W-ULT-CALIF TO W-ULT-CALIF-ED
                 DISPLAY W-ULT-CALIF-ED LINE LIN-ACT, POSITION 73
              END-IF
              ADD 1 TO CONT-LIN
              ADD 1 TO CONT-CANDID
           END-IF.
       REVISAR-REGISTRO-SIGUE.
           PERFORM LEER-REGISTRO.
       REVISAR-REGISTRO-EXIT.
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

      *-- TECHO DE LA BANDA DE LA CATEGORIA ACTUAL, PARA VER DE UN --*
      *-- VISTAZO SI EL CANDIDATO ADEMAS ESTA PEGADO AL TECHO      --*
      *-- (MISMA BUSQUEDA "LEER-PARSAL" DE "RPTLIQ1").             --*
           DISPLAY "CAT" LINE 03 POSITION 51.
           DISPLAY "SUELDO" LINE 03 POSITION 57.
           DISPLAY "TECHO" LINE 03 POSITION 66.
           DISPLAY "EVAL" LINE 03 POSITION 73.
           DISPLAY SUBRAYADO LINE 04 POSITION 01.
           MOVE 0 TO CONT-LIN.
