      *-- DE ASISTENCIA DE CADA UNO HASTA HOY Y RESALTA A LOS QUE YA  --*
      *-- ESTAN DEBAJO DEL UMBRAL DE LIBRE, PARA QUE EL INSTRUCTOR    --*
      *-- ACTUE DURANTE LA CURSADA Y NO EN EL ACTA (VER "CIERCUR1").  --*
      *-- SE REVISA UNA EDICION DEL CURSO; SOLO CUENTAN LAS MARCAS    --*
      *-- DESDE LA INSCRIPCION ("INSFALTA"), COMO EN EL ACTA.         --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTAST1.
      ****
       FILE SECTION.
        FD MAEALU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU.
         01 R-ALU.
            02 ACA   PIC 9(08).
            02 AAN   PIC X(30).
            02 ACUR  PIC 9(03).
            02 AEDI  PIC 9(02).

        FD INSCRIP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-INS.
           COPY INSREC.

       77 FSTINS            PIC XX.
       77 FSTNOT            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
       77 W-CUR             PIC 9(03) VALUE 0.
       77 W-EDI             PIC 9(02) VALUE 0.
       77 W-UMBRAL          PIC 9(03) VALUE 75.
       77 FIN-INS           PIC X     VALUE "N".
       77 FIN-NOT           PIC X     VALUE "N".
       77 CONT-ALUM         PIC 9(05) VALUE 0.
       77 CONT-RIESGO       PIC 9(05) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "ASISTENCIA DURANTE EL CURSO" LINE 01
              POSITION 26.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "CURSO (1 A 999, 0 = TERMINAR): "
              LINE 04 POSITION 01.
           ACCEPT W-CUR LINE 04 POSITION 33.
           IF W-CUR = 0
              GO TO FIN.
           DISPLAY "EDICION: " LINE 04 POSITION 38.
           ACCEPT W-EDI LINE 04 POSITION 47.
           IF W-EDI = 0
              GO TO FIN.
           DISPLAY "UMBRAL DE LIBRE EN % (DEFECTO 75): "
              LINE 05 POSITION 01.
           ACCEPT W-UMBRAL LINE 05 POSITION 37.
              ACCEPT TECLA
              GO TO FIN.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           MOVE 0 TO INSCA INSCUR INSEDI.
           START INSCRIP KEY IS NOT LESS THAN ICLAVE
                 INVALID KEY MOVE "S" TO FIN-INS
                 NOT INVALID KEY MOVE "N" TO FIN-INS.
           READ INSCRIP NEXT RECORD AT END
              MOVE "S" TO FIN-INS
              GO TO REVISAR-ALUMNO-EXIT.
           IF INSCUR NOT = W-CUR OR INSEDI NOT = W-EDI
              OR INSEST NOT = "I"
              GO TO REVISAR-ALUMNO-EXIT.
           PERFORM ACUMULAR-ASISTENCIA THRU
              ACUMULAR-ASISTENCIA-EXIT.
           READ NOTALU NEXT RECORD AT END
              MOVE "S" TO FIN-NOT
              GO TO LEER-NOTA-EXIT.
           IF NACA NOT = INSCA OR NFECHA < INSFALTA
              GO TO LEER-NOTA-EXIT.
           ADD 1 TO W-CANT-CLASES.
           IF NASIS = "S"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
       ENCABEZADO.
           DISPLAY "ASISTENCIA DEL CURSO " LINE 01 POSITION 25.
           DISPLAY W-CUR LINE 01 POSITION 46.
           DISPLAY " EDICION " LINE 01 POSITION 49.
           DISPLAY W-EDI LINE 01 POSITION 58.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ALUMNO" LINE 03 POSITION 01.
           DISPLAY "APELLIDO Y NOMBRES" LINE 03 POSITION 11.
