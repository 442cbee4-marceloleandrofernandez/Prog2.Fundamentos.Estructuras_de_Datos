       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       77 CONT-SUELDO      PIC 9(05) VALUE 0.
       77 CONT-ROTOS       PIC 9(05) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
           OPEN I-O EMPPER.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "VINCULO Y SINCRONIZACION EMPLEADOS/PERSONAS"
              LINE 01 POSITION 19.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
              ACCEPT TECLA
              GO TO SINCRONIZAR-EXIT.
           OPEN INPUT MAESTRO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           MOVE 0 TO CONT-NOM CONT-SUELDO CONT-ROTOS.
           MOVE 0 TO LKCA.
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
