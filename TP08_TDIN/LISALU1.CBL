       FILE SECTION.
       FD  MAEALU-L
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU-L.
        01 R-ALU-L.
           02 ACA   PIC 9(08).
           02 AAN   PIC X(30).
           02 ACUR  PIC 9(03).
           02 AEDI  PIC 9(02).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 CONT-LEIDOS      PIC 9(05) VALUE 0.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT MAEALU-L.
              ACCEPT TECLA
              GO TO FIN.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-REGISTRO.
           PERFORM IMPRIMIR-REGISTRO THRU IMPRIMIR-REGISTRO-EXIT
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY ACA  LINE LIN-ACT, POSITION 01.
           DISPLAY AAN  LINE LIN-ACT, POSITION 11.
           DISPLAY ACUR LINE LIN-ACT, POSITION 43.
           DISPLAY "/"  LINE LIN-ACT, POSITION 46.
           DISPLAY AEDI LINE LIN-ACT, POSITION 47.
           ADD 1 TO CONT-LIN.
           ADD 1 TO CONT-LEIDOS.
           PERFORM LEER-REGISTRO.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "DNI" LINE 03 POSITION 01.
           DISPLAY "APELLIDO Y NOMBRES" LINE 03 POSITION 11.
           DISPLAY "CUR/ED" LINE 03 POSITION 43.
           DISPLAY SUBRAYADO LINE 04 POSITION 01.
           MOVE 0 TO CONT-LIN.
