       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
       77 W-ESTADO         PIC X(10) VALUE SPACES.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT MAESTRO.
              ACCEPT TECLA
              GO TO FIN.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-REGISTRO.
           PERFORM VERIFICAR-REGISTRO THRU VERIFICAR-REGISTRO-EXIT
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
