       77 TOT-MODIF         PIC 9(07) VALUE 0.
       77 TOT-OTROS         PIC 9(07) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT SLOG.
              UNTIL FIN-ARCH = "S".
           CLOSE SLOG.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM MOSTRAR-GRUPO
              VARYING IND-GRP FROM 1 BY 1
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
