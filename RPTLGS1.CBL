       77 W-OPER-CLAVE     PIC X(08) VALUE SPACES.
       77 W-FECHA-CLAVE    PIC 9(08) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM ACUMULAR-LOGINS THRU ACUMULAR-LOGINS-EXIT.
           PERFORM ACUMULAR-SESIONES THRU ACUMULAR-SESIONES-EXIT.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LISTAR-PAREJA THRU LISTAR-PAREJA-EXIT
              VARYING IND-PAR FROM 1 BY 1
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
