       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       77 LIN-ACT            PIC 99    VALUE 0.
       77 CONT-PEND          PIC 9(05) VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "CHECKLIST DE INGRESO DE PERSONAL".

      *-- PIDE UN CODIGO DE EMPLEADO, MUESTRA/CREA SU CHECKLIST Y --*
      *-- DEJA MARCAR CADA PASO; 99999999 LISTA LOS PENDIENTES.   --*
       PROCESAR-UNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-PEDIR-CODIGO.
           ACCEPT  PANTALLA-PEDIR-CODIGO ON ESCAPE
      *-- RECORRE "CHKING.IND" Y LISTA TODO INGRESANTE CON ALGUN --*
      *-- PASO EN "N", PAGINADO COMO LOS DEMAS LISTADOS.         --*
       LISTAR-PENDIENTES.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO-PEND.
           MOVE "N" TO W-FIN-LISTA.
           MOVE 0 TO CONT-PEND.
                    LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 DISPLAY " " ERASE EOS
                 DISPLAY ENT-MARCA LINE 01 POSITION 01
                 PERFORM ENCABEZADO-PEND
              END-IF
              COMPUTE LIN-ACT = 05 + CONT-LIN
