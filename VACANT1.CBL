       FILE SECTION.
        FD VACANTE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS R-VACN.
           COPY VACNREC.

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       77 FIN-VACN          PIC X     VALUE "N".
       77 FIN-MAE           PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-LO              PIC 9(02) VALUE 0.
       77 W-CAT             PIC 9(1)  VALUE 0.
       77 W-PRES            PIC 9(04) VALUE 0.
       77 W-EXISTE-VACN     PIC X     VALUE "N".
       77 CONT-LIN          PIC 99    VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
      *    STOP RUN.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "VACANTES Y PUESTOS PRESUPUESTADOS" LINE 01
              POSITION 23.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
      *-- PRESUPUESTADOS, CUBIERTOS (DOTACION REAL DEL MAESTRO) --*
      *-- Y ABIERTOS POR CADA PAREJA CON CUPO CARGADO.          --*
       REPORTE.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           MOVE 0 TO VACLO VACCAT.
           START VACANTE KEY IS NOT LESS THAN VACLAVE
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
