      *-- MAS AVISOS NUEVOS DE LOS QUE ENTRAN EN UNA PANTALLA     --*
       77 CONT-PANT        PIC 99    VALUE 0.

           COPY ENTMREC.
       LINKAGE SECTION.
       77 L-OPERADOR       PIC X(08).

           EXIT.

       ENCABEZADO-AVISOS.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "*** AVISOS DE LA CARTELERA ***" LINE 01
              POSITION 25.
           MOVE 0 TO CONT-PANT.
