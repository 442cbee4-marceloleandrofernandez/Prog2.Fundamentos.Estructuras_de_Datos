
       77 W-MCA-LIBERAR    PIC 9(08) VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 03 COLUMN 20 REVERSE VALUE
              "ADMINISTRACION DE BLOQUEOS DE REGISTROS".

           OPEN INPUT LOCKMAE.
           IF FSTLCK = "35"
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              DISPLAY P-TITULO
              DISPLAY "** NO HAY BLOQUEOS VIGENTES **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              GO TO FIN.

           MOVE "N" TO FIN-ARCH.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-REGISTRO.
           PERFORM LISTAR-REGISTRO THRU LISTAR-REGISTRO-EXIT
