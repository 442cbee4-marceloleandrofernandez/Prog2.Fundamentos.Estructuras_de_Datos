           02 FILLER PIC X(20) VALUE "[CARGAS DE FAMILIA ]".
           02 FILLER PIC X(20) VALUE "[ACUSE CONTABILIDAD]".
           02 FILLER PIC X(20) VALUE "[PRESTAMOS/ANTICIP.]".
           02 FILLER PIC X(20) VALUE "[CERTIFICADO ART.80]".
           02 FILLER PIC X(20) VALUE "[RENDICION VIATICOS]".
           02 FILLER PIC X(20) VALUE "[ABM TOPES VIATICOS]".
           02 FILLER PIC X(20) VALUE "[FIRMA DE RECIBOS  ]".
           02 FILLER PIC X(20) VALUE "[RECIBOS SIN FIRMA ]".
           02 FILLER PIC X(20) VALUE "[CANCELAR          ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 18 TIMES.

       77 W-CANT  PIC 99 VALUE 18.
       77 W-LIN   PIC 99 VALUE 06.
       77 W-COL   PIC 99 VALUE 30.
       77 W-ANCHO PIC 99 VALUE 20.
       77 W-IND   PIC 99.
       77 W-RES   PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
          02 BLANK SCREEN.
          02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
          02 LINE 03 COLUMN 30 REVERSE VALUE
             "LIQUIDACION Y PAGOS".

        INICIO.
      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 05 52 24 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

              ELSE IF W-IND = 12
               CALL   "PRESTA1"
               CANCEL "PRESTA1"
              ELSE IF W-IND = 13
               CALL   "CERTRA1"
               CANCEL "CERTRA1"
              ELSE IF W-IND = 14
               CALL   "VIATIC1"
               CANCEL "VIATIC1"
              ELSE IF W-IND = 15
               CALL   "MODVIC"
               CANCEL "MODVIC"
              ELSE IF W-IND = 16
               CALL   "FIRREC1"
               CANCEL "FIRREC1"
              ELSE IF W-IND = 17
               CALL   "RPTFIR1"
               CANCEL "RPTFIR1"
             END-IF.
               EXIT PROGRAM.
      *         STOP RUN.
