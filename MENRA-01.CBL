           02 FILLER PIC X(20) VALUE "[CAPACITACION INT. ]".
           02 FILLER PIC X(20) VALUE "[CERTIFICACIONES   ]".
           02 FILLER PIC X(20) VALUE "[AUSENTISMO X LOC. ]".
           02 FILLER PIC X(20) VALUE "[PIN KIOSCO EMPL.  ]".
           02 FILLER PIC X(20) VALUE "[DOTACION MINIMA   ]".
           02 FILLER PIC X(20) VALUE "[COBERTURA DIARIA  ]".
           02 FILLER PIC X(20) VALUE "[CANCELAR          ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 14 TIMES.

       77 W-CANT  PIC 99 VALUE 14.
       77 W-LIN   PIC 99 VALUE 09.
       77 W-COL   PIC 99 VALUE 30.
       77 W-ANCHO PIC 99 VALUE 20.
       77 W-IND   PIC 99.
       77 W-RES   PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
          02 BLANK SCREEN.
          02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
          02 LINE 03 COLUMN 28 REVERSE VALUE
             "ASISTENCIA Y LICENCIAS".

              ELSE IF W-IND = 10
               CALL   "RPTAUS1"
               CANCEL "RPTAUS1"
              ELSE IF W-IND = 11
               CALL   "KIOPIN1"
               CANCEL "KIOPIN1"
              ELSE IF W-IND = 12
               CALL   "MODDOT"
               CANCEL "MODDOT"
              ELSE IF W-IND = 13
               CALL   "RPTCOB1"
               CANCEL "RPTCOB1"
             END-IF.
               EXIT PROGRAM.
      *         STOP RUN.
