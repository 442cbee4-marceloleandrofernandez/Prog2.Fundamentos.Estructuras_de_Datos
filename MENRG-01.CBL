           02 FILLER PIC X(20) VALUE "[PARITARIAS        ]".
           02 FILLER PIC X(20) VALUE "[PROMOCIONES       ]".
           02 FILLER PIC X(20) VALUE "[CHECKLIST EGRESO  ]".
           02 FILLER PIC X(20) VALUE "[CAMBIOS PROGRAMAD.]".
           02 FILLER PIC X(20) VALUE "[REIMPRIMIR LISTADO]".
           02 FILLER PIC X(20) VALUE "[CANCELAR          ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 15 TIMES.

       77 W-CANT  PIC 99 VALUE 15.
       77 W-LIN   PIC 99 VALUE 08.
       77 W-COL   PIC 99 VALUE 30.
       77 W-ANCHO PIC 99 VALUE 20.
       77 W-IND   PIC 99.
       77 W-RES   PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
          02 BLANK SCREEN.
          02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
          02 LINE 03 COLUMN 32 REVERSE VALUE
             "GESTION Y CARGAS".

        INICIO.
      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 07 52 23 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

              ELSE IF W-IND = 12
               CALL   "CHKEGR1"
               CANCEL "CHKEGR1"
              ELSE IF W-IND = 13
               CALL   "CAMPEN1"
               CANCEL "CAMPEN1"
              ELSE IF W-IND = 14
               CALL   "REIMP1"
               CANCEL "REIMP1"
             END-IF.
               EXIT PROGRAM.
      *         STOP RUN.
