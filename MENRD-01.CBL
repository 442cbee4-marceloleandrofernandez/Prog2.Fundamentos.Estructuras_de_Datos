           02 FILLER PIC X(20) VALUE "[ORGANIGRAMA       ]".
           02 FILLER PIC X(20) VALUE "[RESUMEN EJECUTIVO ]".
           02 FILLER PIC X(20) VALUE "[BAJAS / ROTACION  ]".
           02 FILLER PIC X(20) VALUE "[FOTO MENSUAL      ]".
           02 FILLER PIC X(20) VALUE "[TENDENCIA 12 MESES]".
           02 FILLER PIC X(20) VALUE "[CANCELAR          ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 11 TIMES.

       77 W-CANT  PIC 99 VALUE 11.
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
          02 LINE 03 COLUMN 30 REVERSE VALUE
             "REPORTES DE DOTACION".

        INICIO.
      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 08 52 20 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

              ELSE IF W-IND = 8
               CALL   "RPTBAJ1"
               CANCEL "RPTBAJ1"
              ELSE IF W-IND = 9
               CALL   "ESTMES1"
               CANCEL "ESTMES1"
              ELSE IF W-IND = 10
               CALL   "RPTEST1"
               CANCEL "RPTEST1"
             END-IF.
               EXIT PROGRAM.
      *         STOP RUN.
