           02 FILLER PIC X(20) VALUE "[CRUCE EMP/PERSONAL]".
           02 FILLER PIC X(20) VALUE "[CONSULTA INTEGRAL ]".
           02 FILLER PIC X(20) VALUE "[BRECHA POR SEXO   ]".
           02 FILLER PIC X(20) VALUE "[CONSULTAS A LEGAJO]".
           02 FILLER PIC X(20) VALUE "[PLANTILLAS CARTAS ]".
           02 FILLER PIC X(20) VALUE "[EMISION DE CARTAS ]".
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
          02 LINE 03 COLUMN 30 REVERSE VALUE
             "REPORTES DE PERSONAL".

        INICIO.
      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 07 52 23 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

              ELSE IF W-IND = 11
               CALL   "RPTGAP1"
               CANCEL "RPTGAP1"
              ELSE IF W-IND = 12
               CALL   "RPTCON1"
               CANCEL "RPTCON1"
              ELSE IF W-IND = 13
               CALL   "MODCAR"
               CANCEL "MODCAR"
              ELSE IF W-IND = 14
               CALL   "CARTA1"
               CANCEL "CARTA1"
             END-IF.
               EXIT PROGRAM.
      *         STOP RUN.
