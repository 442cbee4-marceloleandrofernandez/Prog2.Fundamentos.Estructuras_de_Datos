           02 FILLER PIC X(20) VALUE "[DEPURAR MAESTRO   ]".
           02 FILLER PIC X(20) VALUE "[INTERCAMBIO SITIOS]".
           02 FILLER PIC X(20) VALUE "[SINCRO EMP/PERSONA]".
           02 FILLER PIC X(20) VALUE "[RECONSTR. MOVIMIEN]".
           02 FILLER PIC X(20) VALUE "[CONV. LOCALIDADES ]".
           02 FILLER PIC X(20) VALUE "[CONV. CURSOS      ]".
           02 FILLER PIC X(20) VALUE "[ANONIMIZAR BAJAS  ]".
           02 FILLER PIC X(20) VALUE "[CLAVES CIFRADAS   ]".
           02 FILLER PIC X(20) VALUE "[SESIONES ABIERTAS ]".
           02 FILLER PIC X(20) VALUE "[PREPARAR ENTRENAM.]".
           02 FILLER PIC X(20) VALUE "[CANCELAR          ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 19 TIMES.

       77 W-CANT  PIC 99 VALUE 19.
       77 W-LIN   PIC 99 VALUE 05.
       77 W-COL   PIC 99 VALUE 30.
       77 W-ANCHO PIC 99 VALUE 20.
       77 W-IND   PIC 99.
       77 W-RES   PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
          02 BLANK SCREEN.
          02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
          02 LINE 03 COLUMN 27 REVERSE VALUE
             "RESGUARDOS Y MANTENIMIENTO".

        INICIO.
      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 04 52 24 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

              ELSE IF W-IND = 11
               CALL   "SYNCPER1"
               CANCEL "SYNCPER1"
              ELSE IF W-IND = 12
               CALL   "REBMOV1"
               CANCEL "REBMOV1"
              ELSE IF W-IND = 13
               CALL   "CONVLOC1"
               CANCEL "CONVLOC1"
              ELSE IF W-IND = 14
               CALL   "CONVCUR1"
               CANCEL "CONVCUR1"
              ELSE IF W-IND = 15
               CALL   "ANONIM1"
               CANCEL "ANONIM1"
              ELSE IF W-IND = 16
               CALL   "CONVCLV1"
               CANCEL "CONVCLV1"
              ELSE IF W-IND = 17
               CALL   "SESADM1"
               CANCEL "SESADM1"
              ELSE IF W-IND = 18
               CALL   "ENTREF1"
               CANCEL "ENTREF1"
             END-IF.
               EXIT PROGRAM.
      *         STOP RUN.
