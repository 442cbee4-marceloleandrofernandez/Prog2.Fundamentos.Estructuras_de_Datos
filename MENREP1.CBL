      *** LA TABLA UNICA CRECIO HASTA NO ENTRAR EN PANTALLA          ***
      *** ("MENU-OPC" DIBUJA UNA OPCION POR FILA, SIN PAGINADO),     ***
      *** ASI QUE LAS OPCIONES VIVEN EN SUBMENUS TEMATICOS           ***
      *** ("MENRD-01"/"MENRP-01"/"MENRG-01"/"MENRM-01"/"MENRI-01"/   ***
      *** "MENRL-01"/"MENRH-01"/"MENRC-01", MAS LOS PREEXISTENTES    ***
      *** "MENLI-02" Y "MENAL-01").                                  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENREP1.
       DATA DIVISION.
           02 FILLER PIC X(20) VALUE "[ASISTENCIA/LICENC.]".
           02 FILLER PIC X(20) VALUE "[LISTADO PERSONAL  ]".
           02 FILLER PIC X(20) VALUE "[ALUMNOS           ]".
           02 FILLER PIC X(20) VALUE "[IMPUESTOS/APORTES ]".
           02 FILLER PIC X(20) VALUE "[PROCESOS LIQUIDAC.]".
           02 FILLER PIC X(20) VALUE "[RR.HH. Y SEGURIDAD]".
           02 FILLER PIC X(20) VALUE "[GESTION ACADEMICA ]".
           02 FILLER PIC X(20) VALUE "[CANCELAR          ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 13 TIMES.

       77 W-CANT  PIC 99 VALUE 13.
       77 W-LIN   PIC 99 VALUE 09.
       77 W-COL   PIC 99 VALUE 30.
       77 W-ANCHO PIC 99 VALUE 20.
       77 W-RES   PIC 99.
       77 WFIN    PIC X VALUE "N".

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
          02 BLANK SCREEN.
          02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
          02 LINE 03 COLUMN 24 REVERSE VALUE
             "REPORTES Y UTILITARIOS DEL SISTEMA".

       MOSTRAR-MENU.
      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 08 52 23 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

             ELSE IF W-IND = 8
              CALL   "MENAL-01"
              CANCEL "MENAL-01"
             ELSE IF W-IND = 9
              CALL   "MENRI-01"
              CANCEL "MENRI-01"
             ELSE IF W-IND = 10
              CALL   "MENRL-01"
              CANCEL "MENRL-01"
             ELSE IF W-IND = 11
              CALL   "MENRH-01"
              CANCEL "MENRH-01"
             ELSE IF W-IND = 12
              CALL   "MENRC-01"
              CANCEL "MENRC-01"
             ELSE
              MOVE "S" TO WFIN
             END-IF.
