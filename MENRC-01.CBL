      *** MENU GESTION ACADEMICA ***
      *** SUBMENU DE "MENREP1": "MENAL-01" (DESPLEGABLE AL PIE DE   ***
      *** LA PANTALLA) NO ADMITE MAS OPCIONES, ASI QUE LO QUE SE    ***
      *** HACE CON LOS CURSOS YA CERRADOS EN "ACTA.DAT" VIVE EN SU  ***
      *** PROPIO SUBMENU TEMATICO, IGUAL QUE "MENRH-01".            ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENRC-01.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 TECLA         PIC X.
      *-- TABLA DE ETIQUETAS PARA "MENU-OPC" (VER COMENTARIO ALLI) --*
       01 TABLA-OPCIONES.
           02 FILLER PIC X(20) VALUE "[ANALITICO ALUMNO  ]".
           02 FILLER PIC X(20) VALUE "[CORRELATIVAS      ]".
           02 FILLER PIC X(20) VALUE "[SIN CORRELATIVAS  ]".
           02 FILLER PIC X(20) VALUE "[MESAS DE EXAMEN   ]".
           02 FILLER PIC X(20) VALUE "[PENDIENTES DE MESA]".
           02 FILLER PIC X(20) VALUE "[AULAS             ]".
           02 FILLER PIC X(20) VALUE "[OCUPACION DE AULAS]".
           02 FILLER PIC X(20) VALUE "[CIERRE DE CAJA    ]".
           02 FILLER PIC X(20) VALUE "[CANCELAR          ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 9 TIMES.

       77 W-CANT  PIC 99 VALUE 9.
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
          02 LINE 03 COLUMN 31 REVERSE VALUE
             "GESTION ACADEMICA".

       PROCEDURE DIVISION.
        INICIO.
      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 08 52 19 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

           CALL   "MENU-OPC" USING TABLA-OPCIONES W-CANT W-LIN W-COL
                                    W-ANCHO W-IND W-RES.
           CANCEL "MENU-OPC".

            IF W-IND = 1
               CALL   "ANALIT1"
               CANCEL "ANALIT1"
              ELSE IF W-IND = 2
               CALL   "CORREL1"
               CANCEL "CORREL1"
              ELSE IF W-IND = 3
               CALL   "RPTCOR1"
               CANCEL "RPTCOR1"
              ELSE IF W-IND = 4
               CALL   "MESA1"
               CANCEL "MESA1"
              ELSE IF W-IND = 5
               CALL   "RPTMES1"
               CANCEL "RPTMES1"
              ELSE IF W-IND = 6
               CALL   "AULA1"
               CANCEL "AULA1"
              ELSE IF W-IND = 7
               CALL   "RPTAUL1"
               CANCEL "RPTAUL1"
              ELSE IF W-IND = 8
               CALL   "CAJA1"
               CANCEL "CAJA1"
             END-IF.
               EXIT PROGRAM.
      *         STOP RUN.
