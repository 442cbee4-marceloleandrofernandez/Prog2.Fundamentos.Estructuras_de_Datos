      *** MENU IMPUESTOS Y APORTES ***
      *** SUBMENU DE "MENREP1": LA CARGA DE LA ESCALA Y DE LAS      ***
      *** DECLARACIONES DE GANANCIAS Y LOS LISTADOS/ARCHIVOS PARA   ***
      *** AFIP (Y LA TABLA DE CONCEPTOS DE HABER, GEMELA DE LA DE   ***
      *** DESCUENTOS) NO ENTRAN MAS EN "MENRQ-01" (YA ESTA LLENO),  ***
      *** ASI QUE VIVEN EN SU PROPIO SUBMENU TEMATICO, IGUAL QUE    ***
      *** "MENRA-01"/"MENRQ-01".                                    ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENRI-01.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 TECLA         PIC X.
      *-- TABLA DE ETIQUETAS PARA "MENU-OPC" (VER COMENTARIO ALLI) --*
       01 TABLA-OPCIONES.
           02 FILLER PIC X(20) VALUE "[DECLARAC.GANANCIAS]".
           02 FILLER PIC X(20) VALUE "[ESCALA GANANCIAS  ]".
           02 FILLER PIC X(20) VALUE "[CERTIF.ANUAL REM. ]".
           02 FILLER PIC X(20) VALUE "[ABM CONTRIB.PATRON]".
           02 FILLER PIC X(20) VALUE "[DECLARACION F.931 ]".
           02 FILLER PIC X(20) VALUE "[ABM CONCEPTOS HAB.]".
           02 FILLER PIC X(20) VALUE "[ABM CUENTAS CONTAB]".
           02 FILLER PIC X(20) VALUE "[CANCELAR          ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 8 TIMES.

       77 W-CANT  PIC 99 VALUE 8.
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
             "IMPUESTOS Y APORTES".

       PROCEDURE DIVISION.
        INICIO.
      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 08 52 18 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

           CALL   "MENU-OPC" USING TABLA-OPCIONES W-CANT W-LIN W-COL
                                    W-ANCHO W-IND W-RES.
           CANCEL "MENU-OPC".

            IF W-IND = 1
               CALL   "GANDEC1"
               CANCEL "GANDEC1"
              ELSE IF W-IND = 2
               CALL   "MODGAN"
               CANCEL "MODGAN"
              ELSE IF W-IND = 3
               CALL   "RPTCAN1"
               CANCEL "RPTCAN1"
              ELSE IF W-IND = 4
               CALL   "MODCPAT"
               CANCEL "MODCPAT"
              ELSE IF W-IND = 5
               CALL   "INTAFI1"
               CANCEL "INTAFI1"
              ELSE IF W-IND = 6
               CALL   "MODCHAB"
               CANCEL "MODCHAB"
              ELSE IF W-IND = 7
               CALL   "MODCTA"
               CANCEL "MODCTA"
             END-IF.
               EXIT PROGRAM.
      *         STOP RUN.
