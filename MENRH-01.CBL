      *** MENU RECURSOS HUMANOS Y SEGURIDAD LABORAL ***
      *** SUBMENU DE "MENREP1": LA EVALUACION DE DESEMPENO (Y LO    ***
      *** QUE VENGA DE LEGAJO MEDICO, ACCIDENTES Y SEGURIDAD) NO    ***
      *** ENTRA EN "MENRP-01" (YA ESTA LLENO), ASI QUE VIVE EN SU   ***
      *** PROPIO SUBMENU TEMATICO, IGUAL QUE "MENRI-01".            ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENRH-01.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 TECLA         PIC X.
      *-- TABLA DE ETIQUETAS PARA "MENU-OPC" (VER COMENTARIO ALLI) --*
       01 TABLA-OPCIONES.
           02 FILLER PIC X(20) VALUE "[CRITERIOS EVALUAC.]".
           02 FILLER PIC X(20) VALUE "[EVALUAC.DESEMPENO ]".
           02 FILLER PIC X(20) VALUE "[EVALUAC.PENDIENTES]".
           02 FILLER PIC X(20) VALUE "[TIPOS EXAMEN MEDIC]".
           02 FILLER PIC X(20) VALUE "[EXAMENES MEDICOS  ]".
           02 FILLER PIC X(20) VALUE "[EXAMENES A VENCER ]".
           02 FILLER PIC X(20) VALUE "[ACCIDENTES TRABAJO]".
           02 FILLER PIC X(20) VALUE "[ESTADIST.ACCIDENT.]".
           02 FILLER PIC X(20) VALUE "[ELEMENTOS EQUIPO  ]".
           02 FILLER PIC X(20) VALUE "[ENTREGA DE EQUIPO ]".
           02 FILLER PIC X(20) VALUE "[EQUIPO A REPONER  ]".
           02 FILLER PIC X(20) VALUE "[CANDIDATOS/SELECC.]".
           02 FILLER PIC X(20) VALUE "[CONTRATOS/PRUEBA  ]".
           02 FILLER PIC X(20) VALUE "[CONTRATOS A VENCER]".
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
          02 LINE 03 COLUMN 22 REVERSE VALUE
             "RECURSOS HUMANOS Y SEGURIDAD LABORAL".

       PROCEDURE DIVISION.
        INICIO.
      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 07 52 23 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

           CALL   "MENU-OPC" USING TABLA-OPCIONES W-CANT W-LIN W-COL
                                    W-ANCHO W-IND W-RES.
           CANCEL "MENU-OPC".

            IF W-IND = 1
               CALL   "MODEVC"
               CANCEL "MODEVC"
              ELSE IF W-IND = 2
               CALL   "EVALU1"
               CANCEL "EVALU1"
              ELSE IF W-IND = 3
               CALL   "RPTEVA1"
               CANCEL "RPTEVA1"
              ELSE IF W-IND = 4
               CALL   "MODEXT"
               CANCEL "MODEXT"
              ELSE IF W-IND = 5
               CALL   "EXAMEN1"
               CANCEL "EXAMEN1"
              ELSE IF W-IND = 6
               CALL   "RPTEXA1"
               CANCEL "RPTEXA1"
              ELSE IF W-IND = 7
               CALL   "ACCID1"
               CANCEL "ACCID1"
              ELSE IF W-IND = 8
               CALL   "RPTACC1"
               CANCEL "RPTACC1"
              ELSE IF W-IND = 9
               CALL   "MODEQU"
               CANCEL "MODEQU"
              ELSE IF W-IND = 10
               CALL   "ASIGEQ1"
               CANCEL "ASIGEQ1"
              ELSE IF W-IND = 11
               CALL   "RPTEQU1"
               CANCEL "RPTEQU1"
              ELSE IF W-IND = 12
               CALL   "CANDID1"
               CANCEL "CANDID1"
              ELSE IF W-IND = 13
               CALL   "CONTRAT1"
               CANCEL "CONTRAT1"
              ELSE IF W-IND = 14
               CALL   "RPTCTR1"
               CANCEL "RPTCTR1"
             END-IF.
               EXIT PROGRAM.
      *         STOP RUN.
