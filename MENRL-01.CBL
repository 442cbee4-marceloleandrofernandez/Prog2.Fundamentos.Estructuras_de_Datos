      *** MENU PROCESOS DE LIQUIDACION ***
      *** SUBMENU DE "MENREP1": LOS PROCESOS QUE PREPARAN O         ***
      *** CONTROLAN LA LIQUIDACION DEL MES (HORAS EXTRA DESDE LAS   ***
      *** FICHADAS, CONTROL PREVIO, REAPERTURA DE PERIODOS...) YA NO***
      *** ENTRAN EN "MENRQ-01" NI EN "MENRA-01", ASI QUE VIVEN EN   ***
      *** SU PROPIO SUBMENU TEMATICO, IGUAL QUE "MENRQ-01" Y        ***
      *** "MENRI-01".                                               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENRL-01.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 TECLA         PIC X.
      *-- TABLA DE ETIQUETAS PARA "MENU-OPC" (VER COMENTARIO ALLI) --*
       01 TABLA-OPCIONES.
           02 FILLER PIC X(20) VALUE "[HORAS EXTRA FICHAD]".
           02 FILLER PIC X(20) VALUE "[REABRIR PERIODO   ]".
           02 FILLER PIC X(20) VALUE "[CONTROL PRE-LIQUID]".
           02 FILLER PIC X(20) VALUE "[RECHAZOS BANCARIOS]".
           02 FILLER PIC X(20) VALUE "[EMBARGOS JUDICIAL.]".
           02 FILLER PIC X(20) VALUE "[REMESA EMBARGOS   ]".
           02 FILLER PIC X(20) VALUE "[AFILIACION SINDIC.]".
           02 FILLER PIC X(20) VALUE "[REMESA SINDICAL   ]".
           02 FILLER PIC X(20) VALUE "[PROVISION SAC/VAC.]".
           02 FILLER PIC X(20) VALUE "[ASIENTO CONTABLE  ]".
           02 FILLER PIC X(20) VALUE "[PRESUPUESTO NOMINA]".
           02 FILLER PIC X(20) VALUE "[PRESUP. VS. REAL  ]".
           02 FILLER PIC X(20) VALUE "[HORAS CATEDRA     ]".
           02 FILLER PIC X(20) VALUE "[VALOR HORA CATEDRA]".
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
          02 LINE 03 COLUMN 27 REVERSE VALUE
             "PROCESOS DE LIQUIDACION".

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
               CALL   "HSEXT1"
               CANCEL "HSEXT1"
             ELSE IF W-IND = 2
               CALL   "REAPER1"
               CANCEL "REAPER1"
             ELSE IF W-IND = 3
               CALL   "VARLIQ1"
               CANCEL "VARLIQ1"
             ELSE IF W-IND = 4
               CALL   "RCHBCO1"
               CANCEL "RCHBCO1"
             ELSE IF W-IND = 5
               CALL   "EMBAR1"
               CANCEL "EMBAR1"
             ELSE IF W-IND = 6
               CALL   "EMBREM1"
               CANCEL "EMBREM1"
             ELSE IF W-IND = 7
               CALL   "AFISIN1"
               CANCEL "AFISIN1"
             ELSE IF W-IND = 8
               CALL   "SINREM1"
               CANCEL "SINREM1"
             ELSE IF W-IND = 9
               CALL   "PROVIS1"
               CANCEL "PROVIS1"
             ELSE IF W-IND = 10
               CALL   "ASIEN1"
               CANCEL "ASIEN1"
             ELSE IF W-IND = 11
               CALL   "PPTO1"
               CANCEL "PPTO1"
             ELSE IF W-IND = 12
               CALL   "PPTORE1"
               CANCEL "PPTORE1"
             ELSE IF W-IND = 13
               CALL   "HSCAT1"
               CANCEL "HSCAT1"
             ELSE IF W-IND = 14
               CALL   "MODTAR"
               CANCEL "MODTAR"
             END-IF.
               EXIT PROGRAM.
      *         STOP RUN.
