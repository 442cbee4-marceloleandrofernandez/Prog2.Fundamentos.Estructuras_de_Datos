      *-- RECONSTRUCCION DE LOS INDICES DE MOVIMIENTOS --*
      *-- "ASISTEN.IND", "SANCION.IND" Y "LICMOV.IND" SON COPIAS      --*
      *-- INDEXADAS POR LEGAJO + FECHA DE LOS ".DAT" SOLO-AGREGAR     --*
      *-- (VER "MOVIDX"), QUE SIGUEN SIENDO LA FUENTE. ESTE           --*
      *-- UTILITARIO LOS GENERA LA PRIMERA VEZ Y LOS REGENERA SI UN   --*
      *-- ALTA QUEDO SIN INDICAR: CUENTA LOS RENGLONES DE LA FUENTE,  --*
      *-- RECREA EL .IND VACIO Y LE PASA CADA RENGLON A "MOVIDX",     --*
      *-- IGUAL QUE LO HARIA EL PGM QUE LO GRABO. LAS FICHADAS SE     --*
      *-- TOMAN DE "ASISTEN.DAT" Y DE LOS "ASISTEN.AAAAMM" QUE DEJO   --*
      *-- "CIERASI1", DESDE EL PERIODO QUE INDIQUE EL OPERADOR.       --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBMOV1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- FUENTES (VER COPY/ASISREC.CPY, SANCREC.CPY, LICMREC.CPY) --*
           SELECT ASISTEN ASSIGN TO DISK "ASISTEN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTASI.

      *-- ARCHIVO FECHADO DE UN MES CERRADO POR "CIERASI1" --*
           SELECT ASIARCH ASSIGN TO DISK W-NOM-ASIARC
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTAAR.

           SELECT SANCION ASSIGN TO DISK "SANCION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTSAN.

           SELECT LICMOV ASSIGN TO DISK "LICMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTLIC.

      *-- INDICES A REGENERAR (SOLO SE RECREAN VACIOS ACA; LOS --*
      *-- CARGA "MOVIDX")                                      --*
           SELECT ASIIND ASSIGN TO DISK "ASISTEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AXCLAVE
           FILE STATUS IS FSTAX.

           SELECT SANIND ASSIGN TO DISK "SANCION.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SXCLAVE
           FILE STATUS IS FSTSX.

           SELECT LICIND ASSIGN TO DISK "LICMOV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LXCLAVE
           FILE STATUS IS FSTLX.

       DATA DIVISION.
       FILE SECTION.
       FD  ASISTEN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS R-ASIS.
        01 R-ASIS PIC X(32).

       FD  ASIARCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS R-ZASIS.
        01 R-ZASIS PIC X(32).

       FD  SANCION
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS R-SANC.
        01 R-SANC PIC X(74).

       FD  LICMOV
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS R-LICM.
        01 R-LICM PIC X(74).

       FD  ASIIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-ASIX.
           COPY ASIXREC.

       FD  SANIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-SANX.
           COPY SANXREC.

       FD  LICIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-LICX.
           COPY LICXREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTASI            PIC XX.
       77 FSTAAR            PIC XX.
       77 FSTSAN            PIC XX.
       77 FSTLIC            PIC XX.
       77 FSTAX             PIC XX.
       77 FSTSX             PIC XX.
       77 FSTLX             PIC XX.
       77 FIN-ARCH          PIC X     VALUE "N".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.
       77 W-APROB           PIC X     VALUE SPACES.
       77 CONT-DESC         PIC 9(05) VALUE 0.
       77 CONT-CARG         PIC 9(05) VALUE 0.
       77 CONT-ERRORES      PIC 9(05) VALUE 0.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".

      *-- "C" = SOLO CONTAR LA FUENTE, "G" = PASARLA A "MOVIDX" --*
       77 W-MODO            PIC X     VALUE "C".
      *-- PRIMER MES ARCHIVADO A LEER (0 = SOLO "ASISTEN.DAT") Y --*
      *-- MES EN CURSO DEL RECORRIDO, HASTA EL MES DE HOY        --*
       77 W-PER-DESDE       PIC 9(06) VALUE 0.
       77 W-PER-HOY         PIC 9(06) VALUE 0.
       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 W-NOM-ASIARC      PIC X(14) VALUE SPACES.
       77 CONT-MESES        PIC 9(03) VALUE 0.
       01 W-PER-ACT.
          02 W-PER-ANIO     PIC 9(04).
          02 W-PER-MES      PIC 99.
       01 W-PER-ACT-N REDEFINES W-PER-ACT PIC 9(06).

      *-- PARAMETROS DE "MOVIDX" --*
       77 L-MOV-ARCH        PIC X     VALUE SPACE.
       77 L-MOV-ACC         PIC X     VALUE "G".
       77 L-MOV-REG         PIC X(74) VALUE SPACES.
       77 L-MOV-ANT         PIC X(74) VALUE SPACES.
       77 L-MOV-OK          PIC X     VALUE "N".

      *-- TABLA DE ETIQUETAS PARA "MENU-OPC" (VER "REBIDX1") --*
       01 TABLA-OPCIONES.
           02 FILLER PIC X(20) VALUE "[ASISTEN.IND       ]".
           02 FILLER PIC X(20) VALUE "[SANCION.IND       ]".
           02 FILLER PIC X(20) VALUE "[LICMOV.IND        ]".
           02 FILLER PIC X(20) VALUE "[CANCELAR          ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 4 TIMES.

       77 W-CANT  PIC 99 VALUE 4.
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
          02 LINE 03 COLUMN 20 REVERSE VALUE
             "RECONSTRUIR INDICES DE MOVIMIENTOS".

       PROCEDURE DIVISION.
       INICIO.
      *-- MISMO CONTROL QUE "REBIDX1": USUARIO/CLAVE VALIDOS Y  --*
      *-- NIVEL DE SUPERVISOR (7 O MAS).                        --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           IF W-NIVEL < 7
              DISPLAY "** SE NECESITA NIVEL 7 O MAS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.

      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 07 52 13 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

           CALL   "MENU-OPC" USING TABLA-OPCIONES W-CANT W-LIN W-COL
                                    W-ANCHO W-IND W-RES.
           CANCEL "MENU-OPC".

           IF W-IND = 1
              PERFORM REB-ASISTEN THRU REB-ASISTEN-EXIT
             ELSE IF W-IND = 2
              PERFORM REB-SANCION THRU REB-SANCION-EXIT
             ELSE IF W-IND = 3
              PERFORM REB-LICMOV THRU REB-LICMOV-EXIT
             END-IF.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- CONFIRMACION COMUN, CON EL CONTEO DE LA FUENTE A LA VISTA --*
       CONFIRMAR-REGEN.
           MOVE "N" TO W-APROB.
           DISPLAY "RENGLONES EN LA FUENTE: " CONT-DESC
              LINE 16 POSITION 05.
           DISPLAY "ESTO REGENERA EL INDICE, CONTINUA S/N: "
              LINE 17 POSITION 05.
           ACCEPT W-APROB LINE 17 POSITION 45.

       MOSTRAR-RESULTADO.
           DISPLAY SUBRAYADO LINE 19 POSITION 01.
           DISPLAY "EN FUENTE: " CONT-DESC "  INDICADOS: "
              CONT-CARG "  ERRORES: " CONT-ERRORES
              LINE 20, POSITION 05.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.

       AVISAR-SIN-ARCHIVO.
           DISPLAY "** NO HAY RENGLONES PARA INDICAR **"
              LINE 16, POSITION 05 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.

      *-- EN MODO "G" PASA EL RENGLON EN "L-MOV-REG" A "MOVIDX" --*
       INDICAR-RENGLON.
           IF W-MODO NOT = "G"
              ADD 1 TO CONT-DESC
              GO TO INDICAR-RENGLON-EXIT.
           CALL   "MOVIDX" USING L-MOV-ARCH L-MOV-ACC L-MOV-REG
                                 L-MOV-ANT L-MOV-OK.
           CANCEL "MOVIDX".
           IF L-MOV-OK = "S"
              ADD 1 TO CONT-CARG
           ELSE
              ADD 1 TO CONT-ERRORES
           END-IF.
       INDICAR-RENGLON-EXIT.
           EXIT.

      *-- ASISTEN.IND -----------------------------------------------*
      *-- LOS MESES CERRADOS YA NO ESTAN EN "ASISTEN.DAT": SE PIDE   --*
      *-- EL PRIMER "ASISTEN.AAAAMM" A LEER Y SE TOMAN TODOS LOS QUE --*
      *-- EXISTAN DESDE AHI HASTA EL MES DE HOY.                     --*
       REB-ASISTEN.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           MOVE "A" TO L-MOV-ARCH.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DIVIDE W-FECHA-HOY BY 100 GIVING W-PER-HOY.
           DISPLAY "PRIMER MES ARCHIVADO (AAAAMM, 0 = NINGUNO): "
              LINE 14 POSITION 05.
           ACCEPT W-PER-DESDE LINE 14 POSITION 50.
           IF W-PER-DESDE NOT = 0
              IF W-PER-DESDE < 190001 OR W-PER-DESDE > W-PER-HOY
                 DISPLAY "** PERIODO INVALIDO **"
                    LINE 16, POSITION 05 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 GO TO REB-ASISTEN-EXIT
              END-IF
           END-IF.

           MOVE "C" TO W-MODO.
           PERFORM PASAR-ASISTEN THRU PASAR-ASISTEN-EXIT.
           IF CONT-DESC = 0
              PERFORM AVISAR-SIN-ARCHIVO
              GO TO REB-ASISTEN-EXIT.
           DISPLAY "MESES ARCHIVADOS: " CONT-MESES
              LINE 15 POSITION 05.

           PERFORM CONFIRMAR-REGEN.
           IF W-APROB NOT = "S"
              GO TO REB-ASISTEN-EXIT.

           OPEN OUTPUT ASIIND.
           CLOSE ASIIND.
           MOVE "G" TO W-MODO.
           PERFORM PASAR-ASISTEN THRU PASAR-ASISTEN-EXIT.
           PERFORM MOSTRAR-RESULTADO.
       REB-ASISTEN-EXIT.
           EXIT.

      *-- RECORRE LOS MESES ARCHIVADOS Y DESPUES EL VIVO --*
       PASAR-ASISTEN.
           MOVE 0 TO CONT-MESES.
           IF W-PER-DESDE NOT = 0
              MOVE W-PER-DESDE TO W-PER-ACT-N
              PERFORM PASAR-ASIARCH THRU PASAR-ASIARCH-EXIT
                 UNTIL W-PER-ACT-N > W-PER-HOY
           END-IF.
           OPEN INPUT ASISTEN.
           IF FSTASI NOT = "00"
              GO TO PASAR-ASISTEN-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-ASISTEN THRU LEER-ASISTEN-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE ASISTEN.
       PASAR-ASISTEN-EXIT.
           EXIT.

       LEER-ASISTEN.
           READ ASISTEN NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-ASISTEN-EXIT.
           MOVE SPACES TO L-MOV-REG.
           MOVE R-ASIS TO L-MOV-REG (1:32).
           PERFORM INDICAR-RENGLON THRU INDICAR-RENGLON-EXIT.
       LEER-ASISTEN-EXIT.
           EXIT.

      *-- UN MES: SI NO HUBO CIERRE DE ESE MES NO HAY ARCHIVO --*
       PASAR-ASIARCH.
           MOVE SPACES TO W-NOM-ASIARC.
           STRING "ASISTEN." W-PER-ACT DELIMITED BY SIZE
              INTO W-NOM-ASIARC.
           OPEN INPUT ASIARCH.
           IF FSTAAR NOT = "00"
              GO TO PASAR-ASIARCH-SIG.
           ADD 1 TO CONT-MESES.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-ASIARCH THRU LEER-ASIARCH-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE ASIARCH.
       PASAR-ASIARCH-SIG.
           IF W-PER-MES < 12
              ADD 1 TO W-PER-MES
           ELSE
              ADD 1 TO W-PER-ANIO
              MOVE 1 TO W-PER-MES
           END-IF.
       PASAR-ASIARCH-EXIT.
           EXIT.

       LEER-ASIARCH.
           READ ASIARCH NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-ASIARCH-EXIT.
           MOVE SPACES TO L-MOV-REG.
           MOVE R-ZASIS TO L-MOV-REG (1:32).
           PERFORM INDICAR-RENGLON THRU INDICAR-RENGLON-EXIT.
       LEER-ASIARCH-EXIT.
           EXIT.

      *-- SANCION.IND -----------------------------------------------*
       REB-SANCION.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           MOVE "S" TO L-MOV-ARCH.
           MOVE "C" TO W-MODO.
           PERFORM PASAR-SANCION THRU PASAR-SANCION-EXIT.
           IF CONT-DESC = 0
              PERFORM AVISAR-SIN-ARCHIVO
              GO TO REB-SANCION-EXIT.

           PERFORM CONFIRMAR-REGEN.
           IF W-APROB NOT = "S"
              GO TO REB-SANCION-EXIT.

           OPEN OUTPUT SANIND.
           CLOSE SANIND.
           MOVE "G" TO W-MODO.
           PERFORM PASAR-SANCION THRU PASAR-SANCION-EXIT.
           PERFORM MOSTRAR-RESULTADO.
       REB-SANCION-EXIT.
           EXIT.

       PASAR-SANCION.
           OPEN INPUT SANCION.
           IF FSTSAN NOT = "00"
              GO TO PASAR-SANCION-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-SANCION THRU LEER-SANCION-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE SANCION.
       PASAR-SANCION-EXIT.
           EXIT.

       LEER-SANCION.
           READ SANCION NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-SANCION-EXIT.
           MOVE R-SANC TO L-MOV-REG.
           PERFORM INDICAR-RENGLON THRU INDICAR-RENGLON-EXIT.
       LEER-SANCION-EXIT.
           EXIT.

      *-- LICMOV.IND ------------------------------------------------*
       REB-LICMOV.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           MOVE "L" TO L-MOV-ARCH.
           MOVE "C" TO W-MODO.
           PERFORM PASAR-LICMOV THRU PASAR-LICMOV-EXIT.
           IF CONT-DESC = 0
              PERFORM AVISAR-SIN-ARCHIVO
              GO TO REB-LICMOV-EXIT.

           PERFORM CONFIRMAR-REGEN.
           IF W-APROB NOT = "S"
              GO TO REB-LICMOV-EXIT.

           OPEN OUTPUT LICIND.
           CLOSE LICIND.
           MOVE "G" TO W-MODO.
           PERFORM PASAR-LICMOV THRU PASAR-LICMOV-EXIT.
           PERFORM MOSTRAR-RESULTADO.
       REB-LICMOV-EXIT.
           EXIT.

       PASAR-LICMOV.
           OPEN INPUT LICMOV.
           IF FSTLIC NOT = "00"
              GO TO PASAR-LICMOV-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-LICMOV THRU LEER-LICMOV-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE LICMOV.
       PASAR-LICMOV-EXIT.
           EXIT.

       LEER-LICMOV.
           READ LICMOV NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-LICMOV-EXIT.
           MOVE R-LICM TO L-MOV-REG.
           PERFORM INDICAR-RENGLON THRU INDICAR-RENGLON-EXIT.
       LEER-LICMOV-EXIT.
           EXIT.
