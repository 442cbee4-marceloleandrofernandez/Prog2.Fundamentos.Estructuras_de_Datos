           RECORD KEY IS XCA
           FILE STATUS IS FSTCHE.

      *-- ENTREGAS DE EQUIPO (VER "ASIGEQ1"), SOLO PARA CONSULTA --*
           SELECT ASIGEQ ASSIGN TO DISK "ASIGEQ.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AGCLAVE
           FILE STATUS IS FSTASG.

       DATA DIVISION.
       FILE SECTION.
        FD CHKEGR
           DATA RECORD IS R-CHE.
           COPY CHKEREC.

        FD ASIGEQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS R-ASG.
           COPY ASIGREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTCHE             PIC XX.
       77 FSTASG             PIC XX.
       77 SUBRAYADO          PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "CHKING1") --*
       77 W-OPERADOR         PIC X(08) VALUE SPACES.
       77 W-FIN              PIC X     VALUE "N".
       77 W-APROB            PIC X     VALUE SPACES.
       77 W-FECHA-HOY        PIC 9(08) VALUE 0.
      *-- "S" SI EXISTE "ASIGEQ.IND"; SIN ARCHIVO NO HAY ENTREGAS --*
       77 W-HAY-ASIGEQ       PIC X     VALUE "N".
       77 W-FIN-ASG          PIC X     VALUE "N".
       77 W-PENDIENTE-EQU    PIC X     VALUE "N".
      *-- PAGINADO DEL LISTADO DE PENDIENTES --*
       77 W-FIN-LISTA        PIC X     VALUE "N".
       77 CONT-LIN           PIC 99    VALUE 0.
       77 LIN-ACT            PIC 99    VALUE 0.
       77 CONT-PEND          PIC 9(05) VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 22 REVERSE
              VALUE "CHECKLIST DE EGRESO DE PERSONAL".

           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY PANTALLA-TITULO.
           OPEN I-O CHKEGR.
           OPEN INPUT ASIGEQ.
           IF FSTASG = "00"
              MOVE "S" TO W-HAY-ASIGEQ
           END-IF.
           PERFORM PROCESAR-UNO THRU PROCESAR-UNO-EXIT
              UNTIL W-FIN = "S".
           CLOSE CHKEGR.
           IF W-HAY-ASIGEQ = "S"
              CLOSE ASIGEQ
           END-IF.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.
      *-- EL CHECKLIST LO ABRE "MODABM" AL DAR LA BAJA; ACA SOLO --*
      *-- SE MARCAN PASOS DE EGRESOS YA REGISTRADOS.             --*
       PROCESAR-UNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-PEDIR-CODIGO.
           ACCEPT  PANTALLA-PEDIR-CODIGO ON ESCAPE
              ACCEPT TECLA
              GO TO PROCESAR-UNO-EXIT.

      *-- EL EQUIPO NO SE DA POR DEVUELTO MIENTRAS EL LEGAJO TENGA  --*
      *-- ENTREGAS EN "E" EN "ASIGEQ.IND": CADA ELEMENTO SE DEVUELVE --*
      *-- O SE DA DE BAJA EN "ASIGEQ1" ANTES DE TILDAR ESTE PASO.    --*
           IF XEQUIPO = "S"
              PERFORM VERIFICAR-EQUIPO THRU VERIFICAR-EQUIPO-EXIT
              IF W-PENDIENTE-EQU = "S"
                 DISPLAY "** HAY EQUIPO SIN DEVOLVER (VER ASIGEQ1) **"
                    LINE 15 POSITION 05 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 GO TO PROCESAR-UNO-EXIT
              END-IF
           END-IF.

           DISPLAY "GRABA ESTE CHECKLIST S/N: " LINE 15 POSITION 05.
           ACCEPT  W-APROB LINE 15 POSITION 32.
           IF W-APROB NOT = "S"
       PROCESAR-UNO-EXIT.
           EXIT.

       VERIFICAR-EQUIPO.
           MOVE "N" TO W-PENDIENTE-EQU.
           IF W-HAY-ASIGEQ NOT = "S"
              GO TO VERIFICAR-EQUIPO-EXIT.
           MOVE XCA TO AGCA.
           MOVE 0   TO AGNRO.
           MOVE "N" TO W-FIN-ASG.
           START ASIGEQ KEY IS NOT LESS AGCLAVE
                 INVALID KEY MOVE "S" TO W-FIN-ASG.
           PERFORM LEER-ASIGNACION THRU LEER-ASIGNACION-EXIT
              UNTIL W-FIN-ASG = "S".
       VERIFICAR-EQUIPO-EXIT.
           EXIT.

       LEER-ASIGNACION.
           READ ASIGEQ NEXT RECORD AT END
              MOVE "S" TO W-FIN-ASG
              GO TO LEER-ASIGNACION-EXIT.
           IF AGCA NOT = XCA
              MOVE "S" TO W-FIN-ASG
              GO TO LEER-ASIGNACION-EXIT.
           IF AGESTADO = "E"
              MOVE "S" TO W-PENDIENTE-EQU
              MOVE "S" TO W-FIN-ASG
           END-IF.
       LEER-ASIGNACION-EXIT.
           EXIT.

      *-- RECORRE "CHKEGR.IND" Y LISTA TODO EGRESO CON ALGUN --*
      *-- PASO EN "N", PAGINADO COMO "CHKING1".              --*
       LISTAR-PENDIENTES.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO-PEND.
           MOVE "N" TO W-FIN-LISTA.
           MOVE 0 TO CONT-PEND.
                    LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 DISPLAY " " ERASE EOS
                 DISPLAY ENT-MARCA LINE 01 POSITION 01
                 PERFORM ENCABEZADO-PEND
              END-IF
              COMPUTE LIN-ACT = 05 + CONT-LIN
