      *** OCUPACION SEMANAL DE AULAS: POR CADA AULA DE "AULA.IND"   ***
      *** ARMA UNA GRILLA HORA (07 A 22) X DIA (LUNES A DOMINGO) CON ***
      *** EL CURSO/EDICION QUE LA OCUPA SEGUN LAS FRANJAS DE         ***
      *** "CURHOR.IND" Y SU AULA EN "CURAULA.IND" (VER "HORCUR1"),   ***
      *** CON LAS HORAS SEMANALES OCUPADAS Y LAS FRANJAS CUYO CUPO   ***
      *** "CUCAP" SUPERA LA CAPACIDAD DEL AULA. AL PIE CUENTA LAS    ***
      *** FRANJAS QUE TODAVIA NO TIENEN AULA.                        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTAUL1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT COMPARTIDO CON "MODCRS" --*
           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FSTCUR.

      *-- DOCENTES Y HORARIOS QUE MANTIENE "HORCUR1" --*
           SELECT CURHOR ASSIGN TO DISK "CURHOR.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HCLAVE
           FILE STATUS IS FSTHOR.

      *-- MAESTRO DE AULAS QUE MANTIENE "AULA1" --*
           SELECT AULA ASSIGN TO DISK "AULA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AUCOD
           FILE STATUS IS FSTAUL.

      *-- AULA DE CADA FRANJA, CON LA MISMA CLAVE QUE "CURHOR" --*
           SELECT CURAULA ASSIGN TO DISK "CURAULA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HACLAVE
           FILE STATUS IS FSTHAU.

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD CURSO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-CUR.
         01 R-CUR.
            02 CUCLAVE.
               03 CUCOD    PIC 9(03).
               03 CUEDI    PIC 9(02).
            02 CUDESC   PIC X(20).
            02 CUCAP    PIC 9(03).

      *-- MISMO LAYOUT QUE EN "HORCUR1" --*
        FD CURHOR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS R-HOR.
         01 R-HOR.
            02 HCLAVE.
               03 HCUR    PIC 9(03).
               03 HEDI    PIC 9(02).
               03 HDIA    PIC 9(1).
               03 HHDES   PIC 9(04).
            02 HHHAS   PIC 9(04).
            02 HDOC    PIC 9(08).

        FD AULA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS R-AUL.
           COPY AULAREC.

        FD CURAULA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 13 CHARACTERS
           DATA RECORD IS R-HAU.
           COPY HAULREC.

        FD LISTADO-IMP.
        01 R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTCUR            PIC XX.
       77 FSTHOR            PIC XX.
       77 FSTAUL            PIC XX.
       77 FSTHAU            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA        PIC X(08).
       77 L-CANT-REG        PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 W-HAY-CUR         PIC X     VALUE "N".
       77 W-HAY-HAU         PIC X     VALUE "N".
       77 FIN-AUL           PIC X     VALUE "N".
       77 FIN-HAU           PIC X     VALUE "N".
       77 FIN-HOR           PIC X     VALUE "N".
       77 CONT-AULAS        PIC 9(05) VALUE 0.
       77 CONT-SIN-AULA     PIC 9(05) VALUE 0.
       77 CONT-LIN          PIC 99    VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.

      *-- TOTALES DEL AULA EN CURSO --*
       77 W-FRANJAS         PIC 9(03) VALUE 0.
       77 W-EXCEDE          PIC 9(03) VALUE 0.
       77 W-MINUTOS         PIC 9(05) VALUE 0.
       77 W-HORAS           PIC 9(03)V99 VALUE 0.

      *-- HORAS DE LA FRANJA: LA HORA DE FIN SE REDONDEA PARA --*
      *-- ARRIBA PARA MARCAR LA ULTIMA HORA EMPEZADA         --*
       77 W-H-INI           PIC 99    VALUE 0.
       77 W-H-FIN           PIC 99    VALUE 0.
       77 W-H               PIC 99    VALUE 0.
       77 W-RESTO           PIC 99    VALUE 0.
       77 W-MIN-DES         PIC 9(04) VALUE 0.
       77 W-MIN-HAS         PIC 9(04) VALUE 0.
       77 IND-H             PIC 99    VALUE 0.
       77 IND-D             PIC 9     VALUE 0.

      *-- GRILLA DEL AULA: 16 HORAS (07 A 22) X 7 DIAS --*
       01 TABLA-GRILLA.
          02 G-HORA OCCURS 16 TIMES.
             03 G-CELDA OCCURS 7 TIMES PIC X(08).
       01 W-CELDA.
          02 W-C-CUR        PIC 9(03).
          02 FILLER         PIC X(01) VALUE "/".
          02 W-C-EDI        PIC 9(02).
          02 FILLER         PIC X(02) VALUE SPACE.

       01 L-TIT.
          02 FILLER    PIC X(40) VALUE
             "OCUPACION SEMANAL DE AULAS".
          02 FILLER    PIC X(18) VALUE SPACE.
          02 FILLER    PIC X(08) VALUE "EMITIDO ".
          02 L-FECHA   PIC 9(08).
       01 L-AULA.
          02 FILLER    PIC X(05) VALUE "AULA ".
          02 L-AUCOD   PIC 9(03).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-AUDESC  PIC X(20).
          02 FILLER    PIC X(05) VALUE " CAP ".
          02 L-AUCAP   PIC ZZ9.
          02 FILLER    PIC X(09) VALUE " FRANJAS ".
          02 L-FRANJAS PIC ZZ9.
          02 FILLER    PIC X(07) VALUE " HORAS ".
          02 L-HORAS   PIC ZZ9,99.
          02 FILLER    PIC X(14) VALUE " CUPO EXCEDE: ".
          02 L-EXCEDE  PIC ZZ9.
       01 L-CAB.
          02 FILLER    PIC X(06) VALUE "HORA".
          02 FILLER    PIC X(27) VALUE
             "LUNES    MARTES   MIERC.   ".
          02 FILLER    PIC X(36) VALUE
             "JUEVES   VIERNES  SABADO   DOMINGO".
       01 L-GRI.
          02 L-G-DES   PIC 99.
          02 L-G-GUION PIC X(01).
          02 L-G-HAS   PIC 99.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-G-DIA OCCURS 7 TIMES.
             03 L-G-CELDA PIC X(08).
             03 FILLER    PIC X(01).
       01 L-TOT.
          02 FILLER    PIC X(08) VALUE "AULAS:  ".
          02 L-TAUL    PIC ZZZZ9.
          02 FILLER    PIC X(05) VALUE SPACE.
          02 FILLER    PIC X(26) VALUE "FRANJAS SIN AULA ASIGNADA:".
          02 L-TSIN    PIC ZZZZ9.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- EL LISTADO QUEDA A NOMBRE DEL OPERADOR EN "SPOOLIMP" --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.

           OPEN INPUT AULA.
           IF FSTAUL NOT = "00"
              DISPLAY "** NO HAY AULAS CARGADAS (VER AULA1) **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT CURHOR.
           IF FSTHOR NOT = "00"
              DISPLAY "** NO HAY FRANJAS CARGADAS (VER HORCUR1) **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              CLOSE AULA
              GO TO FIN.
           MOVE "N" TO W-HAY-CUR W-HAY-HAU.
           OPEN INPUT CURSO.
           IF FSTCUR = "00"
              MOVE "S" TO W-HAY-CUR
           END-IF.
           OPEN INPUT CURAULA.
           IF FSTHAU = "00"
              MOVE "S" TO W-HAY-HAU
           END-IF.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-TIT.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE 0 TO AUCOD.
           START AULA KEY IS NOT LESS THAN AUCOD
                 INVALID KEY MOVE "S" TO FIN-AUL
                 NOT INVALID KEY MOVE "N" TO FIN-AUL.
           PERFORM PROCESAR-AULA THRU PROCESAR-AULA-EXIT
              UNTIL FIN-AUL = "S".

      *-- FRANJAS QUE QUEDARON SIN AULA (CARGADAS ANTES DEL MAESTRO) --*
           MOVE 0 TO HCUR HEDI HDIA HHDES.
           START CURHOR KEY IS NOT LESS THAN HCLAVE
                 INVALID KEY MOVE "S" TO FIN-HOR
                 NOT INVALID KEY MOVE "N" TO FIN-HOR.
           PERFORM CONTAR-SIN-AULA THRU CONTAR-SIN-AULA-EXIT
              UNTIL FIN-HOR = "S".

           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE CONT-AULAS    TO L-TAUL.
           MOVE CONT-SIN-AULA TO L-TSIN.
           WRITE R-IMP FROM L-TOT.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           CLOSE AULA.
           CLOSE CURHOR.
           IF W-HAY-CUR = "S"
              CLOSE CURSO
           END-IF.
           IF W-HAY-HAU = "S"
              CLOSE CURAULA
           END-IF.
           MOVE CONT-AULAS TO L-CANT-REG.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY SUBRAYADO LINE 21 POSITION 01.
           DISPLAY "AULAS: " CONT-AULAS LINE 22 POSITION 01.
           DISPLAY "FRANJAS SIN AULA ASIGNADA: " CONT-SIN-AULA
              LINE 22 POSITION 20.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- UNA GRILLA POR AULA: SE BARREN LAS AULAS DE LAS FRANJAS --*
       PROCESAR-AULA.
           READ AULA NEXT RECORD AT END
              MOVE "S" TO FIN-AUL
              GO TO PROCESAR-AULA-EXIT.
           ADD 1 TO CONT-AULAS.
           MOVE SPACES TO TABLA-GRILLA.
           MOVE 0 TO W-FRANJAS W-EXCEDE W-MINUTOS.
           IF W-HAY-HAU = "S"
              MOVE 0 TO HACUR HAEDI HADIA HAHDES
              START CURAULA KEY IS NOT LESS THAN HACLAVE
                    INVALID KEY MOVE "S" TO FIN-HAU
                    NOT INVALID KEY MOVE "N" TO FIN-HAU
              END-START
              PERFORM UBICAR-FRANJA THRU UBICAR-FRANJA-EXIT
                 UNTIL FIN-HAU = "S"
           END-IF.
           COMPUTE W-HORAS = W-MINUTOS / 60.

           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE AUCOD     TO L-AUCOD.
           MOVE AUDESC    TO L-AUDESC.
           MOVE AUCAP     TO L-AUCAP.
           MOVE W-FRANJAS TO L-FRANJAS.
           MOVE W-HORAS   TO L-HORAS.
           MOVE W-EXCEDE  TO L-EXCEDE.
           WRITE R-IMP FROM L-AULA.
           WRITE R-IMP FROM L-CAB.
           PERFORM IMPRIMIR-HORA VARYING IND-H FROM 1 BY 1
              UNTIL IND-H > 16.

           IF CONT-LIN > 14
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY AUCOD     LINE LIN-ACT POSITION 01.
           DISPLAY AUDESC    LINE LIN-ACT POSITION 06.
           DISPLAY AUCAP     LINE LIN-ACT POSITION 28.
           DISPLAY W-FRANJAS LINE LIN-ACT POSITION 34.
           DISPLAY L-HORAS   LINE LIN-ACT POSITION 42.
           DISPLAY W-EXCEDE  LINE LIN-ACT POSITION 52.
           ADD 1 TO CONT-LIN.
       PROCESAR-AULA-EXIT.
           EXIT.

       UBICAR-FRANJA.
           READ CURAULA NEXT RECORD AT END
              MOVE "S" TO FIN-HAU
              GO TO UBICAR-FRANJA-EXIT.
           IF HAAULA NOT = AUCOD
              GO TO UBICAR-FRANJA-EXIT.
           MOVE HACLAVE TO HCLAVE.
           READ CURHOR INVALID KEY
              GO TO UBICAR-FRANJA-EXIT.
           ADD 1 TO W-FRANJAS.
           DIVIDE HHDES BY 100 GIVING W-H-INI REMAINDER W-RESTO.
           COMPUTE W-MIN-DES = W-H-INI * 60 + W-RESTO.
           DIVIDE HHHAS BY 100 GIVING W-H-FIN REMAINDER W-RESTO.
           COMPUTE W-MIN-HAS = W-H-FIN * 60 + W-RESTO.
           IF W-RESTO > 0
              ADD 1 TO W-H-FIN
           END-IF.
           IF W-MIN-HAS > W-MIN-DES
              COMPUTE W-MINUTOS = W-MINUTOS + W-MIN-HAS - W-MIN-DES
           END-IF.
           MOVE HCUR TO W-C-CUR.
           MOVE HEDI TO W-C-EDI.
           PERFORM MARCAR-HORA VARYING W-H FROM W-H-INI BY 1
              UNTIL W-H NOT < W-H-FIN.
           IF W-HAY-CUR = "S"
              MOVE HCUR TO CUCOD
              MOVE HEDI TO CUEDI
              READ CURSO INVALID KEY
                 MOVE 0 TO CUCAP
              END-READ
              IF CUCAP > AUCAP
                 ADD 1 TO W-EXCEDE
              END-IF
           END-IF.
       UBICAR-FRANJA-EXIT.
           EXIT.

       MARCAR-HORA.
           IF W-H > 6 AND W-H < 23
              COMPUTE IND-H = W-H - 6
              MOVE W-CELDA TO G-CELDA (IND-H, HDIA)
           END-IF.

       IMPRIMIR-HORA.
           MOVE SPACES TO L-GRI.
           MOVE "-" TO L-G-GUION.
           COMPUTE L-G-DES = IND-H + 6.
           COMPUTE L-G-HAS = IND-H + 7.
           PERFORM ARMAR-CELDA VARYING IND-D FROM 1 BY 1
              UNTIL IND-D > 7.
           WRITE R-IMP FROM L-GRI.

       ARMAR-CELDA.
           MOVE G-CELDA (IND-H, IND-D) TO L-G-CELDA (IND-D).

       CONTAR-SIN-AULA.
           READ CURHOR NEXT RECORD AT END
              MOVE "S" TO FIN-HOR
              GO TO CONTAR-SIN-AULA-EXIT.
           IF W-HAY-HAU = "N"
              ADD 1 TO CONT-SIN-AULA
              GO TO CONTAR-SIN-AULA-EXIT.
           MOVE HCLAVE TO HACLAVE.
           READ CURAULA INVALID KEY
              ADD 1 TO CONT-SIN-AULA
           END-READ.
       CONTAR-SIN-AULA-EXIT.
           EXIT.

       ENCABEZADO.
           DISPLAY "OCUPACION SEMANAL DE AULAS" LINE 01 POSITION 27.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "AULA" LINE 03 POSITION 01.
           DISPLAY "DESCRIPCION" LINE 03 POSITION 06.
           DISPLAY "CAP" LINE 03 POSITION 28.
           DISPLAY "FRANJAS" LINE 03 POSITION 33.
           DISPLAY "HORAS" LINE 03 POSITION 42.
           DISPLAY "EXCEDE" LINE 03 POSITION 51.
           DISPLAY SUBRAYADO LINE 04 POSITION 01.
           MOVE 0 TO CONT-LIN.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "RPTAUL1" TO L-PROGRAMA.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "RPTAUL1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
