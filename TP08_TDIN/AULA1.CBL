      *-- MAESTRO DE AULAS: "CURHOR.IND" TIENE DIA, HORARIO Y DOCENTE --*
      *-- DE CADA FRANJA PERO NO DONDE SE DICTA, ASI QUE DOS CURSOS   --*
      *-- PODIAN CAER EN LA MISMA AULA A LA MISMA HORA. ESTE PGM      --*
      *-- MANTIENE "AULA.IND" (CODIGO, DESCRIPCION Y CAPACIDAD) QUE   --*
      *-- "HORCUR1" EXIGE EN CADA FRANJA. NO SE BORRA UN AULA QUE     --*
      *-- TODAVIA TIENE FRANJAS EN "CURAULA.IND".                     --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AULA1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- MAESTRO DE AULAS (VER COPY/AULAREC.CPY) --*
           SELECT AULA ASSIGN TO DISK "AULA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AUCOD
           FILE STATUS IS FSTAUL.

      *-- AULA DE CADA FRANJA (VER COPY/HAULREC.CPY) --*
           SELECT CURAULA ASSIGN TO DISK "CURAULA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HACLAVE
           FILE STATUS IS FSTHAU.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTAUL            PIC XX.
       77 FSTHAU            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

       77 W-ACCION          PIC X     VALUE SPACES.
       77 W-FIN             PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 W-EXISTE-AUL      PIC X     VALUE "N".
       77 W-USADA           PIC X     VALUE "N".
       77 FIN-AUL           PIC X     VALUE "N".
       77 FIN-HAU           PIC X     VALUE "N".
       77 CONT-LIN          PIC 99    VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.

      *-- AULA TIPEADA POR EL OPERADOR --*
       77 W-AULA            PIC 9(03) VALUE 0.
       77 W-DESC            PIC X(20) VALUE SPACES.
       77 W-CAP             PIC 9(03) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON AULA.
       ERROR-APERTURA.
      *-- SOLO SE AUTO-CREA CUANDO EL ARCHIVO NO EXISTE (STATUS
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL ARCHIVO VACIO.
           IF FSTAUL = "35"
              OPEN OUTPUT AULA
              CLOSE AULA
              OPEN I-O AULA
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- MISMO NIVEL QUE LOS DEMAS MAESTROS DE TABLAS ("MODEXT") --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           IF W-NIVEL < 5
              DISPLAY "** SE NECESITA NIVEL 5 O MAS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O AULA.
           PERFORM PEDIR-ACCION THRU PEDIR-ACCION-EXIT
              UNTIL W-FIN = "S".
           CLOSE AULA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "MAESTRO DE AULAS" LINE 01 POSITION 32.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ACCION (A=ALTA/MODIF B=BORRAR L=LISTA 0=FIN): "
              LINE 04 POSITION 01.
           ACCEPT W-ACCION LINE 04 POSITION 48.
           IF W-ACCION = "0" OR W-ACCION = SPACE
              MOVE "S" TO W-FIN
              GO TO PEDIR-ACCION-EXIT.
           IF W-ACCION = "A"
              PERFORM GRABAR-AULA THRU GRABAR-AULA-EXIT
           ELSE IF W-ACCION = "B"
              PERFORM BORRAR-AULA THRU BORRAR-AULA-EXIT
           ELSE IF W-ACCION = "L"
              PERFORM LISTAR-AULAS THRU LISTAR-AULAS-EXIT
           ELSE
              DISPLAY "** ACCION INVALIDA, USE A, B, L O 0 **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       PEDIR-ACCION-EXIT.
           EXIT.

       PEDIR-AULA.
           DISPLAY "AULA (1-999): " LINE 06 POSITION 01.
           ACCEPT W-AULA LINE 06 POSITION 16.
           MOVE W-AULA TO AUCOD.
           READ AULA INVALID KEY MOVE "N" TO W-EXISTE-AUL
               NOT INVALID KEY MOVE "S" TO W-EXISTE-AUL.

       GRABAR-AULA.
           PERFORM PEDIR-AULA.
           IF W-AULA = 0
              GO TO GRABAR-AULA-EXIT.
           IF W-EXISTE-AUL = "S"
              DISPLAY "ACTUAL: " LINE 07 POSITION 01
              DISPLAY AUDESC LINE 07 POSITION 10
              DISPLAY "CAPACIDAD " LINE 07 POSITION 32
              DISPLAY AUCAP LINE 07 POSITION 42
           END-IF.
           DISPLAY "DESCRIPCION: " LINE 09 POSITION 01.
           ACCEPT W-DESC LINE 09 POSITION 14.
           DISPLAY "CAPACIDAD (ALUMNOS): " LINE 10 POSITION 01.
           ACCEPT W-CAP LINE 10 POSITION 22.
           IF W-DESC = SPACES OR W-CAP IS NOT NUMERIC OR W-CAP = 0
              DISPLAY "** FALTA LA DESCRIPCION O LA CAPACIDAD **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO GRABAR-AULA-EXIT.
           DISPLAY "GRABA EL AULA S/N: " LINE 12 POSITION 01.
           ACCEPT W-OK LINE 12 POSITION 21.
           IF W-OK NOT = "S"
              GO TO GRABAR-AULA-EXIT.
           MOVE W-AULA      TO AUCOD.
           MOVE W-DESC      TO AUDESC.
           MOVE W-CAP       TO AUCAP.
           MOVE W-FECHA-HOY TO AUFECHA.
           MOVE W-OPERADOR  TO AUOPER.
           IF W-EXISTE-AUL = "S"
              REWRITE R-AUL INVALID KEY
                 CONTINUE
              END-REWRITE
           ELSE
              WRITE R-AUL INVALID KEY
                 CONTINUE
              END-WRITE
           END-IF.
           DISPLAY "AULA GRABADA" LINE 13 POSITION 01.
           ACCEPT TECLA.
       GRABAR-AULA-EXIT.
           EXIT.

       BORRAR-AULA.
           PERFORM PEDIR-AULA.
           IF W-EXISTE-AUL = "N"
              DISPLAY "** ESA AULA NO EXISTE **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO BORRAR-AULA-EXIT.
           DISPLAY AUDESC LINE 06 POSITION 22.
           PERFORM VERIFICAR-USO THRU VERIFICAR-USO-EXIT.
           IF W-USADA = "S"
              DISPLAY "** EL AULA TIENE FRANJAS ASIGNADAS (HORCUR1) **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO BORRAR-AULA-EXIT.
           DISPLAY "BORRA EL AULA S/N: " LINE 08 POSITION 01.
           ACCEPT W-OK LINE 08 POSITION 21.
           IF W-OK = "S"
              DELETE AULA INVALID KEY
                 CONTINUE
              END-DELETE
              DISPLAY "AULA BORRADA" LINE 09 POSITION 01
              ACCEPT TECLA
           END-IF.
       BORRAR-AULA-EXIT.
           EXIT.

       VERIFICAR-USO.
           MOVE "N" TO W-USADA.
           OPEN INPUT CURAULA.
           IF FSTHAU NOT = "00"
              GO TO VERIFICAR-USO-EXIT.
           MOVE "N" TO FIN-HAU.
           PERFORM LEER-CURAULA THRU LEER-CURAULA-EXIT
              UNTIL FIN-HAU = "S" OR W-USADA = "S".
           CLOSE CURAULA.
       VERIFICAR-USO-EXIT.
           EXIT.

       LEER-CURAULA.
           READ CURAULA NEXT RECORD AT END
              MOVE "S" TO FIN-HAU
              GO TO LEER-CURAULA-EXIT.
           IF HAAULA = W-AULA
              MOVE "S" TO W-USADA
           END-IF.
       LEER-CURAULA-EXIT.
           EXIT.

       LISTAR-AULAS.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           MOVE 0 TO AUCOD.
           START AULA KEY IS NOT LESS THAN AUCOD
                 INVALID KEY MOVE "S" TO FIN-AUL
                 NOT INVALID KEY MOVE "N" TO FIN-AUL.
           PERFORM MOSTRAR-AULA THRU MOSTRAR-AULA-EXIT
              UNTIL FIN-AUL = "S".
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       LISTAR-AULAS-EXIT.
           EXIT.

       MOSTRAR-AULA.
           READ AULA NEXT RECORD AT END
              MOVE "S" TO FIN-AUL
              GO TO MOSTRAR-AULA-EXIT.
           IF CONT-LIN > 14
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY AUCOD   LINE LIN-ACT POSITION 01.
           DISPLAY AUDESC  LINE LIN-ACT POSITION 07.
           DISPLAY AUCAP   LINE LIN-ACT POSITION 30.
           DISPLAY AUFECHA LINE LIN-ACT POSITION 38.
           DISPLAY AUOPER  LINE LIN-ACT POSITION 48.
           ADD 1 TO CONT-LIN.
       MOSTRAR-AULA-EXIT.
           EXIT.

       ENCABEZADO.
           DISPLAY "MAESTRO DE AULAS" LINE 01 POSITION 32.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "AULA" LINE 03 POSITION 01.
           DISPLAY "DESCRIPCION" LINE 03 POSITION 07.
           DISPLAY "CAP" LINE 03 POSITION 30.
           DISPLAY "ALTA" LINE 03 POSITION 38.
           DISPLAY "OPERADOR" LINE 03 POSITION 48.
           DISPLAY SUBRAYADO LINE 04 POSITION 01.
           MOVE 0 TO CONT-LIN.
