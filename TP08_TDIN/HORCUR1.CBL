      *-- DOCENTES Y HORARIOS DE CURSOS: "CURSO.IND" SOLO TIENE        --*
      *-- CUCOD/CUDESC/CUCAP, SIN DOCENTE NI HORARIO, ASI QUE LA      --*
      *-- GRILLA SEMANAL VIVIA EN UNA PIZARRA. ESTE PGM MANTIENE      --*
      *-- "CURHOR.IND" (UNA FRANJA POR CURSO/EDICION + DIA + HORA     --*
      *-- DESDE, CON SU HORA HASTA Y EL LEGAJO "MCA" DEL DOCENTE,     --*
      *-- VALIDADO CONTRA "MAEEMP.IND"), DETECTA DOCENTES             --*
      *-- SUPERPUESTOS EN EL MISMO DIA Y HORARIO, E IMPRIME LA GRILLA --*
      *-- SEMANAL EN "PRN" (CON CONSTANCIA EN "PRINT.LOG" VIA         --*
      *-- "PRINTLOG").                                                --*
      *-- CADA FRANJA LLEVA ADEMAS SU AULA DE "AULA.IND" (VER "AULA1" --*
      *-- Y COPY/HAULREC.CPY): NO SE GRABA UNA FRANJA QUE SE PISA EN  --*
      *-- EL MISMO DIA CON OTRA DE LA MISMA AULA O DEL MISMO DOCENTE, --*
      *-- Y SE AVISA SI EL CUPO "CUCAP" DEL CURSO SUPERA LA           --*
      *-- CAPACIDAD DEL AULA.                                         --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HORCUR1.
      ****
           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FSTCUR.

           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

      *-- FRANJA POR CURSO/EDICION + DIA (1=LUNES..7=DOMINGO) + HORA --*
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

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

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
      *-- LEGAJO DEL DOCENTE A CARGO DE LA FRANJA --*
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

       77 FSTCUR            PIC XX.
       77 FST               PIC XX.
       77 FSTHOR            PIC XX.
       77 FSTAUL            PIC XX.
       77 FSTHAU            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA        PIC X(08).
       77 L-CANT-REG        PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-ACCION          PIC X     VALUE SPACES.
       77 W-FIN             PIC X     VALUE "N".
       77 W-NOM-DOC         PIC X(30) VALUE SPACES.

      *-- FRANJA TIPEADA POR EL OPERADOR --*
       77 W-CUR             PIC 9(03) VALUE 0.
       77 W-EDI             PIC 9(02) VALUE 0.
       77 W-DIA             PIC 9(1)  VALUE 0.
       77 W-HDES            PIC 9(04) VALUE 0.
       77 W-HHAS            PIC 9(04) VALUE 0.
       77 W-DOC             PIC 9(08) VALUE 0.
       77 W-AULA            PIC 9(03) VALUE 0.
      *-- AULA DE LA FRANJA Y CUPO DEL CURSO --*
       77 W-EXISTE-AUL      PIC X     VALUE "N".
       77 W-EXISTE-HAU      PIC X     VALUE "N".
       77 W-NOM-AUL         PIC X(20) VALUE SPACES.
       77 W-CAP-AUL         PIC 9(03) VALUE 0.
       77 W-CAP-CUR         PIC 9(03) VALUE 0.
      *-- SUPERPOSICION EN EL MISMO DIA: D = MISMO DOCENTE, --*
      *-- A = MISMA AULA                                    --*
       77 W-CHOQUE          PIC X     VALUE "N".
       77 W-CHOQUE-TIPO     PIC X     VALUE SPACE.
       77 W-CHOQUE-CUR      PIC 9(03) VALUE 0.
       77 W-CHOQUE-EDI      PIC 9(02) VALUE 0.

       77 CONT-LIN          PIC 99    VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.
          02 L-HHAS    PIC 9(04).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-CURSO   PIC X(20).
          02 FILLER    PIC X(01) VALUE "/".
          02 L-EDI     PIC 9(02).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-DOCENTE PIC X(30).

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CURHOR.
       ERROR-APERTURA.
      *-- SOLO SE AUTO-CREA CUANDO EL ARCHIVO NO EXISTE (STATUS
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL ARCHIVO VACIO. VER "CONVCUR1" PARA CONVERTIR
      *-- LOS DE CURSO DE 1 CIFRA SIN EDICION.
           IF FSTHOR = "35"
              OPEN OUTPUT CURHOR
              CLOSE CURHOR
              OPEN I-O CURHOR
            END-IF.
       ERROR-APERTURA.
       TERCERA SECTION.
       USE AFTER ERROR PROCEDURE ON CURAULA.
       ERROR-APERTURA-HAU.
           IF FSTHAU = "35"
              OPEN OUTPUT CURAULA
              CLOSE CURAULA
              OPEN I-O CURAULA
            END-IF.
       ERROR-APERTURA-HAU.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
              EXIT PROGRAM
           END-IF.
           OPEN I-O CURHOR.
           OPEN I-O CURAULA.
           PERFORM PEDIR-ACCION THRU PEDIR-ACCION-EXIT
              UNTIL W-FIN = "S".
           CLOSE CURHOR.
           CLOSE CURAULA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "DOCENTES Y HORARIOS DE CURSOS" LINE 01
              POSITION 25.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           EXIT.

       PEDIR-FRANJA.
           DISPLAY "CURSO (1-999): " LINE 06 POSITION 01.
           ACCEPT W-CUR LINE 06 POSITION 17.
           DISPLAY "EDICION: " LINE 06 POSITION 22.
           ACCEPT W-EDI LINE 06 POSITION 31.
           DISPLAY "DIA (1=LUNES..7=DOMINGO): " LINE 07 POSITION 01.
           ACCEPT W-DIA LINE 07 POSITION 28.
           DISPLAY "DESDE (HHMM): " LINE 08 POSITION 01.
           ACCEPT W-HHAS LINE 09 POSITION 15.
           DISPLAY "DOCENTE (LEGAJO MCA): " LINE 10 POSITION 01.
           ACCEPT W-DOC LINE 10 POSITION 24.
           DISPLAY "AULA: " LINE 10 POSITION 36.
           ACCEPT W-AULA LINE 10 POSITION 42.

           PERFORM BUSCAR-CURSO.
           IF W-EXISTE-CUR = "N"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ASIGNAR-FRANJA-EXIT.
           PERFORM BUSCAR-AULA.
           IF W-EXISTE-AUL = "N"
              DISPLAY "** ESA AULA NO EXISTE (VER AULA1) **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ASIGNAR-FRANJA-EXIT.

      *-- NI EL MISMO DOCENTE NI LA MISMA AULA PUEDEN ESTAR EN DOS --*
      *-- CURSOS A LA VEZ                                          --*
           PERFORM VERIFICAR-CHOQUE THRU VERIFICAR-CHOQUE-EXIT.
           IF W-CHOQUE = "S" AND W-CHOQUE-TIPO = "A"
              DISPLAY "** AULA OCUPADA POR EL CURSO "
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              DISPLAY W-CHOQUE-CUR LINE 22 POSITION 31
              DISPLAY "/" LINE 22 POSITION 34
              DISPLAY W-CHOQUE-EDI LINE 22 POSITION 35
              DISPLAY " **" LINE 22 POSITION 37
              ACCEPT TECLA
              GO TO ASIGNAR-FRANJA-EXIT.
           IF W-CHOQUE = "S"
              DISPLAY "** DOCENTE SUPERPUESTO CON EL CURSO "
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              DISPLAY W-CHOQUE-CUR LINE 22 POSITION 37
              DISPLAY "/" LINE 22 POSITION 40
              DISPLAY W-CHOQUE-EDI LINE 22 POSITION 41
              DISPLAY " **" LINE 22 POSITION 43
              ACCEPT TECLA
              GO TO ASIGNAR-FRANJA-EXIT.

           DISPLAY "DOCENTE: " LINE 11 POSITION 01.
           DISPLAY W-NOM-DOC LINE 11 POSITION 10.
           DISPLAY W-NOM-AUL LINE 11 POSITION 42.
      *-- EL CUPO QUE NO ENTRA EN EL AULA SOLO SE AVISA --*
           IF W-CAP-CUR > W-CAP-AUL
              DISPLAY "** ATENCION: CUPO DEL CURSO "
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              DISPLAY W-CAP-CUR LINE 22 POSITION 29
              DISPLAY " MAYOR QUE CAPACIDAD DEL AULA "
                 LINE 22 POSITION 32
              DISPLAY W-CAP-AUL LINE 22 POSITION 62
              DISPLAY " **" LINE 22 POSITION 65
           END-IF.
           DISPLAY "GRABA LA FRANJA S/N: " LINE 12 POSITION 01.
           ACCEPT W-OK LINE 12 POSITION 23.
           IF W-OK NOT = "S"
              GO TO ASIGNAR-FRANJA-EXIT.
           MOVE W-CUR  TO HCUR.
           MOVE W-EDI  TO HEDI.
           MOVE W-DIA  TO HDIA.
           MOVE W-HDES TO HHDES.
           READ CURHOR INVALID KEY MOVE "N" TO W-EXISTE-HOR
               NOT INVALID KEY MOVE "S" TO W-EXISTE-HOR.
           MOVE W-CUR  TO HCUR.
           MOVE W-EDI  TO HEDI.
           MOVE W-DIA  TO HDIA.
           MOVE W-HDES TO HHDES.
           MOVE W-HHAS TO HHHAS.
                 CONTINUE
              END-WRITE
           END-IF.
           MOVE HCLAVE TO HACLAVE.
           READ CURAULA INVALID KEY MOVE "N" TO W-EXISTE-HAU
               NOT INVALID KEY MOVE "S" TO W-EXISTE-HAU.
           MOVE HCLAVE TO HACLAVE.
           MOVE W-AULA TO HAAULA.
           IF W-EXISTE-HAU = "S"
              REWRITE R-HAU
           ELSE
              WRITE R-HAU INVALID KEY
                 CONTINUE
              END-WRITE
           END-IF.
           DISPLAY "FRANJA GRABADA" LINE 13 POSITION 01.
           ACCEPT TECLA.
       ASIGNAR-FRANJA-EXIT.
       BORRAR-FRANJA.
           PERFORM PEDIR-FRANJA.
           MOVE W-CUR  TO HCUR.
           MOVE W-EDI  TO HEDI.
           MOVE W-DIA  TO HDIA.
           MOVE W-HDES TO HHDES.
           READ CURHOR INVALID KEY
              DELETE CURHOR INVALID KEY
                 CONTINUE
              END-DELETE
              MOVE HCLAVE TO HACLAVE
              DELETE CURAULA INVALID KEY
                 CONTINUE
              END-DELETE
              DISPLAY "FRANJA BORRADA" LINE 12 POSITION 01
              ACCEPT TECLA
           END-IF.
       BORRAR-FRANJA-EXIT.
           EXIT.

      *-- BARRE LAS FRANJAS BUSCANDO EL MISMO DOCENTE O LA MISMA  --*
      *-- AULA, MISMO DIA, CON HORARIOS QUE SE PISAN (OTRO CURSO  --*
      *-- U OTRA FRANJA).                                         --*
       VERIFICAR-CHOQUE.
           MOVE "N" TO W-CHOQUE.
           MOVE SPACE TO W-CHOQUE-TIPO.
           MOVE 0 TO HCUR HEDI HDIA HHDES.
           START CURHOR KEY IS NOT LESS THAN HCLAVE
                 INVALID KEY MOVE "S" TO FIN-HOR
                 NOT INVALID KEY MOVE "N" TO FIN-HOR.
           READ CURHOR NEXT RECORD AT END
              MOVE "S" TO FIN-HOR
              GO TO REVISAR-CHOQUE-EXIT.
           IF HDIA NOT = W-DIA
              GO TO REVISAR-CHOQUE-EXIT.
           IF HCUR = W-CUR AND HEDI = W-EDI AND HHDES = W-HDES
              GO TO REVISAR-CHOQUE-EXIT.
           IF HHDES NOT < W-HHAS OR HHHAS NOT > W-HDES
              GO TO REVISAR-CHOQUE-EXIT.
           IF HDOC = W-DOC
              MOVE "S" TO W-CHOQUE
              MOVE "D" TO W-CHOQUE-TIPO
              MOVE HCUR TO W-CHOQUE-CUR
              MOVE HEDI TO W-CHOQUE-EDI
              GO TO REVISAR-CHOQUE-EXIT.
           MOVE HCLAVE TO HACLAVE.
           READ CURAULA INVALID KEY MOVE 0 TO HAAULA.
           IF HAAULA = W-AULA
              MOVE "S" TO W-CHOQUE
              MOVE "A" TO W-CHOQUE-TIPO
              MOVE HCUR TO W-CHOQUE-CUR
              MOVE HEDI TO W-CHOQUE-EDI
           END-IF.
       REVISAR-CHOQUE-EXIT.
           EXIT.

      *-- GRILLA SEMANAL COMPLETA, EN PANTALLA Y EN "PRN" --*
       IMPRIMIR-GRILLA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           WRITE R-IMP FROM "*** GRILLA SEMANAL DE CURSOS ***".
           MOVE SUBRAYADO (1:60) TO R-IMP.
           WRITE R-IMP.
           MOVE 0 TO CONT-FRANJAS.
           MOVE 0 TO HCUR HEDI HDIA HHDES.
           START CURHOR KEY IS NOT LESS THAN HCLAVE
                 INVALID KEY MOVE "S" TO FIN-HOR
                 NOT INVALID KEY MOVE "N" TO FIN-HOR.
           PERFORM LISTAR-FRANJA THRU LISTAR-FRANJA-EXIT
              UNTIL FIN-HOR = "S".
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           MOVE "HORCUR1" TO L-PROGRAMA.
           MOVE CONT-FRANJAS TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
              MOVE "S" TO FIN-HOR
              GO TO LISTAR-FRANJA-EXIT.
           MOVE W-CUR TO W-CHOQUE-CUR.
           MOVE W-EDI TO W-CHOQUE-EDI.
           MOVE HCUR TO W-CUR.
           MOVE HEDI TO W-EDI.
           PERFORM BUSCAR-CURSO.
           MOVE HDOC TO W-DOC.
           PERFORM BUSCAR-DOCENTE.
           MOVE W-CHOQUE-CUR TO W-CUR.
           MOVE W-CHOQUE-EDI TO W-EDI.

           IF CONT-LIN > 14
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY "-"       LINE LIN-ACT, POSITION 16.
           DISPLAY HHHAS     LINE LIN-ACT, POSITION 17.
           DISPLAY W-NOM-CUR LINE LIN-ACT, POSITION 23.
           DISPLAY HEDI      LINE LIN-ACT, POSITION 43.
           DISPLAY W-NOM-DOC LINE LIN-ACT, POSITION 46.
           ADD 1 TO CONT-LIN.

           MOVE NOM-DIA (HDIA) TO L-DIA.
           MOVE HHDES     TO L-HDES.
           MOVE HHHAS     TO L-HHAS.
           MOVE W-NOM-CUR TO L-CURSO.
           MOVE HEDI      TO L-EDI.
           MOVE W-NOM-DOC TO L-DOCENTE.
           WRITE R-IMP FROM L-GRILLA.
           ADD 1 TO CONT-FRANJAS.
       BUSCAR-CURSO.
           MOVE "N" TO W-EXISTE-CUR.
           MOVE SPACES TO W-NOM-CUR.
           MOVE 0 TO W-CAP-CUR.
           MOVE W-CUR TO CUCOD.
           MOVE W-EDI TO CUEDI.
           OPEN INPUT CURSO.
           READ CURSO INVALID KEY MOVE "99" TO FSTCUR.
           IF FSTCUR = "00"
              MOVE "S"    TO W-EXISTE-CUR
              MOVE CUDESC TO W-NOM-CUR
              MOVE CUCAP  TO W-CAP-CUR
           END-IF.
           CLOSE CURSO.

       BUSCAR-AULA.
           MOVE "N" TO W-EXISTE-AUL.
           MOVE SPACES TO W-NOM-AUL.
           MOVE 0 TO W-CAP-AUL.
           MOVE W-AULA TO AUCOD.
           OPEN INPUT AULA.
           READ AULA INVALID KEY MOVE "99" TO FSTAUL.
           IF FSTAUL = "00"
              MOVE "S"    TO W-EXISTE-AUL
              MOVE AUDESC TO W-NOM-AUL
              MOVE AUCAP  TO W-CAP-AUL
           END-IF.
           CLOSE AULA.

       BUSCAR-DOCENTE.
           MOVE "N" TO W-EXISTE-DOC.
           MOVE SPACES TO W-NOM-DOC.
           DISPLAY "DIA" LINE 03 POSITION 01.
           DISPLAY "HORARIO" LINE 03 POSITION 12.
           DISPLAY "CURSO" LINE 03 POSITION 23.
           DISPLAY "ED" LINE 03 POSITION 43.
           DISPLAY "DOCENTE" LINE 03 POSITION 46.
           DISPLAY SUBRAYADO LINE 04 POSITION 01.
           MOVE 0 TO CONT-LIN.

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "HORCUR1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
