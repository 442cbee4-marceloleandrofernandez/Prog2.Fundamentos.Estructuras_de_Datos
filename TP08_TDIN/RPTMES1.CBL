      *** PENDIENTES DE MESA: ALUMNOS QUE DEBEN UN CURSO, O SEA QUE ***
      *** SU ULTIMA ACTA DEL CURSO EN "ACTA.DAT" ES "F" (DESAPROBADO)***
      *** O "L" (LIBRE POR FALTAS) Y NO TIENEN UN "A" EN NINGUNA    ***
      *** EDICION, NI DE CURSADA NI DE MESA (VER "MESA1"). ORDENA EL ***
      *** ACTA POR ALUMNO Y CURSO CON "SORT" (COMO "ORDAL-01") Y     ***
      *** MUESTRA LA PROXIMA MESA ABIERTA A LA QUE YA ESTA INSCRIPTO ***
      *** CADA UNO, DE "MESAINS.IND".                                ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTMES1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT COMPARTIDO CON "MODALU" --*
           SELECT MAEALU ASSIGN TO DISK "ALUMNO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACA
           ALTERNATE RECORD KEY IS AAN DUPLICATES
           FILE STATUS IS FSTALU.

      *-- LAYOUT COMPARTIDO CON "MODCRS" --*
           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FSTCUR.

      *-- ACTA DE RESULTADOS FINALES ("CIERCUR1" Y "MESA1") --*
           SELECT ACTA ASSIGN TO DISK "ACTA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTACT.

      *-- ACTA ORDENADA POR ALUMNO Y CURSO, Y AREA DEL SORT --*
           SELECT ACTA-S ASSIGN TO DISK "ACTA.ORD"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT ACTA-W ASSIGN TO DISK "ACTA.WWW".

      *-- INSCRIPTOS A MESAS DE EXAMEN (VER COPY/MESIREC.CPY) --*
           SELECT MESAINS ASSIGN TO DISK "MESAINS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MICLAVE
           FILE STATUS IS FSTMSI.

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD MAEALU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU.
         01 R-ALU.
            02 ACA   PIC 9(08).
            02 AAN   PIC X(30).
            02 ACUR  PIC 9(03).
            02 AEDI  PIC 9(02).

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

      *-- MISMO LAYOUT QUE EN "CIERCUR1" --*
        FD ACTA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS R-ACTA.
         01 R-ACTA.
            02 ACCUR     PIC 9(03).
            02 ACEDI     PIC 9(02).
            02 ACALU     PIC 9(08).
            02 ACPROM    PIC 99V99.
            02 ACASIS    PIC 9(03).
            02 ACRES     PIC X(01).
            02 ACFECHA   PIC 9(08).
            02 ACOPER    PIC X(08).

        FD ACTA-S
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS R-ACTA-S.
         01 R-ACTA-S.
            02 SCUR      PIC 9(03).
            02 SEDI      PIC 9(02).
            02 SALU      PIC 9(08).
            02 SPROM     PIC 99V99.
            02 SASIS     PIC 9(03).
            02 SRES      PIC X(01).
            02 SFECHA    PIC 9(08).
            02 SOPER     PIC X(08).

        SD ACTA-W
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS R-ACTA-W.
         01 R-ACTA-W.
            02 WCUR      PIC 9(03).
            02 FILLER    PIC X(02).
            02 WALU      PIC 9(08).
            02 FILLER    PIC X(08).
            02 WFECHA    PIC 9(08).
            02 FILLER    PIC X(08).

        FD MESAINS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS R-MSI.
           COPY MESIREC.

        FD LISTADO-IMP.
        01 R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTALU            PIC XX.
       77 FSTCUR            PIC XX.
       77 FSTACT            PIC XX.
       77 FSTMSI            PIC XX.
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
       77 W-CUR-FIL         PIC 9(03) VALUE 0.
       77 W-HAY-ALU         PIC X     VALUE "N".
       77 W-HAY-CUR         PIC X     VALUE "N".
       77 W-HAY-MSI         PIC X     VALUE "N".
       77 FIN-ACT           PIC X     VALUE "N".
       77 FIN-MSI           PIC X     VALUE "N".
       77 CONT-ALU          PIC 9(05) VALUE 0.
       77 CONT-PEND         PIC 9(05) VALUE 0.
       77 CONT-INSC         PIC 9(05) VALUE 0.
       77 CONT-LIN          PIC 99    VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.
       77 W-ALU-ANT         PIC 9(08) VALUE 0.

      *-- ALUMNO Y CURSO EN CURSO DE CORTE --*
       77 W-G-ALU           PIC 9(08) VALUE 0.
       77 W-G-CUR           PIC 9(03) VALUE 0.
       77 W-G-APROBO        PIC X     VALUE "N".
       77 W-G-RES           PIC X     VALUE SPACE.
       77 W-G-EDI           PIC 9(02) VALUE 0.
       77 W-G-FECHA         PIC 9(08) VALUE 0.
       77 W-MESA            PIC 9(08) VALUE 0.

       01 L-TIT.
          02 FILLER    PIC X(40) VALUE
             "ALUMNOS PENDIENTES DE MESA DE EXAMEN".
          02 FILLER    PIC X(18) VALUE SPACE.
          02 FILLER    PIC X(08) VALUE "EMITIDO ".
          02 L-FECHA   PIC 9(08).
       01 L-CAB.
          02 FILLER    PIC X(40) VALUE
             "ALUMNO   NOMBRE               CURSO    ".
          02 FILLER    PIC X(40) VALUE
             "DESCRIPCION     RES ACTA     MESA".
       01 L-DET.
          02 L-ACA     PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-NOM     PIC X(20).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-CUR     PIC 9(03).
          02 FILLER    PIC X(01) VALUE "-".
          02 L-EDI     PIC 9(02).
          02 FILLER    PIC X(04) VALUE SPACE.
          02 L-DESC    PIC X(15).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-RES     PIC X(01).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-FACTA   PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-MESA    PIC X(08).
       01 L-TOT.
          02 FILLER    PIC X(20) VALUE "ALUMNOS QUE DEBEN:  ".
          02 L-TALU    PIC ZZZZ9.
          02 FILLER    PIC X(03) VALUE SPACE.
          02 FILLER    PIC X(18) VALUE "CURSOS ADEUDADOS: ".
          02 L-TPEN    PIC ZZZZ9.
          02 FILLER    PIC X(03) VALUE SPACE.
          02 FILLER    PIC X(16) VALUE "YA INSCRIPTOS:  ".
          02 L-TINS    PIC ZZZZ9.

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
           DISPLAY "ALUMNOS PENDIENTES DE MESA DE EXAMEN"
              LINE 01 POSITION 22.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "CURSO (0 = TODOS): " LINE 04 POSITION 01.
           ACCEPT W-CUR-FIL LINE 04 POSITION 21.

           OPEN INPUT ACTA.
           IF FSTACT NOT = "00"
              DISPLAY "** NO HAY ACTAS CARGADAS **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           CLOSE ACTA.
           SORT ACTA-W
              ASCENDING KEY WALU WCUR WFECHA
              USING  ACTA
              GIVING ACTA-S.

           MOVE "N" TO W-HAY-ALU W-HAY-CUR W-HAY-MSI.
           OPEN INPUT MAEALU.
           IF FSTALU = "00"
              MOVE "S" TO W-HAY-ALU
           END-IF.
           OPEN INPUT CURSO.
           IF FSTCUR = "00"
              MOVE "S" TO W-HAY-CUR
           END-IF.
           OPEN INPUT MESAINS.
           IF FSTMSI = "00"
              MOVE "S" TO W-HAY-MSI
           END-IF.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-TIT.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-CAB.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           PERFORM ENCABEZADO.

           OPEN INPUT ACTA-S.
           MOVE 0 TO W-ALU-ANT.
           PERFORM LEER-ACTA.
           PERFORM REVISAR-GRUPO THRU REVISAR-GRUPO-EXIT
              UNTIL FIN-ACT = "S".
           CLOSE ACTA-S.

           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE CONT-ALU  TO L-TALU.
           MOVE CONT-PEND TO L-TPEN.
           MOVE CONT-INSC TO L-TINS.
           WRITE R-IMP FROM L-TOT.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           IF W-HAY-ALU = "S"
              CLOSE MAEALU
           END-IF.
           IF W-HAY-CUR = "S"
              CLOSE CURSO
           END-IF.
           IF W-HAY-MSI = "S"
              CLOSE MESAINS
           END-IF.
           MOVE CONT-PEND TO L-CANT-REG.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY SUBRAYADO LINE 21 POSITION 01.
           DISPLAY "CURSOS ADEUDADOS: " CONT-PEND
              LINE 22 POSITION 01.
           DISPLAY "YA INSCRIPTOS A MESA: " CONT-INSC
              LINE 22 POSITION 30.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       LEER-ACTA.
           READ ACTA-S AT END MOVE "S" TO FIN-ACT.

      *-- JUNTA LAS ACTAS DE UN ALUMNO EN UN CURSO (YA VIENEN POR --*
      *-- FECHA): CUALQUIER "A" LO SACA; SI NO, VALE LA ULTIMA    --*
       REVISAR-GRUPO.
           MOVE SALU  TO W-G-ALU.
           MOVE SCUR  TO W-G-CUR.
           MOVE "N"   TO W-G-APROBO.
           MOVE SPACE TO W-G-RES.
           PERFORM JUNTAR-ACTA
              UNTIL FIN-ACT = "S"
                 OR SALU NOT = W-G-ALU OR SCUR NOT = W-G-CUR.
           IF W-G-APROBO = "S" OR W-G-RES = SPACE
              GO TO REVISAR-GRUPO-EXIT.
           IF W-CUR-FIL NOT = 0 AND W-CUR-FIL NOT = W-G-CUR
              GO TO REVISAR-GRUPO-EXIT.
           ADD 1 TO CONT-PEND.
           IF W-G-ALU NOT = W-ALU-ANT
              MOVE W-G-ALU TO W-ALU-ANT
              ADD 1 TO CONT-ALU
           END-IF.

           MOVE SPACES TO L-NOM L-DESC L-MESA.
           IF W-HAY-ALU = "S"
              MOVE W-G-ALU TO ACA
              READ MAEALU INVALID KEY
                 MOVE SPACES TO AAN
              END-READ
              MOVE AAN TO L-NOM
           END-IF.
           IF W-HAY-CUR = "S"
              MOVE W-G-CUR TO CUCOD
              MOVE W-G-EDI TO CUEDI
              READ CURSO INVALID KEY
                 MOVE SPACES TO CUDESC
              END-READ
              MOVE CUDESC TO L-DESC
           END-IF.
           PERFORM BUSCAR-MESA THRU BUSCAR-MESA-EXIT.
           IF W-MESA NOT = 0
              MOVE W-MESA TO L-MESA
              ADD 1 TO CONT-INSC
           END-IF.
           MOVE W-G-ALU   TO L-ACA.
           MOVE W-G-CUR   TO L-CUR.
           MOVE W-G-EDI   TO L-EDI.
           MOVE W-G-RES   TO L-RES.
           MOVE W-G-FECHA TO L-FACTA.
           WRITE R-IMP FROM L-DET.

           IF CONT-LIN > 14
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " LINE 05 POSITION 01 ERASE EOS
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 07 + CONT-LIN.
           DISPLAY W-G-ALU   LINE LIN-ACT POSITION 01.
           DISPLAY L-NOM     LINE LIN-ACT POSITION 10.
           DISPLAY W-G-CUR   LINE LIN-ACT POSITION 31.
           DISPLAY W-G-EDI   LINE LIN-ACT POSITION 35.
           DISPLAY W-G-RES   LINE LIN-ACT POSITION 39.
           DISPLAY W-G-FECHA LINE LIN-ACT POSITION 42.
           DISPLAY L-MESA    LINE LIN-ACT POSITION 52.
           ADD 1 TO CONT-LIN.
       REVISAR-GRUPO-EXIT.
           EXIT.

       JUNTAR-ACTA.
           IF SRES = "A"
              MOVE "S" TO W-G-APROBO
           ELSE
              MOVE SRES   TO W-G-RES
              MOVE SEDI   TO W-G-EDI
              MOVE SFECHA TO W-G-FECHA
           END-IF.
           PERFORM LEER-ACTA.

      *-- PROXIMA MESA DEL CURSO, SIN NOTA, DONDE YA ESTA ANOTADO --*
       BUSCAR-MESA.
           MOVE 0 TO W-MESA.
           IF W-HAY-MSI = "N"
              GO TO BUSCAR-MESA-EXIT.
           MOVE W-G-CUR     TO MICUR.
           MOVE W-FECHA-HOY TO MIFECHA.
           MOVE 0           TO MICA.
           START MESAINS KEY IS NOT LESS THAN MICLAVE
                 INVALID KEY MOVE "S" TO FIN-MSI
                 NOT INVALID KEY MOVE "N" TO FIN-MSI.
           PERFORM LEER-MESAINS THRU LEER-MESAINS-EXIT
              UNTIL FIN-MSI = "S".
       BUSCAR-MESA-EXIT.
           EXIT.

       LEER-MESAINS.
           READ MESAINS NEXT RECORD AT END
              MOVE "S" TO FIN-MSI
              GO TO LEER-MESAINS-EXIT.
           IF MICUR NOT = W-G-CUR
              MOVE "S" TO FIN-MSI
              GO TO LEER-MESAINS-EXIT.
           IF MICA = W-G-ALU AND MIEST = "I"
              MOVE MIFECHA TO W-MESA
              MOVE "S" TO FIN-MSI
           END-IF.
       LEER-MESAINS-EXIT.
           EXIT.

       ENCABEZADO.
           DISPLAY "ALUMNO" LINE 05 POSITION 01.
           DISPLAY "NOMBRE" LINE 05 POSITION 10.
           DISPLAY "CURSO"  LINE 05 POSITION 31.
           DISPLAY "RES"    LINE 05 POSITION 38.
           DISPLAY "ACTA"   LINE 05 POSITION 42.
           DISPLAY "MESA"   LINE 05 POSITION 52.
           DISPLAY SUBRAYADO LINE 06 POSITION 01.
           MOVE 0 TO CONT-LIN.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "RPTMES1" TO L-PROGRAMA.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "RPTMES1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
