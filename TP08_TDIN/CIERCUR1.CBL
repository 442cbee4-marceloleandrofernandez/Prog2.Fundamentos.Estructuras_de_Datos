      *-- "NASIS", GRABA EL ACTA FINAL EN "ACTA.DAT" (A=APROBADO,     --*
      *-- F=DESAPROBADO, L=LIBRE POR FALTAS) E IMPRIME EN "PRN" UN    --*
      *-- CERTIFICADO POR CADA APROBADO (CON CONSTANCIA EN            --*
      *-- "PRINT.LOG" VIA "PRINTLOG", COMO "RPTCAR1"). SE CIERRA UNA  --*
      *-- EDICION DEL CURSO; SOLO CUENTAN LAS NOTAS DEL ALUMNO DESDE  --*
      *-- SU INSCRIPCION ("INSFALTA"), NO LAS DE EDICIONES ANTERIORES --*
      *-- QUE HAYA CURSADO.                                           --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERCUR1.
      ****
           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FSTCUR.

           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTACT.

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

        FD INSCRIP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-INS.
           COPY INSREC.


        FD ACTA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS R-ACTA.
         01 R-ACTA.
            02 ACCUR     PIC 9(03).
            02 ACEDI     PIC 9(02).
            02 ACALU     PIC 9(08).
      *-- PROMEDIO FINAL, ASISTENCIA EN % Y RESULTADO DEL ACTA: --*
      *-- A = APROBADO, F = DESAPROBADO, L = LIBRE POR FALTAS.  --*
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA        PIC X(08).
       77 L-CANT-REG        PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-CUR             PIC 9(03) VALUE 0.
       77 W-EDI             PIC 9(02) VALUE 0.
       77 W-NOM-CUR         PIC X(20) VALUE SPACES.
       77 W-EXISTE-CUR      PIC X     VALUE "N".
       77 W-ASIS-MIN        PIC 9(03) VALUE 75.
       01 L-LIN2.
          02 FILLER    PIC X(08) VALUE "CURSO   ".
          02 L-CURDES  PIC X(20).
          02 FILLER    PIC X(10) VALUE "  EDICION ".
          02 L-EDI     PIC 9(02).
       01 L-LIN3.
          02 FILLER    PIC X(10) VALUE "PROMEDIO  ".
          02 L-PROM    PIC Z9,99.
          02 L-FECHA   PIC 9(08).
          02 FILLER    PIC X(01) VALUE ")".

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON ACTA.
       ERROR-APERTURA.
      *-- SOLO SE AUTO-CREA CUANDO EL ARCHIVO NO EXISTE (STATUS
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL ARCHIVO VACIO. VER "CONVCUR1" PARA CONVERTIR
      *-- LOS DE CURSO DE 1 CIFRA SIN EDICION.
           IF FSTACT = "35"
              OPEN OUTPUT ACTA
              CLOSE ACTA
              OPEN EXTEND ACTA
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CIERRE DE CURSO Y ACTA FINAL" LINE 01
              POSITION 26.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "CURSO A CERRAR (1 A 999, 0 = TERMINAR): "
              LINE 04 POSITION 01.
           ACCEPT W-CUR LINE 04 POSITION 42.
           IF W-CUR = 0
              GO TO FIN.
           DISPLAY "EDICION: " LINE 04 POSITION 47.
           ACCEPT W-EDI LINE 04 POSITION 56.
           PERFORM BUSCAR-CURSO.
           IF W-EXISTE-CUR = "N"
              DISPLAY "** ESE CURSO NO EXISTE EN EL MAESTRO **"
              ACCEPT TECLA
              GO TO FIN.
           OPEN EXTEND ACTA.
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           MOVE 0 TO INSCA INSCUR INSEDI.
           START INSCRIP KEY IS NOT LESS THAN ICLAVE
                 INVALID KEY MOVE "S" TO FIN-INS
                 NOT INVALID KEY MOVE "N" TO FIN-INS.
           CLOSE INSCRIP.
           CLOSE ACTA.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY SUBRAYADO LINE 21 POSITION 01.
           READ INSCRIP NEXT RECORD AT END
              MOVE "S" TO FIN-INS
              GO TO CERRAR-ALUMNO-EXIT.
           IF INSCUR NOT = W-CUR OR INSEDI NOT = W-EDI
              OR INSEST NOT = "I"
              GO TO CERRAR-ALUMNO-EXIT.

           PERFORM ACUMULAR-NOTAS THRU ACUMULAR-NOTAS-EXIT.
           END-IF.

           MOVE W-CUR      TO ACCUR.
           MOVE W-EDI      TO ACEDI.
           MOVE INSCA      TO ACALU.
           MOVE W-PROM     TO ACPROM.
           MOVE W-ASIS-PCT TO ACASIS.
           EXIT.

      *-- NOTAS Y MARCAS DE ASISTENCIA DEL ALUMNO EN "NOTALU.DAT" --*
      *-- DESDE SU INSCRIPCION A ESTA EDICION                      --*
       ACUMULAR-NOTAS.
           MOVE 0 TO W-SUMA-NOTAS W-CANT-NOTAS
                     W-CANT-PRES W-CANT-CLASES.
           READ NOTALU NEXT RECORD AT END
              MOVE "S" TO FIN-NOT
              GO TO LEER-NOTA-EXIT.
           IF NACA NOT = INSCA OR NFECHA < INSFALTA
              GO TO LEER-NOTA-EXIT.
           ADD NNOTA TO W-SUMA-NOTAS.
           ADD 1 TO W-CANT-NOTAS.
           MOVE W-NOMBRE TO L-NOM.
           WRITE R-IMP FROM L-LIN1.
           MOVE W-NOM-CUR TO L-CURDES.
           MOVE W-EDI     TO L-EDI.
           WRITE R-IMP FROM L-LIN2.
           MOVE W-PROM     TO L-PROM.
           MOVE W-ASIS-PCT TO L-ASIS.
       BUSCAR-CURSO.
           MOVE "N" TO W-EXISTE-CUR.
           MOVE W-CUR TO CUCOD.
           MOVE W-EDI TO CUEDI.
           OPEN INPUT CURSO.
           READ CURSO INVALID KEY MOVE "99" TO FSTCUR.
           IF FSTCUR = "00"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           CANCEL "PRINTLOG".

       ENCABEZADO.
           DISPLAY "ACTA FINAL DEL CURSO " LINE 01 POSITION 22.
           DISPLAY W-CUR LINE 01 POSITION 43.
           DISPLAY " EDICION " LINE 01 POSITION 46.
           DISPLAY W-EDI LINE 01 POSITION 55.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ALUMNO" LINE 03 POSITION 01.
           DISPLAY "PROMEDIO" LINE 03 POSITION 12.
           DISPLAY "RESULT." LINE 03 POSITION 30.
           DISPLAY SUBRAYADO LINE 04 POSITION 01.
           MOVE 0 TO CONT-LIN.

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "CIERCUR1" TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
