      *-- MESAS DE EXAMEN: "CIERCUR1" DEJA EN "ACTA.DAT" A LOS        --*
      *-- DESAPROBADOS ("F") Y A LOS LIBRES POR FALTAS ("L") SIN      --*
      *-- OTRA SALIDA QUE VOLVER A CURSAR. ESTE PGM ABRE MESAS EN     --*
      *-- "MESA.IND" (CODIGO DE CURSO + FECHA, CON UN TRIBUNAL DE     --*
      *-- HASTA 3 DOCENTES QUE DICTAN EL CURSO SEGUN "CURHOR.IND",    --*
      *-- VER "HORCUR1"), INSCRIBE EN "MESAINS.IND" A LOS ALUMNOS     --*
      *-- CUYA ULTIMA ACTA DEL CURSO ES "F" O "L" Y NO TIENEN UN "A", --*
      *-- CARGA LA NOTA QUE PONE EL TRIBUNAL (EL APROBADO GRABA UN    --*
      *-- "A" EN "ACTA.DAT" CON LA FECHA DE LA MESA, QUE ES LO QUE    --*
      *-- LEEN "ANALIT1" Y "CORRVER") E IMPRIME LA PLANILLA DE LA     --*
      *-- MESA EN "PRN" CON LAS FIRMAS DEL TRIBUNAL (CON CONSTANCIA   --*
      *-- EN "PRINT.LOG" VIA "PRINTLOG"). LOS QUE SIGUEN DEBIENDO LA  --*
      *-- MESA LOS LISTA "RPTMES1".                                   --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESA1.
      ****
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

      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01", SOLO LECTURA --*
           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

      *-- DOCENTES DE CADA CURSO QUE MANTIENE "HORCUR1" --*
           SELECT CURHOR ASSIGN TO DISK "CURHOR.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HCLAVE
           FILE STATUS IS FSTHOR.

      *-- ACTA DE RESULTADOS FINALES QUE GRABA "CIERCUR1" --*
           SELECT ACTA ASSIGN TO DISK "ACTA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTACT.

      *-- MESAS DE EXAMEN (VER COPY/MESAREC.CPY) --*
           SELECT MESA ASSIGN TO DISK "MESA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MECLAVE
           FILE STATUS IS FSTMES.

      *-- INSCRIPTOS A CADA MESA (VER COPY/MESIREC.CPY) --*
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

        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

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

        FD MESA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS R-MES.
           COPY MESAREC.

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
       77 FST               PIC XX.
       77 FSTHOR            PIC XX.
       77 FSTACT            PIC XX.
       77 FSTMES            PIC XX.
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

       77 W-ACCION          PIC X     VALUE SPACES.
       77 W-FIN             PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 W-CUR             PIC 9(03) VALUE 0.
       77 W-ACA             PIC 9(08) VALUE 0.
       77 W-DOC             PIC 9(08) VALUE 0.
       77 W-NOTA            PIC 9(02) VALUE 0.
       77 W-NOTA-OK         PIC X     VALUE "N".
       77 W-NOTA-ED         PIC Z9.
       77 W-NOTA-MIN        PIC 9(02) VALUE 6.
       77 W-NOM-CUR         PIC X(20) VALUE SPACES.
       77 W-NOM-ALU         PIC X(30) VALUE SPACES.
       77 W-NOM-DOC         PIC X(30) VALUE SPACES.
       77 W-EXISTE-CUR      PIC X     VALUE "N".
       77 W-EXISTE-ALU      PIC X     VALUE "N".
       77 W-EXISTE-DOC      PIC X     VALUE "N".
       77 W-EXISTE-MES      PIC X     VALUE "N".
       77 W-DICTA           PIC X     VALUE "N".
       77 W-HAY-ALU         PIC X     VALUE "N".
       77 W-MSG             PIC X(50) VALUE SPACES.
       77 FIN-HOR           PIC X     VALUE "N".
       77 FIN-ACT           PIC X     VALUE "N".
       77 FIN-MSI           PIC X     VALUE "N".
       77 IND-D             PIC 9     VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.

      *-- FECHA DE LA MESA TIPEADA, CON SUS PARTES PARA VALIDARLA --*
       01 W-FECHA           PIC 9(08) VALUE 0.
       01 W-FECHA-R REDEFINES W-FECHA.
          02 W-FEC-A        PIC 9(04).
          02 W-FEC-M        PIC 9(02).
          02 W-FEC-D        PIC 9(02).

      *-- TRIBUNAL TIPEADO, CON LOS NOMBRES DE "MAEEMP" --*
       01 W-TRIBUNAL.
          02 W-VOCAL OCCURS 3 TIMES.
             03 W-T-DOC     PIC 9(08).
             03 W-T-NOM     PIC X(30).

      *-- ULTIMA ACTA "F"/"L" DEL ALUMNO EN EL CURSO (Y SI TIENE "A") --*
       77 W-APROBO          PIC X     VALUE "N".
       77 W-SIT-RES         PIC X     VALUE SPACE.
       77 W-SIT-EDI         PIC 9(02) VALUE 0.
       77 W-SIT-ASIS        PIC 9(03) VALUE 0.
       77 W-SIT-FECHA       PIC 9(08) VALUE 0.

       77 CONT-INSC         PIC 9(05) VALUE 0.
       77 CONT-APROB        PIC 9(05) VALUE 0.
       77 CONT-DESAP        PIC 9(05) VALUE 0.
       77 CONT-AUSEN        PIC 9(05) VALUE 0.

      *-- LINEAS DE LA PLANILLA IMPRESA --*
       01 L-TIT.
          02 FILLER    PIC X(30) VALUE
             "PLANILLA DE MESA DE EXAMEN".
          02 FILLER    PIC X(28) VALUE SPACE.
          02 FILLER    PIC X(08) VALUE "EMITIDO ".
          02 L-FECHA   PIC 9(08).
       01 L-MES.
          02 FILLER    PIC X(08) VALUE "CURSO   ".
          02 L-CUR     PIC 9(03).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-DESC    PIC X(20).
          02 FILLER    PIC X(08) VALUE "  FECHA ".
          02 L-FMES    PIC 9(08).
          02 FILLER    PIC X(16) VALUE "  NOTA MINIMA   ".
          02 L-NMIN    PIC Z9.
       01 L-TRIB.
          02 FILLER    PIC X(08) VALUE "TRIBUNAL".
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-T-DOC   PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-T-NOM   PIC X(30).
       01 L-CAB.
          02 FILLER    PIC X(40) VALUE
             "ALUMNO   NOMBRE                        ".
          02 FILLER    PIC X(30) VALUE
             "ED  RES  NOTA  RESULTADO".
       01 L-DET.
          02 L-ACA     PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-NOM     PIC X(30).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-EDI     PIC 9(02).
          02 FILLER    PIC X(03) VALUE SPACE.
          02 L-RES     PIC X(01).
          02 FILLER    PIC X(03) VALUE SPACE.
          02 L-NOTA    PIC X(02).
          02 FILLER    PIC X(04) VALUE SPACE.
          02 L-RESUL   PIC X(12).
       01 L-TOT.
          02 FILLER    PIC X(12) VALUE "INSCRIPTOS: ".
          02 L-TINS    PIC ZZZZ9.
          02 FILLER    PIC X(13) VALUE "  APROBADOS: ".
          02 L-TAPR    PIC ZZZZ9.
          02 FILLER    PIC X(16) VALUE "  DESAPROBADOS: ".
          02 L-TDES    PIC ZZZZ9.
          02 FILLER    PIC X(12) VALUE "  AUSENTES: ".
          02 L-TAUS    PIC ZZZZ9.
       01 L-FIRMA.
          02 FILLER    PIC X(10) VALUE SPACE.
          02 L-F-NOM   PIC X(30).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-F-DOC   PIC 9(08).

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON MESA.
       ERROR-APERTURA.
      *-- SOLO SE AUTO-CREA CUANDO EL ARCHIVO NO EXISTE (STATUS
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL ARCHIVO VACIO.
           IF FSTMES = "35"
              OPEN OUTPUT MESA
              CLOSE MESA
              OPEN I-O MESA
            END-IF.
       ERROR-APERTURA.
       TERCERA SECTION.
       USE AFTER ERROR PROCEDURE ON MESAINS.
       ERROR-APERTURA-MSI.
           IF FSTMSI = "35"
              OPEN OUTPUT MESAINS
              CLOSE MESAINS
              OPEN I-O MESAINS
            END-IF.
       ERROR-APERTURA-MSI.
       CUARTA SECTION.
       USE AFTER ERROR PROCEDURE ON ACTA.
       ERROR-APERTURA-ACT.
           IF FSTACT = "35"
              OPEN OUTPUT ACTA
              CLOSE ACTA
              OPEN EXTEND ACTA
            END-IF.
       ERROR-APERTURA-ACT.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- LA MESA, LA INSCRIPCION Y LAS NOTAS QUEDAN A NOMBRE DEL --*
      *-- OPERADOR                                                --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O MESA.
           OPEN I-O MESAINS.
           PERFORM PEDIR-ACCION THRU PEDIR-ACCION-EXIT
              UNTIL W-FIN = "S".
           CLOSE MESA.
           CLOSE MESAINS.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "MESAS DE EXAMEN" LINE 01 POSITION 32.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ACCION (A=ABRIR I=INSCRIBIR N=NOTAS P=PLANILLA "
              LINE 04 POSITION 01.
           DISPLAY "0=FIN): " LINE 04 POSITION 48.
           ACCEPT W-ACCION LINE 04 POSITION 56.
           IF W-ACCION = "0" OR W-ACCION = SPACE
              MOVE "S" TO W-FIN
              GO TO PEDIR-ACCION-EXIT.
           IF W-ACCION = "A"
              PERFORM ABRIR-MESA THRU ABRIR-MESA-EXIT
           ELSE IF W-ACCION = "I"
              PERFORM INSCRIBIR-ALUMNO THRU INSCRIBIR-ALUMNO-EXIT
           ELSE IF W-ACCION = "N"
              PERFORM CARGAR-NOTAS THRU CARGAR-NOTAS-EXIT
           ELSE IF W-ACCION = "P"
              PERFORM IMPRIMIR-PLANILLA THRU IMPRIMIR-PLANILLA-EXIT
           ELSE
              DISPLAY "** ACCION INVALIDA, USE A, I, N, P O 0 **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       PEDIR-ACCION-EXIT.
           EXIT.

      *-- CURSO Y FECHA IDENTIFICAN LA MESA --*
       PEDIR-MESA.
           DISPLAY "CURSO (1-999): " LINE 06 POSITION 01.
           ACCEPT W-CUR LINE 06 POSITION 17.
           DISPLAY "FECHA DE LA MESA (AAAAMMDD): " LINE 06
              POSITION 22.
           ACCEPT W-FECHA LINE 06 POSITION 51.
           PERFORM BUSCAR-CURSO THRU BUSCAR-CURSO-EXIT.
           DISPLAY W-NOM-CUR LINE 06 POSITION 61.
           MOVE W-CUR   TO MECUR.
           MOVE W-FECHA TO MEFECHA.
           READ MESA INVALID KEY MOVE "N" TO W-EXISTE-MES
               NOT INVALID KEY MOVE "S" TO W-EXISTE-MES.

      *-- ALTA DE LA MESA CON SU TRIBUNAL --*
       ABRIR-MESA.
           PERFORM PEDIR-MESA.
           IF W-EXISTE-CUR = "N"
              DISPLAY "** ESE CURSO NO EXISTE EN EL MAESTRO **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ABRIR-MESA-EXIT.
           IF W-FECHA < W-FECHA-HOY
              OR W-FEC-M < 1 OR W-FEC-M > 12
              OR W-FEC-D < 1 OR W-FEC-D > 31
              DISPLAY "** FECHA DE MESA INVALIDA O YA PASADA **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ABRIR-MESA-EXIT.
           IF W-EXISTE-MES = "S"
              DISPLAY "** YA HAY UNA MESA DE ESE CURSO ESE DIA **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ABRIR-MESA-EXIT.

           DISPLAY "TRIBUNAL, LEGAJOS MCA (0 = SIN VOCAL):"
              LINE 08 POSITION 01.
           DISPLAY "PRESIDENTE: " LINE 09 POSITION 01.
           ACCEPT W-T-DOC (1) LINE 09 POSITION 14.
           DISPLAY "VOCAL     : " LINE 10 POSITION 01.
           ACCEPT W-T-DOC (2) LINE 10 POSITION 14.
           DISPLAY "VOCAL     : " LINE 11 POSITION 01.
           ACCEPT W-T-DOC (3) LINE 11 POSITION 14.
           IF W-T-DOC (1) = 0
              DISPLAY "** LA MESA NECESITA UN PRESIDENTE **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ABRIR-MESA-EXIT.
           MOVE SPACES TO W-MSG.
           PERFORM VALIDAR-VOCAL THRU VALIDAR-VOCAL-EXIT
              VARYING IND-D FROM 1 BY 1
              UNTIL IND-D > 3 OR W-MSG NOT = SPACES.
           IF W-MSG NOT = SPACES
              DISPLAY W-MSG LINE 24 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ABRIR-MESA-EXIT.

           DISPLAY "NOTA MINIMA DE APROBACION (DEFECTO 6): "
              LINE 13 POSITION 01.
           ACCEPT W-NOTA-MIN LINE 13 POSITION 41.
           IF W-NOTA-MIN IS NOT NUMERIC OR W-NOTA-MIN = 0
              OR W-NOTA-MIN > 10
              MOVE 6 TO W-NOTA-MIN
           END-IF.
           DISPLAY "GRABA LA MESA S/N: " LINE 14 POSITION 01.
           ACCEPT W-OK LINE 14 POSITION 21.
           IF W-OK NOT = "S"
              GO TO ABRIR-MESA-EXIT.
           MOVE W-CUR       TO MECUR.
           MOVE W-FECHA     TO MEFECHA.
           MOVE W-T-DOC (1) TO MEDOC (1).
           MOVE W-T-DOC (2) TO MEDOC (2).
           MOVE W-T-DOC (3) TO MEDOC (3).
           MOVE W-NOTA-MIN  TO MENOTMIN.
           MOVE "A"         TO MEEST.
           MOVE W-FECHA-HOY TO MEFALTA.
           MOVE W-OPERADOR  TO MEOPER.
           WRITE R-MES INVALID KEY
              CONTINUE
           END-WRITE.
           DISPLAY "MESA ABIERTA, YA ADMITE INSCRIPTOS"
              LINE 15 POSITION 01.
           ACCEPT TECLA.
       ABRIR-MESA-EXIT.
           EXIT.

      *-- CADA VOCAL: EN "MAEEMP", SIN REPETIR, Y DOCENTE DEL CURSO --*
      *-- EN ALGUNA EDICION SEGUN "CURHOR.IND"                      --*
       VALIDAR-VOCAL.
           MOVE SPACES TO W-T-NOM (IND-D).
           IF W-T-DOC (IND-D) = 0
              GO TO VALIDAR-VOCAL-EXIT.
           IF IND-D > 1 AND W-T-DOC (IND-D) = W-T-DOC (1)
              OR IND-D > 2 AND W-T-DOC (IND-D) = W-T-DOC (2)
              MOVE "** UN DOCENTE ESTA DOS VECES EN EL TRIBUNAL **"
                 TO W-MSG
              GO TO VALIDAR-VOCAL-EXIT.
           MOVE W-T-DOC (IND-D) TO W-DOC.
           PERFORM BUSCAR-DOCENTE.
           IF W-EXISTE-DOC = "N"
              MOVE "** UN VOCAL NO EXISTE EN MAEEMP **" TO W-MSG
              GO TO VALIDAR-VOCAL-EXIT.
           PERFORM VERIFICAR-DICTA THRU VERIFICAR-DICTA-EXIT.
           IF W-DICTA = "N"
              MOVE "** UN VOCAL NO DICTA ESE CURSO (VER HORCUR1) **"
                 TO W-MSG
              GO TO VALIDAR-VOCAL-EXIT.
           MOVE W-NOM-DOC TO W-T-NOM (IND-D).
           COMPUTE LIN-ACT = 08 + IND-D.
           DISPLAY W-NOM-DOC LINE LIN-ACT POSITION 24.
       VALIDAR-VOCAL-EXIT.
           EXIT.

       VERIFICAR-DICTA.
           MOVE "N" TO W-DICTA.
           OPEN INPUT CURHOR.
           IF FSTHOR NOT = "00"
              GO TO VERIFICAR-DICTA-EXIT.
           MOVE W-CUR TO HCUR.
           MOVE 0 TO HEDI HDIA HHDES.
           START CURHOR KEY IS NOT LESS THAN HCLAVE
                 INVALID KEY MOVE "S" TO FIN-HOR
                 NOT INVALID KEY MOVE "N" TO FIN-HOR.
           PERFORM LEER-FRANJA THRU LEER-FRANJA-EXIT
              UNTIL FIN-HOR = "S" OR W-DICTA = "S".
           CLOSE CURHOR.
       VERIFICAR-DICTA-EXIT.
           EXIT.

       LEER-FRANJA.
           READ CURHOR NEXT RECORD AT END
              MOVE "S" TO FIN-HOR
              GO TO LEER-FRANJA-EXIT.
           IF HCUR NOT = W-CUR
              MOVE "S" TO FIN-HOR
              GO TO LEER-FRANJA-EXIT.
           IF HDOC = W-DOC
              MOVE "S" TO W-DICTA
           END-IF.
       LEER-FRANJA-EXIT.
           EXIT.

      *-- SOLO ENTRA QUIEN DEBE EL CURSO: ULTIMA ACTA "F" O "L" Y --*
      *-- NINGUN "A" EN NINGUNA EDICION                          --*
       INSCRIBIR-ALUMNO.
           PERFORM PEDIR-MESA.
           IF W-EXISTE-MES = "N"
              DISPLAY "** ESA MESA NO EXISTE **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO INSCRIBIR-ALUMNO-EXIT.
           IF MEEST NOT = "A" OR MEFECHA < W-FECHA-HOY
              DISPLAY "** ESA MESA YA NO ADMITE INSCRIPTOS **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO INSCRIBIR-ALUMNO-EXIT.
           DISPLAY "ALUMNO (LEGAJO): " LINE 08 POSITION 01.
           ACCEPT W-ACA LINE 08 POSITION 19.
           PERFORM BUSCAR-ALUMNO.
           IF W-EXISTE-ALU = "N"
              DISPLAY "** ESE ALUMNO NO EXISTE **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO INSCRIBIR-ALUMNO-EXIT.
           DISPLAY W-NOM-ALU LINE 08 POSITION 30.
           PERFORM BUSCAR-SITUACION THRU BUSCAR-SITUACION-EXIT.
           IF W-APROBO = "S"
              DISPLAY "** EL ALUMNO YA TIENE APROBADO ESE CURSO **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO INSCRIBIR-ALUMNO-EXIT.
           IF W-SIT-RES = SPACE
              DISPLAY "** EL ALUMNO NO TIENE ACTA F O L DEL CURSO **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO INSCRIBIR-ALUMNO-EXIT.
           MOVE W-CUR   TO MICUR.
           MOVE W-FECHA TO MIFECHA.
           MOVE W-ACA   TO MICA.
           READ MESAINS INVALID KEY MOVE "23" TO FSTMSI.
           IF FSTMSI = "00"
              DISPLAY "** EL ALUMNO YA ESTA INSCRIPTO EN ESA MESA **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO INSCRIBIR-ALUMNO-EXIT.

           DISPLAY "ULTIMA ACTA: EDICION " LINE 09 POSITION 01.
           DISPLAY W-SIT-EDI LINE 09 POSITION 22.
           DISPLAY "RESULTADO " LINE 09 POSITION 26.
           DISPLAY W-SIT-RES LINE 09 POSITION 36.
           DISPLAY "DEL " LINE 09 POSITION 39.
           DISPLAY W-SIT-FECHA LINE 09 POSITION 43.
           DISPLAY "INSCRIBE EN LA MESA S/N: " LINE 11 POSITION 01.
           ACCEPT W-OK LINE 11 POSITION 27.
           IF W-OK NOT = "S"
              GO TO INSCRIBIR-ALUMNO-EXIT.
           MOVE W-CUR       TO MICUR.
           MOVE W-FECHA     TO MIFECHA.
           MOVE W-ACA       TO MICA.
           MOVE W-SIT-EDI   TO MIEDI.
           MOVE W-SIT-RES   TO MIRES.
           MOVE W-SIT-ASIS  TO MIASIS.
           MOVE "I"         TO MIEST.
           MOVE 0           TO MINOTA.
           MOVE W-FECHA-HOY TO MIFEST.
           MOVE W-OPERADOR  TO MIOPER.
           WRITE R-MSI INVALID KEY
              CONTINUE
           END-WRITE.
           DISPLAY "ALUMNO INSCRIPTO" LINE 12 POSITION 01.
           ACCEPT TECLA.
       INSCRIBIR-ALUMNO-EXIT.
           EXIT.

       BUSCAR-SITUACION.
           MOVE "N"   TO W-APROBO.
           MOVE SPACE TO W-SIT-RES.
           MOVE 0     TO W-SIT-EDI W-SIT-ASIS W-SIT-FECHA.
           OPEN INPUT ACTA.
           IF FSTACT NOT = "00"
              GO TO BUSCAR-SITUACION-EXIT.
           MOVE "N" TO FIN-ACT.
           PERFORM LEER-ACTA THRU LEER-ACTA-EXIT
              UNTIL FIN-ACT = "S".
           CLOSE ACTA.
       BUSCAR-SITUACION-EXIT.
           EXIT.

       LEER-ACTA.
           READ ACTA NEXT RECORD AT END
              MOVE "S" TO FIN-ACT
              GO TO LEER-ACTA-EXIT.
           IF ACALU NOT = W-ACA OR ACCUR NOT = W-CUR
              GO TO LEER-ACTA-EXIT.
           IF ACRES = "A"
              MOVE "S" TO W-APROBO
           ELSE IF ACFECHA NOT < W-SIT-FECHA
              MOVE ACRES   TO W-SIT-RES
              MOVE ACEDI   TO W-SIT-EDI
              MOVE ACASIS  TO W-SIT-ASIS
              MOVE ACFECHA TO W-SIT-FECHA
           END-IF.
       LEER-ACTA-EXIT.
           EXIT.

      *-- EL TRIBUNAL DICTA UNA NOTA POR INSCRIPTO (0 = AUSENTE). --*
      *-- EL APROBADO SUMA UN "A" EN "ACTA.DAT" CON LA FECHA DE   --*
      *-- LA MESA; CARGADAS TODAS, LA MESA QUEDA CERRADA.         --*
       CARGAR-NOTAS.
           PERFORM PEDIR-MESA.
           IF W-EXISTE-MES = "N"
              DISPLAY "** ESA MESA NO EXISTE **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CARGAR-NOTAS-EXIT.
           IF MEEST NOT = "A"
              DISPLAY "** ESA MESA YA TIENE LAS NOTAS CARGADAS **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CARGAR-NOTAS-EXIT.
           IF MEFECHA > W-FECHA-HOY
              DISPLAY "** ESA MESA TODAVIA NO SE TOMO **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CARGAR-NOTAS-EXIT.
           PERFORM CARGAR-TRIBUNAL.
           DISPLAY "TRIBUNAL: " LINE 08 POSITION 01.
           DISPLAY W-T-NOM (1) LINE 08 POSITION 11.
           DISPLAY W-T-NOM (2) LINE 09 POSITION 11.
           DISPLAY W-T-NOM (3) LINE 10 POSITION 11.
           DISPLAY "NOTA MINIMA: " LINE 11 POSITION 01.
           DISPLAY MENOTMIN LINE 11 POSITION 14.
           DISPLAY "CARGA LAS NOTAS DEL TRIBUNAL S/N: "
              LINE 12 POSITION 01.
           ACCEPT W-OK LINE 12 POSITION 36.
           IF W-OK NOT = "S"
              GO TO CARGAR-NOTAS-EXIT.

           MOVE 0 TO CONT-INSC CONT-APROB CONT-DESAP CONT-AUSEN.
           MOVE "N" TO W-HAY-ALU.
           OPEN INPUT MAEALU.
           IF FSTALU = "00"
              MOVE "S" TO W-HAY-ALU
           END-IF.
           OPEN EXTEND ACTA.
           MOVE W-CUR   TO MICUR.
           MOVE W-FECHA TO MIFECHA.
           MOVE 0       TO MICA.
           START MESAINS KEY IS NOT LESS THAN MICLAVE
                 INVALID KEY MOVE "S" TO FIN-MSI
                 NOT INVALID KEY MOVE "N" TO FIN-MSI.
           PERFORM NOTA-ALUMNO THRU NOTA-ALUMNO-EXIT
              UNTIL FIN-MSI = "S".
           CLOSE ACTA.
           IF W-HAY-ALU = "S"
              CLOSE MAEALU
           END-IF.

           MOVE W-CUR   TO MECUR.
           MOVE W-FECHA TO MEFECHA.
           READ MESA INVALID KEY
              CONTINUE
           END-READ.
           MOVE "C" TO MEEST.
           REWRITE R-MES INVALID KEY
              CONTINUE
           END-REWRITE.
           DISPLAY " " LINE 07 POSITION 01 ERASE EOS.
           DISPLAY "INSCRIPTOS   : " CONT-INSC  LINE 10 POSITION 05.
           DISPLAY "APROBADOS    : " CONT-APROB LINE 11 POSITION 05.
           DISPLAY "DESAPROBADOS : " CONT-DESAP LINE 12 POSITION 05.
           DISPLAY "AUSENTES     : " CONT-AUSEN LINE 13 POSITION 05.
           DISPLAY "MESA CERRADA. PULSE UNA TECLA PARA CONTINUAR"
              LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       CARGAR-NOTAS-EXIT.
           EXIT.

       NOTA-ALUMNO.
           READ MESAINS NEXT RECORD AT END
              MOVE "S" TO FIN-MSI
              GO TO NOTA-ALUMNO-EXIT.
           IF MICUR NOT = W-CUR OR MIFECHA NOT = W-FECHA
              MOVE "S" TO FIN-MSI
              GO TO NOTA-ALUMNO-EXIT.
           IF MIEST NOT = "I"
              GO TO NOTA-ALUMNO-EXIT.
           ADD 1 TO CONT-INSC.
           MOVE SPACES TO W-NOM-ALU.
           IF W-HAY-ALU = "S"
              MOVE MICA TO ACA
              READ MAEALU INVALID KEY
                 MOVE SPACES TO AAN
              END-READ
              MOVE AAN TO W-NOM-ALU
           END-IF.
           DISPLAY " " LINE 14 POSITION 01 ERASE EOS.
           DISPLAY "ALUMNO: " LINE 14 POSITION 01.
           DISPLAY MICA LINE 14 POSITION 09.
           DISPLAY W-NOM-ALU LINE 14 POSITION 19.
           MOVE "N" TO W-NOTA-OK.
           PERFORM PEDIR-NOTA UNTIL W-NOTA-OK = "S".

           MOVE W-NOTA      TO MINOTA.
           MOVE W-FECHA-HOY TO MIFEST.
           MOVE W-OPERADOR  TO MIOPER.
           IF W-NOTA = 0
              MOVE "X" TO MIEST
              ADD 1 TO CONT-AUSEN
           ELSE IF W-NOTA < MENOTMIN
              MOVE "D" TO MIEST
              ADD 1 TO CONT-DESAP
           ELSE
              MOVE "A" TO MIEST
              ADD 1 TO CONT-APROB
              PERFORM GRABAR-ACTA
           END-IF.
           REWRITE R-MSI INVALID KEY
              CONTINUE
           END-REWRITE.
       NOTA-ALUMNO-EXIT.
           EXIT.

       PEDIR-NOTA.
           DISPLAY "NOTA (1 A 10, 0 = AUSENTE): " LINE 15 POSITION 01.
           ACCEPT W-NOTA LINE 15 POSITION 30.
           IF W-NOTA IS NUMERIC AND W-NOTA NOT > 10
              MOVE "S" TO W-NOTA-OK
           END-IF.

      *-- EL APROBADO EN MESA VA AL ACTA CON LA EDICION QUE DEBIA, --*
      *-- LA NOTA DE LA MESA Y LA ASISTENCIA DE AQUELLA CURSADA    --*
       GRABAR-ACTA.
           MOVE MICUR      TO ACCUR.
           MOVE MIEDI      TO ACEDI.
           MOVE MICA       TO ACALU.
           MOVE W-NOTA     TO ACPROM.
           MOVE MIASIS     TO ACASIS.
           MOVE "A"        TO ACRES.
           MOVE MIFECHA    TO ACFECHA.
           MOVE W-OPERADOR TO ACOPER.
           WRITE R-ACTA.

      *-- PLANILLA DE LA MESA PARA EL TRIBUNAL: ANTES DE LAS NOTAS --*
      *-- SALE CON EL RESULTADO EN BLANCO PARA COMPLETAR A MANO    --*
       IMPRIMIR-PLANILLA.
           PERFORM PEDIR-MESA.
           IF W-EXISTE-MES = "N"
              DISPLAY "** ESA MESA NO EXISTE **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO IMPRIMIR-PLANILLA-EXIT.
           PERFORM CARGAR-TRIBUNAL.
           MOVE 0 TO CONT-INSC CONT-APROB CONT-DESAP CONT-AUSEN.
           MOVE "N" TO W-HAY-ALU.
           OPEN INPUT MAEALU.
           IF FSTALU = "00"
              MOVE "S" TO W-HAY-ALU
           END-IF.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-TIT.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE W-CUR     TO L-CUR.
           MOVE W-NOM-CUR TO L-DESC.
           MOVE W-FECHA   TO L-FMES.
           MOVE MENOTMIN  TO L-NMIN.
           WRITE R-IMP FROM L-MES.
           PERFORM IMPRIMIR-VOCAL VARYING IND-D FROM 1 BY 1
              UNTIL IND-D > 3.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-CAB.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE W-CUR   TO MICUR.
           MOVE W-FECHA TO MIFECHA.
           MOVE 0       TO MICA.
           START MESAINS KEY IS NOT LESS THAN MICLAVE
                 INVALID KEY MOVE "S" TO FIN-MSI
                 NOT INVALID KEY MOVE "N" TO FIN-MSI.
           PERFORM LISTAR-INSCRIPTO THRU LISTAR-INSCRIPTO-EXIT
              UNTIL FIN-MSI = "S".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE CONT-INSC  TO L-TINS.
           MOVE CONT-APROB TO L-TAPR.
           MOVE CONT-DESAP TO L-TDES.
           MOVE CONT-AUSEN TO L-TAUS.
           WRITE R-IMP FROM L-TOT.
           PERFORM FIRMAR-VOCAL VARYING IND-D FROM 1 BY 1
              UNTIL IND-D > 3.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           IF W-HAY-ALU = "S"
              CLOSE MAEALU
           END-IF.
           MOVE CONT-INSC TO L-CANT-REG.
           PERFORM GRABAR-PRINTLOG.
           DISPLAY "INSCRIPTOS EN LA PLANILLA: " CONT-INSC
              LINE 10 POSITION 05.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       IMPRIMIR-PLANILLA-EXIT.
           EXIT.

       IMPRIMIR-VOCAL.
           IF W-T-DOC (IND-D) NOT = 0
              MOVE W-T-DOC (IND-D) TO L-T-DOC
              MOVE W-T-NOM (IND-D) TO L-T-NOM
              WRITE R-IMP FROM L-TRIB
           END-IF.

       FIRMAR-VOCAL.
           IF W-T-DOC (IND-D) NOT = 0
              MOVE SPACES TO R-IMP
              WRITE R-IMP
              WRITE R-IMP
              MOVE SPACES TO R-IMP
              MOVE ALL "_" TO R-IMP (11:30)
              WRITE R-IMP
              MOVE W-T-NOM (IND-D) TO L-F-NOM
              MOVE W-T-DOC (IND-D) TO L-F-DOC
              WRITE R-IMP FROM L-FIRMA
           END-IF.

       LISTAR-INSCRIPTO.
           READ MESAINS NEXT RECORD AT END
              MOVE "S" TO FIN-MSI
              GO TO LISTAR-INSCRIPTO-EXIT.
           IF MICUR NOT = W-CUR OR MIFECHA NOT = W-FECHA
              MOVE "S" TO FIN-MSI
              GO TO LISTAR-INSCRIPTO-EXIT.
           ADD 1 TO CONT-INSC.
           MOVE SPACES TO L-NOM.
           IF W-HAY-ALU = "S"
              MOVE MICA TO ACA
              READ MAEALU INVALID KEY
                 MOVE SPACES TO AAN
              END-READ
              MOVE AAN TO L-NOM
           END-IF.
           MOVE MICA  TO L-ACA.
           MOVE MIEDI TO L-EDI.
           MOVE MIRES TO L-RES.
           MOVE SPACES TO L-NOTA.
           IF MIEST = "I"
              MOVE ALL "_" TO L-RESUL
           ELSE IF MIEST = "X"
              MOVE "AUSENTE" TO L-RESUL
              ADD 1 TO CONT-AUSEN
           ELSE IF MIEST = "D"
              MOVE MINOTA TO W-NOTA-ED
              MOVE W-NOTA-ED TO L-NOTA
              MOVE "DESAPROBADO" TO L-RESUL
              ADD 1 TO CONT-DESAP
           ELSE
              MOVE MINOTA TO W-NOTA-ED
              MOVE W-NOTA-ED TO L-NOTA
              MOVE "APROBADO" TO L-RESUL
              ADD 1 TO CONT-APROB
           END-IF.
           WRITE R-IMP FROM L-DET.
       LISTAR-INSCRIPTO-EXIT.
           EXIT.

      *-- NOMBRES DEL TRIBUNAL GRABADO EN LA MESA --*
       CARGAR-TRIBUNAL.
           PERFORM NOMBRAR-VOCAL VARYING IND-D FROM 1 BY 1
              UNTIL IND-D > 3.

       NOMBRAR-VOCAL.
           MOVE MEDOC (IND-D) TO W-T-DOC (IND-D).
           MOVE SPACES TO W-T-NOM (IND-D).
           IF MEDOC (IND-D) NOT = 0
              MOVE MEDOC (IND-D) TO W-DOC
              PERFORM BUSCAR-DOCENTE
              MOVE W-NOM-DOC TO W-T-NOM (IND-D)
           END-IF.

      *-- LA MESA VA POR CODIGO: ALCANZA CON LA PRIMERA EDICION --*
       BUSCAR-CURSO.
           MOVE "N"    TO W-EXISTE-CUR.
           MOVE SPACES TO W-NOM-CUR.
           OPEN INPUT CURSO.
           IF FSTCUR NOT = "00"
              GO TO BUSCAR-CURSO-EXIT.
           MOVE W-CUR TO CUCOD.
           MOVE 0     TO CUEDI.
           START CURSO KEY IS NOT LESS THAN CUCLAVE
              INVALID KEY MOVE "23" TO FSTCUR
              NOT INVALID KEY MOVE "00" TO FSTCUR
           END-START.
           IF FSTCUR = "00"
              READ CURSO NEXT RECORD AT END
                 MOVE "10" TO FSTCUR
              END-READ
           END-IF.
           IF FSTCUR = "00" AND CUCOD = W-CUR
              MOVE "S"    TO W-EXISTE-CUR
              MOVE CUDESC TO W-NOM-CUR
           END-IF.
           CLOSE CURSO.
       BUSCAR-CURSO-EXIT.
           EXIT.

       BUSCAR-ALUMNO.
           MOVE "N" TO W-EXISTE-ALU.
           MOVE SPACES TO W-NOM-ALU.
           MOVE W-ACA TO ACA.
           OPEN INPUT MAEALU.
           READ MAEALU INVALID KEY MOVE "99" TO FSTALU.
           IF FSTALU = "00"
              MOVE "S" TO W-EXISTE-ALU
              MOVE AAN TO W-NOM-ALU
           END-IF.
           CLOSE MAEALU.

       BUSCAR-DOCENTE.
           MOVE "N" TO W-EXISTE-DOC.
           MOVE SPACES TO W-NOM-DOC.
           MOVE W-DOC TO MCA.
           OPEN INPUT MAESTRO.
           READ MAESTRO INVALID KEY MOVE "99" TO FST.
           IF FST = "00"
              MOVE "S" TO W-EXISTE-DOC
              MOVE MAN TO W-NOM-DOC
           END-IF.
           CLOSE MAESTRO.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "MESA1" TO L-PROGRAMA.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "MESA1"    TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
