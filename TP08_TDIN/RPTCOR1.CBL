      *** INSCRIPTOS SIN CORRELATIVAS: RECORRE LAS INSCRIPCIONES "I" ***
      *** DE "INSCRIP.IND" QUE TODAVIA NO TIENEN ACTA (CURSOS EN     ***
      *** MARCHA) Y LISTA LAS DE LOS ALUMNOS QUE NO TIENEN APROBADAS ***
      *** TODAS LAS CORRELATIVAS DEL CURSO (VER "CORRVER"): LAS      ***
      *** INSCRIPCIONES ANTERIORES A LA CARGA DE LA CORRELATIVA Y    ***
      *** LAS AUTORIZADAS POR UN NIVEL 5 (QUE SALEN CON QUIEN LAS    ***
      *** AUTORIZO, DE "CORREL.EXC").                                ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCOR1.
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

      *-- INSCRIPCIONES ALUMNO X CURSO (VER COPY/INSREC.CPY) --*
           SELECT INSCRIP ASSIGN TO DISK "INSCRIP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS ICLAVE
           FILE STATUS IS FSTINS.

      *-- ACTA DE RESULTADOS FINALES QUE GRABA "CIERCUR1" --*
           SELECT ACTA ASSIGN TO DISK "ACTA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTACT.

      *-- INSCRIPCIONES AUTORIZADAS SIN CORRELATIVAS ("INSCRI1") --*
           SELECT CORRELX ASSIGN TO DISK "CORREL.EXC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCORX.

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

        FD CORRELX
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS R-CORX.
           COPY CORXREC.

        FD LISTADO-IMP.
        01 R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTALU            PIC XX.
       77 FSTCUR            PIC XX.
       77 FSTINS            PIC XX.
       77 FSTACT            PIC XX.
       77 FSTCORX           PIC XX.
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
       77 W-HAY-ALU         PIC X     VALUE "N".
       77 W-HAY-CUR         PIC X     VALUE "N".
       77 FIN-INS           PIC X     VALUE "N".
       77 FIN-ACT           PIC X     VALUE "N".
       77 FIN-CORX          PIC X     VALUE "N".
       77 W-CERRADO         PIC X     VALUE "N".
       77 W-ALU-ANT         PIC 9(08) VALUE 0.
       77 W-AUTORIZO        PIC X(08) VALUE SPACES.
       77 CONT-REVIS        PIC 9(05) VALUE 0.
       77 CONT-FALTAN       PIC 9(05) VALUE 0.
       77 CONT-AUTOR        PIC 9(05) VALUE 0.
       77 IND-F             PIC 9     VALUE 0.
      *-- RESULTADO DE "CORRVER" --*
       77 W-FALTAN          PIC 9(02) VALUE 0.
       01 W-TABLA-FALTAN.
          02 W-FALTA OCCURS 5 TIMES PIC 9(03).

      *-- CURSOS CON ACTA DEL ALUMNO EN CURSO: UNA INSCRIPCION QUE --*
      *-- ESTA ACA YA NO ESTA EN MARCHA                            --*
       77 CANT-ACT          PIC 9(03) VALUE 0.
       77 IND-ACT           PIC 9(03) VALUE 0.
       01 TABLA-ACTAS.
          02 ELEM-ACTA OCCURS 100 TIMES.
             03 T-CUR       PIC 9(03).
             03 T-EDI       PIC 9(02).

       01 L-TIT.
          02 FILLER    PIC X(42) VALUE
             "INSCRIPTOS QUE NO CUMPLEN LAS CORRELATIVAS".
          02 FILLER    PIC X(16) VALUE SPACE.
          02 FILLER    PIC X(08) VALUE "EMITIDO ".
          02 L-FECHA   PIC 9(08).
       01 L-CAB.
          02 FILLER    PIC X(36) VALUE
             "ALUMNO   NOMBRE              CURSO  ".
          02 FILLER    PIC X(44) VALUE
             "DESCRIPCION     LE FALTAN           AUTORIZO".
       01 L-DET.
          02 L-ACA     PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-NOM     PIC X(19).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-CUR     PIC 9(03).
          02 FILLER    PIC X(01) VALUE "-".
          02 L-EDI     PIC 9(02).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-DESC    PIC X(15).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-FALTAN.
             03 L-F-COD OCCURS 5 TIMES.
                04 L-F-CUR PIC ZZZ.
                04 FILLER  PIC X(01).
          02 L-AUT     PIC X(08).
       01 L-TOT.
          02 FILLER    PIC X(20) VALUE "INSCRIPC. REVISADAS:".
          02 L-TREV    PIC ZZZZ9.
          02 FILLER    PIC X(03) VALUE SPACE.
          02 FILLER    PIC X(16) VALUE "SIN CORRELATIV.:".
          02 L-TFAL    PIC ZZZZ9.
          02 FILLER    PIC X(03) VALUE SPACE.
          02 FILLER    PIC X(16) VALUE "AUTORIZ.NIVEL 5:".
          02 L-TAUT    PIC ZZZZ9.

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
           DISPLAY "INSCRIPTOS QUE NO CUMPLEN LAS CORRELATIVAS"
              LINE 01 POSITION 19.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.

           OPEN INPUT INSCRIP.
           IF FSTINS NOT = "00"
              DISPLAY "** NO HAY INSCRIPCIONES CARGADAS **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           MOVE "N" TO W-HAY-ALU W-HAY-CUR.
           OPEN INPUT MAEALU.
           IF FSTALU = "00"
              MOVE "S" TO W-HAY-ALU
           END-IF.
           OPEN INPUT CURSO.
           IF FSTCUR = "00"
              MOVE "S" TO W-HAY-CUR
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
           MOVE 0   TO W-ALU-ANT.
           MOVE "N" TO FIN-INS.
           PERFORM REVISAR-INSCRIPCION THRU REVISAR-INSCRIPCION-EXIT
              UNTIL FIN-INS = "S".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE CONT-REVIS  TO L-TREV.
           MOVE CONT-FALTAN TO L-TFAL.
           MOVE CONT-AUTOR  TO L-TAUT.
           WRITE R-IMP FROM L-TOT.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           CLOSE INSCRIP.
           IF W-HAY-ALU = "S"
              CLOSE MAEALU
           END-IF.
           IF W-HAY-CUR = "S"
              CLOSE CURSO
           END-IF.
           MOVE CONT-FALTAN TO L-CANT-REG.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY "INSCRIPCIONES EN MARCHA REVISADAS : " CONT-REVIS
              LINE 10 POSITION 05.
           DISPLAY "SIN TODAS LAS CORRELATIVAS        : " CONT-FALTAN
              LINE 11 POSITION 05.
           DISPLAY "  DE ELLAS AUTORIZADAS POR NIVEL 5: " CONT-AUTOR
              LINE 12 POSITION 05.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- "INSCRIP.IND" VA POR ALUMNO: LAS ACTAS SE CARGAN UNA VEZ --*
      *-- POR ALUMNO, AL CAMBIAR DE LEGAJO.                        --*
       REVISAR-INSCRIPCION.
           READ INSCRIP NEXT RECORD AT END
              MOVE "S" TO FIN-INS
              GO TO REVISAR-INSCRIPCION-EXIT.
           IF INSEST NOT = "I"
              GO TO REVISAR-INSCRIPCION-EXIT.
           IF INSCA NOT = W-ALU-ANT
              MOVE INSCA TO W-ALU-ANT
              PERFORM CARGAR-ACTAS THRU CARGAR-ACTAS-EXIT
           END-IF.
           MOVE "N" TO W-CERRADO.
           PERFORM COMPARAR-ACTA VARYING IND-ACT FROM 1 BY 1
              UNTIL IND-ACT > CANT-ACT OR W-CERRADO = "S".
           IF W-CERRADO = "S"
              GO TO REVISAR-INSCRIPCION-EXIT.
           ADD 1 TO CONT-REVIS.
           CALL   "CORRVER" USING INSCA INSCUR W-FALTAN W-TABLA-FALTAN
           CANCEL "CORRVER".
           IF W-FALTAN = 0
              GO TO REVISAR-INSCRIPCION-EXIT.
           ADD 1 TO CONT-FALTAN.
           PERFORM BUSCAR-AUTORIZACION THRU BUSCAR-AUTORIZACION-EXIT.
           IF W-AUTORIZO NOT = SPACES
              ADD 1 TO CONT-AUTOR
           END-IF.

           MOVE SPACES TO L-NOM L-DESC.
           IF W-HAY-ALU = "S"
              MOVE INSCA TO ACA
              READ MAEALU INVALID KEY
                 MOVE SPACES TO AAN
              END-READ
              MOVE AAN TO L-NOM
           END-IF.
           IF W-HAY-CUR = "S"
              MOVE INSCUR TO CUCOD
              MOVE INSEDI TO CUEDI
              READ CURSO INVALID KEY
                 MOVE SPACES TO CUDESC
              END-READ
              MOVE CUDESC TO L-DESC
           END-IF.
           MOVE INSCA  TO L-ACA.
           MOVE INSCUR TO L-CUR.
           MOVE INSEDI TO L-EDI.
           MOVE SPACES TO L-FALTAN.
           PERFORM ARMAR-FALTAN VARYING IND-F FROM 1 BY 1
              UNTIL IND-F > 5.
           MOVE W-AUTORIZO TO L-AUT.
           WRITE R-IMP FROM L-DET.
       REVISAR-INSCRIPCION-EXIT.
           EXIT.

       ARMAR-FALTAN.
           IF W-FALTA (IND-F) NOT = 0
              MOVE W-FALTA (IND-F) TO L-F-CUR (IND-F)
           END-IF.

       COMPARAR-ACTA.
           IF T-CUR (IND-ACT) = INSCUR AND T-EDI (IND-ACT) = INSEDI
              MOVE "S" TO W-CERRADO
           END-IF.

       CARGAR-ACTAS.
           MOVE 0 TO CANT-ACT.
           OPEN INPUT ACTA.
           IF FSTACT NOT = "00"
              GO TO CARGAR-ACTAS-EXIT.
           MOVE "N" TO FIN-ACT.
           PERFORM LEER-ACTA THRU LEER-ACTA-EXIT
              UNTIL FIN-ACT = "S".
           CLOSE ACTA.
       CARGAR-ACTAS-EXIT.
           EXIT.

       LEER-ACTA.
           READ ACTA NEXT RECORD AT END
              MOVE "S" TO FIN-ACT
              GO TO LEER-ACTA-EXIT.
           IF ACALU NOT = W-ALU-ANT OR CANT-ACT NOT < 100
              GO TO LEER-ACTA-EXIT.
           ADD 1 TO CANT-ACT.
           MOVE ACCUR TO T-CUR (CANT-ACT).
           MOVE ACEDI TO T-EDI (CANT-ACT).
       LEER-ACTA-EXIT.
           EXIT.

      *-- LA ULTIMA AUTORIZACION GRABADA PARA ESA INSCRIPCION --*
       BUSCAR-AUTORIZACION.
           MOVE SPACES TO W-AUTORIZO.
           OPEN INPUT CORRELX.
           IF FSTCORX NOT = "00"
              GO TO BUSCAR-AUTORIZACION-EXIT.
           MOVE "N" TO FIN-CORX.
           PERFORM LEER-EXCEPCION THRU LEER-EXCEPCION-EXIT
              UNTIL FIN-CORX = "S".
           CLOSE CORRELX.
       BUSCAR-AUTORIZACION-EXIT.
           EXIT.

       LEER-EXCEPCION.
           READ CORRELX NEXT RECORD AT END
              MOVE "S" TO FIN-CORX
              GO TO LEER-EXCEPCION-EXIT.
           IF CXCA = INSCA AND CXCUR = INSCUR AND CXEDI = INSEDI
              MOVE CXAUT TO W-AUTORIZO
           END-IF.
       LEER-EXCEPCION-EXIT.
           EXIT.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "RPTCOR1" TO L-PROGRAMA.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "RPTCOR1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
