      *** CERTIFICADO ANALITICO DEL ALUMNO: "CIERCUR1" DEJA EN        ***
      *** "ACTA.DAT" UNA LINEA POR ALUMNO Y CURSO CERRADO, PERO NO    ***
      *** HABIA UN DOCUMENTO CON TODO LO QUE HIZO UN ALUMNO. PARA UN  ***
      *** LEGAJO DE "ALUMNO.IND" ESTE PGM MUESTRA CADA CURSO CERRADO  ***
      *** CON SU FECHA DE CIERRE, PROMEDIO, ASISTENCIA Y RESULTADO,   ***
      *** EL PROMEDIO GENERAL DE LOS APROBADOS Y LOS CURSOS QUE       ***
      *** SIGUE CURSANDO (INSCRIPCIONES "I" DE "INSCRIP.IND" SIN      ***
      *** ACTA). A PEDIDO LO IMPRIME PARA FIRMAR (COPIA FECHADA VIA   ***
      *** "SPOOLIMP") Y/O LO GRABA EN "ANALIT.<LEGAJO>" (VER "R-EXP") ***
      *** PARA MANDARLO A OTRA INSTITUCION.                           ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANALIT1.
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
           ACCESS IS DYNAMIC
           RECORD KEY IS ICLAVE
           FILE STATUS IS FSTINS.

      *-- ACTA DE RESULTADOS FINALES QUE GRABA "CIERCUR1" --*
           SELECT ACTA ASSIGN TO DISK "ACTA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTACT.

      *-- "ANALIT.<LEGAJO>": EL NOMBRE SE ARMA EN "EXPORTAR", MISMA --*
      *-- TECNICA DE "BACKUP1" ("SELECT ... ASSIGN TO CAMPO").      --*
           SELECT ANALEXP ASSIGN TO DISK W-NOM-EXP
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTEXP.

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
      *-- A = APROBADO, F = DESAPROBADO, L = LIBRE POR FALTAS --*
            02 ACPROM    PIC 99V99.
            02 ACASIS    PIC 9(03).
            02 ACRES     PIC X(01).
            02 ACFECHA   PIC 9(08).
            02 ACOPER    PIC X(08).

      *-- UNA FILA POR CURSO CERRADO ("A") Y POR CURSO EN CURSO     --*
      *-- ("C", "EXFECHA" = FECHA DE INSCRIPCION, SIN NOTAS) Y AL   --*
      *-- FINAL UNA FILA "P" CON LA CANTIDAD DE APROBADOS Y EL      --*
      *-- PROMEDIO GENERAL DE ELLOS.                                --*
        FD ANALEXP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-EXP.
         01 R-EXP.
            02 EXCA      PIC 9(08).
            02 EXTIPO    PIC X(01).
            02 EXDET.
               03 EXCUR     PIC 9(03).
               03 EXEDI     PIC 9(02).
               03 EXDESC    PIC X(20).
               03 EXFECHA   PIC 9(08).
               03 EXPROM    PIC 99V99.
               03 EXASIS    PIC 9(03).
               03 EXRES     PIC X(01).
            02 EXTOT REDEFINES EXDET.
               03 EXCANT-APR PIC 9(03).
               03 EXPROM-GRAL PIC 99V99.
               03 FILLER     PIC X(34).

        FD LISTADO-IMP.
        01 R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTALU            PIC XX.
       77 FSTCUR            PIC XX.
       77 FSTINS            PIC XX.
       77 FSTACT            PIC XX.
       77 FSTEXP            PIC XX.
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
       77 W-FIN             PIC X     VALUE "N".
       77 W-ACA             PIC 9(08) VALUE 0.
       77 W-NOMBRE          PIC X(30) VALUE SPACES.
       77 W-HAY-CUR         PIC X     VALUE "N".
       77 W-DESC            PIC X(20) VALUE SPACES.
       77 W-RESP            PIC X     VALUE SPACE.
       77 W-NOM-EXP         PIC X(15) VALUE SPACES.
      *-- DESTINO DE "ARMAR-ANALITICO": P = PANTALLA, I = IMPRESO, --*
      *-- E = ARCHIVO "ANALIT.<LEGAJO>"                            --*
       77 W-MODO            PIC X     VALUE "P".
       77 FIN-ACT           PIC X     VALUE "N".
       77 FIN-INS           PIC X     VALUE "N".
       77 W-CERRADO         PIC X     VALUE "N".
       77 CANT-APROB        PIC 9(03) VALUE 0.
       77 CANT-CURSO        PIC 9(03) VALUE 0.
       77 W-SUMA-PROM       PIC 9(05)V99 VALUE 0.
       77 W-PROM-GRAL       PIC 99V99 VALUE 0.
       77 CONT-LIN          PIC 99    VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.
       77 W-RENGLON         PIC X(80) VALUE SPACES.

      *-- CURSOS CON ACTA DEL ALUMNO: UNA INSCRIPCION "I" QUE ESTA --*
      *-- ACA YA NO ESTA EN CURSO                                  --*
       77 CANT-ACT          PIC 9(03) VALUE 0.
       77 IND-ACT           PIC 9(03) VALUE 0.
       01 TABLA-ACTAS.
          02 ELEM-ACTA OCCURS 100 TIMES.
             03 T-CUR       PIC 9(03).
             03 T-EDI       PIC 9(02).

       01 W-FEC-AUX-N       PIC 9(08) VALUE 0.
       01 W-FEC-AUX REDEFINES W-FEC-AUX-N.
          02 W-AUX-ANIO     PIC 9(04).
          02 W-AUX-MES      PIC 99.
          02 W-AUX-DIA      PIC 99.
       01 W-FEC-ED.
          02 W-ED-DIA       PIC 99.
          02 FILLER         PIC X     VALUE "/".
          02 W-ED-MES       PIC 99.
          02 FILLER         PIC X     VALUE "/".
          02 W-ED-ANIO      PIC 9(04).

      *-- LINEAS DEL ANALITICO (LAS MISMAS EN PANTALLA E IMPRESO) --*
       01 L-TIT.
          02 FILLER    PIC X(18) VALUE SPACE.
          02 FILLER    PIC X(43) VALUE
             "*** CERTIFICADO ANALITICO DE ESTUDIOS ***".
       01 L-ALU.
          02 FILLER    PIC X(08) VALUE "ALUMNO  ".
          02 L-ACA     PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-NOM     PIC X(30).
          02 FILLER    PIC X(10) VALUE "  EMITIDO ".
          02 L-FEMI    PIC X(10).
       01 L-CAB.
          02 FILLER    PIC X(34) VALUE
             "CURSO  DESCRIPCION          CIERRE".
          02 FILLER    PIC X(32) VALUE
             "      PROMEDIO ASIST. RESULTADO".
       01 L-DET.
          02 L-CUR     PIC 9(03).
          02 FILLER    PIC X(01) VALUE "-".
          02 L-EDI     PIC 9(02).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-DESC    PIC X(20).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-FCIERRE PIC X(10).
          02 FILLER    PIC X(04) VALUE SPACE.
          02 L-PROM    PIC Z9,99.
          02 FILLER    PIC X(03) VALUE SPACE.
          02 L-ASIS    PIC ZZ9.
          02 FILLER    PIC X(03) VALUE "%  ".
          02 L-RES     PIC X(12).
       01 L-PROM-GRAL.
          02 FILLER    PIC X(19) VALUE "CURSOS APROBADOS : ".
          02 L-CANT-APR PIC ZZ9.
          02 FILLER    PIC X(30) VALUE
             "     PROMEDIO GENERAL DE ELLOS".
          02 FILLER    PIC X(02) VALUE ": ".
          02 L-PGRAL   PIC Z9,99.
       01 L-CURS.
          02 L-CCUR    PIC 9(03).
          02 FILLER    PIC X(01) VALUE "-".
          02 L-CEDI    PIC 9(02).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-CDESC   PIC X(20).
          02 FILLER    PIC X(17) VALUE " INSCRIPTO DESDE ".
          02 L-CFALTA  PIC X(10).
       01 L-LIN-FIRMA.
          02 FILLER    PIC X(30) VALUE "LUGAR Y FECHA: ..............".
          02 FILLER    PIC X(05) VALUE SPACE.
          02 FILLER    PIC X(30) VALUE "FIRMA Y SELLO DE LA DIRECCION".

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- EL ANALITICO IMPRESO QUEDA A NOMBRE DEL OPERADOR --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN INPUT MAEALU.
           IF FSTALU NOT = "00"
              DISPLAY "** NO HAY ALUMNOS CARGADOS **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
      *-- SIN "CURSO.IND" EL ANALITICO SALE SIN DESCRIPCIONES --*
           MOVE "N" TO W-HAY-CUR.
           OPEN INPUT CURSO.
           IF FSTCUR = "00"
              MOVE "S" TO W-HAY-CUR
           END-IF.

           MOVE "N" TO W-FIN.
           PERFORM ATENDER-ALUMNO THRU ATENDER-ALUMNO-EXIT
              UNTIL W-FIN = "S".
           CLOSE MAEALU.
           IF W-HAY-CUR = "S"
              CLOSE CURSO
           END-IF.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- UN ALUMNO POR VUELTA: MUESTRA EL ANALITICO Y OFRECE --*
      *-- IMPRIMIRLO Y EXPORTARLO                             --*
       ATENDER-ALUMNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CERTIFICADO ANALITICO DEL ALUMNO" LINE 01
              POSITION 24.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "LEGAJO DEL ALUMNO (0 = TERMINAR): "
              LINE 03 POSITION 01.
           MOVE 0 TO W-ACA.
           ACCEPT W-ACA LINE 03 POSITION 36.
           IF W-ACA = 0
              MOVE "S" TO W-FIN
              GO TO ATENDER-ALUMNO-EXIT.
           MOVE W-ACA TO ACA.
           READ MAEALU INVALID KEY MOVE "23" TO FSTALU.
           IF FSTALU NOT = "00"
              DISPLAY "** ESE ALUMNO NO EXISTE **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-ALUMNO-EXIT.
           MOVE AAN TO W-NOMBRE.
           DISPLAY W-NOMBRE LINE 03 POSITION 46.

           MOVE "P" TO W-MODO.
           PERFORM ENCABEZADO.
           PERFORM ARMAR-ANALITICO.

           DISPLAY "IMPRIMIR EL ANALITICO PARA FIRMAR (S/N): "
              LINE 23 POSITION 01.
           MOVE SPACE TO W-RESP.
           ACCEPT W-RESP LINE 23 POSITION 43.
           IF W-RESP = "S" OR W-RESP = "s"
              PERFORM IMPRIMIR-ANALITICO
           END-IF.
           DISPLAY "                                           "
              LINE 23 POSITION 01.
           DISPLAY "GRABARLO EN ARCHIVO ANALIT.<LEGAJO> (S/N): "
              LINE 23 POSITION 01.
           MOVE SPACE TO W-RESP.
           ACCEPT W-RESP LINE 23 POSITION 45.
           IF W-RESP = "S" OR W-RESP = "s"
              PERFORM EXPORTAR-ANALITICO
           END-IF.
       ATENDER-ALUMNO-EXIT.
           EXIT.

      *-- RECORRE ACTAS E INSCRIPCIONES DEL ALUMNO Y LAS EMITE EN --*
      *-- EL DESTINO "W-MODO"; LAS TRES SALIDAS SALEN DE ACA PARA  --*
      *-- QUE NO PUEDAN DIFERIR.                                   --*
       ARMAR-ANALITICO.
           MOVE 0 TO CANT-ACT CANT-APROB CANT-CURSO W-SUMA-PROM
                     W-PROM-GRAL.
           PERFORM RECORRER-ACTA THRU RECORRER-ACTA-EXIT.
           IF CANT-APROB > 0
              COMPUTE W-PROM-GRAL ROUNDED =
                 W-SUMA-PROM / CANT-APROB
           END-IF.
           IF W-MODO = "E"
              MOVE SPACES      TO R-EXP
              MOVE W-ACA       TO EXCA
              MOVE "P"         TO EXTIPO
              MOVE CANT-APROB  TO EXCANT-APR
              MOVE W-PROM-GRAL TO EXPROM-GRAL
              WRITE R-EXP
           ELSE
              IF CANT-ACT = 0
                 MOVE "    (SIN CURSOS CERRADOS)" TO W-RENGLON
                 PERFORM EMITIR-RENGLON
              END-IF
              MOVE SPACES TO W-RENGLON
              PERFORM EMITIR-RENGLON
              MOVE CANT-APROB  TO L-CANT-APR
              MOVE W-PROM-GRAL TO L-PGRAL
              MOVE L-PROM-GRAL TO W-RENGLON
              PERFORM EMITIR-RENGLON
              MOVE SPACES TO W-RENGLON
              PERFORM EMITIR-RENGLON
              MOVE "CURSOS QUE ESTA CURSANDO:" TO W-RENGLON
              PERFORM EMITIR-RENGLON
           END-IF.
           PERFORM RECORRER-INSCRIP THRU RECORRER-INSCRIP-EXIT.
           IF W-MODO NOT = "E" AND CANT-CURSO = 0
              MOVE "    (NINGUNO)" TO W-RENGLON
              PERFORM EMITIR-RENGLON
           END-IF.

      *-- "ACTA.DAT" NO TIENE INDICE: SE LEE ENTERO EN CADA PASADA --*
       RECORRER-ACTA.
           OPEN INPUT ACTA.
           IF FSTACT NOT = "00"
              GO TO RECORRER-ACTA-EXIT.
           MOVE "N" TO FIN-ACT.
           PERFORM LEER-ACTA THRU LEER-ACTA-EXIT
              UNTIL FIN-ACT = "S".
           CLOSE ACTA.
       RECORRER-ACTA-EXIT.
           EXIT.

       LEER-ACTA.
           READ ACTA NEXT RECORD AT END
              MOVE "S" TO FIN-ACT
              GO TO LEER-ACTA-EXIT.
           IF ACALU NOT = W-ACA
              GO TO LEER-ACTA-EXIT.
           IF CANT-ACT < 100
              ADD 1 TO CANT-ACT
              MOVE ACCUR TO T-CUR (CANT-ACT)
              MOVE ACEDI TO T-EDI (CANT-ACT)
           END-IF.
           IF ACRES = "A"
              ADD 1      TO CANT-APROB
              ADD ACPROM TO W-SUMA-PROM
           END-IF.
           MOVE ACCUR TO CUCOD.
           MOVE ACEDI TO CUEDI.
           PERFORM BUSCAR-CURSO.
           IF W-MODO = "E"
              MOVE SPACES  TO R-EXP
              MOVE W-ACA   TO EXCA
              MOVE "A"     TO EXTIPO
              MOVE ACCUR   TO EXCUR
              MOVE ACEDI   TO EXEDI
              MOVE W-DESC  TO EXDESC
              MOVE ACFECHA TO EXFECHA
              MOVE ACPROM  TO EXPROM
              MOVE ACASIS  TO EXASIS
              MOVE ACRES   TO EXRES
              WRITE R-EXP
              GO TO LEER-ACTA-EXIT.
           MOVE ACCUR  TO L-CUR.
           MOVE ACEDI  TO L-EDI.
           MOVE W-DESC TO L-DESC.
           MOVE ACFECHA TO W-FEC-AUX-N.
           PERFORM EDITAR-FECHA.
           MOVE W-FEC-ED TO L-FCIERRE.
           MOVE ACPROM TO L-PROM.
           MOVE ACASIS TO L-ASIS.
           IF ACRES = "A"
              MOVE "APROBADO"    TO L-RES
           ELSE IF ACRES = "F"
              MOVE "DESAPROBADO" TO L-RES
           ELSE IF ACRES = "L"
              MOVE "LIBRE"       TO L-RES
           ELSE
              MOVE ACRES         TO L-RES
           END-IF.
           MOVE L-DET TO W-RENGLON.
           PERFORM EMITIR-RENGLON.
       LEER-ACTA-EXIT.
           EXIT.

      *-- INSCRIPCIONES "I" DEL ALUMNO QUE NO TIENEN ACTA --*
       RECORRER-INSCRIP.
           OPEN INPUT INSCRIP.
           IF FSTINS NOT = "00"
              GO TO RECORRER-INSCRIP-EXIT.
           MOVE W-ACA TO INSCA.
           MOVE 0     TO INSCUR INSEDI.
           MOVE "N"   TO FIN-INS.
           START INSCRIP KEY IS NOT LESS THAN ICLAVE
              INVALID KEY MOVE "S" TO FIN-INS
           END-START.
           PERFORM LEER-INSCRIP THRU LEER-INSCRIP-EXIT
              UNTIL FIN-INS = "S".
           CLOSE INSCRIP.
       RECORRER-INSCRIP-EXIT.
           EXIT.

       LEER-INSCRIP.
           READ INSCRIP NEXT RECORD AT END
              MOVE "S" TO FIN-INS
              GO TO LEER-INSCRIP-EXIT.
           IF INSCA NOT = W-ACA
              MOVE "S" TO FIN-INS
              GO TO LEER-INSCRIP-EXIT.
           IF INSEST NOT = "I"
              GO TO LEER-INSCRIP-EXIT.
           MOVE "N" TO W-CERRADO.
           PERFORM COMPARAR-ACTA VARYING IND-ACT FROM 1 BY 1
              UNTIL IND-ACT > CANT-ACT OR W-CERRADO = "S".
           IF W-CERRADO = "S"
              GO TO LEER-INSCRIP-EXIT.
           ADD 1 TO CANT-CURSO.
           MOVE INSCUR TO CUCOD.
           MOVE INSEDI TO CUEDI.
           PERFORM BUSCAR-CURSO.
           IF W-MODO = "E"
              MOVE SPACES   TO R-EXP
              MOVE W-ACA    TO EXCA
              MOVE "C"      TO EXTIPO
              MOVE INSCUR   TO EXCUR
              MOVE INSEDI   TO EXEDI
              MOVE W-DESC   TO EXDESC
              MOVE INSFALTA TO EXFECHA
              MOVE 0        TO EXPROM EXASIS
              WRITE R-EXP
              GO TO LEER-INSCRIP-EXIT.
           MOVE INSCUR TO L-CCUR.
           MOVE INSEDI TO L-CEDI.
           MOVE W-DESC TO L-CDESC.
           MOVE INSFALTA TO W-FEC-AUX-N.
           PERFORM EDITAR-FECHA.
           MOVE W-FEC-ED TO L-CFALTA.
           MOVE L-CURS TO W-RENGLON.
           PERFORM EMITIR-RENGLON.
       LEER-INSCRIP-EXIT.
           EXIT.

       COMPARAR-ACTA.
           IF T-CUR (IND-ACT) = INSCUR AND T-EDI (IND-ACT) = INSEDI
              MOVE "S" TO W-CERRADO
           END-IF.

      *-- CLAVE YA CARGADA EN "CUCOD"/"CUEDI" --*
       BUSCAR-CURSO.
           MOVE SPACES TO W-DESC.
           IF W-HAY-CUR = "S"
              READ CURSO INVALID KEY MOVE "23" TO FSTCUR
              END-READ
              IF FSTCUR = "00"
                 MOVE CUDESC TO W-DESC
              END-IF
           END-IF.

       EMITIR-RENGLON.
           IF W-MODO = "I"
              WRITE R-IMP FROM W-RENGLON
              ADD 1 TO L-CANT-REG
           ELSE
              PERFORM MOSTRAR-RENGLON
           END-IF.

       MOSTRAR-RENGLON.
           IF CONT-LIN > 16
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " LINE 05 POSITION 01 ERASE EOS
              MOVE 0 TO CONT-LIN
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY W-RENGLON LINE LIN-ACT POSITION 01.
           ADD 1 TO CONT-LIN.

       ENCABEZADO.
           DISPLAY L-CAB     LINE 04 POSITION 01.
           MOVE 0 TO CONT-LIN.

       EDITAR-FECHA.
           MOVE W-AUX-DIA  TO W-ED-DIA.
           MOVE W-AUX-MES  TO W-ED-MES.
           MOVE W-AUX-ANIO TO W-ED-ANIO.

      *-- EL MISMO ANALITICO DE PANTALLA, CON ENCABEZADO Y LUGAR --*
      *-- PARA LA FIRMA DE LA DIRECCION                          --*
       IMPRIMIR-ANALITICO.
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           MOVE 0 TO L-CANT-REG.
           WRITE R-IMP FROM L-TIT.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           MOVE W-ACA    TO L-ACA.
           MOVE W-NOMBRE TO L-NOM.
           MOVE W-FECHA-HOY TO W-FEC-AUX-N.
           PERFORM EDITAR-FECHA.
           MOVE W-FEC-ED TO L-FEMI.
           WRITE R-IMP FROM L-ALU.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-CAB.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE "I" TO W-MODO.
           PERFORM ARMAR-ANALITICO.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-LIN-FIRMA.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           PERFORM GRABAR-PRINTLOG.

       EXPORTAR-ANALITICO.
           MOVE SPACES TO W-NOM-EXP.
           STRING "ANALIT." W-ACA DELIMITED BY SIZE
              INTO W-NOM-EXP.
           OPEN OUTPUT ANALEXP.
           IF FSTEXP NOT = "00"
              DISPLAY "** NO SE PUEDE CREAR " W-NOM-EXP " **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           ELSE
              MOVE "E" TO W-MODO
              PERFORM ARMAR-ANALITICO
              CLOSE ANALEXP
              DISPLAY "GRABADO EN " W-NOM-EXP
                 LINE 24 POSITION 01
              DISPLAY "PULSE UNA TECLA PARA SEGUIR"
                 LINE 24 POSITION 40 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DEL ANALITICO IMPRESO --*
       GRABAR-PRINTLOG.
           MOVE "ANALIT1" TO L-PROGRAMA.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "ANALIT1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
