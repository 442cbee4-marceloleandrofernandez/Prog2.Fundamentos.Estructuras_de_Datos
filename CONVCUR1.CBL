      *-- CONVERSION UNICA AL CURSO DE 3 CIFRAS CON EDICION          --*
      *-- "CUCOD" (CURSO.IND) Y TODO CAMPO QUE LO GUARDA ("ACUR",    --*
      *-- "INSCUR", "QCUR", "HCUR", "CPCUR", "ACCUR") ERAN PIC 9(1): --*
      *-- NO HABIA LUGAR PARA UN DECIMO CURSO NI PARA DICTAR DOS     --*
      *-- VECES EL MISMO. PASARON A 9(03) SEGUIDOS DE LA EDICION     --*
      *-- 9(02): EL REGISTRO CRECE 4 BYTES Y EL CURSO VIEJO "D"      --*
      *-- QUEDA COMO "00D" EDICION "01" (LOS CODIGOS NO CAMBIAN).    --*
      *-- MISMO ESQUEMA QUE "CONVLOC1": LEE CON EL LAYOUT VIEJO,     --*
      *-- DESCARGA A "CONVERT.TMP", PIDE CONFIRMACION Y RECREA.      --*
      *--   CURSO.IND 24->28      ALUMNO.IND 39->43                  --*
      *--   INSCRIP.IND 34->38    CUOTA.IND 39->43                   --*
      *--   CURHOR.IND 18->22     CAPACIT.DAT 37->41                 --*
      *--   ACTA.DAT 36->40                                          --*
      *-- LOS INDEXADOS CON EL LARGO NUEVO NO ABREN CON EL VIEJO     --*
      *-- (STATUS "39") Y NO SE TOCAN. LOS SECUENCIALES SE VALIDAN   --*
      *-- RENGLON POR RENGLON CON EL LAYOUT VIEJO (CAMPOS NUMERICOS  --*
      *-- Y RESULTADO EN SU LUGAR); SI ALGO NO CUADRA, EL ARCHIVO YA --*
      *-- ESTA CONVERTIDO (O DANADO) Y NO SE TOCA. "ALUMNO.ORD" NO   --*
      *-- SE CONVIERTE: SE VUELVE A GENERAR CON "ORDAL-01".          --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCUR1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ****  VISTAS CON EL LAYOUT VIEJO (SOLO LECTURA)  ***************
           SELECT VIEJO-CUR ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VCUCOD
           ALTERNATE RECORD KEY IS VCUDESC DUPLICATES
           FILE STATUS IS FST-VCU.

           SELECT VIEJO-ALU ASSIGN TO DISK "ALUMNO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VACA
           ALTERNATE RECORD KEY IS VAAN DUPLICATES
           FILE STATUS IS FST-VAL.

           SELECT VIEJO-INS ASSIGN TO DISK "INSCRIP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VICLAVE
           FILE STATUS IS FST-VIN.

           SELECT VIEJO-CUO ASSIGN TO DISK "CUOTA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VQCLAVE
           FILE STATUS IS FST-VQU.

           SELECT VIEJO-HOR ASSIGN TO DISK "CURHOR.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VHCLAVE
           FILE STATUS IS FST-VHO.

           SELECT VIEJO-CAP ASSIGN TO DISK "CAPACIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VCP.

           SELECT VIEJO-ACT ASSIGN TO DISK "ACTA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VAC.

      ****  VISTAS CON EL LAYOUT NUEVO (SE RECREAN)  *****************
           SELECT NUEVO-CUR ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FST-NCU.

           SELECT NUEVO-ALU ASSIGN TO DISK "ALUMNO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACA
           ALTERNATE RECORD KEY IS AAN DUPLICATES
           FILE STATUS IS FST-NAL.

           SELECT NUEVO-INS ASSIGN TO DISK "INSCRIP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ICLAVE
           FILE STATUS IS FST-NIN.

           SELECT NUEVO-CUO ASSIGN TO DISK "CUOTA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QCLAVE
           FILE STATUS IS FST-NQU.

           SELECT NUEVO-HOR ASSIGN TO DISK "CURHOR.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HCLAVE
           FILE STATUS IS FST-NHO.

           SELECT NUEVO-CAP ASSIGN TO DISK "CAPACIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-NCP.

           SELECT NUEVO-ACT ASSIGN TO DISK "ACTA.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-NAC.

      *-- DESCARGA TEMPORAL CON EL REGISTRO VIEJO (EL MAS LARGO: 39) --*
           SELECT TMPSEC ASSIGN TO DISK "CONVERT.TMP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTTMP.

       DATA DIVISION.
       FILE SECTION.
      *-- LAYOUT VIEJO DE "CURSO.IND" (24, "CUCOD" DE 1 CIFRA) --*
       FD  VIEJO-CUR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 24 CHARACTERS
           DATA RECORD IS R-VCU.
        01 R-VCU.
           02 VCUCOD   PIC 9(1).
           02 VCUDESC  PIC X(20).
           02 VCUCAP   PIC 9(03).

      *-- LAYOUT VIEJO DE "ALUMNO.IND" (39, "ACUR" EN 39 DE 1 CIFRA) --*
       FD  VIEJO-ALU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS R-VAL.
        01 R-VAL.
           02 VACA     PIC 9(08).
           02 VAAN     PIC X(30).
           02 VACUR    PIC 9(1).

      *-- LAYOUT VIEJO DE "INSCRIP.IND" (34, "INSCUR" EN 9) --*
       FD  VIEJO-INS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 34 CHARACTERS
           DATA RECORD IS R-VIN.
        01 R-VIN.
           02 VICLAVE.
              03 VINSCA   PIC 9(08).
              03 VINSCUR  PIC 9(1).
           02 FILLER      PIC X(25).

      *-- LAYOUT VIEJO DE "CUOTA.IND" (39, "QCUR" EN 1) --*
       FD  VIEJO-CUO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS R-VQU.
        01 R-VQU.
           02 VQCLAVE.
              03 VQCUR     PIC 9(1).
              03 VQCA      PIC 9(08).
              03 VQPERIODO PIC 9(06).
           02 FILLER       PIC X(24).

      *-- LAYOUT VIEJO DE "CURHOR.IND" (18, "HCUR" EN 1) --*
       FD  VIEJO-HOR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-VHO.
        01 R-VHO.
           02 VHCLAVE.
              03 VHCUR    PIC 9(1).
              03 VHDIA    PIC 9(1).
              03 VHHDES   PIC 9(04).
           02 FILLER      PIC X(12).

      *-- CAPACITACION (37, "CPCUR" EN 9 DE 1 CIFRA). EN EL LAYOUT   --*
      *-- NUEVO, DONDE EL VIEJO TENIA "CPRES" VA UN DIGITO DE FECHA. --*
       FD  VIEJO-CAP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 37 CHARACTERS
           DATA RECORD IS R-VCP.
        01 R-VCP.
           02 VCPCA     PIC X(08).
           02 VCPCUR    PIC X(01).
           02 VCPFECHA  PIC X(08).
           02 VCPNOTA   PIC X(02).
           02 VCPASIS   PIC X(01).
           02 VCPRES    PIC X(01).
           02 VCPVTO    PIC X(08).
           02 VCPOPER   PIC X(08).

      *-- ACTAS DE CIERRE (36, "ACCUR" EN 1 DE 1 CIFRA). EN EL NUEVO --*
      *-- DONDE EL VIEJO TENIA "ACRES" VA UN DIGITO DEL PROMEDIO.    --*
       FD  VIEJO-ACT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS R-VAC.
        01 R-VAC.
           02 VACCUR    PIC X(01).
           02 VACALU    PIC X(08).
           02 VACPROM   PIC X(04).
           02 VACASIS   PIC X(03).
           02 VACRES    PIC X(01).
           02 VACFECHA  PIC X(08).
           02 VACOPER   PIC X(08).

      *-- LAYOUTS NUEVOS, LOS MISMOS DE LOS PROGRAMAS ACTUALES --*
       FD  NUEVO-CUR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-CUR.
        01 R-CUR.
           02 CUCLAVE.
              03 CUCOD    PIC 9(03).
              03 CUEDI    PIC 9(02).
           02 CUDESC   PIC X(20).
           02 CUCAP    PIC 9(03).

       FD  NUEVO-ALU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU.
        01 R-ALU.
           02 ACA   PIC 9(08).
           02 AAN   PIC X(30).
           02 ACUR  PIC 9(03).
           02 AEDI  PIC 9(02).

       FD  NUEVO-INS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-INS.
           COPY INSREC.

       FD  NUEVO-CUO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-CUO.
        01 R-CUO.
           02 QCLAVE.
              03 QCUR     PIC 9(03).
              03 QEDI     PIC 9(02).
              03 QCA      PIC 9(08).
              03 QPERIODO PIC 9(06).
           02 FILLER      PIC X(24).

       FD  NUEVO-HOR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS R-HOR.
        01 R-HOR.
           02 HCLAVE.
              03 HCUR    PIC 9(03).
              03 HEDI    PIC 9(02).
              03 HDIA    PIC 9(1).
              03 HHDES   PIC 9(04).
           02 FILLER     PIC X(12).

       FD  NUEVO-CAP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS R-NCP.
        01 R-NCP PIC X(41).

       FD  NUEVO-ACT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS R-NAC.
        01 R-NAC PIC X(40).

       FD  TMPSEC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS R-TMP.
        01 R-TMP PIC X(39).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FST-VCU           PIC XX.
       77 FST-VAL           PIC XX.
       77 FST-VIN           PIC XX.
       77 FST-VQU           PIC XX.
       77 FST-VHO           PIC XX.
       77 FST-VCP           PIC XX.
       77 FST-VAC           PIC XX.
       77 FST-NCU           PIC XX.
       77 FST-NAL           PIC XX.
       77 FST-NIN           PIC XX.
       77 FST-NQU           PIC XX.
       77 FST-NHO           PIC XX.
       77 FST-NCP           PIC XX.
       77 FST-NAC           PIC XX.
       77 FSTTMP            PIC XX.
       77 FIN-ARCH          PIC X     VALUE "N".
       77 W-APROB           PIC X     VALUE SPACES.
       77 CONT-DESC         PIC 9(05) VALUE 0.
       77 CONT-CARG         PIC 9(05) VALUE 0.
       77 CONT-ERRORES      PIC 9(05) VALUE 0.
      *-- RENGLONES QUE NO RESPONDEN AL LAYOUT VIEJO --*
       77 CONT-INVAL        PIC 9(05) VALUE 0.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".

      *-- ENSANCHE DEL CURSO: POSICION DEL DIGITO EN EL REGISTRO   --*
      *-- VIEJO, LARGO VIEJO Y REGISTRO NUEVO ARMADO (VER         --*
      *-- "ENSANCHAR-CUR").                                       --*
       77 W-POS             PIC 99    VALUE 0.
       77 W-LARGO           PIC 99    VALUE 0.
       77 W-POS-ANT         PIC 99    VALUE 0.
       77 W-POS-SIG         PIC 99    VALUE 0.
       77 W-POS-EDI         PIC 99    VALUE 0.
       77 W-POS-NUE         PIC 99    VALUE 0.
       77 W-RESTO           PIC 99    VALUE 0.
       77 W-CU1             PIC 9(1)  VALUE 0.
       77 W-CU3             PIC 9(03) VALUE 0.
       77 W-NUEVO           PIC X(43) VALUE SPACES.

      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "REBIDX1") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

      *-- TABLA DE ETIQUETAS PARA "MENU-OPC" (VER COMENTARIO ALLI) --*
       01 TABLA-OPCIONES.
           02 FILLER PIC X(20) VALUE "[CURSO.IND   24-28 ]".
           02 FILLER PIC X(20) VALUE "[ALUMNO.IND  39-43 ]".
           02 FILLER PIC X(20) VALUE "[INSCRIP.IND 34-38 ]".
           02 FILLER PIC X(20) VALUE "[CUOTA.IND   39-43 ]".
           02 FILLER PIC X(20) VALUE "[CURHOR.IND  18-22 ]".
           02 FILLER PIC X(20) VALUE "[CAPACIT.DAT 37-41 ]".
           02 FILLER PIC X(20) VALUE "[ACTA.DAT    36-40 ]".
           02 FILLER PIC X(20) VALUE "[CANCELAR          ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 8 TIMES.

       77 W-CANT  PIC 99 VALUE 08.
       77 W-LIN   PIC 99 VALUE 06.
       77 W-COL   PIC 99 VALUE 30.
       77 W-ANCHO PIC 99 VALUE 20.
       77 W-IND   PIC 99.
       77 W-RES   PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
          02 BLANK SCREEN.
          02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
          02 LINE 03 COLUMN 21 REVERSE VALUE
             "CONVERSION A CURSO DE 3 CIFRAS + EDICION".

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
           CALL "FONDO" USING 28 05 52 14 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

           CALL   "MENU-OPC" USING TABLA-OPCIONES W-CANT W-LIN W-COL
                                    W-ANCHO W-IND W-RES.
           CANCEL "MENU-OPC".

           IF W-IND = 1
              PERFORM CONV-CURSO THRU CONV-CURSO-EXIT
             ELSE IF W-IND = 2
              PERFORM CONV-ALUMNO THRU CONV-ALUMNO-EXIT
             ELSE IF W-IND = 3
              PERFORM CONV-INSCRIP THRU CONV-INSCRIP-EXIT
             ELSE IF W-IND = 4
              PERFORM CONV-CUOTA THRU CONV-CUOTA-EXIT
             ELSE IF W-IND = 5
              PERFORM CONV-CURHOR THRU CONV-CURHOR-EXIT
             ELSE IF W-IND = 6
              PERFORM CONV-CAPACIT THRU CONV-CAPACIT-EXIT
             ELSE IF W-IND = 7
              PERFORM CONV-ACTA THRU CONV-ACTA-EXIT
             END-IF.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- AVISOS Y CONFIRMACION COMUNES A TODOS LOS ARCHIVOS --*
       AVISAR-NO-VIEJO.
           DISPLAY "** EL ARCHIVO NO ABRE CON EL LAYOUT VIEJO: O NO"
              LINE 19, POSITION 05.
           DISPLAY "EXISTE O YA ESTA CONVERTIDO, NO SE TOCA NADA **"
              LINE 20, POSITION 05 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.

       AVISAR-RENGLON-INVALIDO.
           DISPLAY "** " CONT-INVAL " RENGLONES FUERA DEL LAYOUT VIEJO:"
              LINE 19, POSITION 05.
           DISPLAY "YA ESTA CONVERTIDO O DANADO, NO SE TOCA NADA **"
              LINE 20, POSITION 05 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.

       CONFIRMAR-CONV.
           MOVE "N" TO W-APROB.
           DISPLAY "DESCARGADOS: " CONT-DESC LINE 19 POSITION 05.
           DISPLAY "ESTO RECREA EL ARCHIVO CON EL LAYOUT NUEVO,"
              LINE 20 POSITION 05.
           DISPLAY "CONTINUA S/N: " LINE 21 POSITION 05.
           ACCEPT W-APROB LINE 21 POSITION 20.

       MOSTRAR-RESULTADO.
           DISPLAY SUBRAYADO LINE 22 POSITION 01.
           DISPLAY "DESCARGADOS: " CONT-DESC "  CONVERTIDOS: "
              CONT-CARG "  ERRORES: " CONT-ERRORES
              LINE 23, POSITION 05.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.

      *-- ARMA EN "W-NUEVO" EL REGISTRO NUEVO A PARTIR DEL VIEJO EN  --*
      *-- "R-TMP": TODO IGUAL SALVO EL DIGITO EN "W-POS", QUE PASA A --*
      *-- 3 CIFRAS SEGUIDAS DE LA EDICION "01" (EL CURSO "5" VIEJO   --*
      *-- QUEDA "005" "01"); LO QUE SIGUE SE CORRE CUATRO LUGARES.   --*
       ENSANCHAR-CUR.
           MOVE SPACES TO W-NUEVO.
           COMPUTE W-POS-ANT = W-POS - 1.
           COMPUTE W-POS-SIG = W-POS + 1.
           COMPUTE W-POS-EDI = W-POS + 3.
           COMPUTE W-POS-NUE = W-POS + 5.
           COMPUTE W-RESTO   = W-LARGO - W-POS.
           IF W-POS-ANT > 0
              MOVE R-TMP (1:W-POS-ANT) TO W-NUEVO (1:W-POS-ANT)
           END-IF.
           MOVE R-TMP (W-POS:1) TO W-CU1.
           MOVE W-CU1 TO W-CU3.
           MOVE W-CU3 TO W-NUEVO (W-POS:3).
           MOVE "01"  TO W-NUEVO (W-POS-EDI:2).
           IF W-RESTO > 0
              MOVE R-TMP (W-POS-SIG:W-RESTO)
                 TO W-NUEVO (W-POS-NUE:W-RESTO)
           END-IF.

      *-- CURSO.IND 24 -> 28 ------------------------------------------*
       CONV-CURSO.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-CUR.
           IF FST-VCU NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-CURSO-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-CURSO THRU DESC-CURSO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-CUR.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-CURSO-EXIT.

           OPEN OUTPUT NUEVO-CUR.
           OPEN INPUT TMPSEC.
           MOVE 1  TO W-POS.
           MOVE 24 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-CURSO THRU CARG-CURSO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-CUR.
           PERFORM MOSTRAR-RESULTADO.
       CONV-CURSO-EXIT.
           EXIT.

       DESC-CURSO.
           READ VIEJO-CUR NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-CURSO-EXIT.
           MOVE SPACES TO R-TMP.
           MOVE R-VCU TO R-TMP (1:24).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-CURSO-EXIT.
           EXIT.

       CARG-CURSO.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-CURSO-EXIT.
           PERFORM ENSANCHAR-CUR.
           MOVE W-NUEVO (1:28) TO R-CUR.
           WRITE R-CUR INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-CARG
           END-WRITE.
       CARG-CURSO-EXIT.
           EXIT.

      *-- ALUMNO.IND 39 -> 43 -----------------------------------------*
       CONV-ALUMNO.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-ALU.
           IF FST-VAL NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-ALUMNO-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-ALUMNO THRU DESC-ALUMNO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-ALU.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-ALUMNO-EXIT.

           OPEN OUTPUT NUEVO-ALU.
           OPEN INPUT TMPSEC.
           MOVE 39 TO W-POS.
           MOVE 39 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-ALUMNO THRU CARG-ALUMNO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-ALU.
           PERFORM MOSTRAR-RESULTADO.
       CONV-ALUMNO-EXIT.
           EXIT.

       DESC-ALUMNO.
           READ VIEJO-ALU NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-ALUMNO-EXIT.
           MOVE R-VAL TO R-TMP.
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-ALUMNO-EXIT.
           EXIT.

       CARG-ALUMNO.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-ALUMNO-EXIT.
           PERFORM ENSANCHAR-CUR.
           MOVE W-NUEVO TO R-ALU.
           WRITE R-ALU INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-CARG
           END-WRITE.
       CARG-ALUMNO-EXIT.
           EXIT.

      *-- INSCRIP.IND 34 -> 38 ----------------------------------------*
       CONV-INSCRIP.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-INS.
           IF FST-VIN NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-INSCRIP-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-INSCRIP THRU DESC-INSCRIP-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-INS.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-INSCRIP-EXIT.

           OPEN OUTPUT NUEVO-INS.
           OPEN INPUT TMPSEC.
           MOVE 9  TO W-POS.
           MOVE 34 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-INSCRIP THRU CARG-INSCRIP-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-INS.
           PERFORM MOSTRAR-RESULTADO.
       CONV-INSCRIP-EXIT.
           EXIT.

       DESC-INSCRIP.
           READ VIEJO-INS NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-INSCRIP-EXIT.
           MOVE SPACES TO R-TMP.
           MOVE R-VIN TO R-TMP (1:34).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-INSCRIP-EXIT.
           EXIT.

       CARG-INSCRIP.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-INSCRIP-EXIT.
           PERFORM ENSANCHAR-CUR.
           MOVE W-NUEVO (1:38) TO R-INS.
           WRITE R-INS INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-CARG
           END-WRITE.
       CARG-INSCRIP-EXIT.
           EXIT.

      *-- CUOTA.IND 39 -> 43 ------------------------------------------*
       CONV-CUOTA.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-CUO.
           IF FST-VQU NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-CUOTA-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-CUOTA THRU DESC-CUOTA-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-CUO.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-CUOTA-EXIT.

           OPEN OUTPUT NUEVO-CUO.
           OPEN INPUT TMPSEC.
           MOVE 1  TO W-POS.
           MOVE 39 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-CUOTA THRU CARG-CUOTA-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-CUO.
           PERFORM MOSTRAR-RESULTADO.
       CONV-CUOTA-EXIT.
           EXIT.

       DESC-CUOTA.
           READ VIEJO-CUO NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-CUOTA-EXIT.
           MOVE R-VQU TO R-TMP.
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-CUOTA-EXIT.
           EXIT.

       CARG-CUOTA.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-CUOTA-EXIT.
           PERFORM ENSANCHAR-CUR.
           MOVE W-NUEVO TO R-CUO.
           WRITE R-CUO INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-CARG
           END-WRITE.
       CARG-CUOTA-EXIT.
           EXIT.

      *-- CURHOR.IND 18 -> 22 -----------------------------------------*
       CONV-CURHOR.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-HOR.
           IF FST-VHO NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-CURHOR-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-CURHOR THRU DESC-CURHOR-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-HOR.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-CURHOR-EXIT.

           OPEN OUTPUT NUEVO-HOR.
           OPEN INPUT TMPSEC.
           MOVE 1  TO W-POS.
           MOVE 18 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-CURHOR THRU CARG-CURHOR-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-HOR.
           PERFORM MOSTRAR-RESULTADO.
       CONV-CURHOR-EXIT.
           EXIT.

       DESC-CURHOR.
           READ VIEJO-HOR NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-CURHOR-EXIT.
           MOVE SPACES TO R-TMP.
           MOVE R-VHO TO R-TMP (1:18).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-CURHOR-EXIT.
           EXIT.

       CARG-CURHOR.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-CURHOR-EXIT.
           PERFORM ENSANCHAR-CUR.
           MOVE W-NUEVO (1:22) TO R-HOR.
           WRITE R-HOR INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-CARG
           END-WRITE.
       CARG-CURHOR-EXIT.
           EXIT.

      *-- CAPACIT.DAT 37 -> 41 ----------------------------------------*
       CONV-CAPACIT.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES CONT-INVAL.
           OPEN INPUT VIEJO-CAP.
           IF FST-VCP NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-CAPACIT-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-CAPACIT THRU DESC-CAPACIT-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-CAP.
           IF CONT-INVAL > 0
              PERFORM AVISAR-RENGLON-INVALIDO
              GO TO CONV-CAPACIT-EXIT.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-CAPACIT-EXIT.

           OPEN OUTPUT NUEVO-CAP.
           OPEN INPUT TMPSEC.
           MOVE 9  TO W-POS.
           MOVE 37 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-CAPACIT THRU CARG-CAPACIT-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-CAP.
           PERFORM MOSTRAR-RESULTADO.
       CONV-CAPACIT-EXIT.
           EXIT.

      *-- EN EL LAYOUT VIEJO "CPCUR" ES UN DIGITO, LA FECHA ES      --*
      *-- NUMERICA Y "CPRES" ES "A" O "P"; UN RENGLON YA ENSANCHADO --*
      *-- TIENE UN DIGITO DE FECHA DONDE IRIA EL RESULTADO.         --*
       DESC-CAPACIT.
           READ VIEJO-CAP NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-CAPACIT-EXIT.
           IF FST-VCP NOT = "00"
              ADD 1 TO CONT-INVAL
              MOVE "S" TO FIN-ARCH
              GO TO DESC-CAPACIT-EXIT.
           IF VCPCA IS NOT NUMERIC OR VCPCUR IS NOT NUMERIC
              OR VCPFECHA IS NOT NUMERIC
              OR (VCPRES NOT = "A" AND VCPRES NOT = "P")
              ADD 1 TO CONT-INVAL
           END-IF.
           MOVE SPACES TO R-TMP.
           MOVE R-VCP TO R-TMP (1:37).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-CAPACIT-EXIT.
           EXIT.

       CARG-CAPACIT.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-CAPACIT-EXIT.
           PERFORM ENSANCHAR-CUR.
           MOVE W-NUEVO (1:41) TO R-NCP.
           WRITE R-NCP.
           IF FST-NCP = "00"
              ADD 1 TO CONT-CARG
           ELSE
              ADD 1 TO CONT-ERRORES
           END-IF.
       CARG-CAPACIT-EXIT.
           EXIT.

      *-- ACTA.DAT 36 -> 40 -------------------------------------------*
       CONV-ACTA.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES CONT-INVAL.
           OPEN INPUT VIEJO-ACT.
           IF FST-VAC NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-ACTA-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-ACTA THRU DESC-ACTA-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-ACT.
           IF CONT-INVAL > 0
              PERFORM AVISAR-RENGLON-INVALIDO
              GO TO CONV-ACTA-EXIT.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-ACTA-EXIT.

           OPEN OUTPUT NUEVO-ACT.
           OPEN INPUT TMPSEC.
           MOVE 1  TO W-POS.
           MOVE 36 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-ACTA THRU CARG-ACTA-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-ACT.
           PERFORM MOSTRAR-RESULTADO.
       CONV-ACTA-EXIT.
           EXIT.

      *-- EN EL LAYOUT VIEJO "ACCUR" ES UN DIGITO, LOS CAMPOS       --*
      *-- NUMERICOS ESTAN EN SU LUGAR Y "ACRES" ES "A", "F" O "L";  --*
      *-- UN RENGLON YA ENSANCHADO TIENE UN DIGITO DEL PROMEDIO     --*
      *-- DONDE IRIA EL RESULTADO.                                  --*
       DESC-ACTA.
           READ VIEJO-ACT NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-ACTA-EXIT.
           IF FST-VAC NOT = "00"
              ADD 1 TO CONT-INVAL
              MOVE "S" TO FIN-ARCH
              GO TO DESC-ACTA-EXIT.
           IF VACCUR IS NOT NUMERIC OR VACALU IS NOT NUMERIC
              OR VACPROM IS NOT NUMERIC OR VACASIS IS NOT NUMERIC
              OR VACFECHA IS NOT NUMERIC
              OR (VACRES NOT = "A" AND VACRES NOT = "F"
                  AND VACRES NOT = "L")
              ADD 1 TO CONT-INVAL
           END-IF.
           MOVE SPACES TO R-TMP.
           MOVE R-VAC TO R-TMP (1:36).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-ACTA-EXIT.
           EXIT.

       CARG-ACTA.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-ACTA-EXIT.
           PERFORM ENSANCHAR-CUR.
           MOVE W-NUEVO (1:40) TO R-NAC.
           WRITE R-NAC.
           IF FST-NAC = "00"
              ADD 1 TO CONT-CARG
           ELSE
              ADD 1 TO CONT-ERRORES
           END-IF.
       CARG-ACTA-EXIT.
           EXIT.
