      *-- SELECCION DE PERSONAL: "VACANT1" DICE QUE PAREJAS MLO +     --*
      *-- MCATE TIENEN PUESTOS LIBRES PERO LOS POSTULANTES SE         --*
      *-- SEGUIAN POR CORREO. ESTE PGM LLEVA EN "CANDID.IND" (VER     --*
      *-- COPY/CANDREC.CPY) LOS CANDIDATOS DE CADA PAREJA DE          --*
      *-- "VACANTE.IND": CONTACTO, FUENTE Y ETAPA (RECIBIDO,          --*
      *-- ENTREVISTADO, OFERTADO, ACEPTADO, RECHAZADO) CON SUS        --*
      *-- FECHAS Y EL ENTREVISTADOR. AL ACEPTAR EMITE LA FILA DE      --*
      *-- "ALTAS.LOT" IGUAL QUE "ALUALTA1", Y "ALTLOT1" HACE EL ALTA  --*
      *-- CON SUS VALIDACIONES DE SIEMPRE. EL REPORTE DA POR PAREJA   --*
      *-- LOS CANDIDATOS ABIERTOS Y LOS DIAS QUE LLEVO CUBRIRLA.      --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CANDID1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT COMPARTIDO CON "VACANT1", SOLO LECTURA --*
           SELECT VACANTE ASSIGN TO DISK "VACANTE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VACLAVE
           FILE STATUS IS FSTVACN.

      *-- UNA FILA POR CANDIDATO: MLO + MCATE + NUMERO --*
           SELECT CANDID ASSIGN TO DISK "CANDID.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CNCLAVE
           FILE STATUS IS FSTCAN.

      *-- LOTE QUE CONSUME "ALTLOT1", SE AGREGA AL FINAL --*
           SELECT ALTLOT ASSIGN TO DISK "ALTAS.LOT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTLOT.

       DATA DIVISION.
       FILE SECTION.
        FD VACANTE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS R-VACN.
           COPY VACNREC.

        FD CANDID
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 192 CHARACTERS
           DATA RECORD IS R-CAN.
           COPY CANDREC.

      *-- MISMO LAYOUT DEL LOTE QUE USA "ALTLOT1" --*
        FD ALTLOT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-LOT.
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-LOT==
               ==MCA== BY ==LCA== ==MAN== BY ==LAN==
               ==MSB== BY ==LSB== ==MLO== BY ==LLO==
               ==MTEL== BY ==LTEL== ==MANT== BY ==LANT==
               ==MSE== BY ==LSE== ==MCATE== BY ==LCATE==
               ==MFEC== BY ==LFEC== ==MFA== BY ==LFA==
               ==MFM== BY ==LFM== ==MFD== BY ==LFD==
               ==MEC== BY ==LEC== ==MSUP== BY ==LSUP==.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTVACN           PIC XX.
       77 FSTCAN            PIC XX.
       77 FSTLOT            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "ALTLOT1") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.

       77 W-ACCION          PIC X     VALUE SPACES.
       77 W-FIN             PIC X     VALUE "N".
       77 W-FIN-VAC         PIC X     VALUE "N".
       77 FIN-VACN          PIC X     VALUE "N".
       77 FIN-CAN           PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-OPC             PIC X     VALUE SPACE.
       77 W-LO              PIC 9(02) VALUE 0.
       77 W-CAT             PIC 9(1)  VALUE 0.
       77 W-NRO             PIC 9(03) VALUE 0.
       77 W-ULT-NRO         PIC 9(03) VALUE 0.
       77 W-DOC             PIC 9(08) VALUE 0.
       77 W-DOC-REPE        PIC X     VALUE "N".
       77 W-NOM             PIC X(30) VALUE SPACES.
       77 W-NOM20           PIC X(20) VALUE SPACES.
       77 W-TEL             PIC X(10) VALUE SPACES.
       77 W-MAIL            PIC X(30) VALUE SPACES.
       77 W-FUENTE          PIC X(12) VALUE SPACES.
       77 W-ENTREV          PIC X(20) VALUE SPACES.
       77 W-SUELDO          PIC 9(05) VALUE 0.
       77 W-OBS             PIC X(30) VALUE SPACES.
       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 W-FECHA-ANT       PIC 9(08) VALUE 0.
       77 W-FECHA-ULT       PIC 9(08) VALUE 0.
       77 CONT-LIN          PIC 99    VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.
       77 CONT-CAN          PIC 9(03) VALUE 0.

      *-- CONTADORES DE UNA PAREJA PARA EL REPORTE --*
       77 CONT-R            PIC 9(03) VALUE 0.
       77 CONT-E            PIC 9(03) VALUE 0.
       77 CONT-O            PIC 9(03) VALUE 0.
       77 CONT-A            PIC 9(03) VALUE 0.
       77 CONT-X            PIC 9(03) VALUE 0.
       77 CONT-ABIERTOS     PIC 9(03) VALUE 0.
       77 W-DIAS            PIC 9(05) VALUE 0.
       77 W-DIAS-TOT        PIC 9(07) VALUE 0.
       77 W-DIAS-PROM       PIC 9(05) VALUE 0.
       77 W-DIAS-MAX        PIC 9(05) VALUE 0.
       77 W-DIAS-ED         PIC ZZZZ9.
       77 W-CONT-ED         PIC ZZ9.

      *-- FECHA TAL COMO LA TIPEA EL OPERADOR --*
       01 W-FECHA           PIC 9(08) VALUE 0.
       01 W-FECHA-R REDEFINES W-FECHA.
          02 W-FEC-ANIO     PIC 9(04).
          02 W-FEC-MES      PIC 99.
          02 W-FEC-DIA      PIC 99.

      *-- DIAS CORRIDOS DESDE EL 01/01/0001 (VER "FECHA-A-DIAS"); LA --*
      *-- RESTA DE DOS DE ESTOS DA LOS DIAS ENTRE DOS FECHAS.        --*
       01 W-FEC-CALC-N      PIC 9(08) VALUE 0.
       01 W-FEC-CALC REDEFINES W-FEC-CALC-N.
          02 W-CALC-ANIO    PIC 9(04).
          02 W-CALC-MES     PIC 99.
          02 W-CALC-DIA     PIC 99.
       77 W-DIAS-ABS        PIC 9(07) VALUE 0.
       77 W-DIAS-DESDE      PIC 9(07) VALUE 0.
       77 W-ANIOS-ANT       PIC 9(04) VALUE 0.
       77 W-COCIENTE        PIC 9(04) VALUE 0.
       77 W-RESTO4          PIC 9(03) VALUE 0.
       77 W-RESTO100        PIC 9(03) VALUE 0.
       77 W-RESTO400        PIC 9(03) VALUE 0.
      *-- DIAS ACUMULADOS ANTES DE CADA MES DE UN ANIO COMUN --*
       01 TABLA-ACUM.
          02 FILLER         PIC X(36) VALUE
             "000031059090120151181212243273304334".
       01 TABLA-ACUM-R REDEFINES TABLA-ACUM.
          02 ACUM-MES       PIC 9(03) OCCURS 12 TIMES.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CANDID.
       ERROR-APERTURA.
           IF FSTCAN = "35"
              OPEN OUTPUT CANDID
              CLOSE CANDID
              OPEN I-O CANDID
            END-IF.
       ERROR-APERTURA.
       TERCERA SECTION.
       USE AFTER ERROR PROCEDURE ON ALTLOT.
       ERROR-APERTURA-LOT.
           IF FSTLOT NOT = "00"
              OPEN OUTPUT ALTLOT
              CLOSE ALTLOT
              OPEN EXTEND ALTLOT
            END-IF.
       ERROR-APERTURA-LOT.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- EMITE ALTAS: MISMO NIVEL MINIMO QUE "ALTLOT1" --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           IF W-NIVEL < 3
              DISPLAY "** SE NECESITA NIVEL 3 O MAS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE "CANDID1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN INPUT VACANTE.
           IF FSTVACN NOT = "00"
              DISPLAY "** NO HAY CUPOS CARGADOS (VER VACANT1) **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN I-O CANDID.
           PERFORM PEDIR-ACCION THRU PEDIR-ACCION-EXIT
              UNTIL W-FIN = "S".
           CLOSE CANDID.
           CLOSE VACANTE.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "SELECCION DE PERSONAL POR VACANTE" LINE 01
              POSITION 23.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ACCION (C=CANDIDATOS R=REPORTE 0=FIN): "
              LINE 04 POSITION 01.
           MOVE SPACE TO W-ACCION.
           ACCEPT W-ACCION LINE 04 POSITION 41.
           IF W-ACCION = "0" OR W-ACCION = SPACE
              MOVE "S" TO W-FIN
              GO TO PEDIR-ACCION-EXIT.
           IF W-ACCION = "C"
              PERFORM ELEGIR-VACANTE THRU ELEGIR-VACANTE-EXIT
           ELSE IF W-ACCION = "R"
              PERFORM REPORTE THRU REPORTE-EXIT
           ELSE
              DISPLAY "** ACCION INVALIDA, USE C, R O 0 **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       PEDIR-ACCION-EXIT.
           EXIT.

      *-- SOLO PAREJAS CON CUPO EN "VACANTE.IND" Y DE UNA LOCALIDAD --*
      *-- A CARGO DEL OPERADOR.                                     --*
       ELEGIR-VACANTE.
           DISPLAY "LOCALIDAD (MLO): " LINE 06 POSITION 01.
           MOVE 0 TO W-LO.
           ACCEPT W-LO LINE 06 POSITION 19.
           DISPLAY "CATEGORIA (MCATE): " LINE 07 POSITION 01.
           MOVE 0 TO W-CAT.
           ACCEPT W-CAT LINE 07 POSITION 21.
           MOVE W-LO  TO VACLO.
           MOVE W-CAT TO VACCAT.
           READ VACANTE INVALID KEY MOVE "23" TO FSTVACN.
           IF FSTVACN NOT = "00"
              DISPLAY "** ESA PAREJA NO TIENE CUPO (VER VACANT1) **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ELEGIR-VACANTE-EXIT.
           MOVE W-LO TO ACL-LOC.
           MOVE 0    TO ACL-LEGAJO.
           MOVE "V"  TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              MOVE "R" TO ACL-ACCION
              CALL   "ACCLOC" USING ACL-DATOS
              CANCEL "ACCLOC"
              DISPLAY "** LOCALIDAD NO HABILITADA PARA SU USUARIO **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ELEGIR-VACANTE-EXIT.
           MOVE "N" TO W-FIN-VAC.
           PERFORM ATENDER-VACANTE THRU ATENDER-VACANTE-EXIT
              UNTIL W-FIN-VAC = "S".
       ELEGIR-VACANTE-EXIT.
           EXIT.

      *-- LISTA LOS CANDIDATOS DE LA PAREJA Y PIDE QUE HACER --*
       ATENDER-VACANTE.
           PERFORM LISTAR-CANDIDATOS THRU LISTAR-CANDIDATOS-EXIT.
           DISPLAY "N=NUEVO  A=AVANZAR ETAPA  X=RECHAZAR  "
              LINE 19 POSITION 01.
           DISPLAY "O=OTRA VACANTE: " LINE 19 POSITION 40.
           MOVE SPACE TO W-OPC.
           ACCEPT W-OPC LINE 19 POSITION 56.
           IF W-OPC = "N"
              PERFORM NUEVO-CANDIDATO THRU NUEVO-CANDIDATO-EXIT
              GO TO ATENDER-VACANTE-EXIT.
           IF W-OPC NOT = "A" AND W-OPC NOT = "X"
              MOVE "S" TO W-FIN-VAC
              GO TO ATENDER-VACANTE-EXIT.
           DISPLAY "NUMERO DE CANDIDATO: " LINE 20 POSITION 01.
           MOVE 0 TO W-NRO.
           ACCEPT W-NRO LINE 20 POSITION 22.
           MOVE W-LO  TO CNLO.
           MOVE W-CAT TO CNCAT.
           MOVE W-NRO TO CNNRO.
           READ CANDID INVALID KEY MOVE "23" TO FSTCAN.
           IF FSTCAN NOT = "00"
              DISPLAY "** NO EXISTE ESE CANDIDATO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-VACANTE-EXIT.
           IF CNETAPA = "A" OR CNETAPA = "X"
              DISPLAY "** ESE CANDIDATO YA ESTA CERRADO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-VACANTE-EXIT.
           DISPLAY CNNOM LINE 20 POSITION 27.
           IF W-OPC = "X"
              PERFORM RECHAZAR THRU RECHAZAR-EXIT
           ELSE IF CNETAPA = "R"
              PERFORM ENTREVISTAR THRU ENTREVISTAR-EXIT
           ELSE IF CNETAPA = "E"
              PERFORM OFERTAR THRU OFERTAR-EXIT
           ELSE
              PERFORM ACEPTAR THRU ACEPTAR-EXIT
           END-IF.
       ATENDER-VACANTE-EXIT.
           EXIT.

      *-- CANDIDATO NUEVO EN ETAPA "R"; NO SE REPITE UN DOCUMENTO --*
      *-- QUE SIGA ABIERTO EN LA MISMA PAREJA.                    --*
       NUEVO-CANDIDATO.
           MOVE 0           TO W-DOC.
           MOVE SPACES      TO W-NOM W-TEL W-MAIL W-FUENTE.
           MOVE W-FECHA-HOY TO W-FECHA.
           MOVE 0           TO W-FECHA-ANT.
           DISPLAY "DOCUMENTO: " LINE 20 POSITION 01.
           ACCEPT W-DOC LINE 20 POSITION 12.
           DISPLAY "NOMBRE: " LINE 20 POSITION 22.
           ACCEPT W-NOM LINE 20 POSITION 30.
           DISPLAY "TELEFONO: " LINE 21 POSITION 01.
           ACCEPT W-TEL LINE 21 POSITION 11.
           DISPLAY "MAIL: " LINE 21 POSITION 23.
           ACCEPT W-MAIL LINE 21 POSITION 29.
           DISPLAY "FUENTE: " LINE 22 POSITION 01.
           ACCEPT W-FUENTE LINE 22 POSITION 09.
           DISPLAY "RECIBIDO (AAAAMMDD): " LINE 22 POSITION 23.
           ACCEPT W-FECHA LINE 22 POSITION 44.

           IF W-DOC IS NOT NUMERIC OR W-DOC = 0
              DISPLAY "** DOCUMENTO INVALIDO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO NUEVO-CANDIDATO-EXIT.
           IF W-NOM = SPACES
              DISPLAY "** FALTA EL NOMBRE **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO NUEVO-CANDIDATO-EXIT.
           PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
           IF W-OK NOT = "S"
              GO TO NUEVO-CANDIDATO-EXIT.
           PERFORM BUSCAR-ULTIMO THRU BUSCAR-ULTIMO-EXIT.
           IF W-DOC-REPE = "S"
              DISPLAY "** ESE DOCUMENTO YA ESTA ABIERTO EN LA PAREJA **"
                 LINE 24 POSITION 12 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO NUEVO-CANDIDATO-EXIT.

           DISPLAY "GRABA S/N: " LINE 22 POSITION 55.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 22 POSITION 66.
           IF W-OK NOT = "S"
              GO TO NUEVO-CANDIDATO-EXIT.

           MOVE W-LO       TO CNLO.
           MOVE W-CAT      TO CNCAT.
           COMPUTE CNNRO = W-ULT-NRO + 1.
           MOVE W-DOC      TO CNDOC.
           MOVE W-NOM      TO CNNOM.
           MOVE W-TEL      TO CNTEL.
           MOVE W-MAIL     TO CNMAIL.
           MOVE W-FUENTE   TO CNFUENTE.
           MOVE "R"        TO CNETAPA.
           MOVE W-FECHA    TO CNFREC.
           MOVE 0          TO CNFENT CNFOFE CNSUELDO CNFCIE.
           MOVE SPACES     TO CNENTREV CNOBS.
           MOVE W-OPERADOR TO CNOPER.
           WRITE R-CAN INVALID KEY
              CONTINUE
           END-WRITE.
       NUEVO-CANDIDATO-EXIT.
           EXIT.

      *-- "R" -> "E": FECHA DE LA ENTREVISTA Y QUIEN LA HIZO --*
       ENTREVISTAR.
           MOVE W-FECHA-HOY TO W-FECHA.
           MOVE SPACES      TO W-ENTREV.
           DISPLAY "FECHA ENTREVISTA (AAAAMMDD): " LINE 21 POSITION 01.
           ACCEPT W-FECHA LINE 21 POSITION 30.
           DISPLAY "ENTREVISTADOR: " LINE 22 POSITION 01.
           ACCEPT W-ENTREV LINE 22 POSITION 16.
           MOVE CNFREC TO W-FECHA-ANT.
           PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
           IF W-OK NOT = "S"
              GO TO ENTREVISTAR-EXIT.
           IF W-ENTREV = SPACES
              DISPLAY "** FALTA EL ENTREVISTADOR **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ENTREVISTAR-EXIT.
           PERFORM CONFIRMAR THRU CONFIRMAR-EXIT.
           IF W-OK NOT = "S"
              GO TO ENTREVISTAR-EXIT.
           MOVE "E"        TO CNETAPA.
           MOVE W-FECHA    TO CNFENT.
           MOVE W-ENTREV   TO CNENTREV.
           MOVE W-OPERADOR TO CNOPER.
           REWRITE R-CAN INVALID KEY
              CONTINUE
           END-REWRITE.
       ENTREVISTAR-EXIT.
           EXIT.

      *-- "E" -> "O": FECHA DE LA OFERTA Y SUELDO OFRECIDO, QUE --*
      *-- DESPUES VIAJA COMO "MSB" DEL ALTA.                    --*
       OFERTAR.
           MOVE W-FECHA-HOY TO W-FECHA.
           MOVE 0           TO W-SUELDO.
           DISPLAY "FECHA OFERTA (AAAAMMDD): " LINE 21 POSITION 01.
           ACCEPT W-FECHA LINE 21 POSITION 26.
           DISPLAY "SUELDO OFRECIDO: " LINE 22 POSITION 01.
           ACCEPT W-SUELDO LINE 22 POSITION 18.
           MOVE CNFENT TO W-FECHA-ANT.
           PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
           IF W-OK NOT = "S"
              GO TO OFERTAR-EXIT.
           IF W-SUELDO IS NOT NUMERIC OR W-SUELDO = 0
              DISPLAY "** SUELDO INVALIDO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO OFERTAR-EXIT.
           PERFORM CONFIRMAR THRU CONFIRMAR-EXIT.
           IF W-OK NOT = "S"
              GO TO OFERTAR-EXIT.
           MOVE "O"        TO CNETAPA.
           MOVE W-FECHA    TO CNFOFE.
           MOVE W-SUELDO   TO CNSUELDO.
           MOVE W-OPERADOR TO CNOPER.
           REWRITE R-CAN INVALID KEY
              CONTINUE
           END-REWRITE.
       OFERTAR-EXIT.
           EXIT.

      *-- "O" -> "A": EL CANDIDATO ACEPTO. SE EMITE SU FILA DE     --*
      *-- "ALTAS.LOT" COMO EN "ALUALTA1": DOCUMENTO COMO LEGAJO,   --*
      *-- LA PAREJA, EL SUELDO OFRECIDO Y EL TELEFONO, INGRESO EN  --*
      *-- LA FECHA DE ACEPTACION Y EL RESTO EN VALORES DE ALTA.    --*
       ACEPTAR.
           MOVE W-FECHA-HOY TO W-FECHA.
           DISPLAY "FECHA ACEPTACION (AAAAMMDD): " LINE 21 POSITION 01.
           ACCEPT W-FECHA LINE 21 POSITION 30.
           MOVE CNFOFE TO W-FECHA-ANT.
           PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
           IF W-OK NOT = "S"
              GO TO ACEPTAR-EXIT.
           DISPLAY "EMITE LA FILA DE ALTA S/N: " LINE 22 POSITION 01.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 22 POSITION 28.
           IF W-OK NOT = "S"
              GO TO ACEPTAR-EXIT.

           MOVE CNDOC      TO LCA.
           MOVE CNNOM      TO LAN.
           MOVE CNSUELDO   TO LSB.
           MOVE CNLO       TO LLO.
           MOVE CNTEL      TO LTEL.
           MOVE CNCAT      TO LCATE.
           MOVE 0          TO LANT LSE LSUP.
           MOVE W-FEC-ANIO TO LFA.
           MOVE W-FEC-MES  TO LFM.
           MOVE W-FEC-DIA  TO LFD.
           MOVE "S"        TO LEC.
           OPEN EXTEND ALTLOT.
           WRITE R-LOT.
           CLOSE ALTLOT.

           MOVE "A"        TO CNETAPA.
           MOVE W-FECHA    TO CNFCIE.
           MOVE W-OPERADOR TO CNOPER.
           REWRITE R-CAN INVALID KEY
              CONTINUE
           END-REWRITE.
           DISPLAY "FILA EMITIDA (CORRA ALTLOT1 PARA PROCESAR EL LOTE)"
              LINE 24 POSITION 10.
           ACCEPT TECLA.
       ACEPTAR-EXIT.
           EXIT.

      *-- CUALQUIER ETAPA ABIERTA -> "X", CON EL MOTIVO --*
       RECHAZAR.
           MOVE W-FECHA-HOY TO W-FECHA.
           MOVE SPACES      TO W-OBS.
           DISPLAY "FECHA (AAAAMMDD): " LINE 21 POSITION 01.
           ACCEPT W-FECHA LINE 21 POSITION 19.
           DISPLAY "MOTIVO: " LINE 22 POSITION 01.
           ACCEPT W-OBS LINE 22 POSITION 09.
           MOVE CNFREC TO W-FECHA-ANT.
           PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
           IF W-OK NOT = "S"
              GO TO RECHAZAR-EXIT.
           IF W-OBS = SPACES
              DISPLAY "** EL RECHAZO LLEVA EL MOTIVO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO RECHAZAR-EXIT.
           PERFORM CONFIRMAR THRU CONFIRMAR-EXIT.
           IF W-OK NOT = "S"
              GO TO RECHAZAR-EXIT.
           MOVE "X"        TO CNETAPA.
           MOVE W-FECHA    TO CNFCIE.
           MOVE W-OBS      TO CNOBS.
           MOVE W-OPERADOR TO CNOPER.
           REWRITE R-CAN INVALID KEY
              CONTINUE
           END-REWRITE.
       RECHAZAR-EXIT.
           EXIT.

       CONFIRMAR.
           DISPLAY "GRABA S/N: " LINE 22 POSITION 50.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 22 POSITION 61.
       CONFIRMAR-EXIT.
           EXIT.

      *-- NI FUTURA NI ANTERIOR A LA ETAPA PREVIA ("W-FECHA-ANT") --*
       VALIDAR-FECHA.
           MOVE "S" TO W-OK.
           IF W-FECHA IS NOT NUMERIC OR W-FEC-ANIO < 1900
              OR W-FEC-MES < 1 OR W-FEC-MES > 12
              OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
              OR W-FECHA > W-FECHA-HOY
              MOVE "N" TO W-OK
              DISPLAY "** FECHA INVALIDA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO VALIDAR-FECHA-EXIT.
           IF W-FECHA < W-FECHA-ANT
              MOVE "N" TO W-OK
              DISPLAY "** FECHA ANTERIOR A LA ETAPA PREVIA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       VALIDAR-FECHA-EXIT.
           EXIT.

      *-- ULTIMO NUMERO DE LA PAREJA (0 = NINGUNO) Y SI EL DOCUMENTO --*
      *-- YA TIENE UN CANDIDATO ABIERTO EN ELLA.                     --*
       BUSCAR-ULTIMO.
           MOVE 0   TO W-ULT-NRO.
           MOVE "N" TO W-DOC-REPE.
           MOVE W-LO  TO CNLO.
           MOVE W-CAT TO CNCAT.
           MOVE 0     TO CNNRO.
           MOVE "N" TO FIN-CAN.
           START CANDID KEY IS NOT LESS THAN CNCLAVE
              INVALID KEY MOVE "S" TO FIN-CAN
           END-START.
           PERFORM LEER-ULTIMO THRU LEER-ULTIMO-EXIT
              UNTIL FIN-CAN = "S".
       BUSCAR-ULTIMO-EXIT.
           EXIT.

       LEER-ULTIMO.
           READ CANDID NEXT RECORD AT END
              MOVE "S" TO FIN-CAN
              GO TO LEER-ULTIMO-EXIT.
           IF CNLO NOT = W-LO OR CNCAT NOT = W-CAT
              MOVE "S" TO FIN-CAN
              GO TO LEER-ULTIMO-EXIT.
           MOVE CNNRO TO W-ULT-NRO.
           IF CNDOC = W-DOC AND CNETAPA NOT = "A" AND CNETAPA NOT = "X"
              MOVE "S" TO W-DOC-REPE
           END-IF.
       LEER-ULTIMO-EXIT.
           EXIT.

      *-- TODOS LOS CANDIDATOS DE LA PAREJA, PAGINADOS DE A 12. --*
      *-- "DIAS": ABIERTOS = DESDE QUE SE RECIBIO; CERRADOS =    --*
      *-- DE RECIBIDO A ACEPTADO O RECHAZADO.                    --*
       LISTAR-CANDIDATOS.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CANDIDATOS DE UNA VACANTE" LINE 01 POSITION 27.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "LOCALIDAD: " LINE 04 POSITION 01.
           DISPLAY W-LO LINE 04 POSITION 12.
           DISPLAY "CATEGORIA: " LINE 04 POSITION 16.
           DISPLAY W-CAT LINE 04 POSITION 27.
           DISPLAY "PUESTOS PRESUPUESTADOS: " LINE 04 POSITION 31.
           DISPLAY VACPRES LINE 04 POSITION 55.
           DISPLAY "NRO DOCUMENT NOMBRE               FUENTE       E"
              LINE 05 POSITION 01.
           DISPLAY " RECIBIDO ULT.FECHA  DIAS" LINE 05 POSITION 49.
           DISPLAY SUBRAYADO LINE 06 POSITION 01.
           MOVE 0 TO CONT-LIN CONT-CAN.
           MOVE W-LO  TO CNLO.
           MOVE W-CAT TO CNCAT.
           MOVE 0     TO CNNRO.
           MOVE "N" TO FIN-CAN.
           START CANDID KEY IS NOT LESS THAN CNCLAVE
              INVALID KEY MOVE "S" TO FIN-CAN
           END-START.
           PERFORM LEER-CANDIDATO THRU LEER-CANDIDATO-EXIT
              UNTIL FIN-CAN = "S".
           IF CONT-CAN = 0
              DISPLAY "(SIN CANDIDATOS REGISTRADOS)" LINE 07 POSITION 01
           END-IF.
       LISTAR-CANDIDATOS-EXIT.
           EXIT.

       LEER-CANDIDATO.
           READ CANDID NEXT RECORD AT END
              MOVE "S" TO FIN-CAN
              GO TO LEER-CANDIDATO-EXIT.
           IF CNLO NOT = W-LO OR CNCAT NOT = W-CAT
              MOVE "S" TO FIN-CAN
              GO TO LEER-CANDIDATO-EXIT.
           IF CONT-LIN > 11
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY SUBRAYADO LINE 24 POSITION 01
              DISPLAY " " LINE 07 POSITION 01 ERASE EOS
              MOVE 0 TO CONT-LIN
           END-IF.
           MOVE CNFREC TO W-FECHA-ULT.
           IF CNFENT > W-FECHA-ULT
              MOVE CNFENT TO W-FECHA-ULT
           END-IF.
           IF CNFOFE > W-FECHA-ULT
              MOVE CNFOFE TO W-FECHA-ULT
           END-IF.
           IF CNFCIE > W-FECHA-ULT
              MOVE CNFCIE TO W-FECHA-ULT
           END-IF.
           PERFORM DIAS-CANDIDATO THRU DIAS-CANDIDATO-EXIT.
           MOVE W-DIAS TO W-DIAS-ED.
           MOVE CNNOM  TO W-NOM20.
           COMPUTE LIN-ACT = 07 + CONT-LIN.
           DISPLAY CNNRO       LINE LIN-ACT, POSITION 01.
           DISPLAY CNDOC       LINE LIN-ACT, POSITION 05.
           DISPLAY W-NOM20     LINE LIN-ACT, POSITION 14.
           DISPLAY CNFUENTE    LINE LIN-ACT, POSITION 35.
           DISPLAY CNETAPA     LINE LIN-ACT, POSITION 48.
           DISPLAY CNFREC      LINE LIN-ACT, POSITION 50.
           DISPLAY W-FECHA-ULT LINE LIN-ACT, POSITION 59.
           DISPLAY W-DIAS-ED   LINE LIN-ACT, POSITION 69.
           ADD 1 TO CONT-LIN.
           ADD 1 TO CONT-CAN.
       LEER-CANDIDATO-EXIT.
           EXIT.

      *-- DIAS DEL CANDIDATO EN "W-DIAS": HASTA EL CIERRE SI ESTA --*
      *-- CERRADO, HASTA HOY SI SIGUE ABIERTO.                    --*
       DIAS-CANDIDATO.
           MOVE CNFREC TO W-FEC-CALC-N.
           PERFORM FECHA-A-DIAS THRU FECHA-A-DIAS-EXIT.
           MOVE W-DIAS-ABS TO W-DIAS-DESDE.
           IF CNETAPA = "A" OR CNETAPA = "X"
              MOVE CNFCIE TO W-FEC-CALC-N
           ELSE
              MOVE W-FECHA-HOY TO W-FEC-CALC-N
           END-IF.
           PERFORM FECHA-A-DIAS THRU FECHA-A-DIAS-EXIT.
           IF W-DIAS-ABS > W-DIAS-DESDE
              COMPUTE W-DIAS = W-DIAS-ABS - W-DIAS-DESDE
           ELSE
              MOVE 0 TO W-DIAS
           END-IF.
       DIAS-CANDIDATO-EXIT.
           EXIT.

      *-- "W-FEC-CALC-N" (AAAAMMDD) A DIAS CORRIDOS EN "W-DIAS-ABS": --*
      *-- 365 POR ANIO ANTERIOR MAS SUS BISIESTOS (CADA 4, MENOS     --*
      *-- LOS SECULARES SALVO CADA 400, COMO EN "ABMUSU"), MAS LOS   --*
      *-- DIAS DE LOS MESES ANTERIORES Y EL 29/02 SI CORRESPONDE.    --*
       FECHA-A-DIAS.
           MOVE 0 TO W-DIAS-ABS.
           IF W-FEC-CALC-N = 0 OR W-CALC-MES < 1 OR W-CALC-MES > 12
              GO TO FECHA-A-DIAS-EXIT.
           COMPUTE W-ANIOS-ANT = W-CALC-ANIO - 1.
           COMPUTE W-DIAS-ABS = W-ANIOS-ANT * 365.
           DIVIDE W-ANIOS-ANT BY 4 GIVING W-COCIENTE.
           ADD W-COCIENTE TO W-DIAS-ABS.
           DIVIDE W-ANIOS-ANT BY 100 GIVING W-COCIENTE.
           SUBTRACT W-COCIENTE FROM W-DIAS-ABS.
           DIVIDE W-ANIOS-ANT BY 400 GIVING W-COCIENTE.
           ADD W-COCIENTE TO W-DIAS-ABS.
           ADD ACUM-MES (W-CALC-MES) TO W-DIAS-ABS.
           ADD W-CALC-DIA TO W-DIAS-ABS.
           IF W-CALC-MES > 2
              DIVIDE W-CALC-ANIO BY 4 GIVING W-COCIENTE
                 REMAINDER W-RESTO4
              DIVIDE W-CALC-ANIO BY 100 GIVING W-COCIENTE
                 REMAINDER W-RESTO100
              DIVIDE W-CALC-ANIO BY 400 GIVING W-COCIENTE
                 REMAINDER W-RESTO400
              IF W-RESTO4 = 0 AND
                 (W-RESTO100 NOT = 0 OR W-RESTO400 = 0)
                 ADD 1 TO W-DIAS-ABS
              END-IF
           END-IF.
       FECHA-A-DIAS-EXIT.
           EXIT.

      *-- POR CADA PAREJA CON CUPO DE UNA LOCALIDAD A CARGO DEL    --*
      *-- OPERADOR: CANDIDATOS POR ETAPA, ABIERTOS, PROMEDIO DE    --*
      *-- DIAS DE RECIBIDO A ACEPTADO DE LOS YA CONTRATADOS Y LA   --*
      *-- ESPERA DEL ABIERTO MAS VIEJO. "VACANTE.IND" NO GUARDA    --*
      *-- CUANDO SE ABRIO EL PUESTO, ASI QUE EL TIEMPO DE COBERTURA --*
      *-- SE MIDE DESDE QUE LLEGO EL CANDIDATO CONTRATADO.          --*
       REPORTE.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           MOVE 0 TO VACLO VACCAT.
           START VACANTE KEY IS NOT LESS THAN VACLAVE
                 INVALID KEY MOVE "S" TO FIN-VACN
                 NOT INVALID KEY MOVE "N" TO FIN-VACN.
           PERFORM LISTAR-VACANTE THRU LISTAR-VACANTE-EXIT
              UNTIL FIN-VACN = "S".
           DISPLAY SUBRAYADO LINE 21 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       REPORTE-EXIT.
           EXIT.

       LISTAR-VACANTE.
           READ VACANTE NEXT RECORD AT END
              MOVE "S" TO FIN-VACN
              GO TO LISTAR-VACANTE-EXIT.
           MOVE VACLO TO ACL-LOC.
           MOVE 0     TO ACL-LEGAJO.
           MOVE "V"   TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              GO TO LISTAR-VACANTE-EXIT.
           PERFORM CONTAR-CANDIDATOS THRU CONTAR-CANDIDATOS-EXIT.
           IF CONT-LIN > 15
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY VACLO       LINE LIN-ACT, POSITION 02.
           DISPLAY VACCAT      LINE LIN-ACT, POSITION 07.
           DISPLAY VACPRES     LINE LIN-ACT, POSITION 10.
           MOVE CONT-R TO W-CONT-ED.
           DISPLAY W-CONT-ED   LINE LIN-ACT, POSITION 16.
           MOVE CONT-E TO W-CONT-ED.
           DISPLAY W-CONT-ED   LINE LIN-ACT, POSITION 21.
           MOVE CONT-O TO W-CONT-ED.
           DISPLAY W-CONT-ED   LINE LIN-ACT, POSITION 26.
           MOVE CONT-A TO W-CONT-ED.
           DISPLAY W-CONT-ED   LINE LIN-ACT, POSITION 31.
           MOVE CONT-X TO W-CONT-ED.
           DISPLAY W-CONT-ED   LINE LIN-ACT, POSITION 36.
           MOVE CONT-ABIERTOS TO W-CONT-ED.
           DISPLAY W-CONT-ED   LINE LIN-ACT, POSITION 42.
           IF CONT-A > 0
              DIVIDE W-DIAS-TOT BY CONT-A GIVING W-DIAS-PROM ROUNDED
              MOVE W-DIAS-PROM TO W-DIAS-ED
              DISPLAY W-DIAS-ED LINE LIN-ACT, POSITION 49
           END-IF.
           IF CONT-ABIERTOS > 0
              MOVE W-DIAS-MAX TO W-DIAS-ED
              DISPLAY W-DIAS-ED LINE LIN-ACT, POSITION 61
           END-IF.
           ADD 1 TO CONT-LIN.
       LISTAR-VACANTE-EXIT.
           EXIT.

       CONTAR-CANDIDATOS.
           MOVE 0 TO CONT-R CONT-E CONT-O CONT-A CONT-X CONT-ABIERTOS.
           MOVE 0 TO W-DIAS-TOT W-DIAS-MAX.
           MOVE VACLO  TO CNLO.
           MOVE VACCAT TO CNCAT.
           MOVE 0      TO CNNRO.
           MOVE "N" TO FIN-CAN.
           START CANDID KEY IS NOT LESS THAN CNCLAVE
              INVALID KEY MOVE "S" TO FIN-CAN
           END-START.
           PERFORM CONTAR-UNO THRU CONTAR-UNO-EXIT
              UNTIL FIN-CAN = "S".
       CONTAR-CANDIDATOS-EXIT.
           EXIT.

       CONTAR-UNO.
           READ CANDID NEXT RECORD AT END
              MOVE "S" TO FIN-CAN
              GO TO CONTAR-UNO-EXIT.
           IF CNLO NOT = VACLO OR CNCAT NOT = VACCAT
              MOVE "S" TO FIN-CAN
              GO TO CONTAR-UNO-EXIT.
           PERFORM DIAS-CANDIDATO THRU DIAS-CANDIDATO-EXIT.
           IF CNETAPA = "A"
              ADD 1 TO CONT-A
              ADD W-DIAS TO W-DIAS-TOT
              GO TO CONTAR-UNO-EXIT.
           IF CNETAPA = "X"
              ADD 1 TO CONT-X
              GO TO CONTAR-UNO-EXIT.
           IF CNETAPA = "R"
              ADD 1 TO CONT-R
           ELSE IF CNETAPA = "E"
              ADD 1 TO CONT-E
           ELSE
              ADD 1 TO CONT-O
           END-IF.
           ADD 1 TO CONT-ABIERTOS.
           IF W-DIAS > W-DIAS-MAX
              MOVE W-DIAS TO W-DIAS-MAX
           END-IF.
       CONTAR-UNO-EXIT.
           EXIT.

       ENCABEZADO.
           DISPLAY "SELECCION: CANDIDATOS Y COBERTURA POR VACANTE"
              LINE 01 POSITION 17.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "LOC CAT CUPO  RECI ENTR OFER ACEP RECH ABIERT"
              LINE 03 POSITION 01.
           DISPLAY "  DIAS/ALTA  ESPERA MAX" LINE 03 POSITION 47.
           DISPLAY SUBRAYADO LINE 04 POSITION 01.
           MOVE 0 TO CONT-LIN.
