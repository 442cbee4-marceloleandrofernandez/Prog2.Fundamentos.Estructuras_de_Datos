      *** CONTRATOS POR LEGAJO: REGISTRA EN "CONTRATO.IND" (VER      ***
      *** COPY/CTRREC.CPY) EL PERIODO DE PRUEBA, PLAZO FIJO O        ***
      *** EVENTUAL DE CADA EMPLEADO CON SUS FECHAS, Y LA DECISION AL ***
      *** VENCER: CONFIRMAR (PASA A TIEMPO INDETERMINADO), RENOVAR   ***
      *** (FILA NUEVA CON EL NUEVO FIN) O TERMINAR, QUE DEJA LA BAJA ***
      *** PENDIENTE Y OFRECE HACERLA EN EL MOMENTO CON "MODABM"      ***
      *** (QUE CIERRA EL CONTRATO, VER "CONTBAJ"). LOS VENCIMIENTOS  ***
      *** PROXIMOS LOS LISTA "RPTCTR1".                              ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRAT1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

      *-- UNA FILA POR CONTRATO: LEGAJO + NUMERO --*
           SELECT CONTRATO ASSIGN TO DISK "CONTRATO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CTCLAVE
           FILE STATUS IS FSTCTR.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  CONTRATO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS R-CTR.
           COPY CTRREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTCTR           PIC XX.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.

       77 W-FIN            PIC X     VALUE "N".
       77 W-FIN-LEG        PIC X     VALUE "N".
       77 W-FIN-CTR        PIC X     VALUE "N".
       77 W-OK             PIC X     VALUE "N".
       77 W-OPC            PIC X     VALUE SPACE.
       77 W-MCA            PIC 9(08) VALUE 0.
       77 W-ULT-NRO        PIC 9(02) VALUE 0.
      *-- FILA VIGENTE ("V") DEL LEGAJO, 0 = NINGUNA --*
       77 W-NRO-VIG        PIC 9(02) VALUE 0.
       77 W-TIPO           PIC X     VALUE SPACE.
       77 W-DESDE          PIC 9(08) VALUE 0.
       77 W-HASTA          PIC 9(08) VALUE 0.
       77 W-RENOV          PIC 9(02) VALUE 0.
       77 W-OBS            PIC X(30) VALUE SPACES.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 CONT-LIN         PIC 99    VALUE 0.
       77 LIN-ACT          PIC 99    VALUE 0.
       77 CONT-CTR         PIC 9(03) VALUE 0.
       77 W-COC-4          PIC 9(04) VALUE 0.
       77 W-RESTO-4        PIC 9     VALUE 0.
       77 W-DIAS-MES-ACT   PIC 99    VALUE 0.

      *-- FECHA TAL COMO LA TIPEA EL OPERADOR --*
       01 W-FECHA          PIC 9(08) VALUE 0.
       01 W-FECHA-R REDEFINES W-FECHA.
          02 W-FEC-ANIO    PIC 9(04).
          02 W-FEC-MES     PIC 99.
          02 W-FEC-DIA     PIC 99.

      *-- AUXILIAR PARA EL DIA SIGUIENTE (VER "DIA-SIGUIENTE") --*
       01 W-FEC-AUX-N      PIC 9(08) VALUE 0.
       01 W-FEC-AUX REDEFINES W-FEC-AUX-N.
          02 W-AUX-ANIO    PIC 9(04).
          02 W-AUX-MES     PIC 99.
          02 W-AUX-DIA     PIC 99.

      *-- DIAS DE CADA MES, FEBRERO SE AJUSTA SI ES BISIESTO --*
       01 TABLA-DIAS-MES.
          02 FILLER PIC 99 VALUE 31.
          02 FILLER PIC 99 VALUE 28.
          02 FILLER PIC 99 VALUE 31.
          02 FILLER PIC 99 VALUE 30.
          02 FILLER PIC 99 VALUE 31.
          02 FILLER PIC 99 VALUE 30.
          02 FILLER PIC 99 VALUE 31.
          02 FILLER PIC 99 VALUE 31.
          02 FILLER PIC 99 VALUE 30.
          02 FILLER PIC 99 VALUE 31.
          02 FILLER PIC 99 VALUE 30.
          02 FILLER PIC 99 VALUE 31.
       01 TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
          02 DIAS-MES OCCURS 12 TIMES PIC 99.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CONTRATO.
       ERROR-APERTURA.
           IF FSTCTR = "35"
              OPEN OUTPUT CONTRATO
              CLOSE CONTRATO
              OPEN I-O CONTRATO
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- MISMO NIVEL QUE "MENPPAL" PIDE PARA "MODABM" --*
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
           MOVE "CONTRAT1" TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN INPUT MAESTRO.
           IF FST NOT = "00"
              DISPLAY "** NO HAY EMPLEADOS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN I-O CONTRATO.
           PERFORM PROCESAR-LEGAJO THRU PROCESAR-LEGAJO-EXIT
              UNTIL W-FIN = "S".
           CLOSE CONTRATO.
           CLOSE MAESTRO.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       PROCESAR-LEGAJO.
           PERFORM ENCABEZADO.
           DISPLAY "LEGAJO (0 = TERMINAR): " LINE 04 POSITION 01.
           MOVE 0 TO W-MCA.
           ACCEPT W-MCA LINE 04 POSITION 25.
           IF W-MCA IS NOT NUMERIC OR W-MCA = 0
              MOVE "S" TO W-FIN
              GO TO PROCESAR-LEGAJO-EXIT.
           MOVE W-MCA TO MCA.
           READ MAESTRO INVALID KEY MOVE "23" TO FST.
           IF FST NOT = "00"
              DISPLAY "** NO EXISTE ESE EMPLEADO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-LEGAJO-EXIT.
           MOVE MLO TO ACL-LOC.
           MOVE MCA TO ACL-LEGAJO.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              MOVE "R" TO ACL-ACCION
              CALL   "ACCLOC" USING ACL-DATOS
              CANCEL "ACCLOC"
              DISPLAY "** LEGAJO DE UNA LOCALIDAD NO HABILITADA PARA"
                 LINE 24 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              DISPLAY " SU USUARIO **"
                 LINE 24 POSITION 51 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-LEGAJO-EXIT.
           MOVE "N" TO W-FIN-LEG.
           PERFORM ATENDER-LEGAJO THRU ATENDER-LEGAJO-EXIT
              UNTIL W-FIN-LEG = "S".
       PROCESAR-LEGAJO-EXIT.
           EXIT.

      *-- LISTA LOS CONTRATOS DEL LEGAJO Y PIDE QUE HACER; LAS      --*
      *-- DECISIONES SIEMPRE VAN SOBRE LA FILA VIGENTE.             --*
       ATENDER-LEGAJO.
           PERFORM LISTAR-CONTRATOS THRU LISTAR-CONTRATOS-EXIT.
           DISPLAY "N=NUEVO  C=CONFIRMAR  R=RENOVAR  T=TERMINAR  "
              LINE 19 POSITION 01.
           DISPLAY "O=OTRO LEGAJO: " LINE 19 POSITION 46.
           MOVE SPACE TO W-OPC.
           ACCEPT W-OPC LINE 19 POSITION 61.
           IF W-OPC = "N"
              PERFORM NUEVO-CONTRATO THRU NUEVO-CONTRATO-EXIT
              GO TO ATENDER-LEGAJO-EXIT.
           IF W-OPC NOT = "C" AND W-OPC NOT = "R" AND W-OPC NOT = "T"
              MOVE "S" TO W-FIN-LEG
              GO TO ATENDER-LEGAJO-EXIT.
           IF W-NRO-VIG = 0
              DISPLAY "** EL LEGAJO NO TIENE UN CONTRATO VIGENTE **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-LEGAJO-EXIT.
           MOVE MCA       TO CTCA.
           MOVE W-NRO-VIG TO CTNRO.
           READ CONTRATO INVALID KEY MOVE "23" TO FSTCTR.
           IF FSTCTR NOT = "00"
              GO TO ATENDER-LEGAJO-EXIT.
           IF CTTIPO = "I" AND W-OPC NOT = "T"
              DISPLAY "** YA ES POR TIEMPO INDETERMINADO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-LEGAJO-EXIT.
           IF W-OPC = "C"
              PERFORM CONFIRMAR THRU CONFIRMAR-EXIT
           ELSE IF W-OPC = "R"
              PERFORM RENOVAR THRU RENOVAR-EXIT
           ELSE
              PERFORM TERMINAR THRU TERMINAR-EXIT
           END-IF.
       ATENDER-LEGAJO-EXIT.
           EXIT.

      *-- CONTRATO NUEVO: SOLO SI NO HAY OTRO VIGENTE. EL FIN ES    --*
      *-- OBLIGATORIO SALVO EN "I" (PLANTA), QUE NO LO TIENE.       --*
       NUEVO-CONTRATO.
           IF W-NRO-VIG NOT = 0
              DISPLAY "** YA TIENE UN CONTRATO VIGENTE: DECIDA SOBRE"
                 LINE 24 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              DISPLAY " ESE **"
                 LINE 24 POSITION 51 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO NUEVO-CONTRATO-EXIT.
           MOVE SPACE  TO W-TIPO.
           MOVE 0      TO W-HASTA.
           MOVE SPACES TO W-OBS.
           IF W-ULT-NRO = 0
              MOVE MFEC TO W-DESDE
           ELSE
              MOVE W-FECHA-HOY TO W-DESDE
           END-IF.
           DISPLAY "TIPO (P=PRUEBA F=PLAZO FIJO E=EVENTUAL I=PLANTA): "
              LINE 20 POSITION 01.
           ACCEPT W-TIPO LINE 20 POSITION 52.
           IF W-TIPO NOT = "P" AND W-TIPO NOT = "F"
              AND W-TIPO NOT = "E" AND W-TIPO NOT = "I"
              DISPLAY "** TIPO INVALIDO, VERIFIQUE P-F-E-I **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO NUEVO-CONTRATO-EXIT.
           DISPLAY "DESDE (AAAAMMDD): " LINE 21 POSITION 01.
           ACCEPT W-DESDE LINE 21 POSITION 19.
           IF W-TIPO NOT = "I"
              DISPLAY "HASTA (AAAAMMDD): " LINE 21 POSITION 30
              ACCEPT W-HASTA LINE 21 POSITION 48
           END-IF.
           DISPLAY "OBSERVACIONES: " LINE 22 POSITION 01.
           ACCEPT W-OBS LINE 22 POSITION 16.
           MOVE W-DESDE TO W-FECHA.
           PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
           IF W-OK NOT = "S"
              GO TO NUEVO-CONTRATO-EXIT.
           IF W-TIPO NOT = "I"
              MOVE W-HASTA TO W-FECHA
              PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT
              IF W-OK NOT = "S"
                 GO TO NUEVO-CONTRATO-EXIT
              END-IF
              IF W-HASTA NOT > W-DESDE
                 DISPLAY "** EL FIN DEBE SER POSTERIOR AL INICIO **"
                    LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 GO TO NUEVO-CONTRATO-EXIT
              END-IF
           END-IF.
           DISPLAY "GRABA S/N: " LINE 22 POSITION 50.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 22 POSITION 61.
           IF W-OK NOT = "S"
              GO TO NUEVO-CONTRATO-EXIT.
           MOVE 0 TO W-RENOV.
           PERFORM GRABAR-FILA-NUEVA THRU GRABAR-FILA-NUEVA-EXIT.
       NUEVO-CONTRATO-EXIT.
           EXIT.

      *-- CONFIRMAR: LA FILA VIGENTE QUEDA EN "C" Y SE ABRE UNA "I" --*
      *-- SIN FIN DESDE LA FECHA QUE SE INDIQUE (HOY POR OMISION).  --*
       CONFIRMAR.
           MOVE W-FECHA-HOY TO W-DESDE.
           MOVE SPACES      TO W-OBS.
           DISPLAY "PLANTA PERMANENTE DESDE (AAAAMMDD): "
              LINE 20 POSITION 01.
           ACCEPT W-DESDE LINE 20 POSITION 37.
           DISPLAY "OBSERVACIONES: " LINE 21 POSITION 01.
           ACCEPT W-OBS LINE 21 POSITION 16.
           MOVE W-DESDE TO W-FECHA.
           PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
           IF W-OK NOT = "S"
              GO TO CONFIRMAR-EXIT.
           IF W-DESDE < CTFDESDE
              DISPLAY "** FECHA ANTERIOR AL INICIO DEL CONTRATO **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CONFIRMAR-EXIT.
           DISPLAY "CONFIRMA AL EMPLEADO S/N: " LINE 22 POSITION 01.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 22 POSITION 27.
           IF W-OK NOT = "S"
              GO TO CONFIRMAR-EXIT.
           MOVE "C" TO CTESTADO.
           PERFORM CERRAR-FILA-VIGENTE.
           MOVE "I" TO W-TIPO.
           MOVE 0   TO W-HASTA.
           MOVE 0   TO W-RENOV.
           PERFORM GRABAR-FILA-NUEVA THRU GRABAR-FILA-NUEVA-EXIT.
       CONFIRMAR-EXIT.
           EXIT.

      *-- RENOVAR: SOLO PLAZO FIJO O EVENTUAL; LA FILA NUEVA EMPIEZA --*
      *-- EL DIA SIGUIENTE AL FIN DE LA ANTERIOR Y LLEVA LA CUENTA   --*
      *-- DE RENOVACIONES.                                           --*
       RENOVAR.
           IF CTTIPO = "P"
              DISPLAY "** EL PERIODO DE PRUEBA NO SE RENUEVA: CONFIRME"
                 LINE 24 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              DISPLAY " O TERMINE **"
                 LINE 24 POSITION 53 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO RENOVAR-EXIT.
           MOVE 0      TO W-HASTA.
           MOVE SPACES TO W-OBS.
           DISPLAY "NUEVO FIN (AAAAMMDD): " LINE 20 POSITION 01.
           ACCEPT W-HASTA LINE 20 POSITION 23.
           DISPLAY "OBSERVACIONES: " LINE 21 POSITION 01.
           ACCEPT W-OBS LINE 21 POSITION 16.
           MOVE W-HASTA TO W-FECHA.
           PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
           IF W-OK NOT = "S"
              GO TO RENOVAR-EXIT.
           IF W-HASTA NOT > CTFHASTA
              DISPLAY "** EL NUEVO FIN TIENE QUE SER POSTERIOR AL"
                 LINE 24 POSITION 10 CONTROL "FCOLOR=RED", BLINK
              DISPLAY " ACTUAL **"
                 LINE 24 POSITION 52 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO RENOVAR-EXIT.
           DISPLAY "RENUEVA EL CONTRATO S/N: " LINE 22 POSITION 01.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 22 POSITION 26.
           IF W-OK NOT = "S"
              GO TO RENOVAR-EXIT.
           MOVE CTTIPO   TO W-TIPO.
           MOVE CTFHASTA TO W-FEC-AUX-N.
           PERFORM DIA-SIGUIENTE.
           MOVE W-FEC-AUX-N TO W-DESDE.
           MOVE "R" TO CTESTADO.
           COMPUTE W-RENOV = CTRENOV + 1.
           PERFORM CERRAR-FILA-VIGENTE.
           PERFORM GRABAR-FILA-NUEVA THRU GRABAR-FILA-NUEVA-EXIT.
       RENOVAR-EXIT.
           EXIT.

      *-- TERMINAR: LA FILA QUEDA EN "T" CON LA FECHA DE EGRESO Y EL --*
      *-- MOTIVO. LA BAJA DEL MAESTRO ES DE "MODABM" (ARCHIVO,       --*
      *-- CHECKLIST DE EGRESO, SUBORDINADOS): SE OFRECE ENTRAR YA;   --*
      *-- SI NO, "RPTCTR1" LA SIGUE MOSTRANDO COMO PENDIENTE.        --*
       TERMINAR.
           MOVE CTFHASTA TO W-HASTA.
           IF W-HASTA = 0
              MOVE W-FECHA-HOY TO W-HASTA
           END-IF.
           MOVE SPACES TO W-OBS.
           DISPLAY "FECHA DE EGRESO (AAAAMMDD): " LINE 20 POSITION 01.
           ACCEPT W-HASTA LINE 20 POSITION 29.
           DISPLAY "MOTIVO: " LINE 21 POSITION 01.
           ACCEPT W-OBS LINE 21 POSITION 09.
           MOVE W-HASTA TO W-FECHA.
           PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
           IF W-OK NOT = "S"
              GO TO TERMINAR-EXIT.
           IF W-HASTA < CTFDESDE
              DISPLAY "** FECHA ANTERIOR AL INICIO DEL CONTRATO **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO TERMINAR-EXIT.
           IF W-OBS = SPACES
              DISPLAY "** LA TERMINACION LLEVA EL MOTIVO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO TERMINAR-EXIT.
           DISPLAY "TERMINA EL CONTRATO S/N: " LINE 22 POSITION 01.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 22 POSITION 26.
           IF W-OK NOT = "S"
              GO TO TERMINAR-EXIT.
           MOVE "T"     TO CTESTADO.
           MOVE W-HASTA TO CTFHASTA.
           MOVE W-OBS   TO CTOBS.
           PERFORM CERRAR-FILA-VIGENTE.

           DISPLAY "DAR LA BAJA AHORA EN MODABM S/N: "
              LINE 23 POSITION 01.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 23 POSITION 35.
           IF W-OK NOT = "S"
              GO TO TERMINAR-EXIT.
      *-- "MODABM" (Y "CONTBAJ") ABREN LOS MISMOS ARCHIVOS --*
           CLOSE CONTRATO.
           CLOSE MAESTRO.
           CALL   "MODABM".
           CANCEL "MODABM".
           OPEN INPUT MAESTRO.
           OPEN I-O CONTRATO.
           MOVE "S" TO W-FIN-LEG.
       TERMINAR-EXIT.
           EXIT.

      *-- GRABA LA DECISION SOBRE LA FILA VIGENTE YA LEIDA --*
       CERRAR-FILA-VIGENTE.
           MOVE W-FECHA-HOY TO CTFDEC.
           MOVE W-OPERADOR  TO CTDECOP.
           MOVE W-OPERADOR  TO CTOPER.
           IF CTESTADO NOT = "T" AND W-OBS NOT = SPACES
              MOVE W-OBS TO CTOBS
           END-IF.
           REWRITE R-CTR INVALID KEY
              CONTINUE
           END-REWRITE.

      *-- FILA NUEVA VIGENTE CON "W-TIPO", "W-DESDE", "W-HASTA" Y  --*
      *-- "W-RENOV" YA CARGADOS, NUMERADA A CONTINUACION DE LA     --*
      *-- ULTIMA DEL LEGAJO.                                       --*
       GRABAR-FILA-NUEVA.
           MOVE MCA     TO CTCA.
           COMPUTE CTNRO = W-ULT-NRO + 1.
           MOVE W-TIPO  TO CTTIPO.
           MOVE W-DESDE TO CTFDESDE.
           MOVE W-HASTA TO CTFHASTA.
           MOVE W-RENOV TO CTRENOV.
           MOVE "V"     TO CTESTADO.
           MOVE 0       TO CTFDEC.
           MOVE SPACES  TO CTDECOP.
           MOVE W-OBS   TO CTOBS.
           MOVE W-OPERADOR TO CTOPER.
           WRITE R-CTR INVALID KEY
              DISPLAY "** NO SE PUDO GRABAR EL CONTRATO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-WRITE.
       GRABAR-FILA-NUEVA-EXIT.
           EXIT.

      *-- LAS FECHAS DE CONTRATO PUEDEN SER FUTURAS (EL FIN CASI    --*
      *-- SIEMPRE LO ES): SOLO SE CONTROLA QUE SEAN FECHAS VALIDAS. --*
       VALIDAR-FECHA.
           MOVE "S" TO W-OK.
           IF W-FECHA IS NOT NUMERIC OR W-FEC-ANIO < 1900
              OR W-FEC-MES < 1 OR W-FEC-MES > 12
              OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
              MOVE "N" TO W-OK
              DISPLAY "** FECHA INVALIDA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       VALIDAR-FECHA-EXIT.
           EXIT.

      *-- "W-FEC-AUX-N" PASA AL DIA SIGUIENTE --*
       DIA-SIGUIENTE.
           MOVE DIAS-MES (W-AUX-MES) TO W-DIAS-MES-ACT.
           IF W-AUX-MES = 2
              DIVIDE W-AUX-ANIO BY 4 GIVING W-COC-4
                 REMAINDER W-RESTO-4
              IF W-RESTO-4 = 0
                 MOVE 29 TO W-DIAS-MES-ACT
              END-IF
           END-IF.
           IF W-AUX-DIA < W-DIAS-MES-ACT
              ADD 1 TO W-AUX-DIA
           ELSE
              MOVE 1 TO W-AUX-DIA
              IF W-AUX-MES = 12
                 MOVE 1 TO W-AUX-MES
                 ADD 1 TO W-AUX-ANIO
              ELSE
                 ADD 1 TO W-AUX-MES
              END-IF
           END-IF.

      *-- TODOS LOS CONTRATOS DEL LEGAJO, PAGINADOS DE A 12; DE    --*
      *-- PASO DEJA EL ULTIMO NUMERO Y LA FILA VIGENTE.            --*
       LISTAR-CONTRATOS.
           PERFORM ENCABEZADO.
           DISPLAY "LEGAJO: " LINE 04 POSITION 01.
           DISPLAY MCA   LINE 04 POSITION 09.
           DISPLAY MAN   LINE 04 POSITION 19.
           DISPLAY "INGRESO: " LINE 04 POSITION 51.
           DISPLAY MFEC  LINE 04 POSITION 60.
           DISPLAY "NR T DESDE    HASTA    RN E DECISION OPERADOR"
              LINE 05 POSITION 01.
           DISPLAY "OBSERVACIONES" LINE 05 POSITION 47.
           DISPLAY SUBRAYADO LINE 06 POSITION 01.
           MOVE 0 TO CONT-LIN CONT-CTR W-ULT-NRO W-NRO-VIG.
           MOVE MCA TO CTCA.
           MOVE 0   TO CTNRO.
           MOVE "N" TO W-FIN-CTR.
           START CONTRATO KEY IS NOT LESS THAN CTCLAVE
              INVALID KEY MOVE "S" TO W-FIN-CTR
           END-START.
           PERFORM LEER-CONTRATO THRU LEER-CONTRATO-EXIT
              UNTIL W-FIN-CTR = "S".
           IF CONT-CTR = 0
              DISPLAY "(SIN CONTRATOS: PLANTA PERMANENTE)"
                 LINE 07 POSITION 01
           END-IF.
       LISTAR-CONTRATOS-EXIT.
           EXIT.

       LEER-CONTRATO.
           READ CONTRATO NEXT RECORD AT END
              MOVE "S" TO W-FIN-CTR
              GO TO LEER-CONTRATO-EXIT.
           IF CTCA NOT = MCA
              MOVE "S" TO W-FIN-CTR
              GO TO LEER-CONTRATO-EXIT.
           MOVE CTNRO TO W-ULT-NRO.
           IF CTESTADO = "V"
              MOVE CTNRO TO W-NRO-VIG
           END-IF.
           IF CONT-LIN > 11
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY SUBRAYADO LINE 24 POSITION 01
              DISPLAY " " LINE 07 POSITION 01 ERASE EOS
              MOVE 0 TO CONT-LIN
           END-IF.
           COMPUTE LIN-ACT = 07 + CONT-LIN.
           DISPLAY CTNRO    LINE LIN-ACT, POSITION 01.
           DISPLAY CTTIPO   LINE LIN-ACT, POSITION 04.
           DISPLAY CTFDESDE LINE LIN-ACT, POSITION 06.
           IF CTFHASTA NOT = 0
              DISPLAY CTFHASTA LINE LIN-ACT, POSITION 15
           END-IF.
           DISPLAY CTRENOV  LINE LIN-ACT, POSITION 24.
           DISPLAY CTESTADO LINE LIN-ACT, POSITION 27.
           IF CTFDEC NOT = 0
              DISPLAY CTFDEC  LINE LIN-ACT, POSITION 29
              DISPLAY CTDECOP LINE LIN-ACT, POSITION 38
           END-IF.
           DISPLAY CTOBS    LINE LIN-ACT, POSITION 47.
           IF CTESTADO = "V" AND CTFHASTA NOT = 0
              AND CTFHASTA < W-FECHA-HOY
              DISPLAY "** VENCIDO SIN DECISION **"
                 LINE 18 POSITION 01 CONTROL "FCOLOR=RED", BLINK
           END-IF.
           ADD 1 TO CONT-LIN.
           ADD 1 TO CONT-CTR.
       LEER-CONTRATO-EXIT.
           EXIT.

       ENCABEZADO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CONTRATOS Y PERIODOS DE PRUEBA" LINE 01 POSITION 25.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
