      *** CARTAS AL PERSONAL: COMBINA UNA PLANTILLA DE "CARTA.IND"    ***
      *** (VER "MODCAR") CON UN LEGAJO, O CON TODOS LOS DE UNA        ***
      *** LOCALIDAD O DE UNA CATEGORIA, REEMPLAZANDO CADA CAMPO       ***
      *** "@XXXXXX" CON LOS DATOS DE "MAEEMP.IND", "LOCALIDAD.IND",   ***
      *** "CONTAC.IND" Y, SI LA PLANTILLA LO PIDE, DEL ULTIMO         ***
      *** MOVIMIENTO DEL EMPLEADO ("LICMOV.IND" / "SANCION.IND").     ***
      *** CADA CARTA SALE EN SU PROPIA HOJA Y QUEDA REGISTRADA A      ***
      *** NOMBRE DEL EMPLEADO EN "CARTAS.LOG" (VER COPY/CARLREC.CPY). ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTA1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTA ASSIGN TO DISK "CARTA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CRCLAVE
           FILE STATUS IS FSTCAR.

           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           ALTERNATE RECORD KEY IS MLDESC DUPLICATES
           FILE STATUS IS FSTLOC.

      *-- DATOS POR EMPLEADO COLGADOS DEL "MCA" --*
           SELECT CONTAC ASSIGN TO DISK "CONTAC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CCA
           FILE STATUS IS FSTCON.

      *-- MOVIMIENTOS POR LEGAJO + FECHA (VER "MOVIDX") --*
           SELECT LICIND ASSIGN TO DISK "LICMOV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LXCLAVE
           FILE STATUS IS FSTLX.

           SELECT SANIND ASSIGN TO DISK "SANCION.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SXCLAVE
           FILE STATUS IS FSTSAN.

      *-- DATOS DEL EMPLEADOR POR SITIO (VER "MODPAR") --*
           SELECT PARGRAL ASSIGN TO DISK "PARGRAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PGCOD
           FILE STATUS IS FSTPAR.

      *-- UNA LINEA POR CARTA EMITIDA, NUNCA SE BORRA --*
           SELECT CARLOG ASSIGN TO DISK "CARTAS.LOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCLG.

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CARTA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS R-CAR.
           COPY CARTREC.

       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).

       FD  CONTAC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS R-CON.
           COPY CONTREC.

       FD  LICIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-LICX.
           COPY LICXREC.

       FD  SANIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-SANX.
           COPY SANXREC.

      *-- LAYOUT COMPARTIDO CON "MODPAR"/"INICIAL" --*
       FD  PARGRAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS R-PAR.
        01 R-PAR.
           02 PGCOD    PIC 9(1).
           02 PGSITIO  PIC X(27).
           02 PGOPER   PIC X(27).
           02 PGVERS   PIC X(08).
           02 PGENTR   PIC X(01).

       FD  CARLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS R-CARL.
           COPY CARLREC.

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTCAR           PIC XX.
       77 FSTLOC           PIC XX.
       77 FSTCON           PIC XX.
       77 FSTLX            PIC XX.
       77 FSTSAN           PIC XX.
       77 FSTPAR           PIC XX.
       77 FSTCLG           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 FIN-MOV          PIC X     VALUE "N".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- PARA "CONSLOG" (UNA CARTA A UN LEGAJO PUEDE LLEVAR SUELDO) --*
       77 W-PGM-CONS       PIC X(08) VALUE "CARTA1".
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.
      *-- CAMPOS QUE SE PUEDEN COMBINAR (COMPARTIDO CON "MODCAR") --*
           COPY CARTCAM.
      *-- LAS SANCIONES Y LICENCIAS VIENEN DENTRO DEL RENGLON DEL --*
      *-- INDICE ("SXREG" / "LXREG")                               --*
           COPY SANCREC.
           COPY LICMREC.

       77 W-FIN            PIC X     VALUE "N".
       77 W-OK             PIC X     VALUE "N".
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-HORA-AHORA     PIC 9(08) VALUE 0.
       77 W-NOM-SITIO      PIC X(27) VALUE "(SIN PARAMETROS)".
       77 W-HAY-LOC        PIC X     VALUE "N".
       77 W-HAY-CON        PIC X     VALUE "N".
       77 W-HAY-LIC        PIC X     VALUE "N".
       77 W-HAY-SAN        PIC X     VALUE "N".
      *-- PLANTILLA ELEGIDA --*
       77 W-COD            PIC 9(03) VALUE 0.
       77 W-TITULO         PIC X(30) VALUE SPACES.
       77 W-MOV            PIC X     VALUE SPACE.
       77 W-CANT-LIN       PIC 99    VALUE 0.
      *-- 1 = UN LEGAJO, 2 = POR LOCALIDAD, 3 = POR CATEGORIA --*
       77 W-SEL            PIC 9     VALUE 0.
       77 W-MCA            PIC 9(08) VALUE 0.
       77 W-SEL-LOC        PIC 9(02) VALUE 0.
       77 W-SEL-CAT        PIC 9(1)  VALUE 0.
      *-- PERIODO DE PRUEBA DE LA LCT (ART. 92 BIS), EN MESES --*
       77 W-MESES-PRUEBA   PIC 99    VALUE 3.
      *-- RENGLONES POR HOJA, LOS MISMOS QUE CUENTA "SPOOLIMP": CADA --*
      *-- CARTA SE COMPLETA CON BLANCOS PARA QUE LA SIGUIENTE EMPIECE --*
      *-- EN HOJA NUEVA.                                              --*
       77 W-LIN-HOJA       PIC 99    VALUE 60.
       77 CONT-RENG        PIC 9(05) VALUE 0.
       77 CONT-LIN-CARTA   PIC 99    VALUE 0.
       77 CONT-CARTAS      PIC 9(05) VALUE 0.
       77 CONT-SIN-MOV     PIC 9(05) VALUE 0.
       77 CONT-NO-HAB      PIC 9(05) VALUE 0.
       77 IND-LIN          PIC 99    VALUE 0.
       77 IND-ORI          PIC 99    VALUE 0.
       77 IND-SAL          PIC 99    VALUE 0.
       77 IND-CAM          PIC 99    VALUE 0.
       77 IND-VAL          PIC 99    VALUE 0.
       77 W-NRO-CAM        PIC 99    VALUE 0.
       77 W-PRI            PIC 99    VALUE 0.
       77 W-LVAL           PIC 99    VALUE 0.
       77 W-CAMPO          PIC X(07) VALUE SPACES.
       77 W-VALOR          PIC X(40) VALUE SPACES.
       77 W-ORIG           PIC X(60) VALUE SPACES.
       77 W-SAL            PIC X(80) VALUE SPACES.

      *-- TEXTO DE LA PLANTILLA --*
       01 TABLA-LIN.
          02 T-LIN         PIC X(60) OCCURS 30 TIMES.

      *-- DATOS DEL EMPLEADO YA EDITADOS PARA LA CARTA --*
       77 W-LOC-DESC       PIC X(15) VALUE SPACES.
       77 W-DOMIC          PIC X(30) VALUE SPACES.
       77 W-MAIL           PIC X(30) VALUE SPACES.
       77 W-ED-CA          PIC Z(7)9.
       77 W-ED-SB          PIC ZZ.ZZ9.
       77 W-ED-ANT         PIC Z9.
       77 W-ED-DIAS        PIC ZZ9.
       77 W-ING-ED         PIC X(10) VALUE SPACES.
       77 W-PRU-ED         PIC X(10) VALUE SPACES.
       77 W-HOY-ED         PIC X(10) VALUE SPACES.
      *-- ULTIMO MOVIMIENTO PEDIDO POR LA PLANTILLA ("W-MOV") --*
       77 W-HAY-MOV        PIC X     VALUE "N".
       77 W-MOV-TIPO       PIC X(25) VALUE SPACES.
       77 W-MOV-DESDE      PIC 9(08) VALUE 0.
       77 W-MOV-HASTA      PIC 9(08) VALUE 0.
       77 W-MOV-DIAS       PIC 9(03) VALUE 0.
       77 W-MOV-DET        PIC X(30) VALUE SPACES.
       77 W-DES-ED         PIC X(10) VALUE SPACES.
       77 W-HAS-ED         PIC X(10) VALUE SPACES.

      *-- FECHA AAAAMMDD PASADA A DD/MM/AAAA PARA LA CARTA --*
       01 W-FEC-AUX.
          02 W-AUX-ANIO    PIC 9(04).
          02 W-AUX-MES     PIC 99.
          02 W-AUX-DIA     PIC 99.
       01 W-FEC-AUX-N REDEFINES W-FEC-AUX PIC 9(08).
       01 W-FEC-ED.
          02 W-ED-DIA      PIC 99.
          02 FILLER        PIC X     VALUE "/".
          02 W-ED-MES      PIC 99.
          02 FILLER        PIC X     VALUE "/".
          02 W-ED-ANIO     PIC 9(04).
       77 W-RESTO-4        PIC 9     VALUE 0.
       77 W-COC-4          PIC 9(04) VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 26 REVERSE
              VALUE "EMISION DE CARTAS AL PERSONAL".

       01  PANTALLA-PEDIR-COD AUTO.
           02 LINE 05 COLUMN 05 VALUE
              "NUMERO DE PLANTILLA (0 = TERMINAR): ".
           02 LINE 05 COLUMN 41 PIC 9(03) TO W-COD.

       01  PANTALLA-PEDIR-SEL AUTO.
           02 LINE 08 COLUMN 05 VALUE
              "1 = UN LEGAJO  2 = POR LOCALIDAD  3 = POR CATEGORIA: ".
           02 LINE 08 COLUMN 59 PIC 9 TO W-SEL.

       01  PANTALLA-PEDIR-LEGAJO AUTO.
           02 LINE 10 COLUMN 05 VALUE "CODIGO DEL EMPLEADO: ".
           02 LINE 10 COLUMN 26 PIC 9(08) TO W-MCA.

       01  PANTALLA-PEDIR-LOC AUTO.
           02 LINE 10 COLUMN 05 VALUE "CODIGO DE LOCALIDAD: ".
           02 LINE 10 COLUMN 26 PIC 9(02) TO W-SEL-LOC.

       01  PANTALLA-PEDIR-CAT AUTO.
           02 LINE 10 COLUMN 05 VALUE "CATEGORIA (0-9)    : ".
           02 LINE 10 COLUMN 26 PIC 9 TO W-SEL-CAT.

       01  PANTALLA-TOTALES.
           02 LINE 16 COLUMN 05 VALUE "CARTAS EMITIDAS        : ".
           02 LINE 16 COLUMN 30 PIC ZZZZ9 FROM CONT-CARTAS.
           02 LINE 17 COLUMN 05 VALUE "SIN EL MOVIMIENTO      : ".
           02 LINE 17 COLUMN 30 PIC ZZZZ9 FROM CONT-SIN-MOV.
           02 LINE 18 COLUMN 05 VALUE "LOCALIDAD NO HABILITADA: ".
           02 LINE 18 COLUMN 30 PIC ZZZZ9 FROM CONT-NO-HAB.

       PROCEDURE DIVISION.
       INICIO.
      *-- LAS CARTAS PUEDEN LLEVAR SUELDO Y SANCIONES: USUARIO VALIDO --*
      *-- Y EL MISMO NIVEL QUE "MENPPAL" PIDE PARA "MODABM".          --*
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
           MOVE "CARTA1"   TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE W-FECHA-HOY TO W-FEC-AUX-N.
           PERFORM EDITAR-FECHA.
           MOVE W-FEC-ED TO W-HOY-ED.
           PERFORM BUSCAR-EMPLEADOR.

           PERFORM PROCESAR-UNA THRU PROCESAR-UNA-EXIT
              UNTIL W-FIN = "S".
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- PIDE LA PLANTILLA Y A QUIENES VA, Y EMITE LAS CARTAS --*
       PROCESAR-UNA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE 0 TO W-COD.
           DISPLAY PANTALLA-PEDIR-COD.
           ACCEPT  PANTALLA-PEDIR-COD ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNA-EXIT.
           IF W-COD = 0
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNA-EXIT.
           PERFORM CARGAR-PLANTILLA THRU CARGAR-PLANTILLA-EXIT.
           IF W-CANT-LIN = 0
              DISPLAY "** PLANTILLA INEXISTENTE O SIN TEXTO **"
                 LINE 20 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNA-EXIT.
           DISPLAY W-TITULO LINE 05 POSITION 46.

           MOVE 0 TO W-SEL.
           DISPLAY PANTALLA-PEDIR-SEL.
           ACCEPT  PANTALLA-PEDIR-SEL ON ESCAPE
              GO TO PROCESAR-UNA-EXIT.
           IF W-SEL = 1
              PERFORM PEDIR-LEGAJO THRU PEDIR-LEGAJO-EXIT
           ELSE IF W-SEL = 2
              PERFORM PEDIR-LOCALIDAD THRU PEDIR-LOCALIDAD-EXIT
           ELSE IF W-SEL = 3
              PERFORM PEDIR-CATEGORIA THRU PEDIR-CATEGORIA-EXIT
           ELSE
              MOVE "N" TO W-OK
              DISPLAY "** OPCION INVALIDA, USE 1-2-3 **"
                 LINE 20 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
           IF W-OK NOT = "S"
              GO TO PROCESAR-UNA-EXIT.

           DISPLAY "IMPRIME LAS CARTAS S/N: " LINE 14 POSITION 05.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 14 POSITION 29.
           IF W-OK NOT = "S"
              GO TO PROCESAR-UNA-EXIT.

           PERFORM EMITIR-CARTAS THRU EMITIR-CARTAS-EXIT.
           DISPLAY PANTALLA-TOTALES.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 20 POSITION 05.
           ACCEPT TECLA.
       PROCESAR-UNA-EXIT.
           EXIT.

       CARGAR-PLANTILLA.
           MOVE SPACES TO TABLA-LIN W-TITULO.
           MOVE SPACE  TO W-MOV.
           MOVE 0      TO W-CANT-LIN.
           OPEN INPUT CARTA.
           IF FSTCAR NOT = "00"
              GO TO CARGAR-PLANTILLA-EXIT.
           MOVE W-COD TO CRCOD.
           MOVE 0     TO CRLIN.
           MOVE "N"   TO FIN-ARCH.
           START CARTA KEY IS NOT LESS THAN CRCLAVE
              INVALID KEY MOVE "S" TO FIN-ARCH
           END-START.
           PERFORM LEER-RENGLON THRU LEER-RENGLON-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE CARTA.
       CARGAR-PLANTILLA-EXIT.
           EXIT.

       LEER-RENGLON.
           READ CARTA NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-RENGLON-EXIT.
           IF CRCOD NOT = W-COD
              MOVE "S" TO FIN-ARCH
              GO TO LEER-RENGLON-EXIT.
           IF CRLIN = 0
              MOVE CRTITULO TO W-TITULO
              MOVE CRMOV    TO W-MOV
           ELSE IF CRLIN NOT > 30
              MOVE CRTEXTO  TO T-LIN (CRLIN)
              MOVE CRLIN    TO W-CANT-LIN
           END-IF.
       LEER-RENGLON-EXIT.
           EXIT.

      *-- UN SOLO LEGAJO: SE VALIDA ANTES DE IMPRIMIR Y EL RECHAZO --*
      *-- POR LOCALIDAD QUEDA REGISTRADO, COMO EN "EMPINQ1".       --*
       PEDIR-LEGAJO.
           MOVE "N" TO W-OK.
           MOVE 0 TO W-MCA.
           DISPLAY PANTALLA-PEDIR-LEGAJO.
           ACCEPT  PANTALLA-PEDIR-LEGAJO ON ESCAPE
              GO TO PEDIR-LEGAJO-EXIT.
           OPEN INPUT MAESTRO.
           MOVE W-MCA TO MCA.
           READ MAESTRO INVALID KEY MOVE "23" TO FST.
           CLOSE MAESTRO.
           IF FST NOT = "00"
              DISPLAY "** NO EXISTE ESE EMPLEADO **"
                 LINE 20 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-LEGAJO-EXIT.
           MOVE MLO   TO ACL-LOC.
           MOVE W-MCA TO ACL-LEGAJO.
           MOVE "V"   TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              MOVE "R" TO ACL-ACCION
              CALL   "ACCLOC" USING ACL-DATOS
              CANCEL "ACCLOC"
              DISPLAY "** LEGAJO DE UNA LOCALIDAD NO HABILITADA PARA"
                 " SU USUARIO **" LINE 20 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-LEGAJO-EXIT.
           DISPLAY MAN LINE 10 POSITION 36.
           MOVE "S" TO W-OK.
       PEDIR-LEGAJO-EXIT.
           EXIT.

       PEDIR-LOCALIDAD.
           MOVE "N" TO W-OK.
           MOVE 0 TO W-SEL-LOC.
           DISPLAY PANTALLA-PEDIR-LOC.
           ACCEPT  PANTALLA-PEDIR-LOC ON ESCAPE
              GO TO PEDIR-LOCALIDAD-EXIT.
           MOVE W-SEL-LOC TO ACL-LOC.
           MOVE 0         TO ACL-LEGAJO.
           MOVE "V"       TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              DISPLAY "** LOCALIDAD NO HABILITADA PARA SU USUARIO **"
                 LINE 20 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-LOCALIDAD-EXIT.
           OPEN INPUT MAELOC.
           MOVE W-SEL-LOC TO MLOC.
           READ MAELOC INVALID KEY MOVE "23" TO FSTLOC.
           CLOSE MAELOC.
           IF FSTLOC NOT = "00"
              DISPLAY "** NO EXISTE ESA LOCALIDAD **"
                 LINE 20 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-LOCALIDAD-EXIT.
           DISPLAY MLDESC LINE 10 POSITION 36.
           MOVE "S" TO W-OK.
       PEDIR-LOCALIDAD-EXIT.
           EXIT.

       PEDIR-CATEGORIA.
           MOVE "N" TO W-OK.
           MOVE 0 TO W-SEL-CAT.
           DISPLAY PANTALLA-PEDIR-CAT.
           ACCEPT  PANTALLA-PEDIR-CAT ON ESCAPE
              GO TO PEDIR-CATEGORIA-EXIT.
           MOVE "S" TO W-OK.
       PEDIR-CATEGORIA-EXIT.
           EXIT.

      *-- ABRE TODO LO QUE SE COMBINA; LOS ARCHIVOS QUE TODAVIA NO --*
      *-- EXISTEN DEJAN SUS CAMPOS EN BLANCO.                      --*
       EMITIR-CARTAS.
           MOVE 0 TO CONT-RENG CONT-CARTAS CONT-SIN-MOV CONT-NO-HAB.
           OPEN INPUT MAESTRO.
           IF FST NOT = "00"
              GO TO EMITIR-CARTAS-EXIT.
           MOVE "N" TO W-HAY-LOC W-HAY-CON W-HAY-LIC W-HAY-SAN.
           OPEN INPUT MAELOC.
           IF FSTLOC = "00"
              MOVE "S" TO W-HAY-LOC
           END-IF.
           OPEN INPUT CONTAC.
           IF FSTCON = "00"
              MOVE "S" TO W-HAY-CON
           END-IF.
           IF W-MOV = "V" OR W-MOV = "L"
              OPEN INPUT LICIND
              IF FSTLX = "00"
                 MOVE "S" TO W-HAY-LIC
              END-IF
           END-IF.
           IF W-MOV = "S"
              OPEN INPUT SANIND
              IF FSTSAN = "00"
                 MOVE "S" TO W-HAY-SAN
              END-IF
           END-IF.
           PERFORM ABRIR-CARLOG THRU ABRIR-CARLOG-EXIT.
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.

           IF W-SEL = 1
              MOVE W-MCA TO MCA
              READ MAESTRO INVALID KEY MOVE "23" TO FST
              END-READ
              IF FST = "00"
                 PERFORM EMITIR-UNA THRU EMITIR-UNA-EXIT
              END-IF
           ELSE
              MOVE 0   TO MCA
              MOVE "N" TO FIN-ARCH
              START MAESTRO KEY IS NOT LESS THAN MCA
                 INVALID KEY MOVE "S" TO FIN-ARCH
              END-START
              PERFORM LEER-EMPLEADO THRU LEER-EMPLEADO-EXIT
                 UNTIL FIN-ARCH = "S"
           END-IF.

           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           PERFORM GRABAR-PRINTLOG.
           IF FSTCLG = "00"
              CLOSE CARLOG
           END-IF.
           IF W-HAY-SAN = "S"
              CLOSE SANIND
           END-IF.
           IF W-HAY-LIC = "S"
              CLOSE LICIND
           END-IF.
           IF W-HAY-CON = "S"
              CLOSE CONTAC
           END-IF.
           IF W-HAY-LOC = "S"
              CLOSE MAELOC
           END-IF.
           CLOSE MAESTRO.
           IF W-SEL = 1 AND CONT-CARTAS > 0
              CALL   "CONSLOG" USING W-OPERADOR W-PGM-CONS W-MCA
              CANCEL "CONSLOG"
           END-IF.
       EMITIR-CARTAS-EXIT.
           EXIT.

      *-- EN UNA SELECCION LOS LEGAJOS DE LOCALIDADES AJENAS SE  --*
      *-- SALTEAN SIN REGISTRAR EL RECHAZO (VER "RPTLOC1").      --*
       LEER-EMPLEADO.
           READ MAESTRO NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-EMPLEADO-EXIT.
           IF W-SEL = 2 AND MLO NOT = W-SEL-LOC
              GO TO LEER-EMPLEADO-EXIT.
           IF W-SEL = 3 AND MCATE NOT = W-SEL-CAT
              GO TO LEER-EMPLEADO-EXIT.
           MOVE MLO TO ACL-LOC.
           MOVE MCA TO ACL-LEGAJO.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              ADD 1 TO CONT-NO-HAB
              GO TO LEER-EMPLEADO-EXIT.
           PERFORM EMITIR-UNA THRU EMITIR-UNA-EXIT.
       LEER-EMPLEADO-EXIT.
           EXIT.

      *-- UNA CARTA PARA EL EMPLEADO QUE ESTA EN "R-MAE". SI LA    --*
      *-- PLANTILLA PIDE UN MOVIMIENTO Y EL EMPLEADO NO LO TIENE,  --*
      *-- NO SE EMITE (UN AVISO DE SUSPENSION SIN SUSPENSION NO    --*
      *-- TIENE SENTIDO).                                          --*
       EMITIR-UNA.
           PERFORM PREPARAR-DATOS.
           IF W-MOV NOT = SPACE
              PERFORM BUSCAR-MOVIMIENTO THRU BUSCAR-MOVIMIENTO-EXIT
              IF W-HAY-MOV = "N"
                 ADD 1 TO CONT-SIN-MOV
                 GO TO EMITIR-UNA-EXIT
              END-IF
           END-IF.
           MOVE 0 TO CONT-LIN-CARTA.
           PERFORM IMPRIMIR-RENGLON
              VARYING IND-LIN FROM 1 BY 1 UNTIL IND-LIN > W-CANT-LIN.
           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR UNTIL CONT-LIN-CARTA NOT < W-LIN-HOJA.
           ADD 1 TO CONT-CARTAS.
           PERFORM GRABAR-EMISION.
       EMITIR-UNA-EXIT.
           EXIT.

       PREPARAR-DATOS.
           MOVE MCA  TO W-ED-CA.
           MOVE MSB  TO W-ED-SB.
           MOVE MANT TO W-ED-ANT.
           MOVE MFEC TO W-FEC-AUX-N.
           PERFORM EDITAR-FECHA.
           MOVE W-FEC-ED TO W-ING-ED.
           PERFORM CALCULAR-PRUEBA.
           MOVE SPACES TO W-LOC-DESC W-DOMIC W-MAIL.
           IF W-HAY-LOC = "S"
              MOVE MLO TO MLOC
              READ MAELOC INVALID KEY MOVE "23" TO FSTLOC
              END-READ
              IF FSTLOC = "00"
                 MOVE MLDESC TO W-LOC-DESC
              END-IF
           END-IF.
           IF W-HAY-CON = "S"
              MOVE MCA TO CCA
              READ CONTAC INVALID KEY MOVE "23" TO FSTCON
              END-READ
              IF FSTCON = "00"
                 MOVE CDOMIC TO W-DOMIC
                 MOVE CMAIL  TO W-MAIL
              END-IF
           END-IF.
           MOVE "N"    TO W-HAY-MOV.
           MOVE SPACES TO W-MOV-TIPO W-MOV-DET W-DES-ED W-HAS-ED.
           MOVE 0      TO W-MOV-DESDE W-MOV-HASTA W-MOV-DIAS.

      *-- FIN DEL PERIODO DE PRUEBA: INGRESO MAS "W-MESES-PRUEBA"; --*
      *-- SI EL DIA NO EXISTE EN ESE MES, EL ULTIMO DEL MES.       --*
       CALCULAR-PRUEBA.
           MOVE MFEC TO W-FEC-AUX-N.
           ADD W-MESES-PRUEBA TO W-AUX-MES.
           IF W-AUX-MES > 12
              SUBTRACT 12 FROM W-AUX-MES
              ADD 1 TO W-AUX-ANIO
           END-IF.
           IF W-AUX-DIA > 30 AND (W-AUX-MES = 4 OR W-AUX-MES = 6
              OR W-AUX-MES = 9 OR W-AUX-MES = 11)
              MOVE 30 TO W-AUX-DIA
           END-IF.
           IF W-AUX-MES = 2 AND W-AUX-DIA > 28
              DIVIDE W-AUX-ANIO BY 4 GIVING W-COC-4
                 REMAINDER W-RESTO-4
              IF W-RESTO-4 = 0
                 MOVE 29 TO W-AUX-DIA
              ELSE
                 MOVE 28 TO W-AUX-DIA
              END-IF
           END-IF.
           PERFORM EDITAR-FECHA.
           MOVE W-FEC-ED TO W-PRU-ED.

      *-- EL INDICE VA POR LEGAJO + FECHA: EL ULTIMO RENGLON DEL  --*
      *-- LEGAJO QUE CUMPLE ES EL MOVIMIENTO MAS RECIENTE.        --*
       BUSCAR-MOVIMIENTO.
           MOVE "N" TO W-HAY-MOV FIN-MOV.
           IF W-MOV = "S"
              IF W-HAY-SAN = "N"
                 GO TO BUSCAR-MOVIMIENTO-EXIT
              END-IF
              MOVE MCA TO SXCA
              MOVE 0   TO SXFECHA SXSEC
              START SANIND KEY IS NOT LESS THAN SXCLAVE
                 INVALID KEY MOVE "S" TO FIN-MOV
              END-START
              PERFORM LEER-SANCION THRU LEER-SANCION-EXIT
                 UNTIL FIN-MOV = "S"
           ELSE
              IF W-HAY-LIC = "N"
                 GO TO BUSCAR-MOVIMIENTO-EXIT
              END-IF
              MOVE MCA TO LXCA
              MOVE 0   TO LXFECHA LXSEC
              START LICIND KEY IS NOT LESS THAN LXCLAVE
                 INVALID KEY MOVE "S" TO FIN-MOV
              END-START
              PERFORM LEER-LICENCIA THRU LEER-LICENCIA-EXIT
                 UNTIL FIN-MOV = "S"
           END-IF.
           IF W-HAY-MOV = "S"
              MOVE W-MOV-DESDE TO W-FEC-AUX-N
              PERFORM EDITAR-FECHA
              MOVE W-FEC-ED TO W-DES-ED
              IF W-MOV-HASTA > 0
                 MOVE W-MOV-HASTA TO W-FEC-AUX-N
                 PERFORM EDITAR-FECHA
                 MOVE W-FEC-ED TO W-HAS-ED
              END-IF
           END-IF.
       BUSCAR-MOVIMIENTO-EXIT.
           EXIT.

      *-- LOS APERCIBIMIENTOS NO TIENEN RANGO: "DESDE" ES LA FECHA --*
      *-- DE CARGA.                                                --*
       LEER-SANCION.
           READ SANIND NEXT RECORD AT END
              MOVE "S" TO FIN-MOV
              GO TO LEER-SANCION-EXIT.
           IF SXCA NOT = MCA
              MOVE "S" TO FIN-MOV
              GO TO LEER-SANCION-EXIT.
           MOVE SXREG TO R-SAN.
           MOVE "S" TO W-HAY-MOV.
           IF STIPO = "S"
              MOVE "SUSPENSION"     TO W-MOV-TIPO
              MOVE SDESDE           TO W-MOV-DESDE
           ELSE
              MOVE "APERCIBIMIENTO" TO W-MOV-TIPO
              MOVE SFECHA           TO W-MOV-DESDE
           END-IF.
           MOVE SHASTA TO W-MOV-HASTA.
           MOVE SDIAS  TO W-MOV-DIAS.
           MOVE SDESC  TO W-MOV-DET.
       LEER-SANCION-EXIT.
           EXIT.

      *-- SOLO LICENCIAS APROBADAS: "V" TOMA LAS VACACIONES Y "L" --*
      *-- CUALQUIER TIPO MENOS LAS ACREDITACIONES ANUALES "O".    --*
       LEER-LICENCIA.
           READ LICIND NEXT RECORD AT END
              MOVE "S" TO FIN-MOV
              GO TO LEER-LICENCIA-EXIT.
           IF LXCA NOT = MCA
              MOVE "S" TO FIN-MOV
              GO TO LEER-LICENCIA-EXIT.
           MOVE LXREG TO R-LICM.
           IF LMRESUL NOT = "A" OR LMTIPO = "O"
              GO TO LEER-LICENCIA-EXIT.
           IF W-MOV = "V" AND LMTIPO NOT = "V"
              GO TO LEER-LICENCIA-EXIT.
           MOVE "S" TO W-HAY-MOV.
           IF LMTIPO = "V"
              MOVE "VACACIONES"              TO W-MOV-TIPO
           ELSE IF LMTIPO = "E"
              MOVE "LICENCIA POR ENFERMEDAD" TO W-MOV-TIPO
           ELSE IF LMTIPO = "P"
              MOVE "LICENCIA PERSONAL"       TO W-MOV-TIPO
           ELSE
              MOVE "LICENCIA SIN GOCE"       TO W-MOV-TIPO
           END-IF.
           MOVE LMDESDE  TO W-MOV-DESDE.
           MOVE LMHASTA  TO W-MOV-HASTA.
           MOVE LMDIAS   TO W-MOV-DIAS.
           MOVE SPACES   TO W-MOV-DET.
       LEER-LICENCIA-EXIT.
           EXIT.

       IMPRIMIR-RENGLON.
           MOVE T-LIN (IND-LIN) TO W-ORIG.
           PERFORM COMBINAR-RENGLON.
           MOVE W-SAL TO R-IMP.
           PERFORM ESCRIBIR.

      *-- COPIA EL RENGLON CARACTER A CARACTER; CADA "@XXXXXX" DE --*
      *-- LA LISTA SE CAMBIA POR SU VALOR SIN BLANCOS A LOS COSTA- --*
      *-- DOS, CORRIENDO EL RESTO DEL TEXTO. LO QUE PASE DE 80    --*
      *-- COLUMNAS SE PIERDE.                                     --*
       COMBINAR-RENGLON.
           MOVE SPACES TO W-SAL.
           MOVE 1 TO IND-ORI IND-SAL.
           PERFORM COMBINAR-CARACTER
              UNTIL IND-ORI > 60 OR IND-SAL > 80.

       COMBINAR-CARACTER.
           MOVE 0 TO W-NRO-CAM.
           IF W-ORIG (IND-ORI:1) = "@" AND IND-ORI < 55
              MOVE W-ORIG (IND-ORI:7) TO W-CAMPO
              PERFORM BUSCAR-CAMPO
                 VARYING IND-CAM FROM 1 BY 1
                 UNTIL IND-CAM > CANT-CAMPOS OR W-NRO-CAM > 0
           END-IF.
           IF W-NRO-CAM = 0
              MOVE W-ORIG (IND-ORI:1) TO W-SAL (IND-SAL:1)
              ADD 1 TO IND-ORI IND-SAL
           ELSE
              PERFORM ARMAR-VALOR
              PERFORM COPIAR-VALOR
              ADD 7 TO IND-ORI
           END-IF.

       BUSCAR-CAMPO.
           IF T-CAM-COD (IND-CAM) = W-CAMPO
              MOVE IND-CAM TO W-NRO-CAM.

      *-- MISMO ORDEN QUE COPY/CARTCAM.CPY --*
       ARMAR-VALOR.
           MOVE SPACES TO W-VALOR.
           IF W-NRO-CAM = 1
              MOVE W-ED-CA     TO W-VALOR
           ELSE IF W-NRO-CAM = 2
              MOVE MAN         TO W-VALOR
           ELSE IF W-NRO-CAM = 3
              MOVE W-ED-SB     TO W-VALOR
           ELSE IF W-NRO-CAM = 4
              MOVE MCATE       TO W-VALOR
           ELSE IF W-NRO-CAM = 5
              MOVE W-ING-ED    TO W-VALOR
           ELSE IF W-NRO-CAM = 6
              MOVE W-PRU-ED    TO W-VALOR
           ELSE IF W-NRO-CAM = 7
              MOVE W-ED-ANT    TO W-VALOR
           ELSE IF W-NRO-CAM = 8
              MOVE W-LOC-DESC  TO W-VALOR
           ELSE IF W-NRO-CAM = 9
              MOVE MTEL        TO W-VALOR
           ELSE IF W-NRO-CAM = 10
              MOVE W-DOMIC     TO W-VALOR
           ELSE IF W-NRO-CAM = 11
              MOVE W-MAIL      TO W-VALOR
           ELSE IF W-NRO-CAM = 12
              MOVE W-NOM-SITIO TO W-VALOR
           ELSE IF W-NRO-CAM = 13
              MOVE W-HOY-ED    TO W-VALOR
           ELSE IF W-NRO-CAM = 14
              MOVE W-MOV-TIPO  TO W-VALOR
           ELSE IF W-NRO-CAM = 15
              MOVE W-DES-ED    TO W-VALOR
           ELSE IF W-NRO-CAM = 16
              MOVE W-HAS-ED    TO W-VALOR
           ELSE IF W-NRO-CAM = 17
              MOVE W-MOV-DIAS  TO W-ED-DIAS
              MOVE W-ED-DIAS   TO W-VALOR
           ELSE IF W-NRO-CAM = 18
              MOVE W-MOV-DET   TO W-VALOR
           END-IF.

       COPIAR-VALOR.
           MOVE 40 TO W-LVAL.
           PERFORM ACHICAR-VALOR
              UNTIL W-LVAL = 0 OR W-VALOR (W-LVAL:1) NOT = SPACE.
           IF W-LVAL > 0
              MOVE 1 TO W-PRI
              PERFORM SALTEAR-BLANCO
                 UNTIL W-VALOR (W-PRI:1) NOT = SPACE
              PERFORM COPIAR-LETRA
                 VARYING IND-VAL FROM W-PRI BY 1
                 UNTIL IND-VAL > W-LVAL OR IND-SAL > 80
           END-IF.

       ACHICAR-VALOR.
           SUBTRACT 1 FROM W-LVAL.

       SALTEAR-BLANCO.
           ADD 1 TO W-PRI.

       COPIAR-LETRA.
           MOVE W-VALOR (IND-VAL:1) TO W-SAL (IND-SAL:1).
           ADD 1 TO IND-SAL.

       ESCRIBIR.
           WRITE R-IMP.
           ADD 1 TO CONT-RENG.
           ADD 1 TO CONT-LIN-CARTA.

       EDITAR-FECHA.
           MOVE W-AUX-DIA  TO W-ED-DIA.
           MOVE W-AUX-MES  TO W-ED-MES.
           MOVE W-AUX-ANIO TO W-ED-ANIO.

      *-- SI "CARTAS.LOG" TODAVIA NO EXISTE, LO CREA ANTES DE --*
      *-- ABRIRLO EN MODO "EXTEND" (MISMO ARREGLO QUE "CONSLOG") --*
       ABRIR-CARLOG.
           OPEN EXTEND CARLOG.
           IF FSTCLG = "35"
              OPEN OUTPUT CARLOG
              CLOSE CARLOG
              OPEN EXTEND CARLOG
           END-IF.
       ABRIR-CARLOG-EXIT.
           EXIT.

       GRABAR-EMISION.
           IF FSTCLG = "00"
              ACCEPT W-HORA-AHORA FROM TIME
              MOVE MCA         TO CLCA
              MOVE W-COD       TO CLCOD
              MOVE W-FECHA-HOY TO CLFECHA
              COMPUTE CLHORA = W-HORA-AHORA / 100
              MOVE W-MOV-DESDE TO CLMOVF
              MOVE W-OPERADOR  TO CLOPER
              WRITE R-CARL
           END-IF.

       BUSCAR-EMPLEADOR.
           MOVE "(SIN PARAMETROS)" TO W-NOM-SITIO.
           OPEN INPUT PARGRAL.
           MOVE 1 TO PGCOD.
           READ PARGRAL INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE PGSITIO TO W-NOM-SITIO
           END-READ.
           CLOSE PARGRAL.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "CARTA1"   TO L-PROGRAMA.
           MOVE CONT-RENG  TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "CARTA1"   TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
