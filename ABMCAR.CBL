      *-- PLANTILLAS DE CARTAS AL PERSONAL --**
      *-- LAS MISMAS CARTAS (CONSTANCIA DE TRABAJO PARA BANCOS,  --**
      *-- AVISO DE VACACIONES, DE SUSPENSION, FIN DEL PERIODO DE --**
      *-- PRUEBA) SE TIPEABAN A MANO UNA Y OTRA VEZ. ESTE PGM    --**
      *-- MANTIENE "CARTA.IND" (VER COPY/CARTREC.CPY): CADA      --**
      *-- PLANTILLA ES TEXTO LIBRE DE HASTA 30 RENGLONES CON     --**
      *-- CAMPOS "@XXXXXX" (VER COPY/CARTCAM.CPY) QUE "CARTA1"   --**
      *-- REEMPLAZA AL COMBINARLA CON CADA LEGAJO.               --**
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODCAR.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARTA ASSIGN TO DISK "CARTA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CRCLAVE
           FILE STATUS IS FSTCAR.

       DATA DIVISION.
       FILE SECTION.
        FD CARTA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS R-CAR.
           COPY CARTREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTCAR            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

       77 W-COD             PIC 9(03) VALUE 0.
       77 W-EXISTE-CAR      PIC X     VALUE "N".
       77 W-FIN             PIC X     VALUE "N".
       77 W-FIN-ED          PIC X     VALUE "N".
       77 W-FIN-CAR         PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-OPC             PIC 99    VALUE 0.
       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
      *-- CABECERA DE LA PLANTILLA EN EDICION --*
       77 W-TITULO          PIC X(30) VALUE SPACES.
       77 W-MOV             PIC X     VALUE SPACE.
       77 W-FECHA-MOD       PIC 9(08) VALUE 0.
       77 W-OPER-MOD        PIC X(08) VALUE SPACES.
      *-- PAGINA EN PANTALLA: 1 = RENGLONES 01-15, 2 = 16-30 --*
       77 W-PAG             PIC 9     VALUE 1.
       77 W-PRIM            PIC 99    VALUE 0.
       77 W-ULT             PIC 99    VALUE 0.
       77 W-FILA            PIC 99    VALUE 0.
       77 IND-LIN           PIC 99    VALUE 0.
       77 IND-CAR           PIC 99    VALUE 0.
       77 IND-CAM           PIC 99    VALUE 0.
       77 W-CAMPO           PIC X(07) VALUE SPACES.
       77 W-CAMPO-OK        PIC X     VALUE "N".
       77 W-LIN-ERR         PIC 99    VALUE 0.

      *-- TEXTO DE LA PLANTILLA EN EDICION --*
       01 TABLA-LIN.
          02 T-LIN          PIC X(60) OCCURS 30 TIMES.

      *-- CAMPOS QUE SE PUEDEN COMBINAR (COMPARTIDO CON "CARTA1") --*
           COPY CARTCAM.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 24 REVERSE
              VALUE "PLANTILLAS DE CARTAS AL PERSONAL".

       01  PANTALLA-PEDIR-COD AUTO.
           02 LINE 05 COLUMN 05 VALUE
              "NUMERO DE PLANTILLA (001 A 999, 0 = TERMINAR): ".
           02 LINE 05 COLUMN 53 PIC 9(03) TO W-COD.

       01  PANTALLA-PEDIR-CAB AUTO.
           02 LINE 08 COLUMN 05 VALUE "TITULO DE LA CARTA : ".
           02 LINE 08 COLUMN 26 PIC X(30) USING W-TITULO.
           02 LINE 10 COLUMN 05 VALUE "MOVIMIENTO         : ".
           02 LINE 10 COLUMN 26 PIC X USING W-MOV.
           02 LINE 11 COLUMN 05 VALUE
              "(ESPACIO = NINGUNO, V = ULTIMAS VACACIONES,".
           02 LINE 12 COLUMN 05 VALUE
              " L = ULTIMA LICENCIA, S = ULTIMA SANCION)".

       01  PANTALLA-CABECERA.
           02 LINE 03 COLUMN 03 VALUE "PLANTILLA ".
           02 LINE 03 COLUMN 13 PIC 9(03) FROM W-COD.
           02 LINE 03 COLUMN 18 PIC X(30) FROM W-TITULO.
           02 LINE 03 COLUMN 50 VALUE "MOV: ".
           02 LINE 03 COLUMN 55 PIC X FROM W-MOV.
           02 LINE 03 COLUMN 58 VALUE "MODIF: ".
           02 LINE 03 COLUMN 65 PIC 9(08) FROM W-FECHA-MOD.

       01  PANTALLA-OPCIONES.
           02 LINE 21 COLUMN 03 VALUE
              "01-30 = CAMBIAR RENGLON   31 = OTRA PAGINA   32 = VER".
           02 LINE 21 COLUMN 57 VALUE " CAMPOS".
           02 LINE 22 COLUMN 03 VALUE
              "33 = CABECERA   34 = BORRAR PLANTILLA   00 = GRABAR".
           02 LINE 22 COLUMN 54 VALUE "   99 = SALIR SIN GRABAR".
           02 LINE 23 COLUMN 03 VALUE "OPCION: ".

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CARTA.
       ERROR-APERTURA.
           IF FSTCAR = "35"
              OPEN OUTPUT CARTA
              CLOSE CARTA
              OPEN I-O CARTA
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- LAS PLANTILLAS SE USAN PARA CARTAS CON SUELDOS Y SANCIONES: --*
      *-- USUARIO VALIDO Y EL MISMO NIVEL QUE "MENPPAL" PIDE PARA     --*
      *-- "MODABM".                                                   --*
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
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY PANTALLA-TITULO.
           OPEN I-O CARTA.
           PERFORM PROCESAR-UNA THRU PROCESAR-UNA-EXIT
              UNTIL W-FIN = "S".
           CLOSE CARTA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- PIDE EL NUMERO; SI LA PLANTILLA YA EXISTE LA CARGA PARA    --*
      *-- EDITARLA, SI NO PIDE LA CABECERA Y EMPIEZA CON EL TEXTO EN --*
      *-- BLANCO (MISMO ESQUEMA QUE "MODNOT").                       --*
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
           IF W-EXISTE-CAR = "N"
              PERFORM PEDIR-CABECERA THRU PEDIR-CABECERA-EXIT
              IF W-OK NOT = "S"
                 GO TO PROCESAR-UNA-EXIT
              END-IF
           END-IF.
           MOVE 1   TO W-PAG.
           MOVE "N" TO W-FIN-ED.
           PERFORM EDITAR-PLANTILLA THRU EDITAR-PLANTILLA-EXIT
              UNTIL W-FIN-ED = "S".
       PROCESAR-UNA-EXIT.
           EXIT.

       CARGAR-PLANTILLA.
           MOVE SPACES TO TABLA-LIN W-TITULO W-OPER-MOD.
           MOVE SPACE  TO W-MOV.
           MOVE 0      TO W-FECHA-MOD.
           MOVE "N"    TO W-EXISTE-CAR W-FIN-CAR.
           MOVE W-COD  TO CRCOD.
           MOVE 0      TO CRLIN.
           START CARTA KEY IS NOT LESS THAN CRCLAVE
              INVALID KEY MOVE "S" TO W-FIN-CAR
           END-START.
           PERFORM LEER-RENGLON THRU LEER-RENGLON-EXIT
              UNTIL W-FIN-CAR = "S".
       CARGAR-PLANTILLA-EXIT.
           EXIT.

       LEER-RENGLON.
           READ CARTA NEXT RECORD AT END
              MOVE "S" TO W-FIN-CAR
              GO TO LEER-RENGLON-EXIT.
           IF CRCOD NOT = W-COD
              MOVE "S" TO W-FIN-CAR
              GO TO LEER-RENGLON-EXIT.
           IF CRLIN = 0
              MOVE "S"      TO W-EXISTE-CAR
              MOVE CRTITULO TO W-TITULO
              MOVE CRMOV    TO W-MOV
              MOVE CRFECHA  TO W-FECHA-MOD
              MOVE CROPER   TO W-OPER-MOD
           ELSE IF CRLIN NOT > 30
              MOVE CRTEXTO  TO T-LIN (CRLIN)
           END-IF.
       LEER-RENGLON-EXIT.
           EXIT.

       PEDIR-CABECERA.
           MOVE "N" TO W-OK.
           DISPLAY PANTALLA-PEDIR-CAB.
           ACCEPT  PANTALLA-PEDIR-CAB ON ESCAPE
              GO TO PEDIR-CABECERA-EXIT.
           IF W-TITULO = SPACES
              DISPLAY "** EL TITULO NO PUEDE IR VACIO **"
                 LINE 15 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-CABECERA-EXIT.
           IF W-MOV NOT = SPACE AND W-MOV NOT = "V"
              AND W-MOV NOT = "L" AND W-MOV NOT = "S"
              DISPLAY "** MOVIMIENTO INVALIDO, USE V-L-S O ESPACIO **"
                 LINE 15 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-CABECERA-EXIT.
           MOVE "S" TO W-OK.
       PEDIR-CABECERA-EXIT.
           EXIT.

      *-- MUESTRA LA PAGINA Y ATIENDE UNA OPCION. UN RENGLON SE  --*
      *-- CAMBIA TIPEANDOLO DE NUEVO ENTERO (EN BLANCO LO BORRA). --*
       EDITAR-PLANTILLA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-CABECERA.
           COMPUTE W-PRIM = (W-PAG - 1) * 15 + 1.
           COMPUTE W-ULT  = W-PRIM + 14.
           PERFORM MOSTRAR-RENGLON
              VARYING IND-LIN FROM W-PRIM BY 1 UNTIL IND-LIN > W-ULT.
           DISPLAY PANTALLA-OPCIONES.
           MOVE 0 TO W-OPC.
           ACCEPT W-OPC LINE 23 POSITION 11.

           IF W-OPC > 0 AND W-OPC < 31
              DISPLAY "NUEVO TEXTO DEL RENGLON:" LINE 23 POSITION 20
              MOVE SPACES TO T-LIN (W-OPC)
              ACCEPT T-LIN (W-OPC) LINE 24 POSITION 07
              GO TO EDITAR-PLANTILLA-EXIT.
           IF W-OPC = 31
              IF W-PAG = 1
                 MOVE 2 TO W-PAG
              ELSE
                 MOVE 1 TO W-PAG
              END-IF
              GO TO EDITAR-PLANTILLA-EXIT.
           IF W-OPC = 32
              PERFORM MOSTRAR-CAMPOS
              GO TO EDITAR-PLANTILLA-EXIT.
           IF W-OPC = 33
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              DISPLAY PANTALLA-TITULO
              PERFORM PEDIR-CABECERA THRU PEDIR-CABECERA-EXIT
              GO TO EDITAR-PLANTILLA-EXIT.
           IF W-OPC = 34
              PERFORM BORRAR-PLANTILLA THRU BORRAR-PLANTILLA-EXIT
              GO TO EDITAR-PLANTILLA-EXIT.
           IF W-OPC = 99
              MOVE "S" TO W-FIN-ED
              GO TO EDITAR-PLANTILLA-EXIT.
           IF W-OPC = 0
              PERFORM GRABAR-PLANTILLA THRU GRABAR-PLANTILLA-EXIT
           END-IF.
       EDITAR-PLANTILLA-EXIT.
           EXIT.

       MOSTRAR-RENGLON.
           COMPUTE W-FILA = IND-LIN - W-PRIM + 5.
           DISPLAY IND-LIN         LINE W-FILA, POSITION 03.
           DISPLAY T-LIN (IND-LIN) LINE W-FILA, POSITION 07.

       MOSTRAR-CAMPOS.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY "CAMPOS QUE SE PUEDEN USAR EN EL TEXTO:"
              LINE 03 POSITION 05.
           PERFORM MOSTRAR-CAMPO
              VARYING IND-CAM FROM 1 BY 1 UNTIL IND-CAM > CANT-CAMPOS.
           DISPLAY "PULSE UNA TECLA PARA VOLVER" LINE 24 POSITION 05.
           ACCEPT TECLA.

       MOSTRAR-CAMPO.
           COMPUTE W-FILA = IND-CAM + 4.
           DISPLAY T-CAM-COD (IND-CAM)  LINE W-FILA, POSITION 05.
           DISPLAY T-CAM-DESC (IND-CAM) LINE W-FILA, POSITION 15.

      *-- SE REGRABA ENTERA: PRIMERO SE BORRAN LOS RENGLONES QUE --*
      *-- TENIA Y DESPUES SE GRABA LA CABECERA Y EL TEXTO HASTA  --*
      *-- EL ULTIMO RENGLON NO VACIO.                            --*
       GRABAR-PLANTILLA.
           MOVE 0 TO W-ULT.
           PERFORM BUSCAR-ULTIMO
              VARYING IND-LIN FROM 1 BY 1 UNTIL IND-LIN > 30.
           IF W-ULT = 0
              DISPLAY "** LA CARTA NO TIENE TEXTO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO GRABAR-PLANTILLA-EXIT.
           PERFORM VALIDAR-CAMPOS THRU VALIDAR-CAMPOS-EXIT.
           IF W-LIN-ERR > 0
              DISPLAY "** CAMPO DESCONOCIDO EN EL RENGLON "
                 LINE 24 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              DISPLAY W-LIN-ERR LINE 24 POSITION 40
                 CONTROL "FCOLOR=RED", BLINK
              DISPLAY W-CAMPO LINE 24 POSITION 43
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO GRABAR-PLANTILLA-EXIT.
           DISPLAY "GRABA LA PLANTILLA S/N:     " LINE 23 POSITION 03.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 23 POSITION 28.
           IF W-OK NOT = "S"
              GO TO GRABAR-PLANTILLA-EXIT.

           PERFORM BORRAR-RENGLONES THRU BORRAR-RENGLONES-EXIT.
           MOVE W-COD       TO CRCOD.
           MOVE 0           TO CRLIN.
           MOVE SPACES      TO CRTEXTO.
           MOVE W-TITULO    TO CRTITULO.
           MOVE W-MOV       TO CRMOV.
           MOVE W-FECHA-HOY TO CRFECHA.
           MOVE W-OPERADOR  TO CROPER.
           WRITE R-CAR INVALID KEY
              CONTINUE
           END-WRITE.
           PERFORM GRABAR-RENGLON
              VARYING IND-LIN FROM 1 BY 1 UNTIL IND-LIN > W-ULT.
           MOVE "S" TO W-FIN-ED.
       GRABAR-PLANTILLA-EXIT.
           EXIT.

       BUSCAR-ULTIMO.
           IF T-LIN (IND-LIN) NOT = SPACES
              MOVE IND-LIN TO W-ULT.

       GRABAR-RENGLON.
           MOVE W-COD            TO CRCOD.
           MOVE IND-LIN          TO CRLIN.
           MOVE T-LIN (IND-LIN)  TO CRTEXTO.
           WRITE R-CAR INVALID KEY
              CONTINUE
           END-WRITE.

      *-- CADA "@" DEL TEXTO TIENE QUE EMPEZAR UN CAMPO DE LA LISTA: --*
      *-- DEJA EN "W-LIN-ERR" EL PRIMER RENGLON QUE NO CUMPLE.       --*
       VALIDAR-CAMPOS.
           MOVE 0 TO W-LIN-ERR.
           MOVE 1 TO IND-LIN.
           PERFORM VALIDAR-RENGLON
              UNTIL IND-LIN > W-ULT OR W-LIN-ERR > 0.
       VALIDAR-CAMPOS-EXIT.
           EXIT.

       VALIDAR-RENGLON.
           MOVE 1 TO IND-CAR.
           PERFORM VALIDAR-CARACTER
              UNTIL IND-CAR > 60 OR W-LIN-ERR > 0.
           ADD 1 TO IND-LIN.

       VALIDAR-CARACTER.
           IF T-LIN (IND-LIN) (IND-CAR:1) NOT = "@"
              ADD 1 TO IND-CAR
           ELSE
              MOVE SPACES TO W-CAMPO
              IF IND-CAR < 55
                 MOVE T-LIN (IND-LIN) (IND-CAR:7) TO W-CAMPO
              END-IF
              MOVE "N" TO W-CAMPO-OK
              PERFORM BUSCAR-CAMPO
                 VARYING IND-CAM FROM 1 BY 1
                 UNTIL IND-CAM > CANT-CAMPOS OR W-CAMPO-OK = "S"
              IF W-CAMPO-OK = "S"
                 ADD 7 TO IND-CAR
              ELSE
                 MOVE IND-LIN TO W-LIN-ERR
              END-IF
           END-IF.

       BUSCAR-CAMPO.
           IF T-CAM-COD (IND-CAM) = W-CAMPO
              MOVE "S" TO W-CAMPO-OK.

       BORRAR-PLANTILLA.
           IF W-EXISTE-CAR = "N"
              MOVE "S" TO W-FIN-ED
              GO TO BORRAR-PLANTILLA-EXIT.
           DISPLAY "BORRA LA PLANTILLA S/N:     " LINE 23 POSITION 03.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 23 POSITION 28.
           IF W-OK NOT = "S"
              GO TO BORRAR-PLANTILLA-EXIT.
           PERFORM BORRAR-RENGLONES THRU BORRAR-RENGLONES-EXIT.
           MOVE "S" TO W-FIN-ED.
       BORRAR-PLANTILLA-EXIT.
           EXIT.

       BORRAR-RENGLONES.
           MOVE "N"   TO W-FIN-CAR.
           MOVE W-COD TO CRCOD.
           MOVE 0     TO CRLIN.
           START CARTA KEY IS NOT LESS THAN CRCLAVE
              INVALID KEY MOVE "S" TO W-FIN-CAR
           END-START.
           PERFORM BORRAR-RENGLON THRU BORRAR-RENGLON-EXIT
              UNTIL W-FIN-CAR = "S".
       BORRAR-RENGLONES-EXIT.
           EXIT.

       BORRAR-RENGLON.
           READ CARTA NEXT RECORD AT END
              MOVE "S" TO W-FIN-CAR
              GO TO BORRAR-RENGLON-EXIT.
           IF CRCOD NOT = W-COD
              MOVE "S" TO W-FIN-CAR
              GO TO BORRAR-RENGLON-EXIT.
           DELETE CARTA INVALID KEY
              CONTINUE
           END-DELETE.
       BORRAR-RENGLON-EXIT.
           EXIT.
