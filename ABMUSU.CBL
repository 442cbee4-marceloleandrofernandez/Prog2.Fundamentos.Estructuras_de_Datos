           RECORD KEY IS UUSU
           FILE STATUS IS FSTUSU.

      ****  LOCALIDADES A CARGO DE CADA USUARIO (VER "ACCLOC")  *****

           SELECT USULOC ASSIGN TO DISK "USULOC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ULUSU
           FILE STATUS IS FSTULC.

      *-- SOLO PARA VALIDAR LOS CODIGOS DE LA LISTA --*
           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           ALTERNATE RECORD KEY IS MLDESC DUPLICATES
           FILE STATUS IS FSTLOC.

       DATA DIVISION.
       FILE SECTION.
      *-- LAYOUT COMPARTIDO CON "LOGIN" --*
        FD USUARIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-USU.
           COPY USUREC.

      *-- UN REGISTRO POR USUARIO CON LISTA; SIN REGISTRO = TODAS --*
        FD USULOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS R-ULC.
           COPY USLOREC.

        FD MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
         01 R-LOC.
            02 MLOC    PIC 9(02).
            02 MLDESC  PIC X(15).
            02 MLOCAP  PIC 9(04).

       WORKING-STORAGE SECTION.
       77 FSTUSU                  PIC XX.
       77 FSTULC                  PIC XX.
       77 FSTLOC                  PIC XX.
      *-- RECORRIDO Y CONTEO DE LA LISTA DE LOCALIDADES --*
       77 IND-ULC                 PIC 99 VALUE 0.
       77 W-CANT-ULC              PIC 99 VALUE 0.
       77 L-TIT                   PIC X(20).
       77 C-T                     PIC 99.
       77 TECLA                   PIC X.
       77 WRESTO100                PIC 99    VALUE 0.
       77 WRESTO400                PIC 999   VALUE 0.

      *-- RESULTADO DE "VALIDAR-CLAVE": LARGO REAL DE "W-CLAVE" (SIN  --*
      *-- CONTAR BLANCOS A LA DERECHA) Y SI TIENE AL MENOS UNA LETRA  --*
      *-- Y UN NUMERO.                                                --*
       77 W-LONG-CLAVE             PIC 99    VALUE 0.
       77 IND-CLAVE                PIC 9     VALUE 0.
       77 W-CAR-CLAVE              PIC X     VALUE SPACE.

      *-- CLAVE TECLEADA EN ALTAS/MODIFICACIONES: SOLO SE GRABA    --*
      *-- CIFRADA (VER "CIFRAR-CLAVE"); EN MODIFICACIONES, EN      --*
      *-- BLANCO DEJA LA CLAVE QUE LA CUENTA YA TENIA.             --*
       77 W-CLAVE                  PIC X(08) VALUE SPACES.
       77 W-ACCION                 PIC X     VALUE "N".

      *-- LEYENDAS DEL MENU DE INICIO DEL PGM --*
       01 TITULO.
         02 FILLER PIC X(21) VALUE  "ALTAS DE USUARIO     ".
         02 FILLER PIC X(30) VALUE  "16- REGISTRO NO DADO DE BAJA  ".
         02 FILLER PIC X(30) VALUE  "17- ERROR *CLAVE EN BLANCO*   ".
         02 FILLER PIC X(30) VALUE  "18- NIVEL INVALIDO: 1 A 9     ".
         02 FILLER PIC X(30) VALUE  "19- TODAS LAS LOCALIDADES: S/N".
         02 FILLER PIC X(30) VALUE  "20- LOCALIDAD INEXISTENTE     ".
         02 FILLER PIC X(30) VALUE  "21- INGRESE ALGUNA LOCALIDAD  ".
         02 FILLER PIC X(30) VALUE  "22-                           ".
         02 FILLER PIC X(30) VALUE  "23- DESEA DAR DE ALTA* S/N   *".
         02 FILLER PIC X(30) VALUE  "24- M=MOD.- B=:BAJA- C=CANCEL.".
       01 TABLA-MENSAJES REDEFINES MENSAJES.
         02 MENSAJE OCCURS 26 TIMES PIC X(30).

           COPY ENTMREC.
      *-- AREA DE PANTALLAS ---*
       SCREEN SECTION.
        01  PANTALLA-TITULOS.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE  1 COLUMN 60 VALUE  "FECHA".
           02 LINE  1 COLUMN 67 PIC X9/ FROM DIA.
           02 LINE  1 COLUMN 70 PIC X9/ FROM MES.

       01  PANTALLA-RECIBIR-DATOS AUTO.
           02 LINE 08 COLUMN  05 VALUE "CLAVE: ".
           02 LINE 08 COLUMN  30 PIC X(08) SECURE TO W-CLAVE.
           02 LINE 10 COLUMN  05 VALUE "NIVEL DE ACCESO (1-9): ".
           02 LINE 10 COLUMN  30 PIC 9(1) TO UNIVEL.

       01  PANTALLA-ENVIAR-DATOS.
           02 LINE 08 COLUMN  05 VALUE "CLAVE: ".
           02 LINE 08 COLUMN  30 VALUE "(CIFRADA)".
           02 LINE 08 COLUMN  42 VALUE "CAMBIO PENDIENTE (S/N): ".
           02 LINE 08 COLUMN  66 PIC X FROM UCAMBIO.
           02 LINE 10 COLUMN  05 VALUE "NIVEL DE ACCESO (1-9): ".
           02 LINE 10 COLUMN  30 PIC 9(1) FROM UNIVEL.
           02 LINE 12 COLUMN  05 VALUE "CLAVE VENCE (AAAA-MM-DD): ".

       01 PANTALLA-MODIFICAR-DATOS AUTO.
           02 LINE 08 COLUMN  05 VALUE "CLAVE: ".
           02 LINE 08 COLUMN  30 PIC X(08) SECURE USING W-CLAVE.
           02 LINE 08 COLUMN  40 VALUE "(EN BLANCO NO SE CAMBIA)".
           02 LINE 10 COLUMN  05 VALUE "NIVEL DE ACCESO (1-9): ".
           02 LINE 10 COLUMN  30 PIC 9(1) USING UNIVEL.
      *-- DESBLOQUEO: "N" LEVANTA EL BLOQUEO Y RESETEA LOS FALLOS --*
           02 LINE 12 COLUMN  05 VALUE "BLOQUEADA (S/N)      : ".
           02 LINE 12 COLUMN  30 PIC X USING UBLOQ.

      *-- LOCALIDADES A CARGO: "S" = TODAS; CON "N" SOLO VE Y TOCA --*
      *-- LOS LEGAJOS CUYO "MLO" ESTE EN LA LISTA (VER "ACCLOC").  --*
       01 PANTALLA-LOCALIDADES AUTO.
           02 LINE 16 COLUMN  05 VALUE "TODAS LAS LOCALIDADES (S/N): ".
           02 LINE 16 COLUMN  35 PIC X USING ULTODAS.
           02 LINE 17 COLUMN  05 VALUE "LOCALIDADES A CARGO: ".
           02 LINE 17 COLUMN  30 PIC 9(02) USING ULLOC (1).
           02 LINE 17 COLUMN  33 PIC 9(02) USING ULLOC (2).
           02 LINE 17 COLUMN  36 PIC 9(02) USING ULLOC (3).
           02 LINE 17 COLUMN  39 PIC 9(02) USING ULLOC (4).
           02 LINE 17 COLUMN  42 PIC 9(02) USING ULLOC (5).
           02 LINE 17 COLUMN  45 PIC 9(02) USING ULLOC (6).
           02 LINE 17 COLUMN  48 PIC 9(02) USING ULLOC (7).
           02 LINE 17 COLUMN  51 PIC 9(02) USING ULLOC (8).
           02 LINE 17 COLUMN  54 PIC 9(02) USING ULLOC (9).
           02 LINE 17 COLUMN  57 PIC 9(02) USING ULLOC (10).

       01  PANTALLA-INCIDENCIAS.
         02 LINE 22 COLUMN 26 PIC X(30) FROM INCIDENCIA-P.

              OPEN I-O USUARIO
            END-IF.
       ERROR-APERTURA.
       TERCERA SECTION.
       USE AFTER ERROR PROCEDURE ON USULOC.
       ERROR-APERTURA-ULC.
           IF FSTULC = "35"
              OPEN OUTPUT USULOC
              CLOSE USULOC
              OPEN I-O USULOC
            END-IF.
       ERROR-APERTURA-ULC.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           OPEN I-O USUARIO.
           OPEN I-O USULOC.
           DISPLAY "  " CONTROL "FCOLOR = BLACK , BCOLOR = GREEN"
           MOVE 0 TO OP C-T.
           ACCEPT FECHA FROM DATE.
           LINE 23, POSITION 26 CONTROL "FCOLOR = WHITE,BCOLOR = BLACK".
           ACCEPT TECLA
           CLOSE USUARIO
           CLOSE USULOC
           EXIT PROGRAM.

       MENUS.
             END-IF.
             IF WUSU = "SI"
                    DISPLAY " " ERASE EOS
                    DISPLAY ENT-MARCA LINE 01 POSITION 01
                    DISPLAY PANTALLA-TITULOS
                    DISPLAY PANTALLA-MOSTRAR-CODIGO
                    DISPLAY PANTALLA-ENVIAR-DATOS
                    DISPLAY PANTALLA-LOCALIDADES
                    PERFORM CONFIRMAR-OPCIONES

             IF OP-EMC = "C"

       LIMPIAR-CAMPOS.
            MOVE SPACES TO  WUSU.
            MOVE SPACES TO W-CLAVE USAL UHASH.
            MOVE "N" TO UCAMBIO.
            MOVE 0 TO UNIVEL UFALLOS.
            MOVE "N" TO UBLOQ.
            MOVE "S" TO ULTODAS.
            MOVE ZEROS TO ULLOCS.

       LEER-MAESTRO.
                READ USUARIO INVALID KEY MOVE "NO" TO WUSU.
                IF FSTUSU = "00" AND PRI = "*"
                    MOVE "SI" TO WUSU
                    MOVE "P" TO PRI
                    PERFORM LEER-LOCALIDADES
                END-IF.

      *-- SIN REGISTRO EN "USULOC.IND" EL USUARIO VE TODAS --*
       LEER-LOCALIDADES.
           MOVE UUSU TO ULUSU.
           READ USULOC INVALID KEY
              MOVE "S" TO ULTODAS
              MOVE ZEROS TO ULLOCS
           END-READ.

       ALTAS.
            MOVE 06 TO IND
              PERFORM ENVIAR-MENSAJES
                 DISPLAY PANTALLA-MOSTRAR-CODIGO
                   DISPLAY PANTALLA-RECIBIR-DATOS
                    ACCEPT  PANTALLA-RECIBIR-DATOS ON ESCAPE GO FIN.
            DISPLAY PANTALLA-LOCALIDADES
            ACCEPT  PANTALLA-LOCALIDADES ON ESCAPE GO FIN.
            PERFORM GRABAR-ALTAS.

       BAJAS.
       MODIFICACIONES.
              MOVE 07 TO IND
              PERFORM ENVIAR-MENSAJES
              MOVE SPACES TO W-CLAVE
              DISPLAY PANTALLA-MODIFICAR-DATOS
              DISPLAY PANTALLA-MOSTRAR-CODIGO
              DISPLAY PANTALLA-INCIDENCIAS
              ACCEPT PANTALLA-MODIFICAR-DATOS ON ESCAPE GO FIN.
              DISPLAY PANTALLA-LOCALIDADES
              ACCEPT  PANTALLA-LOCALIDADES ON ESCAPE GO FIN.
              PERFORM GRABAR-MODIFICACIONES.

      *-- EN EL ALTA LA CLAVE NO PUEDE QUEDAR EN BLANCO (EN LA      --*
      *-- MODIFICACION, EN BLANCO NO SE CAMBIA); LA QUE SE TECLEE     --*
      *-- DEBE TENER AL MENOS 6 CARACTERES CON LETRA Y NUMERO (VER    --*
      *-- "VALIDAR-CLAVE"), Y EL NIVEL DEBE SER 1 A 9. LA LISTA DE    --*
      *-- LOCALIDADES SE VALIDA EN "VALIDAR-LOCALIDADES".             --*
       VALIDAR-CAMPOS.
               MOVE 0 TO IND VAL
               IF W-CLAVE = SPACES AND OP = 1
                 MOVE 17  TO VAL
               END-IF.
               IF VAL = 0 AND W-CLAVE NOT = SPACES
                 PERFORM VALIDAR-CLAVE
                 IF W-LONG-CLAVE < 6 OR W-TIENE-LETRA = "N"
                    OR W-TIENE-NUM = "N"
               IF VAL = 0 AND UNIVEL = 0
                 MOVE 18  TO VAL
               END-IF.
               IF VAL = 0
                 PERFORM VALIDAR-LOCALIDADES
               END-IF.
               IF VAL > 0
                 MOVE "X" TO OP-SN
               END-IF.

      *-- LARGO REAL DE "W-CLAVE" (SIN CONTAR BLANCOS A LA DERECHA) Y--*
      *-- SI TIENE AL MENOS UNA LETRA Y UN NUMERO, CARACTER A        --*
      *-- CARACTER (VER "EXAMINAR-CARACTER-CLAVE").                  --*
       VALIDAR-CLAVE.
              BY 1 UNTIL IND-CLAVE > 8.

       EXAMINAR-CARACTER-CLAVE.
           MOVE W-CLAVE (IND-CLAVE:1) TO W-CAR-CLAVE.
           IF W-CAR-CLAVE NOT = SPACE
              MOVE IND-CLAVE TO W-LONG-CLAVE
              IF (W-CAR-CLAVE >= "A" AND W-CAR-CLAVE <= "Z")
              END-IF
           END-IF.

      *-- "ULTODAS" EN S/N; CON "N" TIENE QUE HABER AL MENOS UNA  --*
      *-- LOCALIDAD Y TODAS DEBEN EXISTIR EN "LOCALIDAD.IND".     --*
       VALIDAR-LOCALIDADES.
           IF ULTODAS NOT = "S" AND ULTODAS NOT = "N"
              MOVE 19 TO VAL
           END-IF.
           IF VAL = 0 AND ULTODAS = "N"
              MOVE 0 TO W-CANT-ULC
              OPEN INPUT MAELOC
              PERFORM VALIDAR-UNA-LOC VARYING IND-ULC FROM 1 BY 1
                 UNTIL IND-ULC > 10
              CLOSE MAELOC
              IF VAL = 0 AND W-CANT-ULC = 0
                 MOVE 21 TO VAL
              END-IF
           END-IF.

       VALIDAR-UNA-LOC.
           IF ULLOC (IND-ULC) NOT = 0
              ADD 1 TO W-CANT-ULC
              MOVE ULLOC (IND-ULC) TO MLOC
              READ MAELOC INVALID KEY
                 MOVE 20 TO VAL
              END-READ
           END-IF.

      *-- LA LISTA SE GRABA JUNTO CON EL USUARIO (ALTA O MODIF.) --*
       GRABAR-LOCALIDADES.
           MOVE UUSU TO ULUSU.
           REWRITE R-ULC INVALID KEY
              WRITE R-ULC INVALID KEY
                 DISPLAY MENSAJE(09) LINE 23, POSITION 26
              END-WRITE
           END-REWRITE.

       GRABAR-ALTAS.
                 PERFORM VALIDAR-CAMPOS
              IF VAL = 0
                   MOVE 01 TO IND
                   PERFORM ENVIAR-MENSAJES
                   DISPLAY PANTALLA-INCIDENCIAS
                   PERFORM CIFRAR-CLAVE
                   MOVE 0 TO UFALLOS
                   MOVE "N" TO UBLOQ
                   WRITE R-USU INVALID KEY
                   DISPLAY MENSAJE(09) LINE 23, POSITION 26 GO TO FIN
                   END-WRITE
                   PERFORM GRABAR-LOCALIDADES
                 ELSE IF OP-SN = "N"
                   MOVE 05 TO IND
                   PERFORM ENVIAR-MENSAJES
                 DISPLAY PANTALLA-INCIDENCIAS
                 DISPLAY  P-PIE
                 ACCEPT  PANTALLA-RECIBIR-DATOS
                 ACCEPT  PANTALLA-LOCALIDADES
                 GO GRABAR-ALTAS
             END-IF.

                  DISPLAY PANTALLA-INCIDENCIAS
                  DELETE USUARIO INVALID KEY
                  DISPLAY MENSAJE(09) LINE 23, POSITION 26  GO TO FIN
                  END-DELETE
                  MOVE UUSU TO ULUSU
                  DELETE USULOC INVALID KEY
                     CONTINUE
                  END-DELETE
               ELSE
                   MOVE 16 TO IND
                   PERFORM ENVIAR-MENSAJES
                  MOVE 03 TO IND
                   PERFORM ENVIAR-MENSAJES
                   DISPLAY PANTALLA-INCIDENCIAS
                   IF W-CLAVE NOT = SPACES
                      PERFORM CIFRAR-CLAVE
                   END-IF
      *-- AL DESBLOQUEAR ("N") EL CONTADOR DE FALLOS VUELVE A CERO --*
                   IF UBLOQ NOT = "S"
                      MOVE "N" TO UBLOQ
                   END-IF
                  REWRITE R-USU INVALID KEY
                  DISPLAY MENSAJE(09) LINE 23, POSITION 26 GO TO FIN
                  END-REWRITE
                  PERFORM GRABAR-LOCALIDADES
                 ELSE IF OP-SN = "N"
                   MOVE 08 TO IND
                   PERFORM ENVIAR-MENSAJES
                DISPLAY MENSAJE(VAL) LINE 23, POSITION 26
                MOVE 0 TO VAL
                ACCEPT  PANTALLA-MODIFICAR-DATOS
                ACCEPT  PANTALLA-LOCALIDADES
                GO TO GRABAR-MODIFICACIONES
             END-IF.

      *-- GRABA LA CLAVE TECLEADA CIFRADA CON UNA SAL NUEVA (VER    --*
      *-- "CIFRCLV") Y LE RECALCULA EL VENCIMIENTO. COMO LA ELIGIO   --*
      *-- EL ADMINISTRADOR Y NO EL OPERADOR, QUEDA "UCAMBIO" EN "S": --*
      *-- "LOGIN" LE PIDE UNA PROPIA AL PRIMER INGRESO.             --*
       CIFRAR-CLAVE.
           MOVE "N" TO W-ACCION.
           CALL   "CIFRCLV" USING W-ACCION UUSU USAL W-CLAVE UHASH
           CANCEL "CIFRCLV".
           MOVE SPACES TO W-CLAVE.
           MOVE "S" TO UCAMBIO.
           PERFORM CALCULAR-VENCIMIENTO.

       ENVIAR-MENSAJES.
           MOVE MENSAJE(IND) TO INCIDENCIA-P.
           DISPLAY MENSAJE(12)  LINE 22, POSITION 60.
