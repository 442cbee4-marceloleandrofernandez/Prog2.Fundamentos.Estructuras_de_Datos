      *-- ADMINISTRACION DE SESIONES ABIERTAS ("SESACT.IND", VER      --*
      *-- "SESCTL"). LISTA CADA OPERADOR CON SU TERMINAL, INICIO,     --*
      *-- ULTIMA ACTIVIDAD Y MINUTOS INACTIVO; UN NIVEL 9 PUEDE       --*
      *-- FINALIZAR UNA SESION (SE LIBERAN TAMBIEN SUS BLOQUEOS DE    --*
      *-- "LOCKMAE.IND", COMO EN "LOCKADM") Y CAMBIAR LOS MINUTOS DE  --*
      *-- INACTIVIDAD PERMITIDOS ANTES DE QUE "MENPPAL" LA CIERRE.    --*
      *-- EL REGISTRO ES SIEMPRE EL DE PRODUCCION, TAMBIEN DESDE LA   --*
      *-- COPIA DE ENTRENAMIENTO (MISMO NOMBRE QUE ARMA "SESCTL").    --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESADM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT COMPARTIDO CON "SESCTL" --*
           SELECT SESACT ASSIGN TO DISK W-NOM-SES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SAUSU
           FILE STATUS IS FSTSES.

       DATA DIVISION.
       FILE SECTION.
       FD  SESACT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-SES R-SESP.
           COPY SESAREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FSTSES           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 CONT-LIN         PIC 99    VALUE 0.
       77 LIN-ACT          PIC 99    VALUE 0.
       77 CONT-SES         PIC 9(05) VALUE 0.
       77 CONT-FUERA       PIC 9(05) VALUE 0.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1) VALUE 0.
       77 OP-SN            PIC X.
       77 W-OPCION         PIC X     VALUE SPACE.
       77 W-OPER-FIN       PIC X(08) VALUE SPACES.
       77 W-MINUTOS-NUE    PIC 9(03) VALUE 0.
       77 W-LIMITE         PIC 9(03) VALUE 60.
      *-- "*" = INACTIVA MAS DE LO PERMITIDO (LA CIERRA "MENPPAL" --*
      *-- CUANDO EL OPERADOR VUELVA, U OTRA TERMINAL LA TOMA).    --*
       77 W-MARCA          PIC X     VALUE SPACE.
      *-- NOMBRE DE "SESACT.IND" EN PRODUCCION (VER "ARMAR-NOMBRE") --*
       77 W-NOM-SES        PIC X(80) VALUE "SESACT.IND".

      *-- SESION ABIERTA DE CADA OPERADOR (VER "SESCTL") --*
           COPY SESWREC.

       01 LIN-SESION.
          02 LS-USU        PIC X(08).
          02 FILLER        PIC X(02) VALUE SPACES.
          02 LS-TERM       PIC X(15).
          02 FILLER        PIC X(01) VALUE SPACES.
          02 LS-IFECHA     PIC 9999/99/99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 LS-IHORA      PIC 99B99.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 LS-UFECHA     PIC 9999/99/99.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 LS-UHORA      PIC 99B99.
          02 FILLER        PIC X(02) VALUE SPACES.
          02 LS-MINUTOS    PIC ZZZZ9.
          02 FILLER        PIC X(01) VALUE SPACES.
          02 LS-MARCA      PIC X(01).

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 03 COLUMN 26 REVERSE VALUE
              "ADMINISTRACION DE SESIONES ABIERTAS".

       01 P-OPCION AUTO.
           02 LINE 20 COLUMN 05 VALUE
              "F = FINALIZAR SESION, T = MINUTOS DE INACTIVIDAD : ".
           02 LINE 20 COLUMN 57 PIC X TO W-OPCION.

       01 P-PEDIR-OPER AUTO.
           02 LINE 21 COLUMN 05 VALUE
              "OPERADOR A DESCONECTAR (BLANCO = CANCELAR) : ".
           02 LINE 21 COLUMN 51 PIC X(08) TO W-OPER-FIN.

       01 P-PEDIR-MINUTOS AUTO.
           02 LINE 21 COLUMN 05 VALUE
              "MINUTOS DE INACTIVIDAD (0 = SIN LIMITE)    : ".
           02 LINE 21 COLUMN 51 PIC 9(03) USING W-MINUTOS-NUE.

       01 P-CONFIRMAR.
           02 LINE 22 COLUMN 05 VALUE
              "CONFIRMA S/N: ".

       PROCEDURE DIVISION.
       INICIO.
      *-- SOLO UN NIVEL 9 PUEDE CORTAR LA SESION DE OTRO OPERADOR --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           IF W-NIVEL < 9
              DISPLAY "** NIVEL DE ACCESO INSUFICIENTE **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.
           PERFORM ARMAR-NOMBRE.

       REPETIR.
           MOVE 0 TO CONT-SES CONT-FUERA CONT-LIN.
           OPEN INPUT SESACT.
           IF FSTSES = "35"
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              DISPLAY P-TITULO
              DISPLAY "** NO HAY SESIONES ABIERTAS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
      *-- CUALQUIER OTRO STATUS (BLOQUEADO, DANADO): NO SE LISTA --*
           IF FSTSES NOT = "00"
              DISPLAY "** NO SE PUDO ABRIR SESACT.IND (STATUS " FSTSES
                 ") **" LINE 24, POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           MOVE 60 TO W-LIMITE.
           MOVE SPACES TO SPCLAVE.
           READ SESACT INVALID KEY MOVE "23" TO FSTSES.
           IF FSTSES = "00"
              MOVE SPMINUT TO W-LIMITE
           END-IF.
           MOVE SPACES TO SAUSU.
           START SESACT KEY IS GREATER THAN SAUSU
              INVALID KEY MOVE "S" TO FIN-ARCH
              NOT INVALID KEY MOVE "N" TO FIN-ARCH
           END-START.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           IF FIN-ARCH = "N"
              PERFORM LEER-REGISTRO
           END-IF.
           PERFORM LISTAR-REGISTRO THRU LISTAR-REGISTRO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE SESACT.

           IF CONT-FUERA > 0
              DISPLAY "(" CONT-FUERA " SESIONES MAS NO ENTRAN EN"
                 " PANTALLA)" LINE 18, POSITION 05
           END-IF.
           DISPLAY "SESIONES: " CONT-SES "   LIMITE DE INACTIVIDAD: "
              W-LIMITE " MIN (0 = SIN LIMITE, * = EXCEDIDO)"
              LINE 19, POSITION 05.

           MOVE SPACE TO W-OPCION.
           DISPLAY P-OPCION.
           ACCEPT  P-OPCION ON ESCAPE GO TO FIN.
           IF W-OPCION = "F" OR W-OPCION = "f"
              PERFORM FINALIZAR-UNA THRU FINALIZAR-UNA-EXIT
              GO TO REPETIR
           END-IF.
           IF W-OPCION = "T" OR W-OPCION = "t"
              PERFORM CAMBIAR-LIMITE THRU CAMBIAR-LIMITE-EXIT
              GO TO REPETIR
           END-IF.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       ENCABEZADO.
           DISPLAY P-TITULO.
           DISPLAY "OPERADOR  TERMINAL        INICIO            "
              "ULT.ACTIVIDAD     INACTIVO" LINE 05, POSITION 03.
           DISPLAY SUBRAYADO LINE 06, POSITION 01.

       LEER-REGISTRO.
           READ SESACT NEXT RECORD AT END MOVE "S" TO FIN-ARCH.

      *-- CADA SESION CON SUS MINUTOS DE INACTIVIDAD (LOS CALCULA  --*
      *-- "SESCTL" CON LA ACCION "M", QUE NO ABRE ARCHIVOS).       --*
       LISTAR-REGISTRO.
           IF FIN-ARCH = "S" GO TO LISTAR-REGISTRO-EXIT.
           ADD 1 TO CONT-SES.
           MOVE "M"      TO SES-ACCION.
           MOVE SAUFECHA TO SES-UFECHA.
           MOVE SAUHORA  TO SES-UHORA.
           CALL   "SESCTL" USING SES-DATOS.
           CANCEL "SESCTL".
           MOVE SPACE TO W-MARCA.
           IF W-LIMITE NOT = 0 AND SES-MINUTOS > W-LIMITE
              MOVE "*" TO W-MARCA
           END-IF.
           IF CONT-LIN > 10
              ADD 1 TO CONT-FUERA
           ELSE
              MOVE SAUSU       TO LS-USU
              MOVE SATERM      TO LS-TERM
              MOVE SAIFECHA    TO LS-IFECHA
              MOVE SAIHORA     TO LS-IHORA
              MOVE SAUFECHA    TO LS-UFECHA
              MOVE SAUHORA     TO LS-UHORA
              MOVE SES-MINUTOS TO LS-MINUTOS
              MOVE W-MARCA     TO LS-MARCA
              COMPUTE LIN-ACT = 07 + CONT-LIN
              DISPLAY LIN-SESION LINE LIN-ACT, POSITION 03
              ADD 1 TO CONT-LIN
           END-IF.
           PERFORM LEER-REGISTRO.
       LISTAR-REGISTRO-EXIT.
           EXIT.

      *-- FINALIZA LA SESION DEL OPERADOR TECLEADO Y LIBERA SUS      --*
      *-- BLOQUEOS; LA PROPIA NO (SE CIERRA SALIENDO DEL MENU).      --*
       FINALIZAR-UNA.
           MOVE SPACES TO W-OPER-FIN.
           DISPLAY P-PEDIR-OPER.
           ACCEPT  P-PEDIR-OPER ON ESCAPE GO TO FINALIZAR-UNA-EXIT.
           IF W-OPER-FIN = SPACES
              GO TO FINALIZAR-UNA-EXIT.
           IF W-OPER-FIN = W-OPERADOR
              DISPLAY "** NO PUEDE FINALIZAR SU PROPIA SESION **"
                 LINE 24, POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FINALIZAR-UNA-EXIT.

           DISPLAY P-CONFIRMAR.
           ACCEPT  OP-SN LINE 22 POSITION 19.
           IF OP-SN NOT = "S" AND OP-SN NOT = "s"
              GO TO FINALIZAR-UNA-EXIT.

           MOVE "F"        TO SES-ACCION.
           MOVE W-OPER-FIN TO SES-OPERADOR.
           CALL   "SESCTL" USING SES-DATOS.
           CANCEL "SESCTL".
           IF SES-RES = "S"
              DISPLAY "SESION FINALIZADA, BLOQUEOS LIBERADOS: "
                 SES-LIBERADOS LINE 24, POSITION 15
           ELSE
              DISPLAY "ESE OPERADOR NO TENIA SESION, BLOQUEOS"
                 " LIBERADOS: " SES-LIBERADOS LINE 24, POSITION 10
           END-IF.
           ACCEPT TECLA.
       FINALIZAR-UNA-EXIT.
           EXIT.

      *-- MISMO CAMINO QUE "ARMAR-NOMBRES" EN "SESCTL": EN LA COPIA --*
      *-- DE ENTRENAMIENTO EL NOMBRE RELATIVO SERIA EL DE LA COPIA. --*
       ARMAR-NOMBRE.
           MOVE "SESACT.IND" TO W-NOM-SES.
           IF ENT-PROD-LEIDO = "S"
              MOVE SPACES TO W-NOM-SES
              IF ENT-PROD = SPACES
                 MOVE "./SESACT.IND" TO W-NOM-SES
              ELSE
                 STRING ENT-PROD DELIMITED BY SPACE
                        "/SESACT.IND" DELIMITED BY SIZE
                    INTO W-NOM-SES
              END-IF
           END-IF.

      *-- GRABA LOS MINUTOS PERMITIDOS EN EL REGISTRO DE CONTROL --*
       CAMBIAR-LIMITE.
           MOVE W-LIMITE TO W-MINUTOS-NUE.
           DISPLAY P-PEDIR-MINUTOS.
           ACCEPT  P-PEDIR-MINUTOS ON ESCAPE
              GO TO CAMBIAR-LIMITE-EXIT.
           OPEN I-O SESACT.
           IF FSTSES NOT = "00"
              DISPLAY "** NO SE PUDO ABRIR SESACT.IND (STATUS " FSTSES
                 ") **" LINE 24, POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CAMBIAR-LIMITE-EXIT.
           MOVE SPACES TO R-SESP.
           MOVE W-MINUTOS-NUE TO SPMINUT.
           WRITE R-SESP INVALID KEY
              REWRITE R-SESP INVALID KEY
                 CONTINUE
              END-REWRITE
           END-WRITE.
           CLOSE SESACT.
       CAMBIAR-LIMITE-EXIT.
           EXIT.
