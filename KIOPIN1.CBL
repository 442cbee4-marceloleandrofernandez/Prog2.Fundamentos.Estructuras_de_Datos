      *-- PIN DEL KIOSCO DE AUTOCONSULTA: RR.HH. ASIGNA A CADA      --*
      *-- EMPLEADO UN PIN PROVISORIO EN "PINEMP.IND" (VER           --*
      *-- COPY/PINREC.CPY) QUE EL KIOSCO LE OBLIGA A CAMBIAR AL     --*
      *-- PRIMER INGRESO. VOLVER A ASIGNARLO ES TAMBIEN LA UNICA    --*
      *-- FORMA DE DESBLOQUEAR UN PIN TRAS TRES FALLOS, Y QUITARLO  --*
      *-- CORTA EL ACCESO DEL EMPLEADO AL KIOSCO.                   --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIOPIN1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01", SOLO LECTURA --*
           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

      *-- UN PIN POR LEGAJO --*
           SELECT PINEMP ASSIGN TO DISK "PINEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PICA
           FILE STATUS IS FSTPIN.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

        FD PINEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS R-PIN.
           COPY PINREC.

       WORKING-STORAGE SECTION.
       77 TECLA              PIC X.
       77 FST                PIC XX.
       77 FSTPIN             PIC XX.
       77 SUBRAYADO          PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR         PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK         PIC X     VALUE "N".
       77 W-NIVEL            PIC 9(1)  VALUE 0.

       77 W-MCA              PIC 9(08) VALUE 0.
       77 W-FECHA-HOY        PIC 9(08) VALUE 0.
       77 W-NOMBRE           PIC X(30) VALUE SPACES.
       77 W-EXISTE-PIN       PIC X     VALUE "N".
       77 W-ESTADO           PIC X(20) VALUE SPACES.
       77 W-FIN              PIC X     VALUE "N".
       77 W-OK               PIC X     VALUE "N".
       77 W-ACCION           PIC X     VALUE SPACE.
       77 W-PIN-NUEVO        PIC 9(04) VALUE 0.
       77 CONT-ASIG          PIC 9(05) VALUE 0.
       77 CONT-QUIT          PIC 9(05) VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 22 REVERSE
              VALUE "PIN DEL KIOSCO DE AUTOCONSULTA".

       01  PANTALLA-PEDIR-CODIGO AUTO.
           02 LINE 04 COLUMN 05 VALUE
              "CODIGO DE EMPLEADO (0 = TERMINAR): ".
           02 LINE 04 COLUMN 41 PIC 9(08) TO W-MCA.

       01  PANTALLA-ESTADO.
           02 LINE 06 COLUMN 05 VALUE "EMPLEADO : ".
           02 LINE 06 COLUMN 17 PIC X(30) FROM W-NOMBRE.
           02 LINE 07 COLUMN 05 VALUE "PIN      : ".
           02 LINE 07 COLUMN 17 PIC X(20) FROM W-ESTADO.
           02 LINE 08 COLUMN 05 VALUE "FALLOS   : ".
           02 LINE 08 COLUMN 17 PIC 9 FROM PIFALLOS.
           02 LINE 09 COLUMN 05 VALUE "ULTIMO CAMBIO: ".
           02 LINE 09 COLUMN 21 PIC 9(08) FROM PIFECHA.
           02 LINE 09 COLUMN 31 VALUE "POR: ".
           02 LINE 09 COLUMN 36 PIC X(08) FROM PIOPER.

       01  PANTALLA-PEDIR-PIN AUTO.
           02 LINE 14 COLUMN 05 VALUE
              "PIN PROVISORIO (4 DIGITOS, NO 0000): ".
           02 LINE 14 COLUMN 43 PIC 9(04) TO W-PIN-NUEVO.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON PINEMP.
       ERROR-APERTURA.
           IF FSTPIN = "35"
              OPEN OUTPUT PINEMP
              CLOSE PINEMP
              OPEN I-O PINEMP
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- EL PIN DA ACCESO A DATOS DE SUELDO Y ASISTENCIA DEL --*
      *-- EMPLEADO: MISMO NIVEL QUE "MENPPAL" PIDE A "MODABM". --*
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
           MOVE "KIOPIN1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN I-O PINEMP.
           PERFORM ATENDER-UNO THRU ATENDER-UNO-EXIT
              UNTIL W-FIN = "S".
           CLOSE PINEMP.

           DISPLAY "PIN ASIGNADOS: " CONT-ASIG "  QUITADOS: "
              CONT-QUIT LINE 22 POSITION 05.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- PIDE EL LEGAJO, MUESTRA EL ESTADO DE SU PIN Y OFRECE  --*
      *-- ASIGNAR UNO NUEVO O QUITARLO; LEGAJO 0 TERMINA.       --*
       ATENDER-UNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE 0 TO W-MCA.
           DISPLAY PANTALLA-PEDIR-CODIGO.
           ACCEPT  PANTALLA-PEDIR-CODIGO ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO ATENDER-UNO-EXIT.
           IF W-MCA = 0
              MOVE "S" TO W-FIN
              GO TO ATENDER-UNO-EXIT.

           OPEN INPUT MAESTRO.
           MOVE W-MCA TO MCA.
           READ MAESTRO INVALID KEY MOVE "99" TO FST.
           CLOSE MAESTRO.
           IF FST NOT = "00"
              DISPLAY "** ESE EMPLEADO NO EXISTE EN EL MAESTRO **"
                 LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-UNO-EXIT.
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
                 " SU USUARIO **" LINE 19 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-UNO-EXIT.
           MOVE MAN TO W-NOMBRE.

           PERFORM LEER-PIN.
           DISPLAY PANTALLA-ESTADO.
           DISPLAY "A = ASIGNAR PIN NUEVO   Q = QUITAR PIN   "
              "ENTER = NADA: " LINE 12 POSITION 05.
           MOVE SPACE TO W-ACCION.
           ACCEPT W-ACCION LINE 12 POSITION 60.
           IF W-ACCION = "A"
              PERFORM ASIGNAR-PIN THRU ASIGNAR-PIN-EXIT
           ELSE IF W-ACCION = "Q"
              PERFORM QUITAR-PIN THRU QUITAR-PIN-EXIT
           END-IF.
       ATENDER-UNO-EXIT.
           EXIT.

       LEER-PIN.
           MOVE "N" TO W-EXISTE-PIN.
           MOVE W-MCA TO PICA.
           READ PINEMP INVALID KEY MOVE "23" TO FSTPIN.
           IF FSTPIN = "00"
              MOVE "S" TO W-EXISTE-PIN
              IF PIBLOQ = "S"
                 MOVE "BLOQUEADO" TO W-ESTADO
              ELSE IF PICAMB = "S"
                 MOVE "PROVISORIO" TO W-ESTADO
              ELSE
                 MOVE "ACTIVO" TO W-ESTADO
              END-IF
           ELSE
              MOVE W-MCA TO PICA
              MOVE 0 TO PIPIN PIFALLOS PIFECHA
              MOVE SPACES TO PIBLOQ PICAMB PIOPER
              MOVE "SIN PIN ASIGNADO" TO W-ESTADO
           END-IF.

      *-- EL PIN NUEVO SIEMPRE ES PROVISORIO Y LIMPIA FALLOS Y --*
      *-- BLOQUEO: ES LO QUE RR.HH. HACE CUANDO EL EMPLEADO LO --*
      *-- OLVIDO O LO BLOQUEO.                                 --*
       ASIGNAR-PIN.
           MOVE 0 TO W-PIN-NUEVO.
           DISPLAY PANTALLA-PEDIR-PIN.
           ACCEPT  PANTALLA-PEDIR-PIN ON ESCAPE
              GO TO ASIGNAR-PIN-EXIT.
           IF W-PIN-NUEVO = 0
              DISPLAY "** EL PIN 0000 NO SE ACEPTA **"
                 LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ASIGNAR-PIN-EXIT.
           MOVE W-MCA       TO PICA.
           MOVE W-PIN-NUEVO TO PIPIN.
           MOVE 0           TO PIFALLOS.
           MOVE "N"         TO PIBLOQ.
           MOVE "S"         TO PICAMB.
           MOVE W-FECHA-HOY TO PIFECHA.
           MOVE W-OPERADOR  TO PIOPER.
           MOVE "S" TO W-OK.
           IF W-EXISTE-PIN = "S"
              REWRITE R-PIN INVALID KEY
                 MOVE "N" TO W-OK
              END-REWRITE
           ELSE
              WRITE R-PIN INVALID KEY
                 MOVE "N" TO W-OK
              END-WRITE
           END-IF.
           IF W-OK = "N"
              DISPLAY "** ERROR AL GRABAR EL PIN **"
                 LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ASIGNAR-PIN-EXIT.
           ADD 1 TO CONT-ASIG.
           DISPLAY "PIN ASIGNADO: ENTREGUELO AL EMPLEADO, LO CAMBIARA"
              " EN EL KIOSCO" LINE 19 POSITION 05.
           ACCEPT TECLA.
       ASIGNAR-PIN-EXIT.
           EXIT.

       QUITAR-PIN.
           IF W-EXISTE-PIN = "N"
              GO TO QUITAR-PIN-EXIT.
           DISPLAY "QUITA EL PIN (EL EMPLEADO NO PODRA USAR EL KIOSCO)"
              " S/N: " LINE 14 POSITION 05.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 14 POSITION 62.
           IF W-OK NOT = "S"
              GO TO QUITAR-PIN-EXIT.
           DELETE PINEMP INVALID KEY
              MOVE "N" TO W-OK
           END-DELETE.
           IF W-OK = "N"
              DISPLAY "** ERROR AL QUITAR EL PIN **"
                 LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO QUITAR-PIN-EXIT.
           ADD 1 TO CONT-QUIT.
       QUITAR-PIN-EXIT.
           EXIT.
