      *-- CONVERSION UNICA DE "USUARIO.IND" A CLAVES CIFRADAS       --*
      *-- HASTA ACA EL MAESTRO DE USUARIOS GUARDABA "UCLAVE" A LA    --*
      *-- VISTA (27, VER "CONVLAY1"): CUALQUIERA QUE COPIARA EL      --*
      *-- ARCHIVO SE LLEVABA TODAS LAS CLAVES. EL LAYOUT NUEVO (60,  --*
      *-- "USUREC") GUARDA UNA SAL POR CUENTA Y LA CLAVE CIFRADA     --*
      *-- CON ELLA (VER "CIFRCLV"), MAS "UCAMBIO".                   --*
      *-- MISMO ESQUEMA QUE "CONVLAY1": LEE CON EL LAYOUT VIEJO,     --*
      *-- DESCARGA A "CONVERT.TMP", PIDE CONFIRMACION Y RECREA; CADA --*
      *-- CLAVE VIEJA SE CIFRA CON UNA SAL NUEVA (EL OPERADOR SIGUE  --*
      *-- ENTRANDO CON LA MISMA) Y "UCAMBIO" QUEDA EN "S", ASI       --*
      *-- "LOGIN" LE PIDE A CADA UNO UNA CLAVE NUEVA AL PROXIMO      --*
      *-- INGRESO: LAS VIEJAS ESTUVIERON A LA VISTA Y SE DAN POR     --*
      *-- CONOCIDAS. AL TERMINAR (O SI NO SE CONFIRMA) SE VACIA      --*
      *-- "CONVERT.TMP", QUE TENIA LAS CLAVES SIN CIFRAR.            --*
      *-- UN "USUARIO.IND" YA CONVERTIDO NO ABRE CON EL LAYOUT VIEJO --*
      *-- (STATUS "39") Y NO SE TOCA. NO LLAMA A "LOGIN" A PROPOSITO --*
      *-- (IGUAL QUE "CONVLAY1"): ANTES DE CONVERTIR, "LOGIN" NO     --*
      *-- PUEDE ABRIR EL MAESTRO.                                    --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCLV1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ****  VISTA CON EL LAYOUT VIEJO (SOLO LECTURA)  ****************
           SELECT VIEJO-USU ASSIGN TO DISK "USUARIO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VUUSU
           FILE STATUS IS FST-VUS.

      ****  VISTA CON EL LAYOUT NUEVO (SE RECREA)  *******************
           SELECT NUEVO-USU ASSIGN TO DISK "USUARIO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS UUSU
           FILE STATUS IS FST-NUS.

      *-- DESCARGA TEMPORAL CON EL REGISTRO VIEJO --*
           SELECT TMPSEC ASSIGN TO DISK "CONVERT.TMP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTTMP.

       DATA DIVISION.
       FILE SECTION.
      *-- LAYOUT VIEJO DE "USUARIO.IND" (27, CLAVE A LA VISTA) --*
       FD  VIEJO-USU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS R-VUS.
        01 R-VUS.
           02 VUUSU    PIC X(08).
           02 FILLER   PIC X(19).

      *-- LAYOUT NUEVO, EL MISMO DE LOS PROGRAMAS ACTUALES --*
       FD  NUEVO-USU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-USU.
           COPY USUREC.

       FD  TMPSEC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS R-TMP.
        01 R-TMP PIC X(27).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FST-VUS           PIC XX.
       77 FST-NUS           PIC XX.
       77 FSTTMP            PIC XX.
       77 FIN-ARCH          PIC X     VALUE "N".
       77 W-APROB           PIC X     VALUE SPACES.
       77 CONT-DESC         PIC 9(05) VALUE 0.
       77 CONT-CARG         PIC 9(05) VALUE 0.
       77 CONT-ERRORES      PIC 9(05) VALUE 0.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".

      *-- RENGLON DE "CONVERT.TMP" VISTO CON EL LAYOUT VIEJO --*
       01 T-USU.
          02 TUUSU    PIC X(08).
          02 TUCLAVE  PIC X(08).
          02 TUNIVEL  PIC 9(1).
          02 TUVENCE  PIC 9(08).
          02 TUFALLOS PIC 9(1).
          02 TUBLOQ   PIC X(1).

      *-- PARAMETRO DE "CIFRCLV": "N" = SAL NUEVA Y CIFRADO --*
       77 W-ACCION          PIC X     VALUE "N".

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
          02 BLANK SCREEN.
          02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
          02 LINE 03 COLUMN 22 REVERSE VALUE
             "CONVERSION DE USUARIO.IND A CLAVES CIFRADAS".
          02 LINE 05 COLUMN 01 PIC X(80) FROM SUBRAYADO.

       PROCEDURE DIVISION.
       INICIO.
           DISPLAY P-TITULO.
           PERFORM CONV-USUARIO THRU CONV-USUARIO-EXIT.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- AVISOS Y CONFIRMACION, LOS MISMOS DE "CONVLAY1" --*
       AVISAR-NO-VIEJO.
           DISPLAY "** EL ARCHIVO NO ABRE CON EL LAYOUT VIEJO: O NO"
              LINE 19, POSITION 05.
           DISPLAY "EXISTE O YA ESTA CONVERTIDO, NO SE TOCA NADA **"
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

      *-- DEJA "CONVERT.TMP" VACIO: NO DEBEN QUEDAR CLAVES A LA  --*
      *-- VISTA EN DISCO, SE HAYA CONVERTIDO O NO.               --*
       BORRAR-TEMPORAL.
           OPEN OUTPUT TMPSEC.
           CLOSE TMPSEC.

      *-- USUARIO.IND 27 -> 60 ----------------------------------------*
       CONV-USUARIO.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-USU.
           IF FST-VUS NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-USUARIO-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-USUARIO THRU DESC-USUARIO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-USU.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              PERFORM BORRAR-TEMPORAL
              GO TO CONV-USUARIO-EXIT.

           OPEN OUTPUT NUEVO-USU.
           OPEN INPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-USUARIO THRU CARG-USUARIO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-USU.
           PERFORM BORRAR-TEMPORAL.
           PERFORM MOSTRAR-RESULTADO.
       CONV-USUARIO-EXIT.
           EXIT.

       DESC-USUARIO.
           READ VIEJO-USU NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-USUARIO-EXIT.
           MOVE R-VUS TO R-TMP.
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-USUARIO-EXIT.
           EXIT.

      *-- LA CLAVE VIEJA SE CIFRA CON UNA SAL NUEVA; NIVEL,       --*
      *-- VENCIMIENTO Y BLOQUEO PASAN COMO ESTABAN. "UCAMBIO" EN  --*
      *-- "S" OBLIGA A ELEGIR CLAVE NUEVA EN EL PROXIMO INGRESO.  --*
       CARG-USUARIO.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-USUARIO-EXIT.
           MOVE R-TMP TO T-USU.
           MOVE TUUSU    TO UUSU.
           MOVE "N" TO W-ACCION.
           CALL   "CIFRCLV" USING W-ACCION UUSU USAL TUCLAVE UHASH
           CANCEL "CIFRCLV".
           MOVE TUNIVEL  TO UNIVEL.
           MOVE TUVENCE  TO UVENCE.
           MOVE TUFALLOS TO UFALLOS.
           MOVE TUBLOQ   TO UBLOQ.
           MOVE "S"      TO UCAMBIO.
           MOVE SPACES   TO T-USU.
           WRITE R-USU INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-CARG
           END-WRITE.
       CARG-USUARIO-EXIT.
           EXIT.
