      *** REAPERTURA DE UN PERIODO YA CONFIRMADO POR CONTABILIDAD.  ***
      *** UN PERIODO "C" EN "LIQINT.CTL" QUEDA BLOQUEADO: NINGUN    ***
      *** PROGRAMA QUE ALIMENTA "LIQCALC" ACEPTA CAMBIOS QUE CAIGAN ***
      *** EN ESE MES (VER "PERCERR") Y "INTLIQ1"/"LIQSAC1" NO LO    ***
      *** REGENERAN. PARA CORREGIRLO HAY QUE REABRIRLO ACA: SOLO UN ***
      *** OPERADOR NIVEL 9, CON MOTIVO OBLIGATORIO. EL PERIODO      ***
      *** VUELVE A "G" Y CADA REAPERTURA QUEDA EN "PERREAB.LOG"     ***
      *** CON FECHA, HORA, OPERADOR, MOTIVO Y LA CONFIRMACION QUE   ***
      *** SE DESHIZO. CONTABILIDAD TIENE QUE VOLVER A CONFIRMARLO   ***
      *** ("RECCON1") DESPUES DE LA REGENERACION.                   ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAPER1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- ESTADO DE CADA PERIODO, COMPARTIDO CON "INTLIQ1" --*
           SELECT LIQCTL ASSIGN TO DISK "LIQINT.CTL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPERIODO
           FILE STATUS IS FSTCTL.

      *-- AUDITORIA DE REAPERTURAS, SOLO SE AGREGAN LINEAS --*
           SELECT PERREAB ASSIGN TO DISK "PERREAB.LOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTREA.

       DATA DIVISION.
       FILE SECTION.
       FD  LIQCTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS R-CTL.
           COPY LIQCREC.

       FD  PERREAB
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS R-PREA.
           COPY PREAREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FSTCTL           PIC XX.
       77 FSTREA           PIC XX.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.

       77 W-PERIODO        PIC 9(06) VALUE 0.
       77 W-MOTIVO         PIC X(50) VALUE SPACES.
       77 W-APROB          PIC X     VALUE "N".
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       01 W-HORA-AHORA.
          02 W-AHORA-HMS   PIC 9(06).
          02 FILLER        PIC 9(02).

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           IF W-NIVEL < 9
              DISPLAY "** SE NECESITA NIVEL 9 PARA REABRIR UN"
                 " PERIODO **" LINE 24, POSITION 15
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "REAPERTURA DE PERIODO CONFIRMADO"
              LINE 01 POSITION 24.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "PERIODO (AAAAMM, AAAA13/14 SAC, 0 = TERMINAR): "
              LINE 04 POSITION 01.
           ACCEPT W-PERIODO LINE 04 POSITION 49.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO = 0
              GO TO FIN.

           OPEN I-O LIQCTL.
           IF FSTCTL NOT = "00"
              DISPLAY "** NO SE PUEDE ABRIR LIQINT.CTL **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           MOVE W-PERIODO TO CPERIODO.
           READ LIQCTL INVALID KEY
              DISPLAY "** ESE PERIODO NUNCA FUE GENERADO **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              CLOSE LIQCTL
              GO TO FIN.
           IF CESTADO NOT = "C"
              DISPLAY "** EL PERIODO NO ESTA CONFIRMADO, NO HAY NADA"
                 " QUE REABRIR **" LINE 24, POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              CLOSE LIQCTL
              GO TO FIN.

           DISPLAY "CONFIRMADO EL : " LINE 06 POSITION 01.
           DISPLAY CFECCON LINE 06 POSITION 17.
           DISPLAY "POR : " LINE 06 POSITION 27.
           DISPLAY COPERC LINE 06 POSITION 33.
           DISPLAY "EMPLEADOS : " LINE 07 POSITION 01.
           DISPLAY CREGS LINE 07 POSITION 17.
           DISPLAY "NETO (CTVOS) : " LINE 07 POSITION 27.
           DISPLAY CNETO LINE 07 POSITION 42.

      *-- SIN MOTIVO NO SE REABRE: LA AUDITORIA TIENE QUE DECIR POR --*
      *-- QUE SE TOCO UN MES QUE CONTABILIDAD YA HABIA ASENTADO.    --*
           PERFORM PEDIR-MOTIVO THRU PEDIR-MOTIVO-EXIT.
           IF W-MOTIVO = SPACES
              CLOSE LIQCTL
              GO TO FIN.

           DISPLAY "CONFIRMA LA REAPERTURA S/N: " LINE 12 POSITION 01.
           ACCEPT W-APROB LINE 12 POSITION 29.
           IF W-APROB NOT = "S"
              CLOSE LIQCTL
              GO TO FIN.

      *-- PRIMERO LA AUDITORIA: SI NO SE PUEDE GRABAR, EL PERIODO --*
      *-- QUEDA COMO ESTABA.                                      --*
           PERFORM GRABAR-AUDITORIA THRU GRABAR-AUDITORIA-EXIT.
           IF FSTREA NOT = "00"
              DISPLAY "** NO SE PUEDE GRABAR PERREAB.LOG, EL PERIODO"
                 " SIGUE CONFIRMADO **" LINE 24, POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              CLOSE LIQCTL
              GO TO FIN.

           MOVE "G" TO CESTADO.
           MOVE 0 TO CFECCON.
           MOVE SPACES TO COPERC.
           REWRITE R-CTL.
           CLOSE LIQCTL.
           DISPLAY "PERIODO " LINE 14 POSITION 05.
           DISPLAY W-PERIODO LINE 14 POSITION 13.
           DISPLAY " REABIERTO (QUEDA GENERADO, SIN CONFIRMAR)"
              LINE 14 POSITION 19.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- SE REPITE HASTA QUE ESCRIBAN ALGO; ESC ABANDONA --*
       PEDIR-MOTIVO.
           MOVE SPACES TO W-MOTIVO.
           DISPLAY "MOTIVO (OBLIGATORIO):" LINE 09 POSITION 01.
           ACCEPT W-MOTIVO LINE 10 POSITION 01
              ON ESCAPE GO TO PEDIR-MOTIVO-EXIT.
           IF W-MOTIVO = SPACES
              DISPLAY "** DEBE INGRESAR EL MOTIVO DE LA REAPERTURA **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " LINE 24 POSITION 01 ERASE EOL
              GO TO PEDIR-MOTIVO.
       PEDIR-MOTIVO-EXIT.
           EXIT.

      *-- AGREGA UNA LINEA AL FINAL; SI "PERREAB.LOG" NO EXISTE LO --*
      *-- CREA ANTES (MISMO ARREGLO QUE "BATCHLOG").               --*
       GRABAR-AUDITORIA.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           ACCEPT W-HORA-AHORA FROM TIME.
           OPEN EXTEND PERREAB.
           IF FSTREA = "35"
              OPEN OUTPUT PERREAB
              CLOSE PERREAB
              OPEN EXTEND PERREAB
           END-IF.
           IF FSTREA NOT = "00"
              GO TO GRABAR-AUDITORIA-EXIT.
           MOVE W-PERIODO    TO RAPERIODO.
           MOVE W-FECHA-HOY  TO RAFECHA.
           MOVE W-AHORA-HMS  TO RAHORA.
           MOVE W-OPERADOR   TO RAOPER.
           MOVE CFECCON      TO RAFECCON.
           MOVE COPERC       TO RAOPERC.
           MOVE W-MOTIVO     TO RAMOTIVO.
           WRITE R-PREA.
           CLOSE PERREAB.
       GRABAR-AUDITORIA-EXIT.
           EXIT.
