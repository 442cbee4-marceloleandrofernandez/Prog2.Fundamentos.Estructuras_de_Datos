      *** REGISTRO DE SESIONES ABIERTAS: NADA IMPEDIA QUE UN MISMO   ***
      *** OPERADOR ESTUVIERA ADENTRO EN TRES TERMINALES A LA VEZ, NI ***
      *** QUE UNA SESION QUEDARA ABIERTA TODO EL FIN DE SEMANA EN    ***
      *** UNA PC SIN NADIE, CON SUS BLOQUEOS DE "LOCKMAE.IND"        ***
      *** TOMADOS. "LOGIN" ABRE LA SESION ("A") Y RECHAZA UNA        ***
      *** SEGUNDA DESDE OTRA TERMINAL MIENTRAS LA PRIMERA ESTE       ***
      *** ACTIVA; "MENPPAL" VERIFICA LA INACTIVIDAD CADA VEZ QUE EL  ***
      *** OPERADOR VUELVE AL MENU ("V") Y CIERRA AL SALIR ("C");     ***
      *** "SESADM1" FINALIZA LA DE OTRO OPERADOR ("F"). AL CERRAR    ***
      *** POR INACTIVIDAD, TOMAR UNA SESION INACTIVA O FINALIZARLA   ***
      *** SE LIBERAN LOS BLOQUEOS DEL OPERADOR (MISMO BORRADO QUE    ***
      *** "LOCKADM"). AREA DE COMUNICACION EN COPY/SESWREC.CPY.      ***
      *** EL REGISTRO Y LOS BLOQUEOS QUE SE LIBERAN SON SIEMPRE LOS  ***
      *** DE PRODUCCION, AUNQUE EL OPERADOR TRABAJE EN LA COPIA DE   ***
      *** ENTRENAMIENTO ("ENTORNO"): UNA SOLA SESION POR OPERADOR EN ***
      *** CUALQUIER AMBIENTE (VER "ARMAR-NOMBRES").                  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SESCTL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- SESIONES ABIERTAS (VER COPY/SESAREC.CPY) --*
           SELECT SESACT ASSIGN TO DISK W-NOM-SES
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SAUSU
           FILE STATUS IS FSTSES.

      *-- LAYOUT COMPARTIDO CON "MODABM"/"LOCKADM" --*
           SELECT LOCKMAE ASSIGN TO DISK W-NOM-LCK
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LMCA
           FILE STATUS IS FSTLCK.

       DATA DIVISION.
       FILE SECTION.
       FD  SESACT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-SES R-SESP.
           COPY SESAREC.

        FD LOCKMAE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS R-LOCK.

         01 R-LOCK.
            02 LMCA   PIC 9(08).
            02 LOPER  PIC X(08).

       WORKING-STORAGE SECTION.
       77 FSTSES           PIC XX.
       77 FSTLCK           PIC XX.
       77 FIN-LCK          PIC X     VALUE "N".
       77 W-TERMINAL       PIC X(15) VALUE SPACES.
       77 W-LIMITE         PIC 9(03) VALUE 60.
       01 W-FECHA-HOY.
          02 W-HOY-ANIO    PIC 9(04).
          02 W-HOY-MES     PIC 99.
          02 W-HOY-DIA     PIC 99.
       01 W-FECHA-HOY-N REDEFINES W-FECHA-HOY PIC 9(08).
       01 W-HORA-AHORA.
          02 W-AHORA-HH    PIC 99.
          02 W-AHORA-MM    PIC 99.
          02 W-AHORA-SS    PIC 99.
          02 FILLER        PIC 9(04).
       77 W-HORA-HHMM      PIC 9(04) VALUE 0.

      *-- FECHA/HORA DESDE LA QUE SE CUENTAN LOS MINUTOS --*
       01 W-DESDE-FECHA.
          02 W-DESDE-ANIO  PIC 9(04).
          02 W-DESDE-MES   PIC 99.
          02 W-DESDE-DIA   PIC 99.
       01 W-DESDE-FECHA-N REDEFINES W-DESDE-FECHA PIC 9(08).
       01 W-DESDE-HORA.
          02 W-DESDE-HH    PIC 99.
          02 W-DESDE-MM    PIC 99.
       01 W-DESDE-HORA-N REDEFINES W-DESDE-HORA PIC 9(04).

      *-- DIAS ACUMULADOS AL COMIENZO DE CADA MES (ANIO NO BISIESTO) --*
       01 TABLA-DIAS-PREVIOS.
          02 FILLER PIC 9(03) VALUE 000.
          02 FILLER PIC 9(03) VALUE 031.
          02 FILLER PIC 9(03) VALUE 059.
          02 FILLER PIC 9(03) VALUE 090.
          02 FILLER PIC 9(03) VALUE 120.
          02 FILLER PIC 9(03) VALUE 151.
          02 FILLER PIC 9(03) VALUE 181.
          02 FILLER PIC 9(03) VALUE 212.
          02 FILLER PIC 9(03) VALUE 243.
          02 FILLER PIC 9(03) VALUE 273.
          02 FILLER PIC 9(03) VALUE 304.
          02 FILLER PIC 9(03) VALUE 334.
       01 TABLA-DIAS-PREVIOS-R REDEFINES TABLA-DIAS-PREVIOS.
          02 DIAS-PREVIOS OCCURS 12 TIMES PIC 9(03).

      *-- CAMPOS DE TRABAJO DE "NUMERO-DIA" --*
       77 W-CALC-ANIO      PIC 9(04) VALUE 0.
       77 W-CALC-MES       PIC 99    VALUE 0.
       77 W-CALC-DIA       PIC 99    VALUE 0.
       77 W-NRO-DIA        PIC 9(07) VALUE 0.
       77 W-DIA-DESDE      PIC 9(07) VALUE 0.
       77 W-DIA-HASTA      PIC 9(07) VALUE 0.
       77 W-ANIOS-ANT      PIC 9(04) VALUE 0.
       77 W-CANT-4         PIC 9(04) VALUE 0.
       77 W-CANT-100       PIC 9(04) VALUE 0.
       77 W-CANT-400       PIC 9(04) VALUE 0.
       77 WBISIESTO        PIC X     VALUE "N".
       77 WCOCIENTE        PIC 9(04) VALUE 0.
       77 WRESTO4          PIC 99    VALUE 0.
       77 WRESTO100        PIC 99    VALUE 0.
       77 WRESTO400        PIC 999   VALUE 0.
       77 W-MINUTOS        PIC S9(09) VALUE 0.
      *-- NOMBRES DE "SESACT.IND" Y "LOCKMAE.IND" EN PRODUCCION --*
       77 W-NOM-SES        PIC X(80) VALUE "SESACT.IND".
       77 W-NOM-LCK        PIC X(80) VALUE "LOCKMAE.IND".
           COPY ENTMREC.

       LINKAGE SECTION.
           COPY SESWREC.

       PROCEDURE DIVISION USING SES-DATOS.
       INICIO.
           ACCEPT W-FECHA-HOY  FROM DATE YYYYMMDD.
           ACCEPT W-HORA-AHORA FROM TIME.
           COMPUTE W-HORA-HHMM = W-AHORA-HH * 100 + W-AHORA-MM.
           MOVE 0 TO SES-LIBERADOS.
           PERFORM ARMAR-NOMBRES.
           IF SES-ACCION = "M"
              MOVE SES-UFECHA TO W-DESDE-FECHA-N
              MOVE SES-UHORA  TO W-DESDE-HORA-N
              PERFORM CALCULAR-MINUTOS
              GO TO FIN.

           PERFORM TOMAR-TERMINAL.
           MOVE W-TERMINAL TO SES-TERMINAL.
           PERFORM ABRIR-SESIONES THRU F-ABRIR-SESIONES.
      *-- SIN REGISTRO DE SESIONES NO SE LE CIERRA LA PUERTA A NADIE --*
      *-- (IGUAL QUE "ACCLOC" SIN "USULOC.IND"): SE SIGUE COMO ANTES. --*
           IF FSTSES NOT = "00"
              MOVE "S" TO SES-RES
              GO TO FIN.

           IF SES-ACCION = "A"
              PERFORM ABRIR-SESION THRU F-ABRIR-SESION
           ELSE IF SES-ACCION = "V"
              PERFORM VERIFICAR-SESION THRU F-VERIFICAR-SESION
           ELSE IF SES-ACCION = "C"
              PERFORM CERRAR-SESION THRU F-CERRAR-SESION
           ELSE IF SES-ACCION = "F"
              PERFORM FINALIZAR-SESION THRU F-FINALIZAR-SESION
           END-IF.
           CLOSE SESACT.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- NOMBRE DE LA PC; SI EL SISTEMA OPERATIVO NO LO DA, TODAS  --*
      *-- LAS TERMINALES SIN NOMBRE CUENTAN COMO UNA SOLA.          --*
       TOMAR-TERMINAL.
           MOVE SPACES TO W-TERMINAL.
           DISPLAY "COMPUTERNAME" UPON ENVIRONMENT-NAME.
           ACCEPT W-TERMINAL FROM ENVIRONMENT-VALUE.
           IF W-TERMINAL = SPACES
              MOVE "CONSOLA" TO W-TERMINAL.

      *-- ANTES DE QUE "ENTORNO" TOME EL PREFIJO DE PRODUCCION NADIE  --*
      *-- LO CAMBIO Y EL NOMBRE RELATIVO ALCANZA; DESPUES SE ARMA EL  --*
      *-- CAMINO COMPLETO, QUE EL RUNTIME NO PREFIJA. SIN PREFIJO DE  --*
      *-- PRODUCCION ES EL DIRECTORIO DE TRABAJO ("./").              --*
       ARMAR-NOMBRES.
           MOVE "SESACT.IND"  TO W-NOM-SES.
           MOVE "LOCKMAE.IND" TO W-NOM-LCK.
           IF ENT-PROD-LEIDO = "S"
              MOVE SPACES TO W-NOM-SES W-NOM-LCK
              IF ENT-PROD = SPACES
                 MOVE "./SESACT.IND"  TO W-NOM-SES
                 MOVE "./LOCKMAE.IND" TO W-NOM-LCK
              ELSE
                 STRING ENT-PROD DELIMITED BY SPACE
                        "/SESACT.IND" DELIMITED BY SIZE
                    INTO W-NOM-SES
                 STRING ENT-PROD DELIMITED BY SPACE
                        "/LOCKMAE.IND" DELIMITED BY SIZE
                    INTO W-NOM-LCK
              END-IF
           END-IF.

      *-- ABRE "SESACT.IND" (LO CREA SI NO EXISTE) Y LEE LOS MINUTOS --*
      *-- PERMITIDOS DEL REGISTRO DE CONTROL.                        --*
       ABRIR-SESIONES.
           OPEN I-O SESACT.
           IF FSTSES = "35"
              OPEN OUTPUT SESACT
              CLOSE SESACT
              OPEN I-O SESACT
           END-IF.
           IF FSTSES NOT = "00"
              GO TO F-ABRIR-SESIONES.
           MOVE 60 TO W-LIMITE.
           MOVE SPACES TO SPCLAVE.
           READ SESACT INVALID KEY MOVE "23" TO FSTSES.
           IF FSTSES = "00"
              MOVE SPMINUT TO W-LIMITE
           END-IF.
           MOVE "00" TO FSTSES.
           MOVE W-LIMITE TO SES-LIMITE.
       F-ABRIR-SESIONES.
           EXIT.

      *-- INGRESO VALIDADO POR "LOGIN". LA MISMA TERMINAL ES LA MISMA --*
      *-- SESION (CADA PGM DEL MENU VUELVE A LLAMAR A "LOGIN"); OTRA  --*
      *-- TERMINAL SOLO ENTRA SI LA SESION ANTERIOR QUEDO INACTIVA.   --*
       ABRIR-SESION.
           MOVE SES-OPERADOR TO SAUSU.
           READ SESACT INVALID KEY MOVE "23" TO FSTSES.
           IF FSTSES NOT = "00"
              PERFORM ARMAR-SESION
              WRITE R-SES INVALID KEY
                 CONTINUE
              END-WRITE
              MOVE "S" TO SES-RES
              GO TO F-ABRIR-SESION.

           IF SATERM = W-TERMINAL
              PERFORM MARCAR-ACTIVIDAD
              REWRITE R-SES INVALID KEY
                 CONTINUE
              END-REWRITE
              MOVE "R" TO SES-RES
              GO TO F-ABRIR-SESION.

           PERFORM MINUTOS-INACTIVO.
           IF W-LIMITE = 0 OR SES-MINUTOS NOT > W-LIMITE
              MOVE "D" TO SES-RES
              MOVE SATERM   TO SES-TERMINAL
              MOVE SAUFECHA TO SES-UFECHA
              MOVE SAUHORA  TO SES-UHORA
              GO TO F-ABRIR-SESION.

           PERFORM LIBERAR-BLOQUEOS THRU F-LIBERAR-BLOQUEOS.
           PERFORM ARMAR-SESION.
           REWRITE R-SES INVALID KEY
              CONTINUE
           END-REWRITE.
           MOVE "T" TO SES-RES.
       F-ABRIR-SESION.
           EXIT.

      *-- EL OPERADOR VOLVIO A "MENPPAL": SI ALGUIEN LE FINALIZO LA  --*
      *-- SESION (O LA TOMO EN OTRA PC) NO SIGUE; SI ESTUVO INACTIVO --*
      *-- MAS DE LO PERMITIDO SE CIERRA; SI NO, SE MARCA ACTIVIDAD.  --*
       VERIFICAR-SESION.
           MOVE SES-OPERADOR TO SAUSU.
           READ SESACT INVALID KEY MOVE "23" TO FSTSES.
           IF FSTSES NOT = "00"
              MOVE "F" TO SES-RES
              GO TO F-VERIFICAR-SESION.
           IF SATERM NOT = W-TERMINAL
              MOVE "F" TO SES-RES
              GO TO F-VERIFICAR-SESION.

           PERFORM MINUTOS-INACTIVO.
           IF W-LIMITE NOT = 0 AND SES-MINUTOS > W-LIMITE
              DELETE SESACT RECORD INVALID KEY
                 CONTINUE
              END-DELETE
              PERFORM LIBERAR-BLOQUEOS THRU F-LIBERAR-BLOQUEOS
              MOVE "I" TO SES-RES
              GO TO F-VERIFICAR-SESION.

           PERFORM MARCAR-ACTIVIDAD.
           REWRITE R-SES INVALID KEY
              CONTINUE
           END-REWRITE.
           MOVE "S" TO SES-RES.
       F-VERIFICAR-SESION.
           EXIT.

      *-- SALIDA NORMAL DE "MENPPAL": SOLO SE BORRA LA SESION DE ESTA --*
      *-- TERMINAL (SI OTRA PC YA LA TOMO, ES DE ELLA).               --*
       CERRAR-SESION.
           MOVE "S" TO SES-RES.
           MOVE SES-OPERADOR TO SAUSU.
           READ SESACT INVALID KEY MOVE "23" TO FSTSES.
           IF FSTSES = "00" AND SATERM = W-TERMINAL
              DELETE SESACT RECORD INVALID KEY
                 CONTINUE
              END-DELETE
           END-IF.
       F-CERRAR-SESION.
           EXIT.

      *-- CIERRE FORZADO DESDE "SESADM1": BORRA LA SESION Y LIBERA    --*
      *-- LOS BLOQUEOS DEL OPERADOR AUNQUE YA NO TUVIERA SESION.      --*
       FINALIZAR-SESION.
           MOVE "N" TO SES-RES.
           MOVE SES-OPERADOR TO SAUSU.
           READ SESACT INVALID KEY MOVE "23" TO FSTSES.
           IF FSTSES = "00"
              DELETE SESACT RECORD INVALID KEY
                 CONTINUE
              END-DELETE
              MOVE "S" TO SES-RES
           END-IF.
           PERFORM LIBERAR-BLOQUEOS THRU F-LIBERAR-BLOQUEOS.
       F-FINALIZAR-SESION.
           EXIT.

       ARMAR-SESION.
           MOVE SPACES        TO R-SES.
           MOVE SES-OPERADOR  TO SAUSU.
           MOVE W-TERMINAL    TO SATERM.
           MOVE W-FECHA-HOY-N TO SAIFECHA.
           MOVE W-HORA-HHMM   TO SAIHORA.
           PERFORM MARCAR-ACTIVIDAD.

       MARCAR-ACTIVIDAD.
           MOVE W-FECHA-HOY-N TO SAUFECHA.
           MOVE W-HORA-HHMM   TO SAUHORA.

       MINUTOS-INACTIVO.
           MOVE SAUFECHA TO W-DESDE-FECHA-N.
           MOVE SAUHORA  TO W-DESDE-HORA-N.
           PERFORM CALCULAR-MINUTOS.

      *-- BORRA DE "LOCKMAE.IND" CADA BLOQUEO DEL OPERADOR; CON UNA --*
      *-- SOLA SESION POR OPERADOR, LOS QUE QUEDAN AL CERRARLA SON  --*
      *-- DE UN PGM QUE SE CORTO.                                   --*
       LIBERAR-BLOQUEOS.
           OPEN I-O LOCKMAE.
           IF FSTLCK NOT = "00"
              GO TO F-LIBERAR-BLOQUEOS.
           MOVE "N" TO FIN-LCK.
           PERFORM LIBERAR-UNO UNTIL FIN-LCK = "S".
           CLOSE LOCKMAE.
       F-LIBERAR-BLOQUEOS.
           EXIT.

       LIBERAR-UNO.
           READ LOCKMAE NEXT RECORD AT END MOVE "S" TO FIN-LCK.
           IF FIN-LCK = "N" AND LOPER = SES-OPERADOR
              DELETE LOCKMAE RECORD INVALID KEY
                 CONTINUE
              END-DELETE
              ADD 1 TO SES-LIBERADOS
           END-IF.

      *-- MINUTOS ENTRE "W-DESDE-FECHA"/"W-DESDE-HORA" Y AHORA, POR   --*
      *-- NUMERO DE DIA ABSOLUTO; UN RELOJ ATRASADO DA CERO.          --*
       CALCULAR-MINUTOS.
           MOVE W-DESDE-ANIO TO W-CALC-ANIO.
           MOVE W-DESDE-MES  TO W-CALC-MES.
           MOVE W-DESDE-DIA  TO W-CALC-DIA.
           PERFORM NUMERO-DIA.
           MOVE W-NRO-DIA TO W-DIA-DESDE.
           MOVE W-HOY-ANIO TO W-CALC-ANIO.
           MOVE W-HOY-MES  TO W-CALC-MES.
           MOVE W-HOY-DIA  TO W-CALC-DIA.
           PERFORM NUMERO-DIA.
           MOVE W-NRO-DIA TO W-DIA-HASTA.
           COMPUTE W-MINUTOS = (W-DIA-HASTA - W-DIA-DESDE) * 1440
              + W-AHORA-HH * 60 + W-AHORA-MM
              - W-DESDE-HH * 60 - W-DESDE-MM.
           IF W-MINUTOS < 0
              MOVE 0 TO W-MINUTOS.
           IF W-MINUTOS > 99999
              MOVE 99999 TO W-MINUTOS.
           MOVE W-MINUTOS TO SES-MINUTOS.

      *-- DIAS TRANSCURRIDOS DESDE EL 01/01/0001 HASTA LA FECHA DE    --*
      *-- "W-CALC-ANIO/MES/DIA" (CALENDARIO GREGORIANO).              --*
       NUMERO-DIA.
           IF W-CALC-MES < 1 OR W-CALC-MES > 12 OR W-CALC-ANIO = 0
              MOVE 0 TO W-NRO-DIA
           ELSE
              COMPUTE W-ANIOS-ANT = W-CALC-ANIO - 1
              DIVIDE W-ANIOS-ANT BY 4   GIVING W-CANT-4
              DIVIDE W-ANIOS-ANT BY 100 GIVING W-CANT-100
              DIVIDE W-ANIOS-ANT BY 400 GIVING W-CANT-400
              COMPUTE W-NRO-DIA = W-ANIOS-ANT * 365 + W-CANT-4
                 - W-CANT-100 + W-CANT-400
                 + DIAS-PREVIOS (W-CALC-MES) + W-CALC-DIA
              PERFORM CALCULAR-BISIESTO
              IF WBISIESTO = "S" AND W-CALC-MES > 2
                 ADD 1 TO W-NRO-DIA
              END-IF
           END-IF.

       CALCULAR-BISIESTO.
           MOVE "N" TO WBISIESTO.
           DIVIDE W-CALC-ANIO BY 4 GIVING WCOCIENTE REMAINDER WRESTO4.
           IF WRESTO4 = 0
              DIVIDE W-CALC-ANIO BY 100 GIVING WCOCIENTE
                 REMAINDER WRESTO100
              IF WRESTO100 NOT = 0
                 MOVE "S" TO WBISIESTO
              ELSE
                 DIVIDE W-CALC-ANIO BY 400 GIVING WCOCIENTE
                    REMAINDER WRESTO400
                 IF WRESTO400 = 0
                    MOVE "S" TO WBISIESTO
                 END-IF
              END-IF
           END-IF.
