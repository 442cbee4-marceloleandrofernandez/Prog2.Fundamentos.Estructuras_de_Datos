      *** ANTES DE DEJAR ENTRAR A "MODABM" U "ORDMA-01". DEVUELVE EL ***
      *** USUARIO VALIDADO PARA QUE EL LLAMADOR LO ESTAMPE EN EL     ***
      *** HISTORIAL DE MODIFICACIONES Y EN EL RESPALDO DE BAJAS.     ***
      *** LA CLAVE TECLEADA SE CIFRA CON LA SAL DE LA CUENTA ("CIFR- ***
      *** CLV") Y SE COMPARA CONTRA "UHASH": LA CLAVE NO SE GUARDA.  ***
      *** SI LA CUENTA TIENE "UCAMBIO" EN "S" (CONVERTIDA CON        ***
      *** "CONVCLV1" O CLAVE ASIGNADA POR UN NIVEL 9 EN "MODUSU"),   ***
      *** EL OPERADOR ELIGE UNA CLAVE NUEVA ANTES DE ENTRAR.         ***
      *** UN INGRESO VALIDO ABRE (O RENUEVA) LA SESION DEL OPERADOR  ***
      *** EN "SESACT.IND" ("SESCTL"); SI YA TIENE UNA ACTIVA EN OTRA ***
      *** TERMINAL, EL INGRESO SE RECHAZA Y QUEDA EN "LOGIN.LOG" CON ***
      *** RESULTADO "D".                                             ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOGIN.
       ENVIRONMENT DIVISION.
      *-- LAYOUT COMPARTIDO CON "MODUSU" --*
        FD USUARIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-USU.
           COPY USUREC.

      *-- UNA LINEA POR CADA INTENTO, LO HAYA VALIDADO O NO; "LGRES" --*
      *-- "S" = VALIDO, "N" = RECHAZADO, "D" = CLAVE CORRECTA PERO   --*
      *-- CON OTRA SESION ACTIVA EN OTRA TERMINAL.                   --*
        FD LOGINLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
       77 W-INTENTOS    PIC 9 VALUE 0.
       77 TECLA         PIC X.

      *-- PARAMETROS DE "CIFRCLV": "V" CIFRA CON LA SAL DE LA CUENTA, --*
      *-- "N" GENERA UNA SAL NUEVA (CAMBIO OBLIGADO DE CLAVE).        --*
       77 W-ACCION      PIC X     VALUE "V".
       77 W-HASH        PIC X(32) VALUE SPACES.

      *-- CLAVE NUEVA DEL CAMBIO OBLIGADO, TECLEADA DOS VECES; MISMA  --*
      *-- REGLA DE FORTALEZA Y VIGENCIA QUE "CAMBPAS"/"MODUSU".       --*
       77 W-CLAVE-1     PIC X(08) VALUE SPACES.
       77 W-CLAVE-2     PIC X(08) VALUE SPACES.
       77 W-DIAS-VIGENCIA          PIC 9(03) VALUE 90.

      *-- SESION ABIERTA DEL OPERADOR (VER "SESCTL") --*
           COPY SESWREC.

      *-- DIAS DE CADA MES, FEBRERO SE AJUSTA SI ES BISIESTO, MISMA
      *-- TABLA QUE "CAMBPAS"/"ABMUSU" USAN PARA SUS CUENTAS DE FECHAS.
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

      *-- CAMPOS DE TRABAJO DE "CALCULAR-VENCIMIENTO", LOS MISMOS QUE
      *-- "CAMBPAS" (VER "CALCULAR-DOY"/"CALCULAR-BISIESTO" ALLI).
       77 W-CALC-ANIO              PIC 9(04).
       77 W-CALC-MES               PIC 99.
       77 W-CALC-DIA               PIC 99.
       77 W-CALC-DOY               PIC 9(04).
       77 W-ACUM-DIAS              PIC 9(04).
       77 W-REM-DIAS               PIC 9(04).
       77 W-DIAS-MES-ACT           PIC 99.
       77 W-DIAS-ANIO              PIC 9(04).
       77 IND-MES                  PIC 99.
       77 WBISIESTO                PIC X     VALUE "N".
       77 WCOCIENTE                PIC 9(04) VALUE 0.
       77 WRESTO4                  PIC 99    VALUE 0.
       77 WRESTO100                PIC 99    VALUE 0.
       77 WRESTO400                PIC 999   VALUE 0.

      *-- RESULTADO DE "VALIDAR-CLAVE" (MISMA REGLA QUE "CAMBPAS") --*
       77 W-LONG-CLAVE             PIC 99    VALUE 0.
       77 W-TIENE-LETRA            PIC X     VALUE "N".
       77 W-TIENE-NUM              PIC X     VALUE "N".
       77 IND-CLAVE                PIC 9     VALUE 0.
       77 W-CAR-CLAVE              PIC X     VALUE SPACE.

           COPY ENTMREC.
       LINKAGE SECTION.
      *-- USUARIO VALIDADO (PARA ESTAMPAR EN HISTORIAL/BAJAS);      --*
      *-- QUEDA EN BLANCO SI "LK-OK" VUELVE EN "N".                 --*
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 09 COLUMN 24 REVERSE VALUE
              "INGRESO AL SISTEMA DE PERSONAL".
           02 LINE 11 COLUMN 01 PIC X(80) FROM SUBRAYADO.
           02 LINE 15 COLUMN 24 VALUE "CLAVE  : ".
           02 LINE 15 COLUMN 40 PIC X(08) SECURE TO W-CLAVE.

       01  PANTALLA-CAMBIO AUTO.
           02 LINE 13 COLUMN 24 VALUE "NUEVA CLAVE : ".
           02 LINE 13 COLUMN 40 PIC X(08) SECURE TO W-CLAVE-1.
           02 LINE 15 COLUMN 24 VALUE "REPITA CLAVE: ".
           02 LINE 15 COLUMN 40 PIC X(08) SECURE TO W-CLAVE-2.

       01  PANTALLA-ERROR.
           02 LINE 18 COLUMN 20 VALUE
              "USUARIO O CLAVE INCORRECTOS, REINTENTE".
      *-- SI EL MAESTRO DE USUARIOS NO ABRE (EX: LAYOUT DE UNA     --*
      *-- VERSION ANTERIOR, STATUS "39"), SE AVISA Y SE SALE EN    --*
      *-- VEZ DE RECHAZAR TODAS LAS CREDENCIALES SIN EXPLICACION.  --*
      *-- VER "CONVLAY1" PARA CONVERTIR LOS LAYOUTS VIEJOS Y        --*
      *-- "CONVCLV1" PARA PASAR LAS CLAVES A LA VISTA A CIFRADAS.   --*
           IF FSTUSU NOT = "00"
              MOVE SPACES TO LK-OPERADOR
              MOVE "N" TO LK-OK
              MOVE 0 TO LK-NIVEL
              DISPLAY "** NO SE PUEDE ABRIR USUARIO.IND (STATUS "
                 FSTUSU "): VER CONVLAY1/CONVCLV1 **"
                 LINE 18, POSITION 08 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
              ACCEPT TECLA
              GO TO FIN
           END-IF.
      *-- LA CLAVE TECLEADA SE CIFRA CON LA SAL DE LA CUENTA Y SE  --*
      *-- COMPARA CONTRA LO GRABADO; NUNCA SE COMPARA A LA VISTA.  --*
           IF FSTUSU = "00"
              MOVE "V" TO W-ACCION
              CALL   "CIFRCLV" USING W-ACCION UUSU USAL W-CLAVE W-HASH
              CANCEL "CIFRCLV"
              IF W-HASH = UHASH
                 MOVE "S" TO W-VALIDO
              END-IF
           END-IF.

      *-- CON LA CLAVE CORRECTA, UNA SOLA SESION POR OPERADOR: SI    --*
      *-- SIGUE ACTIVA EN OTRA TERMINAL NO SE ENTRA (NI CUENTA COMO  --*
      *-- FALLO DE CLAVE).                                           --*
           IF W-VALIDO = "S"
              MOVE "A"  TO SES-ACCION
              MOVE UUSU TO SES-OPERADOR
              CALL   "SESCTL" USING SES-DATOS
              CANCEL "SESCTL"
              IF SES-RES = "D"
                 MOVE "D" TO W-VALIDO
              END-IF
           END-IF.

           PERFORM GRABAR-INTENTO.

           IF W-VALIDO = "D"
              DISPLAY "USUARIO CON SESION ACTIVA EN " SES-TERMINAL
                 LINE 18, POSITION 14 CONTROL "FCOLOR=RED", BLINK
              DISPLAY "ULTIMA ACTIVIDAD " SES-UHORA " HS. DEL "
                 SES-UFECHA " (AAAAMMDD)" LINE 19, POSITION 14
              ACCEPT TECLA
              GO TO FIN
           END-IF.

           IF W-VALIDO = "S"
      *-- UN INGRESO BUENO CORTA LA RACHA DE FALLOS --*
              IF UFALLOS NOT = 0
                    CONTINUE
                 END-REWRITE
              END-IF
      *-- CUENTA CONVERTIDA O CON CLAVE ASIGNADA POR UN NIVEL 9: SIN --*
      *-- ELEGIR UNA CLAVE PROPIA NO SE ENTRA.                       --*
              IF UCAMBIO = "S"
                 PERFORM CAMBIO-OBLIGADO THRU F-CAMBIO-OBLIGADO
                 IF W-VALIDO NOT = "S"
                    PERFORM DESHACER-SESION
                    GO TO FIN
                 END-IF
              END-IF
              MOVE UUSU TO LK-OPERADOR
              MOVE "S" TO LK-OK
              MOVE UNIVEL TO LK-NIVEL
           END-IF.

       FIN.
           MOVE SPACES TO W-CLAVE W-CLAVE-1 W-CLAVE-2.
           CLOSE USUARIO.
           CLOSE LOGINLOG.
           EXIT PROGRAM.
           MOVE W-VALIDO      TO LGRES.
           WRITE R-LOG.

      *-- SIN CLAVE NUEVA NO SE ENTRA: LA SESION QUE ESTE INGRESO  --*
      *-- ACABA DE ABRIR SE CIERRA (UNA RENOVADA ES DEL MENU).     --*
       DESHACER-SESION.
           IF SES-RES = "S" OR SES-RES = "T"
              MOVE "C"  TO SES-ACCION
              MOVE UUSU TO SES-OPERADOR
              CALL   "SESCTL" USING SES-DATOS
              CANCEL "SESCTL"
           END-IF.

      *-- AVISA (SIN IMPEDIR EL INGRESO) SI "UVENCE" YA PASO; LAS     --*
      *-- CUENTAS SIN "UVENCE" CARGADA (TODO CERO, ANTERIORES A ESTE  --*
      *-- CAMPO) NO SE CHEQUEAN.                                      --*
           END-IF.
       F-VERIFICAR-VENCIMIENTO.
           EXIT.

      *-- PIDE LA CLAVE NUEVA DOS VECES HASTA QUE COINCIDAN, CUMPLAN --*
      *-- LA REGLA DE FORTALEZA Y NO SEAN LA CLAVE ACTUAL; LA GRABA  --*
      *-- CIFRADA CON UNA SAL NUEVA Y BAJA "UCAMBIO". CON ESCAPE EL  --*
      *-- INGRESO QUEDA RECHAZADO ("W-VALIDO" EN "N").               --*
       CAMBIO-OBLIGADO.
           MOVE SPACES TO W-CLAVE-1 W-CLAVE-2.
           DISPLAY PANTALLA-TITULO.
           DISPLAY "DEBE ELEGIR UNA CLAVE NUEVA PARA " UUSU
              LINE 12, POSITION 24.
           DISPLAY PANTALLA-CAMBIO.
           ACCEPT PANTALLA-CAMBIO ON ESCAPE
              MOVE "N" TO W-VALIDO
              GO TO F-CAMBIO-OBLIGADO.

           IF W-CLAVE-1 NOT = W-CLAVE-2
              DISPLAY "LAS CLAVES NO COINCIDEN, REINTENTE"
                 LINE 18, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CAMBIO-OBLIGADO
           END-IF.

           PERFORM VALIDAR-CLAVE.
           IF W-LONG-CLAVE < 6 OR W-TIENE-LETRA = "N"
              OR W-TIENE-NUM = "N"
              DISPLAY "CLAVE DEBIL: MINIMO 6, LETRA Y NUMERO"
                 LINE 18, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CAMBIO-OBLIGADO
           END-IF.

           MOVE "V" TO W-ACCION.
           CALL   "CIFRCLV" USING W-ACCION UUSU USAL W-CLAVE-1 W-HASH
           CANCEL "CIFRCLV".
           IF W-HASH = UHASH
              DISPLAY "LA CLAVE NUEVA DEBE SER DISTINTA DE LA ACTUAL"
                 LINE 18, POSITION 16 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CAMBIO-OBLIGADO
           END-IF.

           MOVE "N" TO W-ACCION.
           CALL   "CIFRCLV" USING W-ACCION UUSU USAL W-CLAVE-1 UHASH
           CANCEL "CIFRCLV".
           MOVE "N" TO UCAMBIO.
           PERFORM CALCULAR-VENCIMIENTO.
           REWRITE R-USU INVALID KEY
              DISPLAY "ERROR FATAL: CLAVE NO GRABADA"
                 LINE 22, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              MOVE "N" TO W-VALIDO
              GO TO F-CAMBIO-OBLIGADO.
           DISPLAY "CLAVE ACTUALIZADA, VENCE EL " UVDIA "/" UVMES "/"
              UVANIO LINE 22, POSITION 20.
           ACCEPT TECLA.
       F-CAMBIO-OBLIGADO.
           EXIT.

      *-- LARGO REAL DE "W-CLAVE-1" Y SI TIENE AL MENOS UNA LETRA Y  --*
      *-- UN NUMERO, MISMA REGLA QUE "VALIDAR-CLAVE" EN "CAMBPAS".   --*
       VALIDAR-CLAVE.
           MOVE 0   TO W-LONG-CLAVE.
           MOVE "N" TO W-TIENE-LETRA.
           MOVE "N" TO W-TIENE-NUM.
           PERFORM EXAMINAR-CARACTER-CLAVE VARYING IND-CLAVE FROM 1
              BY 1 UNTIL IND-CLAVE > 8.

       EXAMINAR-CARACTER-CLAVE.
           MOVE W-CLAVE-1 (IND-CLAVE:1) TO W-CAR-CLAVE.
           IF W-CAR-CLAVE NOT = SPACE
              MOVE IND-CLAVE TO W-LONG-CLAVE
              IF (W-CAR-CLAVE >= "A" AND W-CAR-CLAVE <= "Z")
                 OR (W-CAR-CLAVE >= "a" AND W-CAR-CLAVE <= "z")
                 MOVE "S" TO W-TIENE-LETRA
              END-IF
              IF W-CAR-CLAVE >= "0" AND W-CAR-CLAVE <= "9"
                 MOVE "S" TO W-TIENE-NUM
              END-IF
           END-IF.

      *-- DEJA "UVENCE" EN "HOY" MAS "W-DIAS-VIGENCIA" DIAS, MISMO --*
      *-- CALCULO QUE "CALCULAR-VENCIMIENTO" EN "CAMBPAS".         --*
       CALCULAR-VENCIMIENTO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE W-HOY-ANIO TO W-CALC-ANIO.
           MOVE W-HOY-MES  TO W-CALC-MES.
           MOVE W-HOY-DIA  TO W-CALC-DIA.
           PERFORM CALCULAR-DOY.
           ADD W-DIAS-VIGENCIA TO W-CALC-DOY.
           PERFORM NORMALIZAR-VENCIMIENTO
              UNTIL W-CALC-DOY <= W-DIAS-ANIO.
           PERFORM CONVERTIR-DOY-FECHA.
           MOVE W-CALC-ANIO TO UVANIO.
           MOVE W-CALC-MES  TO UVMES.
           MOVE W-CALC-DIA  TO UVDIA.

       NORMALIZAR-VENCIMIENTO.
           SUBTRACT W-DIAS-ANIO FROM W-CALC-DOY.
           ADD 1 TO W-CALC-ANIO.
           PERFORM CALCULAR-BISIESTO.
           IF WBISIESTO = "S"
              MOVE 366 TO W-DIAS-ANIO
           ELSE
              MOVE 365 TO W-DIAS-ANIO
           END-IF.

       CONVERTIR-DOY-FECHA.
           MOVE 1 TO IND-MES.
           MOVE W-CALC-DOY TO W-REM-DIAS.
           PERFORM CALC-DIAS-MES-ACT.
           PERFORM DESCONTAR-MES UNTIL W-REM-DIAS <= W-DIAS-MES-ACT.
           MOVE IND-MES   TO W-CALC-MES.
           MOVE W-REM-DIAS TO W-CALC-DIA.

       CALC-DIAS-MES-ACT.
           IF IND-MES = 2 AND WBISIESTO = "S"
              MOVE 29 TO W-DIAS-MES-ACT
           ELSE
              MOVE DIAS-MES (IND-MES) TO W-DIAS-MES-ACT
           END-IF.

       DESCONTAR-MES.
           SUBTRACT W-DIAS-MES-ACT FROM W-REM-DIAS.
           ADD 1 TO IND-MES.
           PERFORM CALC-DIAS-MES-ACT.

       CALCULAR-DOY.
           PERFORM CALCULAR-BISIESTO.
           IF WBISIESTO = "S"
              MOVE 366 TO W-DIAS-ANIO
           ELSE
              MOVE 365 TO W-DIAS-ANIO
           END-IF.
           MOVE W-CALC-DIA TO W-ACUM-DIAS.
           IF W-CALC-MES > 1
              PERFORM SUMAR-MES-DOY VARYING IND-MES FROM 1 BY 1
                 UNTIL IND-MES > W-CALC-MES - 1
           END-IF.
           MOVE W-ACUM-DIAS TO W-CALC-DOY.

       SUMAR-MES-DOY.
           IF IND-MES = 2 AND WBISIESTO = "S"
              ADD 29 TO W-ACUM-DIAS
           ELSE
              ADD DIAS-MES (IND-MES) TO W-ACUM-DIAS
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
