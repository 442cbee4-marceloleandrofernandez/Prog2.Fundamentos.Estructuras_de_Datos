      *** CAMBIO DE CLAVE PROPIA: EL OPERADOR SE VALIDA CON SUS      ***
      *** CREDENCIALES ACTUALES (VER "LOGIN.CBL") Y SOLO PUEDE       ***
      *** ACTUALIZAR SU PROPIA CLAVE EN "USUARIO.IND", SIN PASAR     ***
      *** POR EL ABM COMPLETO DE USUARIOS ("MODUSU"). APLICA LA      ***
      *** MISMA REGLA DE FORTALEZA Y EL MISMO VENCIMIENTO A 90 DIAS  ***
      *** QUE "MODUSU" (VER "VALIDAR-CLAVE"/"CALCULAR-VENCIMIENTO"). ***
      *** LA CLAVE NUEVA SE GRABA CIFRADA CON UNA SAL NUEVA (VER     ***
      *** "CIFRCLV") Y NO PUEDE SER IGUAL A LA ACTUAL.               ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMBPAS.
       ENVIRONMENT DIVISION.
      *-- LAYOUT COMPARTIDO CON "MODUSU"/"LOGIN" --*
        FD USUARIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-USU.
           COPY USUREC.

       WORKING-STORAGE SECTION.
       77 FSTUSU       PIC XX.
      *-- CLAVE NUEVA TECLEADA DOS VECES, DEBEN COINCIDIR --*
       77 W-CLAVE-1    PIC X(08) VALUE SPACES.
       77 W-CLAVE-2    PIC X(08) VALUE SPACES.
      *-- PARAMETROS DE "CIFRCLV" (VER "LOGIN") --*
       77 W-ACCION     PIC X     VALUE "V".
       77 W-HASH       PIC X(32) VALUE SPACES.

      *-- FECHA DEL SISTEMA EN FORMATO COMPLETO (AAAA), PUNTO DE --*
      *-- PARTIDA DE "CALCULAR-VENCIMIENTO" (VER "MODUSU").      --*
       77 WRESTO100                PIC 99    VALUE 0.
       77 WRESTO400                PIC 999   VALUE 0.

      *-- RESULTADO DE "VALIDAR-CLAVE": LARGO REAL DE "W-CLAVE-1" (SIN--*
      *-- CONTAR BLANCOS A LA DERECHA) Y SI TIENE AL MENOS UNA LETRA  --*
      *-- Y UN NUMERO (MISMA REGLA QUE "MODUSU").                     --*
       77 W-LONG-CLAVE             PIC 99    VALUE 0.
       77 IND-CLAVE                PIC 9     VALUE 0.
       77 W-CAR-CLAVE              PIC X     VALUE SPACE.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 09 COLUMN 26 REVERSE VALUE
              "CAMBIO DE CLAVE PROPIA".
           02 LINE 11 COLUMN 01 PIC X(80) FROM SUBRAYADO.
                 LINE 22, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           MOVE "V" TO W-ACCION.
           CALL   "CIFRCLV" USING W-ACCION UUSU USAL W-CLAVE-1 W-HASH
           CANCEL "CIFRCLV".
           IF W-HASH = UHASH
              DISPLAY "LA CLAVE NUEVA DEBE SER DISTINTA DE LA ACTUAL"
                 LINE 22, POSITION 16 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN
           END-IF.
           MOVE "N" TO W-ACCION.
           CALL   "CIFRCLV" USING W-ACCION UUSU USAL W-CLAVE-1 UHASH
           CANCEL "CIFRCLV".
           MOVE "N" TO UCAMBIO.
           PERFORM CALCULAR-VENCIMIENTO.
           REWRITE R-USU INVALID KEY
              DISPLAY "ERROR FATAL: CLAVE NO GRABADA"
           ACCEPT TECLA.

       FIN.
           MOVE SPACES TO W-CLAVE-1 W-CLAVE-2.
           CLOSE USUARIO.
           EXIT PROGRAM.

