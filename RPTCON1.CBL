      *** CONSULTAS A LEGAJOS: LEE "CONSULTA.LOG" (UNA LINEA POR CADA ***
      *** VEZ QUE ALGUIEN MIRO UN LEGAJO PUNTUAL, VER "CONSLOG") Y    ***
      *** RESPONDE LOS RECLAMOS DE PRIVACIDAD: "QUIEN CONSULTO EL     ***
      *** LEGAJO X ENTRE ESTAS FECHAS" (FILTRO POR CODIGO) O "QUE     ***
      *** MIRO EL OPERADOR Y" (FILTRO POR OPERADOR). LOS FILTROS SE   ***
      *** COMBINAN Y CUALQUIERA EN BLANCO/CERO NO FILTRA, COMO EN     ***
      *** "RPTHIS1".                                                  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCON1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOG ASSIGN TO DISK "CONSULTA.LOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCLOG.

           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-CLOG.
           COPY CLOGREC.

      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01" --*
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FSTCLOG          PIC XX.
       77 FST              PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 CONT-LIN         PIC 99    VALUE 0.
       77 LIN-ACT          PIC 99    VALUE 0.
       77 CONT-LEIDOS      PIC 9(06) VALUE 0.
       77 CONT-MOSTRADOS   PIC 9(06) VALUE 0.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
       77 W-CUMPLE         PIC X     VALUE "N".
       77 W-MAE-ABIERTO    PIC X     VALUE "N".
       77 W-NOMBRE         PIC X(30) VALUE SPACES.
       77 W-FECHA-REG      PIC 9(08) VALUE 0.
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.

      *-- FILTROS PEDIDOS AL OPERADOR (CUALQUIERA VACIO = TODOS) --*
       01 W-FILTRO-CA      PIC 9(08) VALUE 0.
       01 W-FILTRO-OPER    PIC X(08) VALUE SPACES.
       01 W-FILTRO-DESDE   PIC 9(08) VALUE 0.
       01 W-FILTRO-HASTA   PIC 9(08) VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 03 COLUMN 24 REVERSE VALUE
              "CONSULTAS REALIZADAS A LEGAJOS".

       01 P-PEDIR-FILTROS AUTO.
           02 LINE 06 COLUMN 05 VALUE
              "CODIGO DE EMPLEADO (0 = TODOS)        : ".
           02 LINE 06 COLUMN 50 PIC 9(08) TO W-FILTRO-CA.
           02 LINE 08 COLUMN 05 VALUE
              "OPERADOR (BLANCO = TODOS)             : ".
           02 LINE 08 COLUMN 50 PIC X(08) TO W-FILTRO-OPER.
           02 LINE 10 COLUMN 05 VALUE
              "FECHA DESDE (AAAAMMDD, 0 = SIN TOPE)  : ".
           02 LINE 10 COLUMN 50 PIC 9(08) TO W-FILTRO-DESDE.
           02 LINE 12 COLUMN 05 VALUE
              "FECHA HASTA (AAAAMMDD, 0 = SIN TOPE)  : ".
           02 LINE 12 COLUMN 50 PIC 9(08) TO W-FILTRO-HASTA.

       PROCEDURE DIVISION.
       INICIO.
      *-- LA BITACORA DICE QUIEN MIRO A QUIEN: SOLO LA REVISA UN --*
      *-- SUPERVISOR (NIVEL 3 O MAS), COMO "REIMP1".              --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           IF W-NIVEL < 3
              DISPLAY "** SE NECESITA NIVEL 3 O MAS **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           DISPLAY P-TITULO.
           DISPLAY P-PEDIR-FILTROS.
           ACCEPT  P-PEDIR-FILTROS.
           IF W-FILTRO-HASTA = 0
              MOVE 99999999 TO W-FILTRO-HASTA
           END-IF.

           OPEN INPUT CLOG.
           IF FSTCLOG NOT = "00"
              DISPLAY "** NO HAY CONSULTAS REGISTRADAS TODAVIA **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           MOVE "N" TO W-MAE-ABIERTO.
           OPEN INPUT MAESTRO.
           IF FST = "00"
              MOVE "S" TO W-MAE-ABIERTO
           END-IF.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-REGISTRO.
           PERFORM PROCESAR-REGISTRO THRU PROCESAR-REGISTRO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE CLOG.
           IF W-MAE-ABIERTO = "S"
              CLOSE MAESTRO
           END-IF.

           DISPLAY SUBRAYADO LINE LIN-ACT POSITION 01.
           ADD 1 TO LIN-ACT.
           DISPLAY "CONSULTAS REGISTRADAS LEIDAS    : " CONT-LEIDOS
              LINE LIN-ACT, POSITION 01.
           ADD 1 TO LIN-ACT.
           DISPLAY "CONSULTAS QUE CUMPLEN EL FILTRO : " CONT-MOSTRADOS
              LINE LIN-ACT, POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       LEER-REGISTRO.
           READ CLOG NEXT RECORD AT END MOVE "S" TO FIN-ARCH.

       PROCESAR-REGISTRO.
           IF FIN-ARCH = "S" GO TO PROCESAR-REGISTRO-EXIT.
           ADD 1 TO CONT-LEIDOS.
           PERFORM VERIFICAR-FILTRO THRU F-VERIFICAR-FILTRO.
           IF W-CUMPLE = "N"
              GO TO SIGUIENTE-REGISTRO.

           PERFORM BUSCAR-NOMBRE.

           IF CONT-LIN > 14
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY CL-FECHA    LINE LIN-ACT, POSITION 01.
           DISPLAY CL-HH       LINE LIN-ACT, POSITION 10.
           DISPLAY ":"         LINE LIN-ACT, POSITION 12.
           DISPLAY CL-MM       LINE LIN-ACT, POSITION 13.
           DISPLAY CL-OPERADOR LINE LIN-ACT, POSITION 17.
           DISPLAY CL-PROGRAMA LINE LIN-ACT, POSITION 26.
           DISPLAY CL-LEGAJO   LINE LIN-ACT, POSITION 35.
           DISPLAY W-NOMBRE    LINE LIN-ACT, POSITION 45.
           ADD 1 TO CONT-LIN.
           ADD 1 TO CONT-MOSTRADOS.
       SIGUIENTE-REGISTRO.
           PERFORM LEER-REGISTRO.
       PROCESAR-REGISTRO-EXIT.
           EXIT.

      *-- APELLIDO ACTUAL DEL CONSULTADO, SI TODAVIA ESTA ACTIVO --*
       BUSCAR-NOMBRE.
           MOVE "(DADO DE BAJA)" TO W-NOMBRE.
           IF W-MAE-ABIERTO = "S"
              MOVE CL-LEGAJO TO MCA
              READ MAESTRO INVALID KEY MOVE "99" TO FST
              END-READ
              IF FST = "00"
                 MOVE MAN TO W-NOMBRE
              END-IF
           END-IF.

       ENCABEZADO.
           DISPLAY "CONSULTAS REALIZADAS A LEGAJOS" LINE 01
              POSITION 24.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "FECHA" LINE 03 POSITION 01.
           DISPLAY "HORA" LINE 03 POSITION 10.
           DISPLAY "OPERADOR" LINE 03 POSITION 17.
           DISPLAY "PROGRAMA" LINE 03 POSITION 26.
           DISPLAY "LEGAJO" LINE 03 POSITION 35.
           DISPLAY "APELLIDO Y NOMBRE (HOY)" LINE 03 POSITION 45.
           DISPLAY SUBRAYADO LINE 04 POSITION 01.
           MOVE 0 TO CONT-LIN.
           MOVE 06 TO LIN-ACT.

      *-- TODOS LOS CRITERIOS SON OPCIONALES Y SE COMBINAN CON "Y" --*
       VERIFICAR-FILTRO.
           MOVE "N" TO W-CUMPLE.
           IF W-FILTRO-CA NOT = 0 AND CL-LEGAJO NOT = W-FILTRO-CA
              GO TO F-VERIFICAR-FILTRO.
           IF W-FILTRO-OPER NOT = SPACES
              AND CL-OPERADOR NOT = W-FILTRO-OPER
              GO TO F-VERIFICAR-FILTRO.
           MOVE CL-FECHA TO W-FECHA-REG.
           IF W-FECHA-REG < W-FILTRO-DESDE
              OR W-FECHA-REG > W-FILTRO-HASTA
              GO TO F-VERIFICAR-FILTRO.
           MOVE "S" TO W-CUMPLE.
       F-VERIFICAR-FILTRO.
           EXIT.
