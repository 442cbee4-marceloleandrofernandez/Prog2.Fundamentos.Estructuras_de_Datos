       FILE SECTION.
       FD  MAEEMPH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-HIS.
        01 R-HIS.
           02 HCA   PIC 9(08).
           02 HAN   PIC X(30).
           02 HSB   PIC 9(05).
           02 HLO   PIC 9(02).
           02 HFECHA.
              03 HANIO  PIC 9(04).
              03 HMES   PIC 99.
              03 HDIA   PIC 99.
           02 HOPER PIC X(08).
      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01" --*
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
       77 W-EXISTE-ACT     PIC X     VALUE "N".
       77 W-CUMPLE         PIC X     VALUE "N".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- PARA "CONSLOG" (CONSULTA DE UN LEGAJO PUNTUAL) --*
       77 W-PGM-CONS       PIC X(08) VALUE "RPTHIS1".

      *-- FILTROS PEDIDOS AL OPERADOR (CUALQUIERA VACIO = TODOS) --*
       01 W-FILTRO-CA      PIC 9(08) VALUE 0.
       01 W-FILTRO-OPER    PIC X(08) VALUE SPACES.
       01 W-FILTRO-DESDE.
          02 W-DES-ANIO    PIC 9(04) VALUE 0.
          02 W-DES-MES     PIC 99 VALUE 0.
          02 W-DES-DIA     PIC 99 VALUE 0.
       01 W-FILTRO-HASTA.
          02 W-HAS-ANIO    PIC 9(04) VALUE 9999.
          02 W-HAS-MES     PIC 99 VALUE 12.
          02 W-HAS-DIA     PIC 99 VALUE 31.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 03 COLUMN 20 REVERSE VALUE
              "CONSULTA DE HISTORIAL DE EMPLEADOS".

              "OPERADOR (BLANCO = TODOS)             : ".
           02 LINE 08 COLUMN 50 PIC X(08) TO W-FILTRO-OPER.
           02 LINE 10 COLUMN 05 VALUE
              "FECHA DESDE (AAAAMMDD, BLANCO = SIN TOPE):".
           02 LINE 10 COLUMN 50 PIC 9(04) TO W-DES-ANIO.
           02 LINE 10 COLUMN 54 PIC 99 TO W-DES-MES.
           02 LINE 10 COLUMN 56 PIC 99 TO W-DES-DIA.
           02 LINE 12 COLUMN 05 VALUE
              "FECHA HASTA (AAAAMMDD, BLANCO = SIN TOPE):".
           02 LINE 12 COLUMN 50 PIC 9(04) TO W-HAS-ANIO.
           02 LINE 12 COLUMN 54 PIC 99 TO W-HAS-MES.
           02 LINE 12 COLUMN 56 PIC 99 TO W-HAS-DIA.

       PROCEDURE DIVISION.
       INICIO.
      *-- PEDIDO POR UN SOLO CODIGO, LA CONSULTA QUEDA A NOMBRE DE    --*
      *-- QUIEN LA HIZO (VER "CONSLOG"); CUALQUIER NIVEL ALCANZA.     --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           MOVE 9999 TO W-HAS-ANIO.
           MOVE 12 TO W-HAS-MES.
           MOVE 31 TO W-HAS-DIA.
           DISPLAY P-TITULO.
           DISPLAY P-PEDIR-FILTROS.
           ACCEPT  P-PEDIR-FILTROS.
           IF W-FILTRO-CA NOT = 0
              PERFORM REGISTRAR-CONSULTA
           END-IF.

           OPEN INPUT MAEEMPH.
           IF FSTHIS = "35"
              ACCEPT TECLA
              GO TO FIN.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-REGISTRO.
           PERFORM PROCESAR-REGISTRO THRU PROCESAR-REGISTRO-EXIT
           EXIT PROGRAM.
      *    STOP RUN.

      *-- DEJA EN "CONSULTA.LOG" QUIEN MIRO ESTE LEGAJO Y CUANDO --*
       REGISTRAR-CONSULTA.
           CALL   "CONSLOG" USING W-OPERADOR W-PGM-CONS W-FILTRO-CA.
           CANCEL "CONSLOG".

       LEER-REGISTRO.
           READ MAEEMPH NEXT RECORD AT END MOVE "S" TO FIN-ARCH.

                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY HCA   LINE LIN-ACT, POSITION 01.
           DISPLAY HFECHA LINE LIN-ACT, POSITION 10.
           DISPLAY HOPER LINE LIN-ACT, POSITION 19.
           DISPLAY HAN   LINE LIN-ACT, POSITION 27.
           DISPLAY HSB   LINE LIN-ACT, POSITION 45.
           DISPLAY HLO   LINE LIN-ACT, POSITION 51.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "CODIGO" LINE 03 POSITION 01.
           DISPLAY "FECHA" LINE 03 POSITION 10.
           DISPLAY "OPERADOR" LINE 03 POSITION 19.
           DISPLAY "APELLIDO (ANTES)" LINE 03 POSITION 27.
           DISPLAY "SUELDO" LINE 03 POSITION 45.
           DISPLAY "LOC" LINE 03 POSITION 51.
