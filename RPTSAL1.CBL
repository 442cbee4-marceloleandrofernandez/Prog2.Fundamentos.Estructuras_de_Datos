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

       77 W-PRIMERO        PIC X     VALUE "S".
       77 W-SB-ANT         PIC 9(05) VALUE 0.
       77 W-DIF            PIC S9(05) VALUE 0.
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- PARA "CONSLOG" (CONSULTA DE UN LEGAJO PUNTUAL) --*
       77 W-PGM-CONS       PIC X(08) VALUE "RPTSAL1".

       01 W-FILTRO-CA      PIC 9(08) VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 03 COLUMN 16 REVERSE VALUE
              "TRAYECTORIA SALARIAL DE UN EMPLEADO".


       PROCEDURE DIVISION.
       INICIO.
      *-- LA CONSULTA QUEDA A NOMBRE DE QUIEN LA HIZO (VER            --*
      *-- "CONSLOG"); CUALQUIER NIVEL ALCANZA PARA CONSULTAR.         --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           DISPLAY P-TITULO.
           DISPLAY P-PEDIR-CODIGO.
           ACCEPT  P-PEDIR-CODIGO.
           IF W-FILTRO-CA = 0
              GO TO FIN.
           PERFORM REGISTRAR-CONSULTA.

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
                    LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 DISPLAY " " ERASE EOS
                 DISPLAY ENT-MARCA LINE 01 POSITION 01
                 PERFORM ENCABEZADO
              END-IF
              COMPUTE LIN-ACT = 05 + CONT-LIN

       ENCABEZADO.
           DISPLAY "TRAYECTORIA SALARIAL - EMPLEADO " LINE 01
              POSITION 17.
           DISPLAY W-FILTRO-CA LINE 01 POSITION 50.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "FECHA" LINE 03 POSITION 05.
           DISPLAY "SUELDO ANTERIOR" LINE 03 POSITION 20.
