       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).

       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
       77 LIN-ACT           PIC 99    VALUE 0.
       77 COL-ACT           PIC 99    VALUE 0.
       77 IND-LOC           PIC 999   VALUE 0.
       77 IND-CAT           PIC 99    VALUE 0.
       77 W-LOC-COD         PIC 99    VALUE 0.
      *-- FILAS YA MOSTRADAS EN LA PAGINA EN CURSO (10 POR PAGINA) --*
       77 CONT-LIN          PIC 99    VALUE 0.
       77 W-LOC-NOM         PIC X(10) VALUE SPACES.
      *-- "S"/"N" SI "LOCALIDAD.IND" ABRIO BIEN; NO SE PUEDE USAR --*
      *-- "FSTLOC" COMO TESTIGO PORQUE CADA "READ" LO REESCRIBE.  --*
       77 W-LOC-ABIERTO     PIC X     VALUE "N".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

      *-- MATRIZ 100 LOCALIDADES (MLO 0-99) X 10 CATEGORIAS     --*
      *-- (MCATE 0-9); SUBINDICES = CODIGO + 1, COMO EN "RPTLOC1". --*
       01 TABLA-CRUCE.
          02 FILA-LOC OCCURS 100 TIMES.
             03 CELDA OCCURS 10 TIMES PIC 9(04).
       01 TOTAL-FILA-T.
          02 TOTAL-FILA OCCURS 100 TIMES PIC 9(05).
       01 TOTAL-COL-T.
          02 TOTAL-COL OCCURS 10 TIMES PIC 9(05).
       77 TOTAL-GRAL        PIC 9(06) VALUE 0.

      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
       COPY ACLWREC.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- EL LISTADO CUENTA SOLO LAS LOCALIDADES A CARGO DEL    --*
      *-- OPERADOR (VER "ACCLOC"), ASI QUE PRIMERO HAY QUE SABER --*
      *-- QUIEN ES (CUALQUIER NIVEL ALCANZA).                    --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE "RPTLXC1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           OPEN INPUT MAESTRO.
           IF FST = "35"
              DISPLAY "** NO HAY EMPLEADOS PARA CRUZAR **"
              UNTIL FIN-ARCH = "S".
           CLOSE MAESTRO.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           OPEN INPUT MAELOC.
           IF FSTLOC = "00"
              MOVE "S" TO W-LOC-ABIERTO
           END-IF.
           PERFORM MOSTRAR-FILA
              VARYING IND-LOC FROM 1 BY 1 UNTIL IND-LOC > 100.
           IF W-LOC-ABIERTO = "S"
              CLOSE MAELOC
           END-IF.

       ACUMULAR.
           IF FIN-ARCH = "S" GO TO ACUMULAR-EXIT.
           MOVE MLO TO ACL-LOC.
           PERFORM VER-LOC-OPER.
           IF ACL-OK NOT = "S"
              PERFORM LEER-REGISTRO
              GO TO ACUMULAR-EXIT.
           ADD 1 TO CELDA (MLO + 1, MCATE + 1).
           ADD 1 TO TOTAL-FILA (MLO + 1).
           ADD 1 TO TOTAL-COL (MCATE + 1).
       ACUMULAR-EXIT.
           EXIT.

      *-- "ACL-OK" = "S" SI LA LOCALIDAD "ACL-LOC" ESTA A CARGO  --*
      *-- DEL OPERADOR; EN UN LISTADO NO SE REGISTRA EL RECHAZO. --*
       VER-LOC-OPER.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

      *-- UNA FILA POR LOCALIDAD CON DOTACION; NOMBRE DESDE       --*
      *-- "LOCALIDAD.IND", CELDAS EN COLUMNAS FIJAS DE 5 Y TOTAL. --*
      *-- DIEZ FILAS POR PAGINA (LINEAS 06 A 15).                 --*
       MOSTRAR-FILA.
           IF TOTAL-FILA (IND-LOC) > 0
              IF CONT-LIN > 9
                 DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                    LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 DISPLAY " " ERASE EOS
                 DISPLAY ENT-MARCA LINE 01 POSITION 01
                 PERFORM ENCABEZADO
              END-IF
              COMPUTE W-LOC-COD = IND-LOC - 1
              PERFORM BUSCAR-NOMBRE-LOC
              COMPUTE LIN-ACT = 06 + CONT-LIN
              DISPLAY W-LOC-COD LINE LIN-ACT, POSITION 01
              DISPLAY W-LOC-NOM LINE LIN-ACT, POSITION 04
              PERFORM MOSTRAR-CELDA
                 VARYING IND-CAT FROM 1 BY 1 UNTIL IND-CAT > 10
              DISPLAY TOTAL-FILA (IND-LOC) LINE LIN-ACT, POSITION 65
              ADD 1 TO CONT-LIN
           END-IF.

       MOSTRAR-CELDA.
              LINE 03 POSITION 17.
           DISPLAY "TOTAL" LINE 03 POSITION 65.
           DISPLAY SUBRAYADO LINE 04 POSITION 01.
           MOVE 0 TO CONT-LIN.
