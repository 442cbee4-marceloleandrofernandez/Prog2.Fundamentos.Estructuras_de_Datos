      *** REGISTRO DE EXAMENES MEDICOS LABORALES POR LEGAJO: MUESTRA ***
      *** LOS EXAMENES DEL EMPLEADO EN "EXAMEN.IND" (VER COPY/       ***
      *** EXAMREC.CPY) Y DEJA CARGAR EL RESULTADO DE UNO PENDIENTE   ***
      *** (EL PREOCUPACIONAL QUE ABRE "EXAPEN" CON CADA ALTA) O UN   ***
      *** EXAMEN NUEVO DE CUALQUIER TIPO DE "EXATIPO.IND" (VER       ***
      *** "MODEXT"). EL PROXIMO VENCIMIENTO SALE DE LA FECHA DEL     ***
      *** EXAMEN MAS LOS MESES QUE EL TIPO FIJA PARA LA CATEGORIA    ***
      *** DEL EMPLEADO. TAMBIEN DEJA AGENDAR UNO COMO PENDIENTE.     ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXAMEN1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

           SELECT EXATIPO ASSIGN TO DISK "EXATIPO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ETCOD
           FILE STATUS IS FSTEXT.

      *-- UNA FILA POR EXAMEN: LEGAJO + TIPO + NUMERO --*
           SELECT EXAMEN ASSIGN TO DISK "EXAMEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EXCLAVE
           FILE STATUS IS FSTEXA.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  EXATIPO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 53 CHARACTERS
           DATA RECORD IS R-EXT.
           COPY EXTIREC.

       FD  EXAMEN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS R-EXA.
           COPY EXAMREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTEXT           PIC XX.
       77 FSTEXA           PIC XX.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.
      *-- PARA "CONSLOG" (LOS EXAMENES SON DATOS DE SALUD) --*
       77 W-PGM-CONS       PIC X(08) VALUE "EXAMEN1".

       77 W-FIN            PIC X     VALUE "N".
       77 W-FIN-LEG        PIC X     VALUE "N".
       77 W-FIN-EXA        PIC X     VALUE "N".
       77 W-OK             PIC X     VALUE "N".
       77 W-MCA            PIC 9(08) VALUE 0.
       77 W-TIPO           PIC 9(02) VALUE 0.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-RES            PIC X     VALUE SPACE.
       77 W-OBS            PIC X(30) VALUE SPACES.
      *-- "S" = SE AGREGA UNA FILA, "N" = SE COMPLETA LA PENDIENTE --*
       77 W-NUEVO          PIC X     VALUE "S".
       77 W-ULT-NRO        PIC 9(03) VALUE 0.
       77 W-ULT-RES        PIC X     VALUE SPACE.
       77 W-ULT-VTO        PIC 9(08) VALUE 0.
       77 W-MESES          PIC 99    VALUE 0.
       77 W-MESES-TOT      PIC 9(03) VALUE 0.
       77 W-COC-12         PIC 9(03) VALUE 0.
       77 W-RESTO-12       PIC 99    VALUE 0.
       77 W-COC-4          PIC 9(04) VALUE 0.
       77 W-RESTO-4        PIC 9     VALUE 0.
       77 CONT-LIN         PIC 99    VALUE 0.
       77 LIN-ACT          PIC 99    VALUE 0.
       77 CONT-EXA         PIC 9(03) VALUE 0.

      *-- FECHA DEL EXAMEN TAL COMO LA TIPEA EL OPERADOR --*
       01 W-FECHA          PIC 9(08) VALUE 0.
       01 W-FECHA-R REDEFINES W-FECHA.
          02 W-FEC-ANIO    PIC 9(04).
          02 W-FEC-MES     PIC 99.
          02 W-FEC-DIA     PIC 99.

      *-- AUXILIAR PARA SUMAR MESES (VER "CALCULAR-PROXIMO") --*
       01 W-FEC-AUX-N      PIC 9(08) VALUE 0.
       01 W-FEC-AUX REDEFINES W-FEC-AUX-N.
          02 W-AUX-ANIO    PIC 9(04).
          02 W-AUX-MES     PIC 99.
          02 W-AUX-DIA     PIC 99.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON EXAMEN.
       ERROR-APERTURA.
           IF FSTEXA = "35"
              OPEN OUTPUT EXAMEN
              CLOSE EXAMEN
              OPEN I-O EXAMEN
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- CARGAR UN "NO APTO" TIENE CONSECUENCIAS: USUARIO VALIDO Y --*
      *-- EL MISMO NIVEL QUE "MENPPAL" PIDE PARA "MODABM".          --*
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
           MOVE "EXAMEN1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN INPUT EXATIPO.
           IF FSTEXT NOT = "00"
              DISPLAY "** NO HAY TIPOS DE EXAMEN (VER MODEXT) **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT MAESTRO.
           IF FST NOT = "00"
              CLOSE EXATIPO
              DISPLAY "** NO HAY EMPLEADOS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN I-O EXAMEN.
           PERFORM PROCESAR-LEGAJO THRU PROCESAR-LEGAJO-EXIT
              UNTIL W-FIN = "S".
           CLOSE EXAMEN.
           CLOSE MAESTRO.
           CLOSE EXATIPO.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       PROCESAR-LEGAJO.
           PERFORM ENCABEZADO.
           DISPLAY "LEGAJO (0 = TERMINAR): " LINE 04 POSITION 01.
           MOVE 0 TO W-MCA.
           ACCEPT W-MCA LINE 04 POSITION 25.
           IF W-MCA IS NOT NUMERIC OR W-MCA = 0
              MOVE "S" TO W-FIN
              GO TO PROCESAR-LEGAJO-EXIT.
           MOVE W-MCA TO MCA.
           READ MAESTRO INVALID KEY MOVE "23" TO FST.
           IF FST NOT = "00"
              DISPLAY "** NO EXISTE ESE EMPLEADO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-LEGAJO-EXIT.
           MOVE MLO TO ACL-LOC.
           MOVE MCA TO ACL-LEGAJO.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              MOVE "R" TO ACL-ACCION
              CALL   "ACCLOC" USING ACL-DATOS
              CANCEL "ACCLOC"
              DISPLAY "** LEGAJO DE UNA LOCALIDAD NO HABILITADA PARA"
                 LINE 24 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              DISPLAY " SU USUARIO **"
                 LINE 24 POSITION 51 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-LEGAJO-EXIT.
           CALL   "CONSLOG" USING W-OPERADOR W-PGM-CONS W-MCA.
           CANCEL "CONSLOG".
           MOVE "N" TO W-FIN-LEG.
           PERFORM ATENDER-LEGAJO THRU ATENDER-LEGAJO-EXIT
              UNTIL W-FIN-LEG = "S".
       PROCESAR-LEGAJO-EXIT.
           EXIT.

      *-- LISTA LOS EXAMENES DEL LEGAJO Y PIDE EL TIPO A REGISTRAR --*
       ATENDER-LEGAJO.
           PERFORM LISTAR-EXAMENES THRU LISTAR-EXAMENES-EXIT.
           DISPLAY "TIPO DE EXAMEN A REGISTRAR (0 = OTRO LEGAJO): "
              LINE 19 POSITION 01.
           MOVE 0 TO W-TIPO.
           ACCEPT W-TIPO LINE 19 POSITION 48.
           IF W-TIPO IS NOT NUMERIC OR W-TIPO = 0
              MOVE "S" TO W-FIN-LEG
              GO TO ATENDER-LEGAJO-EXIT.
           MOVE W-TIPO TO ETCOD.
           READ EXATIPO INVALID KEY MOVE "23" TO FSTEXT.
           IF FSTEXT NOT = "00"
              DISPLAY "** NO EXISTE ESE TIPO DE EXAMEN **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-LEGAJO-EXIT.
           DISPLAY ETDESC LINE 19 POSITION 51.
           PERFORM BUSCAR-ULTIMO THRU BUSCAR-ULTIMO-EXIT.
           PERFORM REGISTRAR-EXAMEN THRU REGISTRAR-EXAMEN-EXIT.
       ATENDER-LEGAJO-EXIT.
           EXIT.

      *-- SI EL ULTIMO EXAMEN DE ESE TIPO ESTA PENDIENTE SE LE CARGA --*
      *-- EL RESULTADO; SI NO, SE AGREGA UNO NUEVO CON EL NUMERO      --*
      *-- SIGUIENTE. "P" DEJA (O REPROGRAMA) UN EXAMEN PENDIENTE.    --*
       REGISTRAR-EXAMEN.
           IF W-ULT-RES = "P"
              MOVE "N" TO W-NUEVO
              DISPLAY "PENDIENTE PARA EL " LINE 20 POSITION 01
              DISPLAY W-ULT-VTO LINE 20 POSITION 19
              DISPLAY ": SE CARGA SU RESULTADO" LINE 20 POSITION 27
           ELSE
              MOVE "S" TO W-NUEVO
           END-IF.
           MOVE W-FECHA-HOY TO W-FECHA.
           DISPLAY "FECHA (AAAAMMDD): " LINE 21 POSITION 01.
           ACCEPT W-FECHA LINE 21 POSITION 19.
           DISPLAY "RESULTADO (A=APTO R=APTO C/RESTRICC. N=NO APTO"
              LINE 22 POSITION 01.
           DISPLAY " P=PEND): " LINE 22 POSITION 48.
           MOVE SPACE TO W-RES.
           ACCEPT W-RES LINE 22 POSITION 58.
           DISPLAY "OBSERVACIONES: " LINE 23 POSITION 01.
           MOVE SPACES TO W-OBS.
           ACCEPT W-OBS LINE 23 POSITION 16.

           IF W-RES NOT = "A" AND W-RES NOT = "R" AND W-RES NOT = "N"
              AND W-RES NOT = "P"
              DISPLAY "** RESULTADO INVALIDO, USE A-R-N-P **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO REGISTRAR-EXAMEN-EXIT.
           IF W-FECHA IS NOT NUMERIC OR W-FEC-ANIO < 1900
              OR W-FEC-MES < 1 OR W-FEC-MES > 12
              OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
              DISPLAY "** FECHA INVALIDA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO REGISTRAR-EXAMEN-EXIT.
           IF W-RES NOT = "P" AND W-FECHA > W-FECHA-HOY
              DISPLAY "** EXAMEN HECHO CON FECHA FUTURA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO REGISTRAR-EXAMEN-EXIT.

           DISPLAY "GRABA S/N: " LINE 23 POSITION 50.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 23 POSITION 61.
           IF W-OK NOT = "S"
              GO TO REGISTRAR-EXAMEN-EXIT.

           MOVE MCA    TO EXCA.
           MOVE W-TIPO TO EXTIPO.
           IF W-NUEVO = "S"
              COMPUTE EXNRO = W-ULT-NRO + 1
              MOVE W-FECHA-HOY TO EXFALTA
           ELSE
              MOVE W-ULT-NRO TO EXNRO
              READ EXAMEN INVALID KEY
                 MOVE "S" TO W-NUEVO
              END-READ
           END-IF.
           MOVE W-RES      TO EXRES.
           MOVE W-OBS      TO EXOBS.
           MOVE W-OPERADOR TO EXOPER.
           IF W-RES = "P"
              MOVE W-FECHA TO EXFVTO
              MOVE 0       TO EXFECHA EXPROX
           ELSE
              IF W-NUEVO = "S"
                 MOVE W-FECHA TO EXFVTO
              END-IF
              MOVE W-FECHA TO EXFECHA
              PERFORM CALCULAR-PROXIMO
           END-IF.
           IF W-NUEVO = "S"
              WRITE R-EXA INVALID KEY
                 CONTINUE
              END-WRITE
           ELSE
              REWRITE R-EXA INVALID KEY
                 CONTINUE
              END-REWRITE
           END-IF.
       REGISTRAR-EXAMEN-EXIT.
           EXIT.

      *-- PROXIMO VENCIMIENTO: FECHA DEL EXAMEN MAS LOS MESES QUE EL --*
      *-- TIPO FIJA PARA LA CATEGORIA; SI EL DIA NO EXISTE EN ESE    --*
      *-- MES, EL ULTIMO DEL MES (MISMO AJUSTE QUE "CARTA1").        --*
       CALCULAR-PROXIMO.
           MOVE ETFREC (MCATE + 1) TO W-MESES.
           IF W-MESES = 0
              MOVE 0 TO EXPROX
           ELSE
              MOVE W-FECHA TO W-FEC-AUX-N
              COMPUTE W-MESES-TOT = W-AUX-MES + W-MESES - 1
              DIVIDE W-MESES-TOT BY 12 GIVING W-COC-12
                 REMAINDER W-RESTO-12
              ADD W-COC-12 TO W-AUX-ANIO
              COMPUTE W-AUX-MES = W-RESTO-12 + 1
              IF W-AUX-DIA > 30 AND (W-AUX-MES = 4 OR W-AUX-MES = 6
                 OR W-AUX-MES = 9 OR W-AUX-MES = 11)
                 MOVE 30 TO W-AUX-DIA
              END-IF
              IF W-AUX-MES = 2 AND W-AUX-DIA > 28
                 DIVIDE W-AUX-ANIO BY 4 GIVING W-COC-4
                    REMAINDER W-RESTO-4
                 IF W-RESTO-4 = 0
                    MOVE 29 TO W-AUX-DIA
                 ELSE
                    MOVE 28 TO W-AUX-DIA
                 END-IF
              END-IF
              MOVE W-FEC-AUX-N TO EXPROX
           END-IF.

      *-- ULTIMO EXAMEN DEL LEGAJO PARA EL TIPO ELEGIDO: LA CLAVE ES --*
      *-- LEGAJO + TIPO + NUMERO, ASI QUE ES EL ULTIMO QUE SE LEE.   --*
       BUSCAR-ULTIMO.
           MOVE 0     TO W-ULT-NRO W-ULT-VTO.
           MOVE SPACE TO W-ULT-RES.
           MOVE MCA    TO EXCA.
           MOVE W-TIPO TO EXTIPO.
           MOVE 0      TO EXNRO.
           MOVE "N"    TO W-FIN-EXA.
           START EXAMEN KEY IS NOT LESS THAN EXCLAVE
              INVALID KEY MOVE "S" TO W-FIN-EXA
           END-START.
           PERFORM LEER-ULTIMO THRU LEER-ULTIMO-EXIT
              UNTIL W-FIN-EXA = "S".
       BUSCAR-ULTIMO-EXIT.
           EXIT.

       LEER-ULTIMO.
           READ EXAMEN NEXT RECORD AT END
              MOVE "S" TO W-FIN-EXA
              GO TO LEER-ULTIMO-EXIT.
           IF EXCA NOT = MCA OR EXTIPO NOT = W-TIPO
              MOVE "S" TO W-FIN-EXA
              GO TO LEER-ULTIMO-EXIT.
           MOVE EXNRO  TO W-ULT-NRO.
           MOVE EXRES  TO W-ULT-RES.
           MOVE EXFVTO TO W-ULT-VTO.
       LEER-ULTIMO-EXIT.
           EXIT.

      *-- TODOS LOS EXAMENES DEL LEGAJO, EN ORDEN DE TIPO Y NUMERO, --*
      *-- PAGINADOS DE A 12 RENGLONES (FILAS 07 A 18).              --*
       LISTAR-EXAMENES.
           PERFORM ENCABEZADO.
           DISPLAY "LEGAJO: " LINE 04 POSITION 01.
           DISPLAY MCA   LINE 04 POSITION 09.
           DISPLAY MAN   LINE 04 POSITION 19.
           DISPLAY "CAT: " LINE 04 POSITION 51.
           DISPLAY MCATE LINE 04 POSITION 56.
           DISPLAY "TIPO NRO   A HACER   HECHO    RES  PROXIMO  OBSERV."
              LINE 05 POSITION 01.
           DISPLAY SUBRAYADO LINE 06 POSITION 01.
           MOVE 0 TO CONT-LIN CONT-EXA.
           MOVE MCA TO EXCA.
           MOVE 0   TO EXTIPO EXNRO.
           MOVE "N" TO W-FIN-EXA.
           START EXAMEN KEY IS NOT LESS THAN EXCLAVE
              INVALID KEY MOVE "S" TO W-FIN-EXA
           END-START.
           PERFORM LEER-EXAMEN THRU LEER-EXAMEN-EXIT
              UNTIL W-FIN-EXA = "S".
           IF CONT-EXA = 0
              DISPLAY "(SIN EXAMENES REGISTRADOS)" LINE 07 POSITION 01
           END-IF.
       LISTAR-EXAMENES-EXIT.
           EXIT.

       LEER-EXAMEN.
           READ EXAMEN NEXT RECORD AT END
              MOVE "S" TO W-FIN-EXA
              GO TO LEER-EXAMEN-EXIT.
           IF EXCA NOT = MCA
              MOVE "S" TO W-FIN-EXA
              GO TO LEER-EXAMEN-EXIT.
           IF CONT-LIN > 11
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY SUBRAYADO LINE 24 POSITION 01
              DISPLAY " " LINE 07 POSITION 01 ERASE EOS
              MOVE 0 TO CONT-LIN
           END-IF.
           COMPUTE LIN-ACT = 07 + CONT-LIN.
           DISPLAY EXTIPO  LINE LIN-ACT, POSITION 01.
           DISPLAY EXNRO   LINE LIN-ACT, POSITION 06.
           DISPLAY EXFVTO  LINE LIN-ACT, POSITION 10.
           DISPLAY EXFECHA LINE LIN-ACT, POSITION 19.
           DISPLAY EXRES   LINE LIN-ACT, POSITION 29.
           DISPLAY EXPROX  LINE LIN-ACT, POSITION 33.
           DISPLAY EXOBS   LINE LIN-ACT, POSITION 42.
           ADD 1 TO CONT-LIN.
           ADD 1 TO CONT-EXA.
       LEER-EXAMEN-EXIT.
           EXIT.

       ENCABEZADO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "EXAMENES MEDICOS LABORALES" LINE 01 POSITION 27.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
