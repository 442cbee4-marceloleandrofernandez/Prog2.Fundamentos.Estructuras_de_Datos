      *-- EMBARGOS JUDICIALES SOBRE EL SUELDO: LLEGABAN LOS OFICIOS  --*
      *-- Y SE CARGABAN CADA MES COMO NOVEDAD "D" A MANO, SIN MIRAR  --*
      *-- EL TOPE LEGAL NI CUANTO FALTABA PAGAR. ESTE PGM DA DE ALTA,--*
      *-- LEVANTA Y CONSULTA LOS EMBARGOS DE "EMBARGO.IND" (VER      --*
      *-- COPY/EMBREC.CPY) Y MANTIENE EL SALARIO MINIMO DE           --*
      *-- "SMVM.IND" QUE FIJA EL TOPE. LO RETENIDO LO CALCULA        --*
      *-- "LIQCALC" EN CADA PERIODO Y LA REMESA A CADA CUENTA        --*
      *-- JUDICIAL SALE POR "EMBREM1".                               --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBAR1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01", SOLO LECTURA --*
           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

           SELECT EMBARGO ASSIGN TO DISK "EMBARGO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMCLAVE
           FILE STATUS IS FSTEMB.

           SELECT SMVM ASSIGN TO DISK "SMVM.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SVVIG
           FILE STATUS IS FSTSMV.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

        FD EMBARGO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 153 CHARACTERS
           DATA RECORD IS R-EMB.
           COPY EMBREC.

        FD SMVM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 25 CHARACTERS
           DATA RECORD IS R-SMVM.
           COPY SMVMREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FST               PIC XX.
       77 FSTEMB            PIC XX.
       77 FSTSMV            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

       77 W-ACCION          PIC X     VALUE SPACES.
       77 W-FIN             PIC X     VALUE "N".
       77 FIN-EMB           PIC X     VALUE "N".
       77 FIN-SMV           PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-MCA             PIC 9(08) VALUE 0.
       77 W-NUM             PIC 9(02) VALUE 0.
       77 W-NOMBRE          PIC X(30) VALUE SPACES.
       77 W-EXISTE-EMP      PIC X     VALUE "N".
       77 W-EXISTE-EMB      PIC X     VALUE "N".
       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.
       77 CONT-LIS          PIC 99    VALUE 0.
      *-- DATOS DEL OFICIO QUE SE CARGA --*
       77 W-JUZGADO         PIC X(30) VALUE SPACES.
       77 W-EXPTE           PIC X(20) VALUE SPACES.
       77 W-CTAJUD          PIC X(22) VALUE SPACES.
       77 W-TIPO            PIC X     VALUE SPACE.
       77 W-PORC            PIC 99V99 VALUE 0.
       77 W-FIJO            PIC 9(07)V99 VALUE 0.
       77 W-ALIM            PIC X     VALUE SPACE.
       77 W-PRIOR           PIC 9(02) VALUE 0.
       77 W-TOTAL           PIC 9(09)V99 VALUE 0.
      *-- CUOTA ALIMENTARIA SIN MONTO TOTAL: SALDO "INFINITO" --*
       77 W-SIN-TOTAL       PIC 9(09)V99 VALUE 999999999,99.
      *-- SALARIO MINIMO --*
       77 W-SVVIG           PIC 9(08) VALUE 0.
       77 W-SVIMP           PIC 9(07)V99 VALUE 0.
       77 W-VIG-MIN         PIC 9(08) VALUE 0.
      *-- MES EN CURSO CONTRA "PERCERR" --*
       77 W-PER-HOY         PIC 9(06) VALUE 0.
       77 W-CERRADO         PIC X     VALUE "N".
       77 W-ULT-CERRADO     PIC 9(06) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON EMBARGO.
       ERROR-APERTURA.
           IF FSTEMB NOT = "00"
              OPEN OUTPUT EMBARGO
              CLOSE EMBARGO
              OPEN I-O EMBARGO
            END-IF.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- TODO OFICIO QUEDA CON EL OPERADOR QUE LO CARGO --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE W-PER-HOY = W-FECHA-HOY / 100.
           CALL   "PERCERR" USING W-PER-HOY W-CERRADO W-ULT-CERRADO.
           CANCEL "PERCERR".
           OPEN I-O EMBARGO.
           PERFORM PEDIR-ACCION THRU PEDIR-ACCION-EXIT
              UNTIL W-FIN = "S".
           CLOSE EMBARGO.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "EMBARGOS JUDICIALES" LINE 01 POSITION 30.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ACCION (A=ALTA L=LEVANTAR C=CONSULTA M=SALARIO"
              LINE 04 POSITION 01.
           DISPLAY " MINIMO 0=FIN): " LINE 04 POSITION 48.
           ACCEPT W-ACCION LINE 04 POSITION 64.
           IF W-ACCION = "0" OR W-ACCION = SPACE
              MOVE "S" TO W-FIN
              GO TO PEDIR-ACCION-EXIT.
           IF W-ACCION = "M"
              PERFORM SALARIO-MINIMO THRU SALARIO-MINIMO-EXIT
              GO TO PEDIR-ACCION-EXIT.
      *-- DAR DE ALTA O LEVANTAR CAMBIA LO RETENIDO EN EL MES EN  --*
      *-- CURSO: SI CONTABILIDAD YA LO CONFIRMO SOLO SE CONSULTA. --*
           IF W-CERRADO = "S" AND W-ACCION NOT = "C"
              DISPLAY "** MES CONFIRMADO POR CONTABILIDAD, SOLO SE"
                 " PUEDE CONSULTAR **" LINE 22 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-ACCION-EXIT.
           DISPLAY "CODIGO DE EMPLEADO: " LINE 06 POSITION 01.
           ACCEPT W-MCA LINE 06 POSITION 22.
           IF W-MCA = 0
              GO TO PEDIR-ACCION-EXIT.
           PERFORM BUSCAR-EMPLEADO.
           IF W-EXISTE-EMP = "N"
              DISPLAY "** ESE EMPLEADO NO EXISTE EN EL MAESTRO **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-ACCION-EXIT.
           DISPLAY "EMPLEADO: " LINE 07 POSITION 01.
           DISPLAY W-NOMBRE LINE 07 POSITION 11.

           IF W-ACCION = "A"
              PERFORM ALTA THRU ALTA-EXIT
           ELSE IF W-ACCION = "L"
              PERFORM LEVANTAR THRU LEVANTAR-EXIT
           ELSE IF W-ACCION = "C"
              PERFORM CONSULTAR THRU CONSULTAR-EXIT
           ELSE
              DISPLAY "** ACCION INVALIDA, USE A, L, C, M O 0 **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       PEDIR-ACCION-EXIT.
           EXIT.

      *-- UN OFICIO POR NUMERO. "P" RETIENE UN % DEL NETO Y "F" UN --*
      *-- IMPORTE FIJO POR MES; EN LOS DOS CASOS "LIQCALC" RECORTA --*
      *-- AL TOPE LEGAL (SALVO ALIMENTOS) Y AL SALDO.              --*
       ALTA.
           DISPLAY "NUMERO DE OFICIO (01 A 99): "
              LINE 09 POSITION 01.
           ACCEPT W-NUM LINE 09 POSITION 30.
           IF W-NUM = 0
              GO TO ALTA-EXIT.
           MOVE W-MCA TO EMCA.
           MOVE W-NUM TO EMNUM.
           READ EMBARGO INVALID KEY MOVE "N" TO W-EXISTE-EMB
               NOT INVALID KEY MOVE "S" TO W-EXISTE-EMB.
           IF W-EXISTE-EMB = "S"
              DISPLAY "** ESE NUMERO YA EXISTE PARA EL LEGAJO **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ALTA-EXIT.
           MOVE SPACES TO W-JUZGADO W-EXPTE W-CTAJUD W-TIPO W-ALIM.
           MOVE 0 TO W-PORC W-FIJO W-PRIOR W-TOTAL.
           DISPLAY "JUZGADO              : " LINE 10 POSITION 01.
           ACCEPT W-JUZGADO LINE 10 POSITION 24.
           DISPLAY "EXPEDIENTE           : " LINE 11 POSITION 01.
           ACCEPT W-EXPTE LINE 11 POSITION 24.
           DISPLAY "CUENTA JUDICIAL (CBU): " LINE 12 POSITION 01.
           ACCEPT W-CTAJUD LINE 12 POSITION 24.
           IF W-JUZGADO = SPACES OR W-EXPTE = SPACES
              OR W-CTAJUD IS NOT NUMERIC
              DISPLAY "** JUZGADO, EXPEDIENTE Y CBU DE 22 DIGITOS"
                 " SON OBLIGATORIOS **" LINE 22 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ALTA-EXIT.
           DISPLAY "TIPO (P=% DEL NETO F=FIJO): " LINE 13 POSITION 01.
           ACCEPT W-TIPO LINE 13 POSITION 30.
           IF W-TIPO = "P"
              DISPLAY "PORCENTAJE DEL NETO  : " LINE 14 POSITION 01
              ACCEPT W-PORC LINE 14 POSITION 24
           ELSE IF W-TIPO = "F"
              DISPLAY "IMPORTE FIJO POR MES : " LINE 14 POSITION 01
              ACCEPT W-FIJO LINE 14 POSITION 24
           ELSE
              DISPLAY "** EL TIPO ES P O F **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ALTA-EXIT
           END-IF.
           IF W-PORC = 0 AND W-FIJO = 0
              DISPLAY "** EL PORCENTAJE O IMPORTE NO PUEDE SER CERO **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ALTA-EXIT.
           DISPLAY "CUOTA ALIMENTARIA S/N: " LINE 15 POSITION 01.
           ACCEPT W-ALIM LINE 15 POSITION 24.
           IF W-ALIM NOT = "S"
              MOVE "N" TO W-ALIM
           END-IF.
           DISPLAY "PRIORIDAD (01 = 1RA.): " LINE 16 POSITION 01.
           ACCEPT W-PRIOR LINE 16 POSITION 24.
           IF W-PRIOR IS NOT NUMERIC OR W-PRIOR = 0
              MOVE 1 TO W-PRIOR
           END-IF.
           DISPLAY "MONTO TOTAL ORDENADO : " LINE 17 POSITION 01.
           ACCEPT W-TOTAL LINE 17 POSITION 24.
      *-- SOLO UNA CUOTA ALIMENTARIA PUEDE NO TENER MONTO TOTAL --*
           IF W-TOTAL = 0
              IF W-ALIM = "S"
                 MOVE W-SIN-TOTAL TO W-TOTAL
              ELSE
                 DISPLAY "** EL MONTO TOTAL NO PUEDE SER CERO **"
                    LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 GO TO ALTA-EXIT
              END-IF
           END-IF.
           DISPLAY "DA DE ALTA EL EMBARGO S/N: " LINE 19 POSITION 01.
           ACCEPT W-OK LINE 19 POSITION 28.
           IF W-OK NOT = "S"
              GO TO ALTA-EXIT.
           MOVE W-MCA     TO EMCA.
           MOVE W-NUM     TO EMNUM.
           MOVE W-JUZGADO TO EMJUZGADO.
           MOVE W-EXPTE   TO EMEXPTE.
           MOVE W-CTAJUD  TO EMCTAJUD.
           MOVE W-TIPO    TO EMTIPO.
           MOVE W-PORC    TO EMPORC.
           MOVE W-FIJO    TO EMFIJO.
           MOVE W-ALIM    TO EMALIM.
           MOVE W-PRIOR   TO EMPRIOR.
           MOVE W-TOTAL   TO EMTOTAL EMSALDO.
           MOVE "V"       TO EMEST.
           MOVE 0         TO EMULTPER EMAPLIC.
           MOVE W-FECHA-HOY TO EMFECHA.
           MOVE W-OPERADOR  TO EMOPER.
           WRITE R-EMB INVALID KEY
              CONTINUE
           END-WRITE.
           DISPLAY "EMBARGO REGISTRADO" LINE 20 POSITION 01.
           ACCEPT TECLA.
       ALTA-EXIT.
           EXIT.

      *-- LEVANTAMIENTO ORDENADO POR EL JUZGADO: DEJA DE RETENERSE --*
      *-- AUNQUE TENGA SALDO.                                      --*
       LEVANTAR.
           DISPLAY "NUMERO DE OFICIO (01 A 99): "
              LINE 09 POSITION 01.
           ACCEPT W-NUM LINE 09 POSITION 30.
           MOVE W-MCA TO EMCA.
           MOVE W-NUM TO EMNUM.
           READ EMBARGO INVALID KEY
              DISPLAY "** ESE EMBARGO NO EXISTE **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO LEVANTAR-EXIT
           END-READ.
           DISPLAY "JUZGADO    : " LINE 10 POSITION 01.
           DISPLAY EMJUZGADO LINE 10 POSITION 14.
           DISPLAY "EXPEDIENTE : " LINE 11 POSITION 01.
           DISPLAY EMEXPTE LINE 11 POSITION 14.
           DISPLAY "SALDO      : " LINE 12 POSITION 01.
           DISPLAY EMSALDO LINE 12 POSITION 14.
           DISPLAY "LEVANTA EL EMBARGO S/N: " LINE 13 POSITION 01.
           ACCEPT W-OK LINE 13 POSITION 25.
           IF W-OK NOT = "S"
              GO TO LEVANTAR-EXIT.
           MOVE "C" TO EMEST.
           MOVE W-OPERADOR TO EMOPER.
           REWRITE R-EMB.
           DISPLAY "EMBARGO LEVANTADO" LINE 14 POSITION 01.
           ACCEPT TECLA.
       LEVANTAR-EXIT.
           EXIT.

      *-- TODOS LOS EMBARGOS DEL LEGAJO CON SU SALDO --*
       CONSULTAR.
           DISPLAY SUBRAYADO LINE 09 POSITION 01.
           DISPLAY "NRO JUZGADO         T   %     FIJO    PR"
              LINE 10 POSITION 01.
           DISPLAY "   SALDO      E ULT.PER" LINE 10 POSITION 42.
           MOVE 0 TO CONT-LIS.
           MOVE W-MCA TO EMCA.
           MOVE 0 TO EMNUM.
           START EMBARGO KEY IS NOT LESS THAN EMCLAVE
                 INVALID KEY MOVE "S" TO FIN-EMB
                 NOT INVALID KEY MOVE "N" TO FIN-EMB.
           PERFORM LISTAR-EMBARGO THRU LISTAR-EMBARGO-EXIT
              UNTIL FIN-EMB = "S".
           IF CONT-LIS = 0
              DISPLAY "(SIN EMBARGOS)" LINE 11 POSITION 01
           END-IF.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       CONSULTAR-EXIT.
           EXIT.

       LISTAR-EMBARGO.
           READ EMBARGO NEXT RECORD AT END
              MOVE "S" TO FIN-EMB
              GO TO LISTAR-EMBARGO-EXIT.
           IF EMCA NOT = W-MCA
              MOVE "S" TO FIN-EMB
              GO TO LISTAR-EMBARGO-EXIT.
           IF CONT-LIS > 10
              GO TO LISTAR-EMBARGO-EXIT.
           COMPUTE LIN-ACT = 11 + CONT-LIS.
           DISPLAY EMNUM    LINE LIN-ACT, POSITION 01.
           DISPLAY EMJUZGADO (1:15) LINE LIN-ACT, POSITION 05.
           DISPLAY EMTIPO   LINE LIN-ACT, POSITION 21.
           DISPLAY EMPORC   LINE LIN-ACT, POSITION 23.
           DISPLAY EMFIJO   LINE LIN-ACT, POSITION 28.
           DISPLAY EMPRIOR  LINE LIN-ACT, POSITION 38.
           DISPLAY EMSALDO  LINE LIN-ACT, POSITION 42.
           DISPLAY EMEST    LINE LIN-ACT, POSITION 54.
           DISPLAY EMULTPER LINE LIN-ACT, POSITION 56.
           ADD 1 TO CONT-LIS.
       LISTAR-EMBARGO-EXIT.
           EXIT.

      *-- NUEVO VALOR DEL SALARIO MINIMO, VITAL Y MOVIL CON SU FECHA --*
      *-- DE VIGENCIA. CAMBIA EL TOPE DE TODOS LOS EMBARGOS: PIDE    --*
      *-- NIVEL 9 Y NO PUEDE CAER EN UN PERIODO YA CONFIRMADO.       --*
       SALARIO-MINIMO.
           IF W-NIVEL < 9
              DISPLAY "** SE NECESITA NIVEL 9 PARA EL SALARIO"
                 " MINIMO **" LINE 22 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO SALARIO-MINIMO-EXIT.
           OPEN I-O SMVM.
           IF FSTSMV = "35"
              OPEN OUTPUT SMVM
              CLOSE SMVM
              OPEN I-O SMVM
           END-IF.
           IF FSTSMV NOT = "00"
              GO TO SALARIO-MINIMO-EXIT.
           DISPLAY "VIGENCIA   IMPORTE      OPERADOR" LINE 06
              POSITION 01.
           DISPLAY SUBRAYADO LINE 07 POSITION 01.
           MOVE 0 TO CONT-LIS.
           MOVE 0 TO SVVIG.
           START SMVM KEY IS NOT LESS THAN SVVIG
                 INVALID KEY MOVE "S" TO FIN-SMV
                 NOT INVALID KEY MOVE "N" TO FIN-SMV.
           PERFORM LISTAR-SMVM THRU LISTAR-SMVM-EXIT
              UNTIL FIN-SMV = "S".
           DISPLAY "NUEVA VIGENCIA (AAAAMMDD, 0 = VOLVER): "
              LINE 19 POSITION 01.
           ACCEPT W-SVVIG LINE 19 POSITION 40.
           IF W-SVVIG IS NOT NUMERIC OR W-SVVIG = 0
              GO TO SALARIO-MINIMO-CIERRE.
           COMPUTE W-VIG-MIN = W-ULT-CERRADO * 100 + 99.
           IF W-SVVIG < 19000101 OR W-SVVIG NOT > W-VIG-MIN
              DISPLAY "** VIGENCIA INVALIDA O DENTRO DE UN PERIODO"
                 " CONFIRMADO **" LINE 22 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO SALARIO-MINIMO-CIERRE.
           DISPLAY "IMPORTE MENSUAL: " LINE 20 POSITION 01.
           ACCEPT W-SVIMP LINE 20 POSITION 18.
           IF W-SVIMP = 0
              GO TO SALARIO-MINIMO-CIERRE.
           DISPLAY "GRABA EL SALARIO MINIMO S/N: " LINE 21 POSITION 01.
           ACCEPT W-OK LINE 21 POSITION 30.
           IF W-OK NOT = "S"
              GO TO SALARIO-MINIMO-CIERRE.
           MOVE W-SVVIG    TO SVVIG.
           MOVE W-SVIMP    TO SVIMP.
           MOVE W-OPERADOR TO SVOPER.
           WRITE R-SMVM INVALID KEY
              REWRITE R-SMVM
           END-WRITE.
       SALARIO-MINIMO-CIERRE.
           CLOSE SMVM.
       SALARIO-MINIMO-EXIT.
           EXIT.

      *-- LAS ULTIMAS 10 VIGENCIAS (LAS VIEJAS SE VAN PISANDO) --*
       LISTAR-SMVM.
           READ SMVM NEXT RECORD AT END
              MOVE "S" TO FIN-SMV
              GO TO LISTAR-SMVM-EXIT.
           IF CONT-LIS > 9
              MOVE 0 TO CONT-LIS
           END-IF.
           COMPUTE LIN-ACT = 08 + CONT-LIS.
           DISPLAY SVVIG  LINE LIN-ACT, POSITION 01.
           DISPLAY SVIMP  LINE LIN-ACT, POSITION 12.
           DISPLAY SVOPER LINE LIN-ACT, POSITION 25.
           ADD 1 TO CONT-LIS.
       LISTAR-SMVM-EXIT.
           EXIT.

       BUSCAR-EMPLEADO.
           MOVE "N" TO W-EXISTE-EMP.
           MOVE SPACES TO W-NOMBRE.
           MOVE W-MCA TO MCA.
           OPEN INPUT MAESTRO.
           READ MAESTRO INVALID KEY MOVE "99" TO FST.
           IF FST = "00"
              MOVE "S"  TO W-EXISTE-EMP
              MOVE MAN  TO W-NOMBRE
           END-IF.
           CLOSE MAESTRO.
