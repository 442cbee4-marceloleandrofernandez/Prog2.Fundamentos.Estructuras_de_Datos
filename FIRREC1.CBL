      *** RECIBOS DE SUELDO DEVUELTOS FIRMADOS: "RPTREC1" IMPRIME    ***
      *** DOS EJEMPLARES Y EL DE LA EMPRESA TIENE QUE VOLVER CON LA  ***
      *** FIRMA DEL EMPLEADO (LO PIDE LA INSPECCION DE TRABAJO).     ***
      *** CADA RECIBO IMPRESO QUEDA PENDIENTE EN "FIRMAS.IND" (VER   ***
      *** COPY/FIRMREC.CPY) POR LEGAJO Y PERIODO, INCLUIDOS LOS      ***
      *** AGUINALDOS AAAA13/AAAA14. ESTE PGM REGISTRA LA DEVOLUCION  ***
      *** CON SU FECHA Y, SI CORRESPONDE, LA MARCA DE FIRMADO EN     ***
      *** DISCONFORMIDAD. UN RECIBO QUE NO FIGURA IMPRESO (ANTERIOR  ***
      *** AL REGISTRO O HECHO A MANO) SE PUEDE CARGAR IGUAL. ANULAR  ***
      *** UNA DEVOLUCION MAL CARGADA PIDE NIVEL 5. LOS RECIBOS QUE   ***
      *** TODAVIA FALTAN LOS LISTA "RPTFIR1".                        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIRREC1.
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

      *-- UNA FILA POR RECIBO: LEGAJO + PERIODO --*
           SELECT FIRMAS ASSIGN TO DISK "FIRMAS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FRCLAVE
           FILE STATUS IS FSTFIR.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  FIRMAS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS R-FIR.
           COPY FIRMREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTFIR           PIC XX.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.

       77 W-FIN            PIC X     VALUE "N".
       77 W-FIN-LEG        PIC X     VALUE "N".
       77 W-FIN-FIR        PIC X     VALUE "N".
       77 W-OK             PIC X     VALUE "N".
       77 W-OPC            PIC X     VALUE SPACE.
       77 W-MCA            PIC 9(08) VALUE 0.
      *-- "S" = LA FILA DEL RECIBO NO EXISTIA Y SE CARGA A MANO --*
       77 W-NUEVA          PIC X     VALUE "N".
       77 W-FDEV           PIC 9(08) VALUE 0.
       77 W-PROT           PIC X     VALUE "N".
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 CONT-LIN         PIC 99    VALUE 0.
       77 LIN-ACT          PIC 99    VALUE 0.
       77 CONT-FIR         PIC 9(03) VALUE 0.
       77 CONT-PEND        PIC 9(03) VALUE 0.

      *-- PERIODO TAL COMO LO TIPEA EL OPERADOR: AAAAMM, O AAAA13 / --*
      *-- AAAA14 PARA EL AGUINALDO (VER COPY/LIQCREC.CPY)           --*
       01 W-PERIODO        PIC 9(06) VALUE 0.
       01 W-PERIODO-R REDEFINES W-PERIODO.
          02 W-PER-ANIO    PIC 9(04).
          02 W-PER-MES     PIC 99.
      *-- PERIODO EN CURSO: NO SE ADMITEN RECIBOS DE UNO POSTERIOR --*
       01 W-PER-HOY        PIC 9(06) VALUE 0.
       01 W-PER-HOY-R REDEFINES W-PER-HOY.
          02 W-PHOY-ANIO   PIC 9(04).
          02 W-PHOY-MES    PIC 99.

      *-- FECHA TAL COMO LA TIPEA EL OPERADOR --*
       01 W-FECHA          PIC 9(08) VALUE 0.
       01 W-FECHA-R REDEFINES W-FECHA.
          02 W-FEC-ANIO    PIC 9(04).
          02 W-FEC-MES     PIC 99.
          02 W-FEC-DIA     PIC 99.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON FIRMAS.
       ERROR-APERTURA.
           IF FSTFIR = "35"
              OPEN OUTPUT FIRMAS
              CLOSE FIRMAS
              OPEN I-O FIRMAS
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- MISMO NIVEL QUE "CONTRAT1" PARA CARGAR; ANULAR PIDE 5 --*
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
           MOVE "FIRREC1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DIVIDE W-FECHA-HOY BY 100 GIVING W-PER-HOY.

           OPEN INPUT MAESTRO.
           IF FST NOT = "00"
              DISPLAY "** NO HAY EMPLEADOS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN I-O FIRMAS.
           PERFORM PROCESAR-LEGAJO THRU PROCESAR-LEGAJO-EXIT
              UNTIL W-FIN = "S".
           CLOSE FIRMAS.
           CLOSE MAESTRO.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- EL LEGAJO PUEDE YA NO ESTAR EN EL MAESTRO (EL RECIBO FINAL --*
      *-- DE UN EGRESO TAMBIEN VUELVE FIRMADO): EN ESE CASO SE TOMAN --*
      *-- LOCALIDAD Y SUPERVISOR DE SU PRIMERA FILA EN "FIRMAS.IND". --*
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
              PERFORM BUSCAR-EGRESADO THRU BUSCAR-EGRESADO-EXIT
           END-IF.
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
           MOVE "N" TO W-FIN-LEG.
           PERFORM ATENDER-LEGAJO THRU ATENDER-LEGAJO-EXIT
              UNTIL W-FIN-LEG = "S".
       PROCESAR-LEGAJO-EXIT.
           EXIT.

       BUSCAR-EGRESADO.
           MOVE W-MCA TO FRCA.
           MOVE 0     TO FRPERIODO.
           START FIRMAS KEY IS NOT LESS THAN FRCLAVE
              INVALID KEY MOVE "23" TO FSTFIR
           END-START.
           IF FSTFIR NOT = "00"
              GO TO BUSCAR-EGRESADO-EXIT.
           READ FIRMAS NEXT RECORD AT END
              GO TO BUSCAR-EGRESADO-EXIT.
           IF FRCA NOT = W-MCA
              GO TO BUSCAR-EGRESADO-EXIT.
           MOVE SPACES TO R-MAE.
           MOVE W-MCA  TO MCA.
           MOVE "(YA NO ESTA EN EL MAESTRO)" TO MAN.
           MOVE FRLO   TO MLO.
           MOVE FRSUP  TO MSUP.
           MOVE "00"   TO FST.
       BUSCAR-EGRESADO-EXIT.
           EXIT.

      *-- LISTA LOS RECIBOS DEL LEGAJO Y PIDE QUE HACER --*
       ATENDER-LEGAJO.
           PERFORM LISTAR-FIRMAS THRU LISTAR-FIRMAS-EXIT.
           DISPLAY "D=DEVUELTO FIRMADO  A=ANULAR DEVOLUCION  "
              LINE 19 POSITION 01.
           DISPLAY "O=OTRO LEGAJO: " LINE 19 POSITION 42.
           MOVE SPACE TO W-OPC.
           ACCEPT W-OPC LINE 19 POSITION 57.
           IF W-OPC = "D"
              PERFORM REGISTRAR-DEVOLUCION THRU
                 REGISTRAR-DEVOLUCION-EXIT
           ELSE IF W-OPC = "A"
              PERFORM ANULAR-DEVOLUCION THRU ANULAR-DEVOLUCION-EXIT
           ELSE
              MOVE "S" TO W-FIN-LEG
           END-IF.
       ATENDER-LEGAJO-EXIT.
           EXIT.

      *-- DEVOLUCION: SOBRE EL RECIBO PENDIENTE DEL PERIODO, O UNO  --*
      *-- NUEVO SI NO FIGURA IMPRESO. LA FECHA NO PUEDE SER FUTURA  --*
      *-- NI ANTERIOR A LA EMISION.                                 --*
       REGISTRAR-DEVOLUCION.
           PERFORM PEDIR-PERIODO THRU PEDIR-PERIODO-EXIT.
           IF W-OK NOT = "S"
              GO TO REGISTRAR-DEVOLUCION-EXIT.
           MOVE "N" TO W-NUEVA.
           MOVE MCA       TO FRCA.
           MOVE W-PERIODO TO FRPERIODO.
           READ FIRMAS INVALID KEY MOVE "23" TO FSTFIR.
           IF FSTFIR = "00" AND FREST = "F"
              DISPLAY "** ESE RECIBO YA FIGURA DEVUELTO EL "
                 LINE 24 POSITION 10 CONTROL "FCOLOR=RED", BLINK
              DISPLAY FRFDEV LINE 24 POSITION 47
                 CONTROL "FCOLOR=RED", BLINK
              DISPLAY " **" LINE 24 POSITION 55
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO REGISTRAR-DEVOLUCION-EXIT.
           IF FSTFIR NOT = "00"
              DISPLAY "NO FIGURA IMPRESO; LO CARGA IGUAL S/N: "
                 LINE 21 POSITION 01
              MOVE "N" TO W-OK
              ACCEPT W-OK LINE 21 POSITION 40
              IF W-OK NOT = "S"
                 GO TO REGISTRAR-DEVOLUCION-EXIT
              END-IF
              MOVE "S"       TO W-NUEVA
              MOVE SPACES    TO R-FIR
              MOVE MCA       TO FRCA
              MOVE W-PERIODO TO FRPERIODO
              MOVE 0         TO FRFEMI
              MOVE MLO       TO FRLO
              MOVE MSUP      TO FRSUP
           END-IF.
           MOVE 0 TO W-FDEV.
           DISPLAY "FECHA DE DEVOLUCION (AAAAMMDD, 0 = HOY): "
              LINE 22 POSITION 01.
           ACCEPT W-FDEV LINE 22 POSITION 42.
           IF W-FDEV IS NOT NUMERIC OR W-FDEV = 0
              MOVE W-FECHA-HOY TO W-FDEV
           END-IF.
           MOVE W-FDEV TO W-FECHA.
           PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
           IF W-OK NOT = "S"
              GO TO REGISTRAR-DEVOLUCION-EXIT.
           IF W-FDEV > W-FECHA-HOY OR W-FDEV < FRFEMI
              DISPLAY "** LA DEVOLUCION NO PUEDE SER FUTURA NI ANTERIOR"
                 LINE 24 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              DISPLAY " A LA EMISION **"
                 LINE 24 POSITION 54 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO REGISTRAR-DEVOLUCION-EXIT.
           DISPLAY "FIRMADO EN DISCONFORMIDAD S/N: "
              LINE 23 POSITION 01.
           MOVE "N" TO W-PROT.
           ACCEPT W-PROT LINE 23 POSITION 32.
           IF W-PROT NOT = "S"
              MOVE "N" TO W-PROT
           END-IF.
           DISPLAY "GRABA S/N: " LINE 23 POSITION 50.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 23 POSITION 61.
           IF W-OK NOT = "S"
              GO TO REGISTRAR-DEVOLUCION-EXIT.
           MOVE "F"        TO FREST.
           MOVE W-FDEV     TO FRFDEV.
           MOVE W-OPERADOR TO FROPDEV.
           MOVE W-PROT     TO FRPROT.
           IF W-NUEVA = "S"
              WRITE R-FIR INVALID KEY
                 MOVE "23" TO FSTFIR
              END-WRITE
           ELSE
              REWRITE R-FIR INVALID KEY
                 MOVE "23" TO FSTFIR
              END-REWRITE
           END-IF.
           IF FSTFIR NOT = "00"
              DISPLAY "** NO SE PUDO GRABAR LA DEVOLUCION **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       REGISTRAR-DEVOLUCION-EXIT.
           EXIT.

      *-- DEVOLUCION MAL CARGADA: EL RECIBO VUELVE A PENDIENTE, O SE --*
      *-- BORRA SI SE HABIA CARGADO A MANO SIN EMISION REGISTRADA.   --*
       ANULAR-DEVOLUCION.
           IF W-NIVEL < 5
              DISPLAY "** SE NECESITA NIVEL 5 PARA ANULAR **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ANULAR-DEVOLUCION-EXIT.
           PERFORM PEDIR-PERIODO THRU PEDIR-PERIODO-EXIT.
           IF W-OK NOT = "S"
              GO TO ANULAR-DEVOLUCION-EXIT.
           MOVE MCA       TO FRCA.
           MOVE W-PERIODO TO FRPERIODO.
           READ FIRMAS INVALID KEY MOVE "23" TO FSTFIR.
           IF FSTFIR NOT = "00" OR FREST NOT = "F"
              DISPLAY "** ESE RECIBO NO FIGURA DEVUELTO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ANULAR-DEVOLUCION-EXIT.
           DISPLAY "ANULA LA DEVOLUCION S/N: " LINE 21 POSITION 01.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 21 POSITION 26.
           IF W-OK NOT = "S"
              GO TO ANULAR-DEVOLUCION-EXIT.
           IF FRFEMI = 0
              DELETE FIRMAS INVALID KEY
                 CONTINUE
              END-DELETE
              GO TO ANULAR-DEVOLUCION-EXIT.
           MOVE "P"    TO FREST.
           MOVE 0      TO FRFDEV.
           MOVE SPACES TO FROPDEV.
           MOVE "N"    TO FRPROT.
           REWRITE R-FIR INVALID KEY
              CONTINUE
           END-REWRITE.
       ANULAR-DEVOLUCION-EXIT.
           EXIT.

      *-- MES 01 A 12, O 13/14 PARA EL AGUINALDO --*
       PEDIR-PERIODO.
           MOVE "S" TO W-OK.
           MOVE 0   TO W-PERIODO.
           DISPLAY "PERIODO (AAAAMM, AGUINALDO AAAA13/AAAA14): "
              LINE 20 POSITION 01.
           ACCEPT W-PERIODO LINE 20 POSITION 44.
           IF W-PERIODO IS NOT NUMERIC OR W-PER-ANIO < 1900
              OR W-PER-MES < 1 OR W-PER-MES > 14
              MOVE "N" TO W-OK
              DISPLAY "** PERIODO INVALIDO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
      *-- UN RECIBO TODAVIA NO LIQUIDADO NO PUEDE HABER VUELTO      --*
      *-- FIRMADO; EL AGUINALDO, HASTA EL DEL ANIO EN CURSO.        --*
           IF W-OK = "S"
              AND (W-PER-ANIO > W-PHOY-ANIO
                   OR (W-PER-MES < 13 AND W-PERIODO > W-PER-HOY))
              MOVE "N" TO W-OK
              DISPLAY "** PERIODO POSTERIOR AL ACTUAL **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       PEDIR-PERIODO-EXIT.
           EXIT.

       VALIDAR-FECHA.
           MOVE "S" TO W-OK.
           IF W-FECHA IS NOT NUMERIC OR W-FEC-ANIO < 1900
              OR W-FEC-MES < 1 OR W-FEC-MES > 12
              OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
              MOVE "N" TO W-OK
              DISPLAY "** FECHA INVALIDA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       VALIDAR-FECHA-EXIT.
           EXIT.

      *-- TODOS LOS RECIBOS DEL LEGAJO, PAGINADOS DE A 11, CON LA  --*
      *-- CUENTA DE LOS QUE TODAVIA NO VOLVIERON.                  --*
       LISTAR-FIRMAS.
           PERFORM ENCABEZADO.
           DISPLAY "LEGAJO: " LINE 04 POSITION 01.
           DISPLAY MCA   LINE 04 POSITION 09.
           DISPLAY MAN   LINE 04 POSITION 19.
           DISPLAY "PERIODO ESTADO    EMITIDO  OPERADOR  DEVUELTO"
              LINE 05 POSITION 01.
           DISPLAY "OPERADOR" LINE 05 POSITION 47.
           DISPLAY SUBRAYADO LINE 06 POSITION 01.
           MOVE 0 TO CONT-LIN CONT-FIR CONT-PEND.
           MOVE MCA TO FRCA.
           MOVE 0   TO FRPERIODO.
           MOVE "N" TO W-FIN-FIR.
           START FIRMAS KEY IS NOT LESS THAN FRCLAVE
              INVALID KEY MOVE "S" TO W-FIN-FIR
           END-START.
           PERFORM LEER-FIRMA THRU LEER-FIRMA-EXIT
              UNTIL W-FIN-FIR = "S".
           IF CONT-FIR = 0
              DISPLAY "(SIN RECIBOS REGISTRADOS)"
                 LINE 07 POSITION 01
           END-IF.
           IF CONT-PEND > 0
              DISPLAY "RECIBOS SIN DEVOLVER FIRMADOS: " LINE 18
                 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              DISPLAY CONT-PEND LINE 18 POSITION 32
                 CONTROL "FCOLOR=RED", BLINK
           END-IF.
       LISTAR-FIRMAS-EXIT.
           EXIT.

       LEER-FIRMA.
           READ FIRMAS NEXT RECORD AT END
              MOVE "S" TO W-FIN-FIR
              GO TO LEER-FIRMA-EXIT.
           IF FRCA NOT = MCA
              MOVE "S" TO W-FIN-FIR
              GO TO LEER-FIRMA-EXIT.
           IF CONT-LIN > 10
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY SUBRAYADO LINE 24 POSITION 01
              DISPLAY " " LINE 07 POSITION 01 ERASE EOS
              MOVE 0 TO CONT-LIN
           END-IF.
           COMPUTE LIN-ACT = 07 + CONT-LIN.
           DISPLAY FRPERIODO LINE LIN-ACT, POSITION 01.
           IF FREST = "F"
              DISPLAY "FIRMADO"   LINE LIN-ACT, POSITION 09
           ELSE
              DISPLAY "PENDIENTE" LINE LIN-ACT, POSITION 09
              ADD 1 TO CONT-PEND
           END-IF.
           IF FRFEMI = 0
              DISPLAY "(A MANO)" LINE LIN-ACT, POSITION 19
           ELSE
              DISPLAY FRFEMI   LINE LIN-ACT, POSITION 19
              DISPLAY FROPEMI  LINE LIN-ACT, POSITION 28
           END-IF.
           IF FREST = "F"
              DISPLAY FRFDEV   LINE LIN-ACT, POSITION 38
              DISPLAY FROPDEV  LINE LIN-ACT, POSITION 47
              IF FRPROT = "S"
                 DISPLAY "EN DISCONFORMIDAD" LINE LIN-ACT, POSITION 56
              END-IF
           END-IF.
           ADD 1 TO CONT-LIN.
           ADD 1 TO CONT-FIR.
       LEER-FIRMA-EXIT.
           EXIT.

       ENCABEZADO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "RECIBOS DE SUELDO DEVUELTOS FIRMADOS"
              LINE 01 POSITION 22.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
