      *** ENTREGAS DE EQUIPO POR LEGAJO: REGISTRA EN "ASIGEQ.IND"    ***
      *** (VER COPY/ASIGREC.CPY) CADA ELEMENTO DE "EQUIPO.IND" (VER  ***
      *** "MODEQU") QUE SE LE DA AL EMPLEADO, CON TALLE, CANTIDAD,   ***
      *** FECHA Y SI FIRMO LA CONSTANCIA, Y DESPUES SU DEVOLUCION O  ***
      *** BAJA. LA FECHA DE REPOSICION SALE DE LOS MESES DEL         ***
      *** ELEMENTO. "CHKEGR1" NO DEJA DAR EL EQUIPO POR DEVUELTO     ***
      *** MIENTRAS QUEDE ALGUNA ENTREGA EN "E".                      ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASIGEQ1.
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

           SELECT EQUIPO ASSIGN TO DISK "EQUIPO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EQCOD
           FILE STATUS IS FSTEQU.

      *-- UNA FILA POR ENTREGA: LEGAJO + NUMERO --*
           SELECT ASIGEQ ASSIGN TO DISK "ASIGEQ.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AGCLAVE
           FILE STATUS IS FSTASG.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  EQUIPO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS R-EQU.
           COPY EQUIREC.

       FD  ASIGEQ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 86 CHARACTERS
           DATA RECORD IS R-ASG.
           COPY ASIGREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTEQU           PIC XX.
       77 FSTASG           PIC XX.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.

       77 W-FIN            PIC X     VALUE "N".
       77 W-FIN-LEG        PIC X     VALUE "N".
       77 W-FIN-ASG        PIC X     VALUE "N".
       77 W-OK             PIC X     VALUE "N".
       77 W-OPC            PIC X     VALUE SPACE.
       77 W-MCA            PIC 9(08) VALUE 0.
       77 W-NRO            PIC 9(03) VALUE 0.
       77 W-ULT-NRO        PIC 9(03) VALUE 0.
       77 W-COD            PIC 9(04) VALUE 0.
       77 W-TALLE          PIC X(04) VALUE SPACES.
       77 W-CANT           PIC 9(03) VALUE 0.
       77 W-FIRMA          PIC X     VALUE "N".
       77 W-OBS            PIC X(30) VALUE SPACES.
       77 W-DESC           PIC X(20) VALUE SPACES.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-MESES          PIC 9(03) VALUE 0.
       77 W-MESES-TOT      PIC 9(04) VALUE 0.
       77 W-COC-12         PIC 9(03) VALUE 0.
       77 W-RESTO-12       PIC 99    VALUE 0.
       77 W-COC-4          PIC 9(04) VALUE 0.
       77 W-RESTO-4        PIC 9     VALUE 0.
       77 CONT-LIN         PIC 99    VALUE 0.
       77 LIN-ACT          PIC 99    VALUE 0.
       77 CONT-ASG         PIC 9(03) VALUE 0.

      *-- FECHA DE ENTREGA / DEVOLUCION TAL COMO LA TIPEA EL OPERADOR --*
       01 W-FECHA          PIC 9(08) VALUE 0.
       01 W-FECHA-R REDEFINES W-FECHA.
          02 W-FEC-ANIO    PIC 9(04).
          02 W-FEC-MES     PIC 99.
          02 W-FEC-DIA     PIC 99.

      *-- AUXILIAR PARA SUMAR MESES (VER "CALCULAR-REPOSICION") --*
       01 W-FEC-AUX-N      PIC 9(08) VALUE 0.
       01 W-FEC-AUX REDEFINES W-FEC-AUX-N.
          02 W-AUX-ANIO    PIC 9(04).
          02 W-AUX-MES     PIC 99.
          02 W-AUX-DIA     PIC 99.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON ASIGEQ.
       ERROR-APERTURA.
           IF FSTASG = "35"
              OPEN OUTPUT ASIGEQ
              CLOSE ASIGEQ
              OPEN I-O ASIGEQ
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- MISMO NIVEL QUE "MENPPAL" PIDE PARA "MODABM" --*
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
           MOVE "ASIGEQ1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN INPUT EQUIPO.
           IF FSTEQU NOT = "00"
              DISPLAY "** NO HAY ELEMENTOS CARGADOS (VER MODEQU) **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT MAESTRO.
           IF FST NOT = "00"
              CLOSE EQUIPO
              DISPLAY "** NO HAY EMPLEADOS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN I-O ASIGEQ.
           PERFORM PROCESAR-LEGAJO THRU PROCESAR-LEGAJO-EXIT
              UNTIL W-FIN = "S".
           CLOSE ASIGEQ.
           CLOSE MAESTRO.
           CLOSE EQUIPO.
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
           MOVE "N" TO W-FIN-LEG.
           PERFORM ATENDER-LEGAJO THRU ATENDER-LEGAJO-EXIT
              UNTIL W-FIN-LEG = "S".
       PROCESAR-LEGAJO-EXIT.
           EXIT.

      *-- LISTA LAS ENTREGAS DEL LEGAJO Y PIDE QUE HACER --*
       ATENDER-LEGAJO.
           PERFORM LISTAR-ENTREGAS THRU LISTAR-ENTREGAS-EXIT.
           DISPLAY "E=ENTREGAR  D=DEVOLVER  B=BAJA  F=FIRMO  "
              LINE 19 POSITION 01.
           DISPLAY "O=OTRO LEGAJO: " LINE 19 POSITION 42.
           MOVE SPACE TO W-OPC.
           ACCEPT W-OPC LINE 19 POSITION 57.
           IF W-OPC = "E"
              PERFORM ENTREGAR THRU ENTREGAR-EXIT
              GO TO ATENDER-LEGAJO-EXIT.
           IF W-OPC NOT = "D" AND W-OPC NOT = "B" AND W-OPC NOT = "F"
              MOVE "S" TO W-FIN-LEG
              GO TO ATENDER-LEGAJO-EXIT.
           DISPLAY "NUMERO DE ENTREGA: " LINE 20 POSITION 01.
           MOVE 0 TO W-NRO.
           ACCEPT W-NRO LINE 20 POSITION 20.
           MOVE MCA   TO AGCA.
           MOVE W-NRO TO AGNRO.
           READ ASIGEQ INVALID KEY MOVE "23" TO FSTASG.
           IF FSTASG NOT = "00"
              DISPLAY "** NO EXISTE ESA ENTREGA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-LEGAJO-EXIT.
           IF W-OPC = "F"
              PERFORM MARCAR-FIRMA THRU MARCAR-FIRMA-EXIT
           ELSE
              PERFORM CERRAR-ENTREGA THRU CERRAR-ENTREGA-EXIT
           END-IF.
       ATENDER-LEGAJO-EXIT.
           EXIT.

      *-- ENTREGA NUEVA: SOLO ELEMENTOS QUE SE SIGUEN ENTREGANDO; EL --*
      *-- TALLE SE PIDE SI EL ELEMENTO VA POR TALLE.                 --*
       ENTREGAR.
           DISPLAY "ELEMENTO: " LINE 20 POSITION 01.
           MOVE 0 TO W-COD.
           ACCEPT W-COD LINE 20 POSITION 11.
           MOVE W-COD TO EQCOD.
           READ EQUIPO INVALID KEY MOVE "23" TO FSTEQU.
           IF FSTEQU NOT = "00"
              DISPLAY "** NO EXISTE ESE ELEMENTO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ENTREGAR-EXIT.
           IF EQACT NOT = "S"
              DISPLAY "** ESE ELEMENTO ESTA DISCONTINUADO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ENTREGAR-EXIT.
           DISPLAY EQDESC LINE 20 POSITION 17.
           MOVE SPACES TO W-TALLE.
           IF EQTALLE = "S"
              DISPLAY "TALLE: " LINE 20 POSITION 50
              ACCEPT W-TALLE LINE 20 POSITION 57
           END-IF.
           MOVE 1           TO W-CANT.
           MOVE W-FECHA-HOY TO W-FECHA.
           MOVE "N"         TO W-FIRMA.
           MOVE SPACES      TO W-OBS.
           DISPLAY "CANTIDAD: " LINE 21 POSITION 01.
           ACCEPT W-CANT LINE 21 POSITION 11.
           DISPLAY "FECHA (AAAAMMDD): " LINE 21 POSITION 17.
           ACCEPT W-FECHA LINE 21 POSITION 35.
           DISPLAY "FIRMO LA CONSTANCIA S/N: " LINE 21 POSITION 45.
           ACCEPT W-FIRMA LINE 21 POSITION 70.
           DISPLAY "OBSERVACIONES: " LINE 22 POSITION 01.
           ACCEPT W-OBS LINE 22 POSITION 16.

           IF W-CANT IS NOT NUMERIC OR W-CANT = 0
              DISPLAY "** CANTIDAD INVALIDA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ENTREGAR-EXIT.
           IF EQTALLE = "S" AND W-TALLE = SPACES
              DISPLAY "** ESE ELEMENTO VA POR TALLE **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ENTREGAR-EXIT.
           PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
           IF W-OK NOT = "S"
              GO TO ENTREGAR-EXIT.
           IF W-FIRMA NOT = "S"
              MOVE "N" TO W-FIRMA
           END-IF.

           DISPLAY "GRABA S/N: " LINE 22 POSITION 50.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 22 POSITION 61.
           IF W-OK NOT = "S"
              GO TO ENTREGAR-EXIT.

           PERFORM BUSCAR-ULTIMO THRU BUSCAR-ULTIMO-EXIT.
           MOVE MCA        TO AGCA.
           COMPUTE AGNRO = W-ULT-NRO + 1.
           MOVE W-COD      TO AGCOD.
           MOVE W-TALLE    TO AGTALLE.
           MOVE W-CANT     TO AGCANT.
           MOVE W-FECHA    TO AGFENT.
           MOVE W-FIRMA    TO AGFIRMA.
           MOVE "E"        TO AGESTADO.
           MOVE 0          TO AGFDEV.
           MOVE W-OBS      TO AGOBS.
           MOVE W-OPERADOR TO AGOPER.
           MOVE EQMESES    TO W-MESES.
           PERFORM CALCULAR-REPOSICION.
           WRITE R-ASG INVALID KEY
              CONTINUE
           END-WRITE.
       ENTREGAR-EXIT.
           EXIT.

      *-- DEVOLUCION ("D") O BAJA ("B") DE UNA ENTREGA TODAVIA EN --*
      *-- PODER DEL EMPLEADO; EN LA BAJA SE ANOTA EL MOTIVO.      --*
       CERRAR-ENTREGA.
           IF AGESTADO NOT = "E"
              DISPLAY "** ESA ENTREGA YA NO ESTA PENDIENTE **"
                 LINE 24 POSITION 12 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CERRAR-ENTREGA-EXIT.
           MOVE W-FECHA-HOY TO W-FECHA.
           MOVE AGOBS       TO W-OBS.
           DISPLAY "FECHA (AAAAMMDD): " LINE 21 POSITION 01.
           ACCEPT W-FECHA LINE 21 POSITION 19.
           IF W-OPC = "B"
              DISPLAY "MOTIVO: " LINE 22 POSITION 01
           ELSE
              DISPLAY "OBSERV: " LINE 22 POSITION 01
           END-IF.
           ACCEPT W-OBS LINE 22 POSITION 09.
           PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
           IF W-OK NOT = "S"
              GO TO CERRAR-ENTREGA-EXIT.
           IF W-FECHA < AGFENT
              DISPLAY "** FECHA ANTERIOR A LA ENTREGA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CERRAR-ENTREGA-EXIT.
           IF W-OPC = "B" AND W-OBS = SPACES
              DISPLAY "** LA BAJA LLEVA EL MOTIVO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CERRAR-ENTREGA-EXIT.
           DISPLAY "GRABA S/N: " LINE 22 POSITION 50.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 22 POSITION 61.
           IF W-OK NOT = "S"
              GO TO CERRAR-ENTREGA-EXIT.
           IF W-OPC = "B"
              MOVE "B" TO AGESTADO
           ELSE
              MOVE "D" TO AGESTADO
           END-IF.
           MOVE W-FECHA    TO AGFDEV.
           MOVE W-OBS      TO AGOBS.
           MOVE W-OPERADOR TO AGOPER.
           REWRITE R-ASG INVALID KEY
              CONTINUE
           END-REWRITE.
       CERRAR-ENTREGA-EXIT.
           EXIT.

      *-- LA CONSTANCIA FIRMADA SUELE VOLVER DESPUES DE LA ENTREGA --*
       MARCAR-FIRMA.
           IF AGFIRMA = "S"
              DISPLAY "** ESA ENTREGA YA TIENE LA FIRMA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO MARCAR-FIRMA-EXIT.
           DISPLAY "REGISTRA LA FIRMA S/N: " LINE 21 POSITION 01.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 21 POSITION 24.
           IF W-OK NOT = "S"
              GO TO MARCAR-FIRMA-EXIT.
           MOVE "S"        TO AGFIRMA.
           MOVE W-OPERADOR TO AGOPER.
           REWRITE R-ASG INVALID KEY
              CONTINUE
           END-REWRITE.
       MARCAR-FIRMA-EXIT.
           EXIT.

       VALIDAR-FECHA.
           MOVE "S" TO W-OK.
           IF W-FECHA IS NOT NUMERIC OR W-FEC-ANIO < 1900
              OR W-FEC-MES < 1 OR W-FEC-MES > 12
              OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
              OR W-FECHA > W-FECHA-HOY
              MOVE "N" TO W-OK
              DISPLAY "** FECHA INVALIDA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       VALIDAR-FECHA-EXIT.
           EXIT.

      *-- REPOSICION: FECHA DE ENTREGA MAS LOS MESES DEL ELEMENTO; --*
      *-- SI EL DIA NO EXISTE EN ESE MES, EL ULTIMO DEL MES (MISMO  --*
      *-- AJUSTE QUE "EXAMEN1"). 0 = NO SE REPONE.                  --*
       CALCULAR-REPOSICION.
           IF W-MESES = 0
              MOVE 0 TO AGFREP
           ELSE
              MOVE AGFENT TO W-FEC-AUX-N
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
              MOVE W-FEC-AUX-N TO AGFREP
           END-IF.

      *-- ULTIMO NUMERO DE ENTREGA DEL LEGAJO (0 = NINGUNA) --*
       BUSCAR-ULTIMO.
           MOVE 0   TO W-ULT-NRO.
           MOVE MCA TO AGCA.
           MOVE 0   TO AGNRO.
           MOVE "N" TO W-FIN-ASG.
           START ASIGEQ KEY IS NOT LESS THAN AGCLAVE
              INVALID KEY MOVE "S" TO W-FIN-ASG
           END-START.
           PERFORM LEER-ULTIMO THRU LEER-ULTIMO-EXIT
              UNTIL W-FIN-ASG = "S".
       BUSCAR-ULTIMO-EXIT.
           EXIT.

       LEER-ULTIMO.
           READ ASIGEQ NEXT RECORD AT END
              MOVE "S" TO W-FIN-ASG
              GO TO LEER-ULTIMO-EXIT.
           IF AGCA NOT = MCA
              MOVE "S" TO W-FIN-ASG
              GO TO LEER-ULTIMO-EXIT.
           MOVE AGNRO TO W-ULT-NRO.
       LEER-ULTIMO-EXIT.
           EXIT.

      *-- TODAS LAS ENTREGAS DEL LEGAJO, PAGINADAS DE A 12 --*
       LISTAR-ENTREGAS.
           PERFORM ENCABEZADO.
           DISPLAY "LEGAJO: " LINE 04 POSITION 01.
           DISPLAY MCA   LINE 04 POSITION 09.
           DISPLAY MAN   LINE 04 POSITION 19.
           DISPLAY "NRO ELEM DESCRIPCION          TALLE CANT ENTREGA"
              LINE 05 POSITION 01.
           DISPLAY " F E DEVOLUC. REPONER" LINE 05 POSITION 49.
           DISPLAY SUBRAYADO LINE 06 POSITION 01.
           MOVE 0 TO CONT-LIN CONT-ASG.
           MOVE MCA TO AGCA.
           MOVE 0   TO AGNRO.
           MOVE "N" TO W-FIN-ASG.
           START ASIGEQ KEY IS NOT LESS THAN AGCLAVE
              INVALID KEY MOVE "S" TO W-FIN-ASG
           END-START.
           PERFORM LEER-ENTREGA THRU LEER-ENTREGA-EXIT
              UNTIL W-FIN-ASG = "S".
           IF CONT-ASG = 0
              DISPLAY "(SIN ENTREGAS REGISTRADAS)" LINE 07 POSITION 01
           END-IF.
       LISTAR-ENTREGAS-EXIT.
           EXIT.

       LEER-ENTREGA.
           READ ASIGEQ NEXT RECORD AT END
              MOVE "S" TO W-FIN-ASG
              GO TO LEER-ENTREGA-EXIT.
           IF AGCA NOT = MCA
              MOVE "S" TO W-FIN-ASG
              GO TO LEER-ENTREGA-EXIT.
           IF CONT-LIN > 11
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY SUBRAYADO LINE 24 POSITION 01
              DISPLAY " " LINE 07 POSITION 01 ERASE EOS
              MOVE 0 TO CONT-LIN
           END-IF.
           MOVE AGCOD TO EQCOD.
           READ EQUIPO INVALID KEY
              MOVE "(ELEMENTO BORRADO)" TO EQDESC
           END-READ.
           MOVE EQDESC TO W-DESC.
           COMPUTE LIN-ACT = 07 + CONT-LIN.
           DISPLAY AGNRO    LINE LIN-ACT, POSITION 01.
           DISPLAY AGCOD    LINE LIN-ACT, POSITION 05.
           DISPLAY W-DESC   LINE LIN-ACT, POSITION 10.
           DISPLAY AGTALLE  LINE LIN-ACT, POSITION 31.
           DISPLAY AGCANT   LINE LIN-ACT, POSITION 37.
           DISPLAY AGFENT   LINE LIN-ACT, POSITION 41.
           DISPLAY AGFIRMA  LINE LIN-ACT, POSITION 50.
           DISPLAY AGESTADO LINE LIN-ACT, POSITION 52.
           IF AGFDEV NOT = 0
              DISPLAY AGFDEV LINE LIN-ACT, POSITION 54
           END-IF.
           IF AGFREP NOT = 0 AND AGESTADO = "E"
              DISPLAY AGFREP LINE LIN-ACT, POSITION 63
           END-IF.
           ADD 1 TO CONT-LIN.
           ADD 1 TO CONT-ASG.
       LEER-ENTREGA-EXIT.
           EXIT.

       ENCABEZADO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "ENTREGAS DE EQUIPO AL PERSONAL" LINE 01 POSITION 25.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
