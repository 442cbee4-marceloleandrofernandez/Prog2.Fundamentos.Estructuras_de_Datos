      *-- CIERRE DE CAJA DIARIO DEL COBRO DE CUOTAS: "CUOTA1" DA UN   --*
      *-- RECIBO NUMERADO POR COBRO ("RECIBO.IND"), PERO NADIE        --*
      *-- CERRABA EL CAJON AL FIN DEL DIA Y, CUANDO LA PLATA NO       --*
      *-- CERRABA, NO SE SABIA QUIEN COBRO QUE. ESTE PGM, PARA UNA    --*
      *-- FECHA Y UN OPERADOR, LISTA TODOS SUS RECIBOS, TOTALIZA POR  --*
      *-- MEDIO DE PAGO, PIDE EL EFECTIVO CONTADO Y GRABA EL CIERRE   --*
      *-- EN "CAJA.IND" CON LA DIFERENCIA. DESDE AHI ESE DIA NO       --*
      *-- ADMITE COBROS Y SUS RECIBOS SOLO SE ANULAN CON MOTIVO. UN   --*
      *-- CIERRE YA HECHO SE PUEDE REIMPRIMIR. CADA OPERADOR CIERRA   --*
      *-- SU CAJA; LA DE OTRO NECESITA NIVEL 5.                       --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAJA1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- RECIBOS DE COBRO, POR SU CLAVE FECHA + OPERADOR --*
           SELECT RECIBO ASSIGN TO DISK "RECIBO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RCNRO
           ALTERNATE RECORD KEY IS RCCAJA DUPLICATES
           FILE STATUS IS FSTRCB.

      *-- UN CIERRE POR FECHA + OPERADOR (VER COPY/CAJAREC.CPY) --*
           SELECT CAJA ASSIGN TO DISK "CAJA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CJCLAVE
           FILE STATUS IS FSTCAJ.

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
        FD RECIBO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 102 CHARACTERS
           DATA RECORD IS R-RCB.
           COPY RECIREC.

        FD CAJA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 101 CHARACTERS
           DATA RECORD IS R-CAJ.
           COPY CAJAREC.

        FD LISTADO-IMP.
        01 R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTRCB            PIC XX.
       77 FSTCAJ            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA        PIC X(08).
       77 L-CANT-REG        PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-FIN             PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-ACCION          PIC X     VALUE SPACE.
       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 W-FECHA           PIC 9(08) VALUE 0.
       77 W-CAJERO          PIC X(08) VALUE SPACES.
       77 W-EXISTE-CAJ      PIC X     VALUE "N".
       77 FIN-RCB           PIC X     VALUE "N".
       77 IND-M             PIC 9     VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.
       01 W-HORA-AHORA.
          02 W-AHORA-HHMM   PIC 9(04).
          02 FILLER         PIC 9(04).

      *-- CUENTA DE LOS RECIBOS DEL DIA --*
       77 CONT-VIG          PIC 9(05) VALUE 0.
       77 CONT-ANU          PIC 9(05) VALUE 0.
       77 TOT-CALC          PIC 9(07)V99 VALUE 0.
       01 TABLA-TOT-MEDIO.
          02 TOT-MEDIO      PIC 9(07)V99 OCCURS 4 TIMES.
       77 W-DECLARA         PIC 9(07)V99 VALUE 0.
       77 W-DIFER           PIC S9(07)V99 VALUE 0.
       77 W-ED-IMP          PIC ZZZZZZ9,99.
       77 W-ED-DIF          PIC -ZZZZZZ9,99.

      *-- MEDIOS DE PAGO DE "RCMEDIO", EN EL ORDEN DE "CJMEDIO" --*
       01 TABLA-MEDIOS.
          02 FILLER PIC X(14) VALUE "EEFECTIVO     ".
          02 FILLER PIC X(14) VALUE "TTARJETA      ".
          02 FILLER PIC X(14) VALUE "BTRANSFERENCIA".
          02 FILLER PIC X(14) VALUE "QCHEQUE       ".
       01 TABLA-MEDIOS-R REDEFINES TABLA-MEDIOS.
          02 ELEM-MEDIO OCCURS 4 TIMES.
             03 MED-COD     PIC X(01).
             03 MED-NOM     PIC X(13).

      *-- LINEAS DEL LISTADO DE CIERRE --*
       01 L-TIT.
          02 FILLER    PIC X(30) VALUE
             "CIERRE DE CAJA - CUOTAS".
          02 FILLER    PIC X(28) VALUE SPACE.
          02 FILLER    PIC X(08) VALUE "EMITIDO ".
          02 L-FECHA   PIC 9(08).
       01 L-CAJA.
          02 FILLER    PIC X(08) VALUE "FECHA   ".
          02 L-FCAJA   PIC 9(08).
          02 FILLER    PIC X(12) VALUE "  OPERADOR  ".
          02 L-OPER    PIC X(08).
          02 FILLER    PIC X(11) VALUE "  CERRADA  ".
          02 L-HORA    PIC 9(04).
          02 FILLER    PIC X(05) VALUE " POR ".
          02 L-CERRO   PIC X(08).
       01 L-CAB.
          02 FILLER    PIC X(39) VALUE
             "RECIBO   HORA CURSO ED ALUMNO   PERIODO".
          02 FILLER    PIC X(41) VALUE
             "MEDIO            IMPORTE ESTADO".
       01 L-DET.
          02 L-NRO     PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-RHORA   PIC 9(04).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-CUR     PIC 9(03).
          02 FILLER    PIC X(03) VALUE SPACE.
          02 L-EDI     PIC 9(02).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-CA      PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-PERIODO PIC 9(06).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-MEDIO   PIC X(13).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-IMP     PIC ZZZZZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-ESTADO  PIC X(08).
          02 L-FANU    PIC X(08).
       01 L-MOT.
          02 FILLER    PIC X(16) VALUE SPACE.
          02 FILLER    PIC X(08) VALUE "MOTIVO: ".
          02 L-MOTIVO  PIC X(30).
       01 L-TOT.
          02 FILLER    PIC X(10) VALUE "TOTAL EN  ".
          02 L-T-MEDIO PIC X(13).
          02 FILLER    PIC X(28) VALUE SPACE.
          02 L-T-IMP   PIC ZZZZZZ9,99.
       01 L-RES.
          02 L-R-TEXTO PIC X(50).
          02 L-R-IMP   PIC -ZZZZZZ9,99.
       01 L-CANT.
          02 FILLER    PIC X(19) VALUE "RECIBOS VIGENTES:  ".
          02 L-CVIG    PIC ZZZZ9.
          02 FILLER    PIC X(14) VALUE "  ANULADOS:   ".
          02 L-CANU    PIC ZZZZ9.
       01 L-FIRMA.
          02 FILLER    PIC X(10) VALUE SPACE.
          02 FILLER    PIC X(30) VALUE "FIRMA DEL CAJERO".
          02 FILLER    PIC X(20) VALUE "FIRMA DEL SUPERVISOR".

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CAJA.
       ERROR-APERTURA.
           IF FSTCAJ = "35"
              OPEN OUTPUT CAJA
              CLOSE CAJA
              OPEN I-O CAJA
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- CADA OPERADOR CIERRA SU PROPIA CAJA --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN INPUT RECIBO.
           IF FSTRCB NOT = "00"
              DISPLAY "** NO HAY RECIBOS DE COBRO (VER CUOTA1) **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN I-O CAJA.
           PERFORM PEDIR-CAJA THRU PEDIR-CAJA-EXIT
              UNTIL W-FIN = "S".
           CLOSE RECIBO CAJA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- FECHA Y OPERADOR DE LA CAJA; SI YA TIENE CIERRE OFRECE  --*
      *-- REIMPRIMIRLO, SI NO LO ARMA.                             --*
       PEDIR-CAJA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CIERRE DE CAJA - CUOTAS" LINE 01 POSITION 29.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           MOVE 0 TO W-FECHA.
           MOVE SPACES TO W-CAJERO.
           DISPLAY "FECHA (AAAAMMDD, 0 = HOY, ESC = FIN): "
              LINE 04 POSITION 01.
           ACCEPT W-FECHA LINE 04 POSITION 40 ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO PEDIR-CAJA-EXIT.
           IF W-FECHA = 0
              MOVE W-FECHA-HOY TO W-FECHA
           END-IF.
           IF W-FECHA > W-FECHA-HOY OR W-FECHA < 19000101
              DISPLAY "** FECHA INVALIDA O FUTURA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-CAJA-EXIT.
           DISPLAY "OPERADOR (BLANCO = EL SUYO): " LINE 05 POSITION 01.
           ACCEPT W-CAJERO LINE 05 POSITION 30.
           IF W-CAJERO = SPACES
              MOVE W-OPERADOR TO W-CAJERO
           END-IF.
           IF W-CAJERO NOT = W-OPERADOR AND W-NIVEL < 5
              DISPLAY "** LA CAJA DE OTRO OPERADOR NECESITA NIVEL 5 **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-CAJA-EXIT.
           DISPLAY W-FECHA  LINE 04 POSITION 40.
           DISPLAY W-CAJERO LINE 05 POSITION 30.

           MOVE W-FECHA  TO CJFECHA.
           MOVE W-CAJERO TO CJOPER.
           READ CAJA INVALID KEY MOVE "N" TO W-EXISTE-CAJ
               NOT INVALID KEY MOVE "S" TO W-EXISTE-CAJ.
           IF W-EXISTE-CAJ = "S"
              PERFORM REIMPRIMIR-CIERRE THRU REIMPRIMIR-CIERRE-EXIT
           ELSE
              PERFORM CERRAR-CAJA THRU CERRAR-CAJA-EXIT
           END-IF.
       PEDIR-CAJA-EXIT.
           EXIT.

      *-- CUENTA LOS RECIBOS, MUESTRA LOS TOTALES, PIDE EL         --*
      *-- EFECTIVO CONTADO Y, CONFIRMADO, GRABA E IMPRIME.         --*
       CERRAR-CAJA.
           PERFORM CONTAR-RECIBOS THRU CONTAR-RECIBOS-EXIT.
           IF CONT-VIG = 0 AND CONT-ANU = 0
              DISPLAY "** ESE OPERADOR NO TIENE RECIBOS ESE DIA **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CERRAR-CAJA-EXIT.
           DISPLAY "RECIBOS VIGENTES: " LINE 07 POSITION 01.
           DISPLAY CONT-VIG LINE 07 POSITION 19.
           DISPLAY "ANULADOS: " LINE 07 POSITION 30.
           DISPLAY CONT-ANU LINE 07 POSITION 40.
           PERFORM MOSTRAR-MEDIO
              VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 4.
           MOVE TOT-CALC TO W-ED-IMP.
           DISPLAY "TOTAL COBRADO" LINE 13 POSITION 05.
           DISPLAY W-ED-IMP LINE 13 POSITION 25.
           DISPLAY SUBRAYADO LINE 14 POSITION 01.
           MOVE 0 TO W-DECLARA.
           DISPLAY "EFECTIVO CONTADO EN LA CAJA: " LINE 16 POSITION 01.
           ACCEPT W-DECLARA LINE 16 POSITION 31 ON ESCAPE
              GO TO CERRAR-CAJA-EXIT.
           COMPUTE W-DIFER = W-DECLARA - TOT-MEDIO (1).
           MOVE W-DIFER TO W-ED-DIF.
           DISPLAY "DIFERENCIA (NEGATIVA = FALTANTE): "
              LINE 17 POSITION 01.
           DISPLAY W-ED-DIF LINE 17 POSITION 35.
           DISPLAY "CIERRA LA CAJA S/N: " LINE 19 POSITION 01.
           ACCEPT W-OK LINE 19 POSITION 22.
           IF W-OK NOT = "S"
              GO TO CERRAR-CAJA-EXIT.

           ACCEPT W-HORA-AHORA FROM TIME.
           MOVE W-FECHA      TO CJFECHA.
           MOVE W-CAJERO     TO CJOPER.
           MOVE CONT-VIG     TO CJCANT.
           MOVE CONT-ANU     TO CJANUL.
           MOVE TOT-MEDIO (1) TO CJMEDIO (1).
           MOVE TOT-MEDIO (2) TO CJMEDIO (2).
           MOVE TOT-MEDIO (3) TO CJMEDIO (3).
           MOVE TOT-MEDIO (4) TO CJMEDIO (4).
           MOVE TOT-CALC     TO CJTOTAL.
           MOVE W-DECLARA    TO CJDECLARA.
           MOVE W-DIFER      TO CJDIFER.
           MOVE W-AHORA-HHMM TO CJHORA.
           MOVE W-OPERADOR   TO CJCERRO.
           WRITE R-CAJ INVALID KEY
              DISPLAY "** OTRA TERMINAL YA CERRO ESA CAJA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CERRAR-CAJA-EXIT
           END-WRITE.
           PERFORM IMPRIMIR-CIERRE THRU IMPRIMIR-CIERRE-EXIT.
           DISPLAY "CAJA CERRADA E IMPRESA" LINE 21 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       CERRAR-CAJA-EXIT.
           EXIT.

       MOSTRAR-MEDIO.
           COMPUTE LIN-ACT = 08 + IND-M.
           MOVE TOT-MEDIO (IND-M) TO W-ED-IMP.
           DISPLAY MED-NOM (IND-M) LINE LIN-ACT POSITION 05.
           DISPLAY W-ED-IMP        LINE LIN-ACT POSITION 25.

      *-- UN CIERRE YA GRABADO NO SE TOCA: SOLO SE REIMPRIME, CON  --*
      *-- LOS TOTALES DE AQUEL MOMENTO Y EL ESTADO ACTUAL DE CADA  --*
      *-- RECIBO (LOS ANULADOS DESPUES SALEN CON SU FECHA).        --*
       REIMPRIMIR-CIERRE.
           DISPLAY "CAJA YA CERRADA A LAS " LINE 07 POSITION 01.
           DISPLAY CJHORA  LINE 07 POSITION 23.
           DISPLAY " POR " LINE 07 POSITION 27.
           DISPLAY CJCERRO LINE 07 POSITION 32.
           MOVE CJDIFER TO W-ED-DIF.
           DISPLAY "DIFERENCIA: " LINE 08 POSITION 01.
           DISPLAY W-ED-DIF LINE 08 POSITION 13.
           DISPLAY "R=REIMPRIME C=CANCELA: " LINE 10 POSITION 01.
           ACCEPT W-ACCION LINE 10 POSITION 24.
           IF W-ACCION NOT = "R"
              GO TO REIMPRIMIR-CIERRE-EXIT.
           PERFORM IMPRIMIR-CIERRE THRU IMPRIMIR-CIERRE-EXIT.
       REIMPRIMIR-CIERRE-EXIT.
           EXIT.

      *-- RECIBOS DE LA FECHA Y OPERADOR, POR LA CLAVE "RCCAJA" --*
       CONTAR-RECIBOS.
           MOVE 0 TO CONT-VIG CONT-ANU TOT-CALC.
           MOVE 0 TO TOT-MEDIO (1) TOT-MEDIO (2) TOT-MEDIO (3)
                     TOT-MEDIO (4).
           PERFORM POSICIONAR-RECIBOS.
           PERFORM CONTAR-UNO THRU CONTAR-UNO-EXIT
              UNTIL FIN-RCB = "S".
       CONTAR-RECIBOS-EXIT.
           EXIT.

       POSICIONAR-RECIBOS.
           MOVE W-FECHA  TO RCFECHA.
           MOVE W-CAJERO TO RCOPER.
           MOVE "N" TO FIN-RCB.
           START RECIBO KEY IS NOT LESS THAN RCCAJA
              INVALID KEY MOVE "S" TO FIN-RCB.

       CONTAR-UNO.
           READ RECIBO NEXT RECORD AT END
              MOVE "S" TO FIN-RCB
              GO TO CONTAR-UNO-EXIT.
           IF RCFECHA NOT = W-FECHA OR RCOPER NOT = W-CAJERO
              MOVE "S" TO FIN-RCB
              GO TO CONTAR-UNO-EXIT.
           IF RCNRO = 0
              GO TO CONTAR-UNO-EXIT.
           IF RCESTADO = "A"
              ADD 1 TO CONT-ANU
              GO TO CONTAR-UNO-EXIT.
           ADD 1 TO CONT-VIG.
           ADD RCIMP TO TOT-CALC.
           PERFORM BUSCAR-MEDIO.
           IF IND-M NOT > 4
              ADD RCIMP TO TOT-MEDIO (IND-M)
           END-IF.
       CONTAR-UNO-EXIT.
           EXIT.

      *-- POSICION DE "RCMEDIO" EN LA TABLA (5 = DESCONOCIDO) --*
       BUSCAR-MEDIO.
           MOVE 1 TO IND-M.
           PERFORM AVANZAR-MEDIO
              UNTIL IND-M > 4 OR MED-COD (IND-M) = RCMEDIO.

       AVANZAR-MEDIO.
           ADD 1 TO IND-M.

      *-- LISTADO DEL CIERRE: TODOS LOS RECIBOS DEL DIA (LOS        --*
      *-- ANULADOS CON SU MOTIVO), LOS TOTALES GRABADOS EN          --*
      *-- "CAJA.IND" POR MEDIO, EL EFECTIVO CONTADO Y LA DIFERENCIA.--*
       IMPRIMIR-CIERRE.
           MOVE 0 TO L-CANT-REG.
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-TIT.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE CJFECHA TO L-FCAJA.
           MOVE CJOPER  TO L-OPER.
           MOVE CJHORA  TO L-HORA.
           MOVE CJCERRO TO L-CERRO.
           WRITE R-IMP FROM L-CAJA.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-CAB.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           PERFORM POSICIONAR-RECIBOS.
           PERFORM LISTAR-RECIBO THRU LISTAR-RECIBO-EXIT
              UNTIL FIN-RCB = "S".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE CJCANT TO L-CVIG.
           MOVE CJANUL TO L-CANU.
           WRITE R-IMP FROM L-CANT.
           PERFORM IMPRIMIR-MEDIO
              VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 4.
           MOVE "TOTAL COBRADO" TO L-T-MEDIO.
           MOVE CJTOTAL TO L-T-IMP.
           WRITE R-IMP FROM L-TOT.
           MOVE "EFECTIVO CONTADO EN LA CAJA" TO L-R-TEXTO.
           MOVE CJDECLARA TO L-R-IMP.
           WRITE R-IMP FROM L-RES.
           MOVE "DIFERENCIA (NEGATIVA = FALTANTE)" TO L-R-TEXTO.
           MOVE CJDIFER TO L-R-IMP.
           WRITE R-IMP FROM L-RES.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-FIRMA.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           PERFORM GRABAR-PRINTLOG.
       IMPRIMIR-CIERRE-EXIT.
           EXIT.

       LISTAR-RECIBO.
           READ RECIBO NEXT RECORD AT END
              MOVE "S" TO FIN-RCB
              GO TO LISTAR-RECIBO-EXIT.
           IF RCFECHA NOT = W-FECHA OR RCOPER NOT = W-CAJERO
              MOVE "S" TO FIN-RCB
              GO TO LISTAR-RECIBO-EXIT.
           IF RCNRO = 0
              GO TO LISTAR-RECIBO-EXIT.
           MOVE RCNRO     TO L-NRO.
           MOVE RCHORA    TO L-RHORA.
           MOVE RCCUR     TO L-CUR.
           MOVE RCEDI     TO L-EDI.
           MOVE RCCA      TO L-CA.
           MOVE RCPERIODO TO L-PERIODO.
           PERFORM BUSCAR-MEDIO.
           IF IND-M > 4
              MOVE RCMEDIO TO L-MEDIO
           ELSE
              MOVE MED-NOM (IND-M) TO L-MEDIO
           END-IF.
           MOVE RCIMP     TO L-IMP.
           MOVE SPACES    TO L-ESTADO L-FANU.
           IF RCESTADO = "A"
              MOVE "ANULADO" TO L-ESTADO
              MOVE RCFANU    TO L-FANU
           END-IF.
           WRITE R-IMP FROM L-DET.
           ADD 1 TO L-CANT-REG.
           IF RCESTADO = "A"
              MOVE RCMOTIVO TO L-MOTIVO
              WRITE R-IMP FROM L-MOT
           END-IF.
       LISTAR-RECIBO-EXIT.
           EXIT.

       IMPRIMIR-MEDIO.
           MOVE MED-NOM (IND-M) TO L-T-MEDIO.
           MOVE CJMEDIO (IND-M) TO L-T-IMP.
           WRITE R-IMP FROM L-TOT.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "CAJA1" TO L-PROGRAMA.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "CAJA1"    TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
