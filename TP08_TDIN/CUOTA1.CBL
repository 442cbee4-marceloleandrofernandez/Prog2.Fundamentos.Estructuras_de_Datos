      *-- CUOTAS DE ALUMNOS: LOS CURSOS TENIAN INSCRIPCION PERO NADA  --*
      *-- DE PLATA; LA COBRANZA ERA UNA PLANILLA AL LADO DE           --*
      *-- "ALUMNO.IND". ESTE PGM MANTIENE "CUOTA.IND" (UNA CUOTA POR  --*
      *-- CURSO/EDICION + ALUMNO + PERIODO): GENERA LA CUOTA DE CADA  --*
      *-- INSCRIPTO "I" DEL CURSO (VER "INSCRI1"), REGISTRA PAGOS     --*
      *-- POR PANTALLA Y LISTA LOS DEUDORES POR CURSO.                --*
      *-- CADA COBRO LLEVA UN RECIBO NUMERADO CON SU MEDIO DE PAGO    --*
      *-- ("RECIBO.IND"), PARA QUE EL CIERRE DIARIO DE CADA OPERADOR  --*
      *-- ("CAJA1") SEPA QUIEN COBRO QUE. UN RECIBO SOLO SE DESHACE   --*
      *-- ANULANDOLO CON MOTIVO.                                      --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUOTA1.
      ****
           RECORD KEY IS ICLAVE
           FILE STATUS IS FSTINS.

      *-- UNA CUOTA POR CURSO/EDICION + ALUMNO + PERIODO --*
           SELECT CUOTA ASSIGN TO DISK "CUOTA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS QCLAVE
           FILE STATUS IS FSTCUO.

      *-- RECIBOS DE COBRO (VER COPY/RECIREC.CPY) --*
           SELECT RECIBO ASSIGN TO DISK "RECIBO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RCNRO
           ALTERNATE RECORD KEY IS RCCAJA DUPLICATES
           FILE STATUS IS FSTRCB.

      *-- SOLO LECTURA: CIERRES DE CAJA QUE GRABA "CAJA1" --*
           SELECT CAJA ASSIGN TO DISK "CAJA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CJCLAVE
           FILE STATUS IS FSTCAJ.

       DATA DIVISION.
       FILE SECTION.
        FD INSCRIP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 38 CHARACTERS
           DATA RECORD IS R-INS.
           COPY INSREC.

        FD CUOTA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-CUO.
         01 R-CUO.
            02 QCLAVE.
               03 QCUR     PIC 9(03).
               03 QEDI     PIC 9(02).
               03 QCA      PIC 9(08).
               03 QPERIODO PIC 9(06).
            02 QIMP     PIC 9(05)V99.
            02 QFPAGO   PIC 9(08).
            02 QOPER    PIC X(08).

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

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTINS            PIC XX.
       77 FSTCUO            PIC XX.
       77 FSTRCB            PIC XX.
       77 FSTCAJ            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 FIN-INS           PIC X     VALUE "N".
       77 FIN-CUO           PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-CUR             PIC 9(03) VALUE 0.
       77 W-EDI             PIC 9(02) VALUE 0.
       77 W-CA              PIC 9(08) VALUE 0.
       77 W-PERIODO         PIC 9(06) VALUE 0.
       77 W-IMPORTE         PIC 9(05)V99 VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.
       77 CONT-DEUDA        PIC 9(05) VALUE 0.
       77 TOT-DEUDA         PIC 9(07)V99 VALUE 0.
      *-- RECIBO DEL COBRO Y SU ANULACION --*
       77 W-MEDIO           PIC X     VALUE SPACE.
       77 W-NRO-REC         PIC 9(08) VALUE 0.
       77 W-MOTIVO          PIC X(30) VALUE SPACES.
       77 W-CAJA-CERRADA    PIC X     VALUE "N".
       77 W-CAJ-FECHA       PIC 9(08) VALUE 0.
       77 W-CAJ-OPER        PIC X(08) VALUE SPACES.
       01 W-HORA-AHORA.
          02 W-AHORA-HHMM   PIC 9(04).
          02 FILLER         PIC 9(04).

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CUOTA.
       ERROR-APERTURA.
      *-- SOLO SE AUTO-CREA CUANDO EL ARCHIVO NO EXISTE (STATUS
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL ARCHIVO VACIO. VER "CONVCUR1" PARA CONVERTIR
      *-- LOS DE CURSO DE 1 CIFRA SIN EDICION.
           IF FSTCUO = "35"
              OPEN OUTPUT CUOTA
              CLOSE CUOTA
              OPEN I-O CUOTA
            END-IF.
       ERROR-APERTURA.
       TERCERA SECTION.
       USE AFTER ERROR PROCEDURE ON RECIBO.
       ERROR-APERTURA-RCB.
           IF FSTRCB = "35"
              OPEN OUTPUT RECIBO
              CLOSE RECIBO
              OPEN I-O RECIBO
            END-IF.
       ERROR-APERTURA-RCB.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O CUOTA.
           OPEN I-O RECIBO.
           PERFORM PEDIR-ACCION THRU PEDIR-ACCION-EXIT
              UNTIL W-FIN = "S".
           CLOSE CUOTA RECIBO.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CUOTAS DE ALUMNOS" LINE 01 POSITION 31.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ACCION (G=GENERAR P=PAGO A=ANULAR RECIBO "
              LINE 04 POSITION 01.
           DISPLAY "D=DEUDORES 0=FIN): " LINE 04 POSITION 43.
           ACCEPT W-ACCION LINE 04 POSITION 62.
           IF W-ACCION = "0" OR W-ACCION = SPACE
              MOVE "S" TO W-FIN
              GO TO PEDIR-ACCION-EXIT.
              PERFORM GENERAR-CUOTAS THRU GENERAR-CUOTAS-EXIT
           ELSE IF W-ACCION = "P"
              PERFORM REGISTRAR-PAGO THRU REGISTRAR-PAGO-EXIT
           ELSE IF W-ACCION = "A"
              PERFORM ANULAR-RECIBO THRU ANULAR-RECIBO-EXIT
           ELSE IF W-ACCION = "D"
              PERFORM LISTAR-DEUDORES THRU LISTAR-DEUDORES-EXIT
           ELSE
              DISPLAY "** ACCION INVALIDA, USE G, P, A, D O 0 **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
      *-- UNA CUOTA "P" POR CADA INSCRIPTO "I" DEL CURSO; LAS YA --*
      *-- GENERADAS DEL MISMO PERIODO NO SE PISAN.               --*
       GENERAR-CUOTAS.
           PERFORM PEDIR-CURSO.
           DISPLAY "PERIODO (AAAAMM): " LINE 07 POSITION 01.
           ACCEPT W-PERIODO LINE 07 POSITION 20.
           DISPLAY "IMPORTE DE LA CUOTA: " LINE 08 POSITION 01.
           ACCEPT W-IMPORTE LINE 08 POSITION 23.
           IF W-CUR = 0 OR W-EDI = 0 OR W-PERIODO < 190001
              OR W-IMPORTE = 0
              DISPLAY "** VERIFIQUE CURSO/PERIODO/IMPORTE **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              ACCEPT TECLA
              GO TO GENERAR-CUOTAS-EXIT.
           MOVE 0 TO CONT-GEN.
           MOVE 0 TO INSCA INSCUR INSEDI.
           START INSCRIP KEY IS NOT LESS THAN ICLAVE
                 INVALID KEY MOVE "S" TO FIN-INS
                 NOT INVALID KEY MOVE "N" TO FIN-INS.
           READ INSCRIP NEXT RECORD AT END
              MOVE "S" TO FIN-INS
              GO TO GENERAR-UNA-EXIT.
           IF INSCUR NOT = W-CUR OR INSEDI NOT = W-EDI
              OR INSEST NOT = "I"
              GO TO GENERAR-UNA-EXIT.
           MOVE W-CUR     TO QCUR.
           MOVE W-EDI     TO QEDI.
           MOVE INSCA     TO QCA.
           MOVE W-PERIODO TO QPERIODO.
           READ CUOTA INVALID KEY MOVE "N" TO W-EXISTE-CUO
           IF W-EXISTE-CUO = "S"
              GO TO GENERAR-UNA-EXIT.
           MOVE W-CUR     TO QCUR.
           MOVE W-EDI     TO QEDI.
           MOVE INSCA     TO QCA.
           MOVE W-PERIODO TO QPERIODO.
           MOVE W-IMPORTE TO QIMP.
           EXIT.

       REGISTRAR-PAGO.
           PERFORM PEDIR-CURSO.
           DISPLAY "DNI DEL ALUMNO: " LINE 07 POSITION 01.
           ACCEPT W-CA LINE 07 POSITION 18.
           DISPLAY "PERIODO (AAAAMM): " LINE 08 POSITION 01.
           ACCEPT W-PERIODO LINE 08 POSITION 20.
           MOVE W-CUR     TO QCUR.
           MOVE W-EDI     TO QEDI.
           MOVE W-CA      TO QCA.
           MOVE W-PERIODO TO QPERIODO.
           READ CUOTA INVALID KEY
                 LINE 22 POSITION 01
              ACCEPT TECLA
              GO TO REGISTRAR-PAGO-EXIT.
      *-- LO COBRADO DESPUES DEL CIERRE NO ENTRARIA EN NINGUNA    --*
      *-- CAJA: SE COBRA MANANA O CON OTRO OPERADOR.              --*
           MOVE W-FECHA-HOY TO W-CAJ-FECHA.
           MOVE W-OPERADOR  TO W-CAJ-OPER.
           PERFORM VER-CAJA-CERRADA.
           IF W-CAJA-CERRADA = "S"
              DISPLAY "** SU CAJA DE HOY YA ESTA CERRADA (VER CAJA1) **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO REGISTRAR-PAGO-EXIT.
           DISPLAY "IMPORTE: " LINE 10 POSITION 01.
           DISPLAY QIMP LINE 10 POSITION 10.
           DISPLAY "MEDIO (E=EFECTIVO T=TARJETA B=TRANSFERENCIA "
              LINE 11 POSITION 01.
           DISPLAY "Q=CHEQUE): " LINE 11 POSITION 46.
           ACCEPT W-MEDIO LINE 11 POSITION 58.
           IF W-MEDIO NOT = "E" AND W-MEDIO NOT = "T"
              AND W-MEDIO NOT = "B" AND W-MEDIO NOT = "Q"
              DISPLAY "** MEDIO DE PAGO INVALIDO, USE E, T, B O Q **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO REGISTRAR-PAGO-EXIT.
           DISPLAY "REGISTRA EL PAGO S/N: " LINE 12 POSITION 01.
           ACCEPT W-OK LINE 12 POSITION 24.
           IF W-OK NOT = "S"
              GO TO REGISTRAR-PAGO-EXIT.
           PERFORM GRABAR-RECIBO THRU GRABAR-RECIBO-EXIT.
           MOVE W-CUR     TO QCUR.
           MOVE W-EDI     TO QEDI.
           MOVE W-CA      TO QCA.
           MOVE W-PERIODO TO QPERIODO.
           READ CUOTA INVALID KEY
              GO TO REGISTRAR-PAGO-EXIT
           END-READ.
           MOVE "C" TO QESTADO.
           MOVE W-FECHA-HOY TO QFPAGO.
           MOVE W-OPERADOR  TO QOPER.
           REWRITE R-CUO.
           DISPLAY "PAGO REGISTRADO, RECIBO NRO " LINE 13 POSITION 01.
           DISPLAY W-NRO-REC LINE 13 POSITION 29.
           ACCEPT TECLA.
       REGISTRAR-PAGO-EXIT.
           EXIT.

      *-- PROXIMO NUMERO DEL REGISTRO 00000000 Y ALTA DEL RECIBO. SI --*
      *-- OTRA TERMINAL GRABO ESE NUMERO EN EL MEDIO, PIDE OTRO.     --*
       GRABAR-RECIBO.
           MOVE 0 TO RCNRO.
           READ RECIBO INVALID KEY
              MOVE ZEROS TO RCDATOS
              MOVE 0 TO RCULTIMO
              WRITE R-RCB INVALID KEY
                 CONTINUE
              END-WRITE
           END-READ.
           ADD 1 TO RCULTIMO.
           MOVE RCULTIMO TO W-NRO-REC.
           REWRITE R-RCB INVALID KEY
              CONTINUE
           END-REWRITE.
           ACCEPT W-HORA-AHORA FROM TIME.
           MOVE W-NRO-REC    TO RCNRO.
           MOVE W-FECHA-HOY  TO RCFECHA.
           MOVE W-OPERADOR   TO RCOPER.
           MOVE W-AHORA-HHMM TO RCHORA.
           MOVE W-CUR        TO RCCUR.
           MOVE W-EDI        TO RCEDI.
           MOVE W-CA         TO RCCA.
           MOVE W-PERIODO    TO RCPERIODO.
           MOVE QIMP         TO RCIMP.
           MOVE W-MEDIO      TO RCMEDIO.
           MOVE "V"          TO RCESTADO.
           MOVE 0            TO RCFANU.
           MOVE SPACES       TO RCOPANU RCMOTIVO.
           WRITE R-RCB INVALID KEY
              GO TO GRABAR-RECIBO
           END-WRITE.
       GRABAR-RECIBO-EXIT.
           EXIT.

      *-- LA UNICA FORMA DE DESHACER UN COBRO: EL RECIBO QUEDA "A"  --*
      *-- CON FECHA, OPERADOR Y MOTIVO, Y LA CUOTA VUELVE A "P".    --*
      *-- SI EL DIA DEL RECIBO YA TIENE CIERRE DE CAJA, O EL RECIBO --*
      *-- ES DE OTRO OPERADOR, HACE FALTA NIVEL 5.                  --*
       ANULAR-RECIBO.
           DISPLAY "RECIBO NRO: " LINE 06 POSITION 01.
           ACCEPT W-NRO-REC LINE 06 POSITION 13.
           IF W-NRO-REC = 0
              GO TO ANULAR-RECIBO-EXIT.
           MOVE W-NRO-REC TO RCNRO.
           READ RECIBO INVALID KEY
              DISPLAY "** ESE RECIBO NO EXISTE **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ANULAR-RECIBO-EXIT
           END-READ.
           DISPLAY "FECHA " LINE 08 POSITION 01.
           DISPLAY RCFECHA LINE 08 POSITION 07.
           DISPLAY "OPERADOR " LINE 08 POSITION 17.
           DISPLAY RCOPER LINE 08 POSITION 26.
           DISPLAY "CURSO " LINE 09 POSITION 01.
           DISPLAY RCCUR LINE 09 POSITION 07.
           DISPLAY RCEDI LINE 09 POSITION 11.
           DISPLAY "ALUMNO " LINE 09 POSITION 15.
           DISPLAY RCCA LINE 09 POSITION 22.
           DISPLAY "PERIODO " LINE 09 POSITION 32.
           DISPLAY RCPERIODO LINE 09 POSITION 40.
           DISPLAY "IMPORTE " LINE 10 POSITION 01.
           DISPLAY RCIMP LINE 10 POSITION 09.
           DISPLAY "MEDIO " LINE 10 POSITION 20.
           DISPLAY RCMEDIO LINE 10 POSITION 26.
           IF RCESTADO = "A"
              DISPLAY "** ESE RECIBO YA ESTA ANULADO **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ANULAR-RECIBO-EXIT.
           MOVE RCFECHA TO W-CAJ-FECHA.
           MOVE RCOPER  TO W-CAJ-OPER.
           PERFORM VER-CAJA-CERRADA.
           IF (W-CAJA-CERRADA = "S" OR RCOPER NOT = W-OPERADOR)
              AND W-NIVEL < 5
              DISPLAY "** CAJA CERRADA O AJENA: SE NECESITA NIVEL 5 **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ANULAR-RECIBO-EXIT.
           IF W-CAJA-CERRADA = "S"
              DISPLAY "LA CAJA DE ESE DIA YA ESTA CERRADA"
                 LINE 11 POSITION 01
           END-IF.
           MOVE SPACES TO W-MOTIVO.
           DISPLAY "MOTIVO: " LINE 12 POSITION 01.
           ACCEPT W-MOTIVO LINE 12 POSITION 09.
           IF W-MOTIVO = SPACES
              DISPLAY "** LA ANULACION NECESITA UN MOTIVO **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ANULAR-RECIBO-EXIT.
           DISPLAY "ANULA EL RECIBO S/N: " LINE 13 POSITION 01.
           ACCEPT W-OK LINE 13 POSITION 23.
           IF W-OK NOT = "S"
              GO TO ANULAR-RECIBO-EXIT.
           MOVE "A"         TO RCESTADO.
           MOVE W-FECHA-HOY TO RCFANU.
           MOVE W-OPERADOR  TO RCOPANU.
           MOVE W-MOTIVO    TO RCMOTIVO.
           REWRITE R-RCB INVALID KEY
              CONTINUE
           END-REWRITE.
           MOVE RCCUR     TO QCUR.
           MOVE RCEDI     TO QEDI.
           MOVE RCCA      TO QCA.
           MOVE RCPERIODO TO QPERIODO.
           READ CUOTA INVALID KEY
              MOVE "N" TO W-EXISTE-CUO
           NOT INVALID KEY
              MOVE "S" TO W-EXISTE-CUO
           END-READ.
           IF W-EXISTE-CUO = "S" AND QESTADO = "C"
              MOVE "P"        TO QESTADO
              MOVE 0          TO QFPAGO
              MOVE W-OPERADOR TO QOPER
              REWRITE R-CUO
           END-IF.
           DISPLAY "RECIBO ANULADO, LA CUOTA VUELVE A PENDIENTE"
              LINE 14 POSITION 01.
           ACCEPT TECLA.
       ANULAR-RECIBO-EXIT.
           EXIT.

      *-- "S" SI YA HAY CIERRE DE CAJA DE "W-CAJ-OPER" PARA LA --*
      *-- FECHA "W-CAJ-FECHA" (SIN "CAJA.IND", NINGUNO CERRADO) --*
       VER-CAJA-CERRADA.
           MOVE "N" TO W-CAJA-CERRADA.
           OPEN INPUT CAJA.
           IF FSTCAJ = "00"
              MOVE W-CAJ-FECHA TO CJFECHA
              MOVE W-CAJ-OPER  TO CJOPER
              READ CAJA INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "S" TO W-CAJA-CERRADA
              END-READ
              CLOSE CAJA
           END-IF.

      *-- CUOTAS "P" DE LA EDICION ELEGIDA, PAGINADAS, CON EL TOTAL --*
       LISTAR-DEUDORES.
           PERFORM PEDIR-CURSO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           MOVE 0 TO CONT-DEUDA TOT-DEUDA.
           MOVE W-CUR TO QCUR.
           MOVE W-EDI TO QEDI.
           MOVE 0 TO QCA QPERIODO.
           START CUOTA KEY IS NOT LESS THAN QCLAVE
                 INVALID KEY MOVE "S" TO FIN-CUO
           READ CUOTA NEXT RECORD AT END
              MOVE "S" TO FIN-CUO
              GO TO LISTAR-DEUDA-EXIT.
           IF QCUR NOT = W-CUR OR QEDI NOT = W-EDI
              MOVE "S" TO FIN-CUO
              GO TO LISTAR-DEUDA-EXIT.
           IF QESTADO NOT = "P"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
       LISTAR-DEUDA-EXIT.
           EXIT.

      *-- CURSO Y EDICION, COMUNES A LAS TRES ACCIONES --*
       PEDIR-CURSO.
           DISPLAY "CURSO (1-999): " LINE 06 POSITION 01.
           ACCEPT W-CUR LINE 06 POSITION 17.
           DISPLAY "EDICION: " LINE 06 POSITION 22.
           ACCEPT W-EDI LINE 06 POSITION 31.

       ENCABEZADO.
           DISPLAY "DEUDORES DEL CURSO " LINE 01 POSITION 24.
           DISPLAY W-CUR LINE 01 POSITION 43.
           DISPLAY " EDICION " LINE 01 POSITION 46.
           DISPLAY W-EDI LINE 01 POSITION 55.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ALUMNO" LINE 03 POSITION 01.
           DISPLAY "PERIODO" LINE 03 POSITION 12.
