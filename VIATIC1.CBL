      *** RENDICION DE VIATICOS POR LEGAJO: CADA COMPROBANTE DE UN ***
      *** GASTO DE VIAJE SE CARGA EN "VIATICO.IND" (VER            ***
      *** COPY/VIAREC.CPY) CON FECHA, CONCEPTO DE "VIACON.IND"     ***
      *** (VER "MODVIC"), IMPORTE Y NUMERO DE COMPROBANTE. LO      ***
      *** APRUEBA O RECHAZA EL SUPERVISOR DEL EMPLEADO (MSUP, CON  ***
      *** SU PIN DEL KIOSCO) O UN OPERADOR DE NIVEL 5; LO APROBADO ***
      *** SE SUMA A LA NOVEDAD 60 (TIPO "N", NO REMUNERATIVA) DEL  ***
      *** PRIMER PERIODO SIN CONFIRMAR, Y CUANDO CONTABILIDAD LO   ***
      *** CONFIRMA EL GASTO FIGURA COMO PAGADO.                    ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VIATIC1.
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

      *-- SOLO LECTURA: CONCEPTOS Y TOPES (VER "MODVIC") --*
           SELECT VIACON ASSIGN TO DISK "VIACON.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VCCLAVE
           FILE STATUS IS FSTVIC.

      *-- SOLO LECTURA: LA LOCALIDAD DE DESTINO TIENE QUE EXISTIR --*
           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           ALTERNATE RECORD KEY IS MLDESC DUPLICATES
           FILE STATUS IS FSTLOC.

      *-- UNA FILA POR COMPROBANTE: LEGAJO + NUMERO --*
           SELECT VIATICO ASSIGN TO DISK "VIATICO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VICLAVE
           FILE STATUS IS FSTVIA.

           SELECT NOVED ASSIGN TO DISK "NOVED.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NVCLAVE
           FILE STATUS IS FSTNOV.

      *-- PIN DEL SUPERVISOR QUE APRUEBA (VER "KIOPIN1") --*
           SELECT PINEMP ASSIGN TO DISK "PINEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PICA
           FILE STATUS IS FSTPIN.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  VIACON
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS R-VIC.
           COPY VIACREC.

       FD  MAELOC
           LABEL RECORD IS STANDARD
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).

       FD  VIATICO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 160 CHARACTERS
           DATA RECORD IS R-VIA.
           COPY VIAREC.

       FD  NOVED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS R-NOV.
           COPY NOVREC.

       FD  PINEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS R-PIN.
           COPY PINREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTVIC           PIC XX.
       77 FSTLOC           PIC XX.
       77 FSTVIA           PIC XX.
       77 FSTNOV           PIC XX.
       77 FSTPIN           PIC XX.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.

       77 W-FIN            PIC X     VALUE "N".
       77 W-FIN-LEG        PIC X     VALUE "N".
       77 W-FIN-VIA        PIC X     VALUE "N".
       77 W-OK             PIC X     VALUE "N".
       77 W-OPC            PIC X     VALUE SPACE.
       77 W-HAY-LOC        PIC X     VALUE "N".
       77 W-MCA            PIC 9(08) VALUE 0.
       77 W-NRO            PIC 9(03) VALUE 0.
       77 W-ULT-NRO        PIC 9(03) VALUE 0.
       77 W-CON            PIC 9(02) VALUE 0.
       77 W-LODES          PIC 9(02) VALUE 0.
       77 W-IMP            PIC 9(07)V99 VALUE 0.
       77 W-IMPAPR         PIC 9(07)V99 VALUE 0.
      *-- LO MAS QUE SE PUEDE APROBAR: LO RENDIDO, O EL TOPE SI ES --*
      *-- MENOR (0 EN "VCTOPE" = SIN TOPE)                         --*
       77 W-MAXIMO         PIC 9(07)V99 VALUE 0.
       77 W-COMPR          PIC X(12) VALUE SPACES.
       77 W-DESC           PIC X(30) VALUE SPACES.
       77 W-OBS            PIC X(30) VALUE SPACES.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-IMP-ED         PIC ZZZZZZ9,99.
       77 CONT-LIN         PIC 99    VALUE 0.
       77 LIN-ACT          PIC 99    VALUE 0.
       77 CONT-VIA         PIC 9(03) VALUE 0.

      *-- QUIEN APRUEBA: LEGAJO DEL SUPERVISOR Y SU PIN DEL KIOSCO; --*
      *-- CON NIVEL 5 QUEDA EN 0 (LO APRUEBA EL OPERADOR)           --*
       77 W-SUP            PIC 9(08) VALUE 0.
       77 W-PIN            PIC 9(04) VALUE 0.

      *-- RESPUESTA DE "PERCERR": SE USA PARA ELEGIR EL PERIODO EN --*
      *-- QUE SE PAGA Y PARA SABER SI UN GASTO YA SE PAGO          --*
       77 W-PERIODO        PIC 9(06) VALUE 0.
       77 W-CERRADO        PIC X     VALUE "N".
       77 W-ULT-CERRADO    PIC 9(06) VALUE 0.
      *-- CONCEPTO DE "NOVED.IND" RESERVADO PARA LOS VIATICOS --*
       77 W-CON-VIA        PIC 99    VALUE 60.

      *-- PRIMER PERIODO SIN CONFIRMAR: EL SIGUIENTE AL ULTIMO   --*
      *-- CONFIRMADO, O EL MES EN CURSO SI NO HAY NINGUNO        --*
       01 W-PER-PAGO       PIC 9(06) VALUE 0.
       01 W-PER-PAGO-R REDEFINES W-PER-PAGO.
          02 W-PAG-ANIO    PIC 9(04).
          02 W-PAG-MES     PIC 99.

      *-- FECHA DEL GASTO TAL COMO LA TIPEA EL OPERADOR --*
       01 W-FECHA          PIC 9(08) VALUE 0.
       01 W-FECHA-R REDEFINES W-FECHA.
          02 W-FEC-ANIO    PIC 9(04).
          02 W-FEC-MES     PIC 99.
          02 W-FEC-DIA     PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-GASTO AUTO.
           02 LINE 20 COLUMN 01 VALUE "FECHA (AAAAMMDD): ".
           02 LINE 20 COLUMN 19 PIC 9(08) USING W-FECHA.
           02 LINE 20 COLUMN 29 VALUE "CONCEPTO: ".
           02 LINE 20 COLUMN 39 PIC 9(02) USING W-CON.
           02 LINE 20 COLUMN 43 VALUE "LOC.DESTINO: ".
           02 LINE 20 COLUMN 56 PIC 9(02) USING W-LODES.
           02 LINE 21 COLUMN 01 VALUE "IMPORTE: ".
           02 LINE 21 COLUMN 10 PIC 9(07)V99 USING W-IMP.
           02 LINE 21 COLUMN 22 VALUE "COMPROBANTE: ".
           02 LINE 21 COLUMN 35 PIC X(12) USING W-COMPR.
           02 LINE 22 COLUMN 01 VALUE "DETALLE: ".
           02 LINE 22 COLUMN 10 PIC X(30) USING W-DESC.

       01  PANTALLA-SUPERVISOR AUTO.
           02 LINE 21 COLUMN 01 VALUE "LEGAJO DEL SUPERVISOR: ".
           02 LINE 21 COLUMN 24 PIC 9(08) USING W-SUP.
           02 LINE 21 COLUMN 35 VALUE "PIN: ".
           02 LINE 21 COLUMN 40 PIC 9(04) SECURE TO W-PIN.

       01  PANTALLA-APROBAR AUTO.
           02 LINE 22 COLUMN 01 VALUE "APROBADO: ".
           02 LINE 22 COLUMN 11 PIC 9(07)V99 USING W-IMPAPR.
           02 LINE 22 COLUMN 23 VALUE "OBSERV: ".
           02 LINE 22 COLUMN 31 PIC X(30) USING W-OBS.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON VIATICO.
       ERROR-APERTURA.
           IF FSTVIA = "35"
              OPEN OUTPUT VIATICO
              CLOSE VIATICO
              OPEN I-O VIATICO
            END-IF.
       ERROR-APERTURA.
       TERCERA SECTION.
       USE AFTER ERROR PROCEDURE ON NOVED.
       ERROR-APERTURA-NOV.
           IF FSTNOV = "35"
              OPEN OUTPUT NOVED
              CLOSE NOVED
              OPEN I-O NOVED
            END-IF.
       ERROR-APERTURA-NOV.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- MISMO NIVEL QUE "MENPPAL" PIDE PARA "MODABM"; PARA       --*
      *-- APROBAR HACE FALTA ADEMAS EL SUPERVISOR O NIVEL 5        --*
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
           MOVE "VIATIC1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CALCULAR-PER-PAGO THRU CALCULAR-PER-PAGO-EXIT.

           OPEN INPUT VIACON.
           IF FSTVIC NOT = "00"
              DISPLAY "** NO HAY CONCEPTOS CARGADOS (VER MODVIC) **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT MAESTRO.
           IF FST NOT = "00"
              CLOSE VIACON
              DISPLAY "** NO HAY EMPLEADOS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
      *-- SIN "LOCALIDAD.IND" NO SE CONTROLA EL DESTINO --*
           OPEN INPUT MAELOC.
           IF FSTLOC = "00"
              MOVE "S" TO W-HAY-LOC
           END-IF.
           OPEN I-O VIATICO.
           PERFORM PROCESAR-LEGAJO THRU PROCESAR-LEGAJO-EXIT
              UNTIL W-FIN = "S".
           CLOSE VIATICO.
           IF W-HAY-LOC = "S"
              CLOSE MAELOC
           END-IF.
           CLOSE MAESTRO.
           CLOSE VIACON.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- LO APROBADO VA AL PRIMER MES QUE CONTABILIDAD TODAVIA NO --*
      *-- CONFIRMO: EL SIGUIENTE AL ULTIMO CONFIRMADO, PERO NUNCA  --*
      *-- ANTERIOR AL MES EN CURSO.                                --*
       CALCULAR-PER-PAGO.
           DIVIDE W-FECHA-HOY BY 100 GIVING W-PERIODO.
           CALL   "PERCERR" USING W-PERIODO W-CERRADO W-ULT-CERRADO.
           CANCEL "PERCERR".
           MOVE W-PERIODO TO W-PER-PAGO.
           IF W-ULT-CERRADO < W-PERIODO
              GO TO CALCULAR-PER-PAGO-EXIT.
           MOVE W-ULT-CERRADO TO W-PER-PAGO.
           IF W-PAG-MES = 12
              ADD 1 TO W-PAG-ANIO
              MOVE 1 TO W-PAG-MES
           ELSE
              ADD 1 TO W-PAG-MES
           END-IF.
       CALCULAR-PER-PAGO-EXIT.
           EXIT.

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

      *-- LISTA LOS GASTOS DEL LEGAJO Y PIDE QUE HACER --*
       ATENDER-LEGAJO.
           PERFORM LISTAR-GASTOS THRU LISTAR-GASTOS-EXIT.
           DISPLAY "N=NUEVO GASTO  A=APROBAR  R=RECHAZAR  "
              LINE 19 POSITION 01.
           DISPLAY "O=OTRO LEGAJO: " LINE 19 POSITION 39.
           MOVE SPACE TO W-OPC.
           ACCEPT W-OPC LINE 19 POSITION 54.
           IF W-OPC = "N"
              PERFORM NUEVO-GASTO THRU NUEVO-GASTO-EXIT
              GO TO ATENDER-LEGAJO-EXIT.
           IF W-OPC NOT = "A" AND W-OPC NOT = "R"
              MOVE "S" TO W-FIN-LEG
              GO TO ATENDER-LEGAJO-EXIT.
           DISPLAY "NUMERO DE GASTO: " LINE 20 POSITION 01.
           MOVE 0 TO W-NRO.
           ACCEPT W-NRO LINE 20 POSITION 18.
           MOVE MCA   TO VICA.
           MOVE W-NRO TO VINRO.
           READ VIATICO INVALID KEY MOVE "23" TO FSTVIA.
           IF FSTVIA NOT = "00"
              DISPLAY "** NO EXISTE ESE GASTO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-LEGAJO-EXIT.
           IF VIESTADO NOT = "P"
              DISPLAY "** ESE GASTO YA FUE APROBADO O RECHAZADO **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-LEGAJO-EXIT.
           PERFORM AUTORIZAR THRU AUTORIZAR-EXIT.
           IF W-OK NOT = "S"
              GO TO ATENDER-LEGAJO-EXIT.
           IF W-OPC = "A"
              PERFORM APROBAR-GASTO THRU APROBAR-GASTO-EXIT
           ELSE
              PERFORM RECHAZAR-GASTO THRU RECHAZAR-GASTO-EXIT
           END-IF.
       ATENDER-LEGAJO-EXIT.
           EXIT.

      *-- GASTO NUEVO: EL CONCEPTO TIENE QUE ESTAR VIGENTE PARA LA --*
      *-- CATEGORIA DEL EMPLEADO Y EL COMPROBANTE NO PUEDE HABERSE --*
      *-- RENDIDO ANTES. SI SUPERA EL TOPE SE AVISA, PERO SE CARGA --*
      *-- IGUAL: EL RECORTE LO DECIDE QUIEN APRUEBA.               --*
       NUEVO-GASTO.
           MOVE W-FECHA-HOY TO W-FECHA.
           MOVE 0           TO W-CON W-LODES W-IMP.
           MOVE SPACES      TO W-COMPR W-DESC.
           DISPLAY PANTALLA-GASTO.
           ACCEPT  PANTALLA-GASTO ON ESCAPE
              GO TO NUEVO-GASTO-EXIT.
           PERFORM VALIDAR-FECHA THRU VALIDAR-FECHA-EXIT.
           IF W-OK NOT = "S"
              GO TO NUEVO-GASTO-EXIT.
           PERFORM BUSCAR-CONCEPTO THRU BUSCAR-CONCEPTO-EXIT.
           IF W-OK NOT = "S"
              GO TO NUEVO-GASTO-EXIT.
           IF VCACT NOT = "S"
              DISPLAY "** ESE CONCEPTO YA NO SE ACEPTA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO NUEVO-GASTO-EXIT.
           IF W-HAY-LOC = "S"
              MOVE W-LODES TO MLOC
              READ MAELOC INVALID KEY MOVE "23" TO FSTLOC
              END-READ
              IF FSTLOC NOT = "00"
                 DISPLAY "** NO EXISTE LA LOCALIDAD DE DESTINO **"
                    LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 GO TO NUEVO-GASTO-EXIT
              END-IF
           END-IF.
           IF W-IMP IS NOT NUMERIC OR W-IMP = 0
              DISPLAY "** IMPORTE INVALIDO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO NUEVO-GASTO-EXIT.
           IF W-COMPR = SPACES
              DISPLAY "** SIN NUMERO DE COMPROBANTE NO SE RINDE **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO NUEVO-GASTO-EXIT.
           PERFORM BUSCAR-ULTIMO THRU BUSCAR-ULTIMO-EXIT.
           IF W-OK NOT = "S"
              DISPLAY "** ESE COMPROBANTE YA FUE RENDIDO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO NUEVO-GASTO-EXIT.
           IF VCTOPE NOT = 0 AND W-IMP > VCTOPE
              MOVE VCTOPE TO W-IMP-ED
              DISPLAY "SUPERA EL TOPE DEL CONCEPTO:" LINE 23 POSITION 01
              DISPLAY W-IMP-ED LINE 23 POSITION 30
           END-IF.

           DISPLAY "GRABA S/N: " LINE 22 POSITION 50.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 22 POSITION 61.
           IF W-OK NOT = "S"
              GO TO NUEVO-GASTO-EXIT.

           MOVE MCA         TO VICA.
           COMPUTE VINRO = W-ULT-NRO + 1.
           MOVE W-FECHA     TO VIFECHA.
           MOVE W-CON       TO VICON.
           MOVE W-LODES     TO VILODES.
           MOVE W-IMP       TO VIIMP.
           MOVE W-COMPR     TO VICOMPR.
           MOVE W-DESC      TO VIDESC.
           MOVE W-FECHA-HOY TO VIFPRES.
           MOVE "P"         TO VIESTADO.
           MOVE 0           TO VIIMPAPR VIAPRSUP VIFAPR VIPERIODO.
           MOVE SPACES      TO VIAPROP VIOBS.
           MOVE W-OPERADOR  TO VIOPER.
           WRITE R-VIA INVALID KEY
              CONTINUE
           END-WRITE.
       NUEVO-GASTO-EXIT.
           EXIT.

      *-- APRUEBA O RECHAZA EL SUPERVISOR DEL EMPLEADO, IDENTIFICADO --*
      *-- CON SU LEGAJO Y SU PIN DEL KIOSCO (MISMAS REGLAS QUE       --*
      *-- "KIOSCO": TRES FALLOS SEGUIDOS BLOQUEAN EL PIN). UN        --*
      *-- OPERADOR DE NIVEL 5 NO NECESITA AL SUPERVISOR.             --*
       AUTORIZAR.
           MOVE "N" TO W-OK.
           MOVE 0   TO W-SUP W-PIN.
           IF W-NIVEL NOT < 5
              MOVE "S" TO W-OK
              GO TO AUTORIZAR-EXIT.
           IF MSUP = 0
              DISPLAY "** LEGAJO SIN SUPERVISOR: LO RESUELVE NIVEL 5 **"
                 LINE 24 POSITION 12 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO AUTORIZAR-EXIT.
           DISPLAY PANTALLA-SUPERVISOR.
           ACCEPT  PANTALLA-SUPERVISOR ON ESCAPE
              GO TO AUTORIZAR-EXIT.
           IF W-SUP NOT = MSUP
              DISPLAY "** SOLO EL SUPERVISOR DEL LEGAJO O NIVEL 5 **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO AUTORIZAR-EXIT.
           OPEN I-O PINEMP.
           IF FSTPIN NOT = "00"
              DISPLAY "** EL SUPERVISOR NO TIENE PIN (VER KIOPIN1) **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO AUTORIZAR-EXIT.
           MOVE W-SUP TO PICA.
           READ PINEMP INVALID KEY MOVE "23" TO FSTPIN.
           IF FSTPIN NOT = "00"
              CLOSE PINEMP
              DISPLAY "** EL SUPERVISOR NO TIENE PIN (VER KIOPIN1) **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO AUTORIZAR-EXIT.
           IF PIBLOQ = "S"
              CLOSE PINEMP
              DISPLAY "** PIN BLOQUEADO: PIDA UNO NUEVO A RR.HH. **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO AUTORIZAR-EXIT.
           IF W-PIN NOT = PIPIN
              IF PIFALLOS < 9
                 ADD 1 TO PIFALLOS
              END-IF
              IF PIFALLOS >= 3
                 MOVE "S" TO PIBLOQ
              END-IF
              REWRITE R-PIN INVALID KEY
                 CONTINUE
              END-REWRITE
              CLOSE PINEMP
              DISPLAY "** PIN INCORRECTO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO AUTORIZAR-EXIT.
           IF PIFALLOS NOT = 0
              MOVE 0 TO PIFALLOS
              REWRITE R-PIN INVALID KEY
                 CONTINUE
              END-REWRITE
           END-IF.
           CLOSE PINEMP.
           MOVE "S" TO W-OK.
       AUTORIZAR-EXIT.
           EXIT.

      *-- SE APRUEBA HASTA LO RENDIDO Y HASTA EL TOPE VIGENTE DEL   --*
      *-- CONCEPTO; LO APROBADO SE SUMA A LA NOVEDAD 60 DEL PERIODO --*
      *-- DE PAGO, QUE "LIQCALC" LIQUIDA COMO NO REMUNERATIVA.      --*
       APROBAR-GASTO.
           MOVE VICON TO W-CON.
           PERFORM BUSCAR-CONCEPTO THRU BUSCAR-CONCEPTO-EXIT.
           MOVE VIIMP TO W-MAXIMO.
           IF W-OK = "S" AND VCTOPE NOT = 0 AND VCTOPE < VIIMP
              MOVE VCTOPE TO W-MAXIMO
           END-IF.
           MOVE W-MAXIMO TO W-IMPAPR.
           MOVE SPACES   TO W-OBS.
           IF W-MAXIMO < VIIMP
              MOVE "RECORTADO AL TOPE DEL CONCEPTO" TO W-OBS
           END-IF.
           DISPLAY PANTALLA-APROBAR.
           ACCEPT  PANTALLA-APROBAR ON ESCAPE
              GO TO APROBAR-GASTO-EXIT.
           IF W-IMPAPR IS NOT NUMERIC OR W-IMPAPR = 0
              DISPLAY "** IMPORTE INVALIDO (PARA NO PAGAR, RECHACE) **"
                 LINE 24 POSITION 12 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO APROBAR-GASTO-EXIT.
           IF W-IMPAPR > W-MAXIMO
              MOVE W-MAXIMO TO W-IMP-ED
              DISPLAY "** NO SE PUEDE APROBAR MAS DE"
                 LINE 24 POSITION 12 CONTROL "FCOLOR=RED", BLINK
              DISPLAY W-IMP-ED LINE 24 POSITION 42
                 CONTROL "FCOLOR=RED", BLINK
              DISPLAY "**" LINE 24 POSITION 53
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO APROBAR-GASTO-EXIT.
           DISPLAY "SE PAGA EN EL PERIODO:" LINE 23 POSITION 01.
           DISPLAY W-PER-PAGO LINE 23 POSITION 24.
           DISPLAY "GRABA S/N: " LINE 23 POSITION 50.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 23 POSITION 61.
           IF W-OK NOT = "S"
              GO TO APROBAR-GASTO-EXIT.

           PERFORM GRABAR-NOVEDAD THRU GRABAR-NOVEDAD-EXIT.
           IF W-OK NOT = "S"
              DISPLAY "** NO SE PUDO GRABAR LA NOVEDAD, NO SE APROBO **"
                 LINE 24 POSITION 12 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO APROBAR-GASTO-EXIT.
           MOVE "A"         TO VIESTADO.
           MOVE W-IMPAPR    TO VIIMPAPR.
           MOVE W-SUP       TO VIAPRSUP.
           MOVE W-FECHA-HOY TO VIFAPR.
           MOVE W-OPERADOR  TO VIAPROP.
           MOVE W-PER-PAGO  TO VIPERIODO.
           MOVE W-OBS       TO VIOBS.
           REWRITE R-VIA INVALID KEY
              CONTINUE
           END-REWRITE.
       APROBAR-GASTO-EXIT.
           EXIT.

      *-- EL RECHAZO LLEVA EL MOTIVO --*
       RECHAZAR-GASTO.
           MOVE SPACES TO W-OBS.
           DISPLAY "MOTIVO: " LINE 22 POSITION 01.
           ACCEPT W-OBS LINE 22 POSITION 09.
           IF W-OBS = SPACES
              DISPLAY "** EL RECHAZO LLEVA EL MOTIVO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO RECHAZAR-GASTO-EXIT.
           DISPLAY "GRABA S/N: " LINE 22 POSITION 50.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 22 POSITION 61.
           IF W-OK NOT = "S"
              GO TO RECHAZAR-GASTO-EXIT.
           MOVE "R"         TO VIESTADO.
           MOVE 0           TO VIIMPAPR VIPERIODO.
           MOVE W-SUP       TO VIAPRSUP.
           MOVE W-FECHA-HOY TO VIFAPR.
           MOVE W-OPERADOR  TO VIAPROP.
           MOVE W-OBS       TO VIOBS.
           REWRITE R-VIA INVALID KEY
              CONTINUE
           END-REWRITE.
       RECHAZAR-GASTO-EXIT.
           EXIT.

      *-- SUMA LO APROBADO A LA NOVEDAD 60 DEL LEGAJO EN EL PERIODO --*
      *-- DE PAGO (VARIOS GASTOS DEL MES VAN A LA MISMA NOVEDAD).   --*
      *-- "NOVED.IND" SE ABRE SOLO AQUI PARA NO TENERLO TOMADO.     --*
       GRABAR-NOVEDAD.
           MOVE "N" TO W-OK.
           OPEN I-O NOVED.
           IF FSTNOV NOT = "00"
              GO TO GRABAR-NOVEDAD-EXIT.
           MOVE MCA        TO NVCA.
           MOVE W-PER-PAGO TO NVPERIODO.
           MOVE W-CON-VIA  TO NVCON.
           READ NOVED INVALID KEY MOVE "23" TO FSTNOV.
           IF FSTNOV = "00"
              ADD W-IMPAPR TO NVIMP
              MOVE "N"        TO NVTIPO
              MOVE W-OPERADOR TO NVOPER
              REWRITE R-NOV INVALID KEY
                 MOVE "23" TO FSTNOV
              END-REWRITE
           ELSE
              MOVE "00"       TO FSTNOV
              MOVE "VIATICOS (NO REMUN.)" TO NVDESC
              MOVE "N"        TO NVTIPO
              MOVE W-IMPAPR   TO NVIMP
              MOVE W-OPERADOR TO NVOPER
              WRITE R-NOV INVALID KEY
                 MOVE "23" TO FSTNOV
              END-WRITE
           END-IF.
           CLOSE NOVED.
           IF FSTNOV = "00"
              MOVE "S" TO W-OK
           END-IF.
       GRABAR-NOVEDAD-EXIT.
           EXIT.

      *-- TOPE DEL CONCEPTO "W-CON" PARA LA CATEGORIA DEL EMPLEADO; --*
      *-- SI LA CATEGORIA NO TIENE FILA PROPIA, LA DE CATEGORIA 0   --*
       BUSCAR-CONCEPTO.
           MOVE "S"   TO W-OK.
           MOVE W-CON TO VCCOD.
           MOVE MCATE TO VCCAT.
           READ VIACON INVALID KEY MOVE "23" TO FSTVIC.
           IF FSTVIC = "00"
              GO TO BUSCAR-CONCEPTO-EXIT.
           MOVE 0 TO VCCAT.
           READ VIACON INVALID KEY MOVE "23" TO FSTVIC.
           IF FSTVIC = "00"
              GO TO BUSCAR-CONCEPTO-EXIT.
           MOVE "N" TO W-OK.
           MOVE 0   TO VCTOPE.
           IF W-OPC = "N"
              DISPLAY "** NO EXISTE ESE CONCEPTO (VER MODVIC) **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       BUSCAR-CONCEPTO-EXIT.
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

      *-- ULTIMO NUMERO DE GASTO DEL LEGAJO (0 = NINGUNO); DE PASO --*
      *-- CONTROLA QUE EL COMPROBANTE NO SE HAYA RENDIDO YA (UNO   --*
      *-- RECHAZADO SE PUEDE VOLVER A PRESENTAR).                  --*
       BUSCAR-ULTIMO.
           MOVE "S" TO W-OK.
           MOVE 0   TO W-ULT-NRO.
           MOVE MCA TO VICA.
           MOVE 0   TO VINRO.
           MOVE "N" TO W-FIN-VIA.
           START VIATICO KEY IS NOT LESS THAN VICLAVE
              INVALID KEY MOVE "S" TO W-FIN-VIA
           END-START.
           PERFORM LEER-ULTIMO THRU LEER-ULTIMO-EXIT
              UNTIL W-FIN-VIA = "S".
       BUSCAR-ULTIMO-EXIT.
           EXIT.

       LEER-ULTIMO.
           READ VIATICO NEXT RECORD AT END
              MOVE "S" TO W-FIN-VIA
              GO TO LEER-ULTIMO-EXIT.
           IF VICA NOT = MCA
              MOVE "S" TO W-FIN-VIA
              GO TO LEER-ULTIMO-EXIT.
           MOVE VINRO TO W-ULT-NRO.
           IF VICOMPR = W-COMPR AND VIESTADO NOT = "R"
              MOVE "N" TO W-OK
           END-IF.
       LEER-ULTIMO-EXIT.
           EXIT.

      *-- TODOS LOS GASTOS DEL LEGAJO, PAGINADOS DE A 12. LA       --*
      *-- SITUACION SIGUE AL GASTO HASTA EL PAGO: PENDIENTE,       --*
      *-- RECHAZADO, A LIQUIDAR EN "VIPERIODO" O, CUANDO ESE       --*
      *-- PERIODO YA ESTA CONFIRMADO POR CONTABILIDAD, PAGADO.     --*
       LISTAR-GASTOS.
           PERFORM ENCABEZADO.
           DISPLAY "LEGAJO: " LINE 04 POSITION 01.
           DISPLAY MCA   LINE 04 POSITION 09.
           DISPLAY MAN   LINE 04 POSITION 19.
           DISPLAY "SUPERVISOR: " LINE 04 POSITION 51.
           DISPLAY MSUP  LINE 04 POSITION 63.
           DISPLAY "NRO FECHA    CO LD    IMPORTE   APROBADO"
              LINE 05 POSITION 01.
           DISPLAY "COMPROBANTE  E PERIOD SITUACION"
              LINE 05 POSITION 42.
           DISPLAY SUBRAYADO LINE 06 POSITION 01.
           MOVE 0 TO CONT-LIN CONT-VIA.
           MOVE MCA TO VICA.
           MOVE 0   TO VINRO.
           MOVE "N" TO W-FIN-VIA.
           START VIATICO KEY IS NOT LESS THAN VICLAVE
              INVALID KEY MOVE "S" TO W-FIN-VIA
           END-START.
           PERFORM LEER-GASTO THRU LEER-GASTO-EXIT
              UNTIL W-FIN-VIA = "S".
           IF CONT-VIA = 0
              DISPLAY "(SIN GASTOS RENDIDOS)" LINE 07 POSITION 01
           END-IF.
       LISTAR-GASTOS-EXIT.
           EXIT.

       LEER-GASTO.
           READ VIATICO NEXT RECORD AT END
              MOVE "S" TO W-FIN-VIA
              GO TO LEER-GASTO-EXIT.
           IF VICA NOT = MCA
              MOVE "S" TO W-FIN-VIA
              GO TO LEER-GASTO-EXIT.
           IF CONT-LIN > 11
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY SUBRAYADO LINE 24 POSITION 01
              DISPLAY " " LINE 07 POSITION 01 ERASE EOS
              MOVE 0 TO CONT-LIN
           END-IF.
           COMPUTE LIN-ACT = 07 + CONT-LIN.
           DISPLAY VINRO    LINE LIN-ACT, POSITION 01.
           DISPLAY VIFECHA  LINE LIN-ACT, POSITION 05.
           DISPLAY VICON    LINE LIN-ACT, POSITION 14.
           DISPLAY VILODES  LINE LIN-ACT, POSITION 17.
           MOVE VIIMP TO W-IMP-ED.
           DISPLAY W-IMP-ED LINE LIN-ACT, POSITION 20.
           IF VIESTADO = "A"
              MOVE VIIMPAPR TO W-IMP-ED
              DISPLAY W-IMP-ED LINE LIN-ACT, POSITION 31
           END-IF.
           DISPLAY VICOMPR  LINE LIN-ACT, POSITION 42.
           DISPLAY VIESTADO LINE LIN-ACT, POSITION 55.
           IF VIESTADO = "P"
              DISPLAY "PENDIENTE" LINE LIN-ACT, POSITION 64
           END-IF.
           IF VIESTADO = "R"
              DISPLAY "RECHAZADO" LINE LIN-ACT, POSITION 64
           END-IF.
           IF VIESTADO = "A"
              DISPLAY VIPERIODO LINE LIN-ACT, POSITION 57
              MOVE VIPERIODO TO W-PERIODO
              CALL   "PERCERR" USING W-PERIODO W-CERRADO
                                     W-ULT-CERRADO
              CANCEL "PERCERR"
              IF W-CERRADO = "S"
                 DISPLAY "PAGADO" LINE LIN-ACT, POSITION 64
              ELSE
                 DISPLAY "A LIQUID." LINE LIN-ACT, POSITION 64
              END-IF
           END-IF.
           ADD 1 TO CONT-LIN.
           ADD 1 TO CONT-VIA.
       LEER-GASTO-EXIT.
           EXIT.

       ENCABEZADO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "RENDICION DE VIATICOS" LINE 01 POSITION 29.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
