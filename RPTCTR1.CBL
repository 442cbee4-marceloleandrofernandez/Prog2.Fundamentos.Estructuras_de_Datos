      *** CONTRATOS Y PERIODOS DE PRUEBA A VENCER: PARA CORRER UNA  ***
      *** VEZ POR SEMANA. LISTA DE "CONTRATO.IND" (VER "CONTRAT1")   ***
      *** LOS CONTRATOS VIGENTES A PRUEBA, PLAZO FIJO O EVENTUALES   ***
      *** QUE VENCEN HASTA HOY MAS LOS DIAS PEDIDOS (30 POR OMISION) ***
      *** O QUE YA VENCIERON SIN DECISION, MAS LAS TERMINACIONES     ***
      *** DECIDIDAS CUYA BAJA TODAVIA NO SE HIZO EN "MODABM",        ***
      *** AGRUPADOS POR LOCALIDAD Y DENTRO DE ELLA POR SUPERVISOR    ***
      *** (MSUP). LAS FILAS SE JUNTAN EN "CONTRATO.ALR" Y SE ORDENAN ***
      *** CON "SORT" (COMO "ORDAL-01"). SOLO LAS LOCALIDADES A CARGO ***
      *** DEL OPERADOR.                                              ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCTR1.
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

           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS MLOC
           ALTERNATE RECORD KEY IS MLDESC DUPLICATES
           FILE STATUS IS FSTLOC.

           SELECT CONTRATO ASSIGN TO DISK "CONTRATO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CTCLAVE
           FILE STATUS IS FSTCTR.

      *-- AVISOS SIN ORDENAR, ORDENADOS Y AREA DE TRABAJO DEL SORT --*
           SELECT ALERTA-E ASSIGN TO DISK "CONTRATO.ALR"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT ALERTA-S ASSIGN TO DISK "CONTRATO.ORD"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL.

           SELECT ALERTA-W ASSIGN TO DISK "CONTRATO.WWW".

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
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

       FD  CONTRATO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 84 CHARACTERS
           DATA RECORD IS R-CTR.
           COPY CTRREC.

      *-- UN AVISO: LOCALIDAD, SUPERVISOR, VENCIMIENTO Y LEGAJO    --*
      *-- (EN ESE ORDEN SE ORDENA), TIPO, SITUACION Y RENOVACIONES --*
       FD  ALERTA-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS R-ALR-E.
        01 R-ALR-E.
           02 ELO     PIC 9(02).
           02 ESUP    PIC 9(08).
           02 EHASTA  PIC 9(08).
           02 ECA     PIC 9(08).
           02 ETIPO   PIC X(01).
      *-- V = VENCIDO SIN DECISION, P = POR VENCER, --*
      *-- B = TERMINADO, FALTA LA BAJA EN "MODABM"  --*
           02 ESIT    PIC X(01).
           02 ERENOV  PIC 9(02).

       FD  ALERTA-S
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS R-ALR-S.
        01 R-ALR-S.
           02 SLO     PIC 9(02).
           02 SSUP    PIC 9(08).
           02 SHASTA  PIC 9(08).
           02 SCA     PIC 9(08).
           02 STIPO   PIC X(01).
           02 SSIT    PIC X(01).
           02 SRENOV  PIC 9(02).

       SD  ALERTA-W
           RECORD CONTAINS 30 CHARACTERS
           DATA RECORD IS R-ALR-W.
        01 R-ALR-W.
           02 WLO     PIC 9(02).
           02 WSUP    PIC 9(08).
           02 WHASTA  PIC 9(08).
           02 WCA     PIC 9(08).
           02 FILLER  PIC X(04).

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTLOC           PIC XX.
       77 FSTCTR           PIC XX.
       77 FIN-CTR          PIC X     VALUE "N".
       77 FIN-LOC          PIC X     VALUE "N".
       77 FIN-ALR          PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
      *-- DIAS HACIA ADELANTE QUE SE CONSIDERAN "POR VENCER" --*
       77 W-DIAS           PIC 9(03) VALUE 30.
       77 W-FECHA-LIM      PIC 9(08) VALUE 0.
       77 W-SIT            PIC X     VALUE SPACE.
      *-- CORTE DE CONTROL: LOCALIDAD Y SUPERVISOR EN CURSO --*
       77 W-LOC-ANT        PIC 999   VALUE 999.
       77 W-SUP-ANT        PIC 9(08) VALUE 0.
       77 CONT-VENCIDOS    PIC 9(05) VALUE 0.
       77 CONT-POR-VENCER  PIC 9(05) VALUE 0.
       77 CONT-BAJA-PEND   PIC 9(05) VALUE 0.
       77 CONT-LOC-REG     PIC 9(04) VALUE 0.

      *-- "HOY" PARTIDO PARA "CALCULAR-LIMITE" --*
       01 W-HOY            PIC 9(08) VALUE 0.
       01 W-HOY-R REDEFINES W-HOY.
          02 HOY-ANIO      PIC 9(04).
          02 HOY-MES       PIC 99.
          02 HOY-DIA       PIC 99.

       01 W-FEC-AUX-N      PIC 9(08) VALUE 0.
       01 W-FEC-AUX REDEFINES W-FEC-AUX-N.
          02 W-AUX-ANIO    PIC 9(04).
          02 W-AUX-MES     PIC 99.
          02 W-AUX-DIA     PIC 99.

      *-- DIAS DE CADA MES, FEBRERO SE AJUSTA SI ES BISIESTO, MISMA
      *-- TABLA QUE "ABMUSU" USA PARA EL VENCIMIENTO DE LAS CLAVES.
       01 TABLA-DIAS-MES.
          02 FILLER PIC 99 VALUE 31.
          02 FILLER PIC 99 VALUE 28.
          02 FILLER PIC 99 VALUE 31.
          02 FILLER PIC 99 VALUE 30.
          02 FILLER PIC 99 VALUE 31.
          02 FILLER PIC 99 VALUE 30.
          02 FILLER PIC 99 VALUE 31.
          02 FILLER PIC 99 VALUE 31.
          02 FILLER PIC 99 VALUE 30.
          02 FILLER PIC 99 VALUE 31.
          02 FILLER PIC 99 VALUE 30.
          02 FILLER PIC 99 VALUE 31.
       01 TABLA-DIAS-MES-R REDEFINES TABLA-DIAS-MES.
          02 DIAS-MES OCCURS 12 TIMES PIC 99.

      *-- PARAMETROS Y RESULTADO DE "CALCULAR-DOY"/"CALCULAR-BISIESTO",
      *-- LOS MISMOS QUE "CALCULAR-VENCIMIENTO" EN "ABMUSU".
       77 W-CALC-ANIO              PIC 9(04).
       77 W-CALC-MES               PIC 99.
       77 W-CALC-DIA               PIC 99.
       77 W-CALC-DOY               PIC 9(04).
       77 W-ACUM-DIAS              PIC 9(04).
       77 W-REM-DIAS               PIC 9(04).
       77 W-DIAS-MES-ACT           PIC 99.
       77 W-DIAS-ANIO              PIC 9(04).
       77 IND-MES                  PIC 99.
       77 WBISIESTO                PIC X     VALUE "N".
       77 WCOCIENTE                PIC 9(04) VALUE 0.
       77 WRESTO4                  PIC 99    VALUE 0.
       77 WRESTO100                PIC 99    VALUE 0.
       77 WRESTO400                PIC 999   VALUE 0.

      *-- TABLA DE DESCRIPCIONES DE LOCALIDAD, UNA POSICION POR MLOC --*
      *-- (MISMA TABLA QUE "RPTORG1").                               --*
       01 TABLA-LOC.
          02 ELEM-LOC OCCURS 100 TIMES INDEXED BY IND-LOC.
             03 LOC-DESC  PIC X(15) VALUE SPACES.

      *-- LINEAS DEL LISTADO --*
       01 L-TIT.
          02 FILLER    PIC X(34) VALUE
             "CONTRATOS Y PRUEBAS QUE VENCEN AL ".
          02 L-LIMITE  PIC 9(08).
          02 FILLER    PIC X(16) VALUE SPACE.
          02 FILLER    PIC X(08) VALUE "EMITIDO ".
          02 L-FECHA   PIC 9(08).
       01 L-CAB-LOC.
          02 FILLER    PIC X(10) VALUE "LOCALIDAD ".
          02 L-LOC     PIC 99.
          02 FILLER    PIC X(02) VALUE ": ".
          02 L-LOC-DES PIC X(15).
       01 L-CAB-SUP.
          02 FILLER    PIC X(02) VALUE SPACE.
          02 FILLER    PIC X(12) VALUE "SUPERVISOR: ".
          02 L-SUP-CA  PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-SUP-NOM PIC X(30).
       01 L-DET.
          02 FILLER    PIC X(04) VALUE SPACE.
          02 L-CA      PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-NOM     PIC X(24).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-TIPO    PIC X(10).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-HASTA   PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-RENOV   PIC Z9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-SIT     PIC X(18).
       01 L-TOT-LOC.
          02 FILLER    PIC X(02) VALUE SPACE.
          02 FILLER    PIC X(20) VALUE "TOTAL LOCALIDAD    :".
          02 L-TLOC    PIC ZZZ9.
       01 L-TOT.
          02 FILLER    PIC X(09) VALUE "VENCIDOS:".
          02 L-TVENC   PIC ZZZZ9.
          02 FILLER    PIC X(03) VALUE SPACE.
          02 FILLER    PIC X(11) VALUE "POR VENCER:".
          02 L-TPVEN   PIC ZZZZ9.
          02 FILLER    PIC X(03) VALUE SPACE.
          02 FILLER    PIC X(23) VALUE "BAJAS PEND. EN MODABM:".
          02 L-TBAJA   PIC ZZZZ9.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- EL LISTADO SE LIMITA A LAS LOCALIDADES A CARGO DEL      --*
      *-- OPERADOR (VER "ACCLOC"), ASI QUE PRIMERO HAY QUE SABER  --*
      *-- QUIEN ES.                                               --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE "RPTCTR1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CONTRATOS Y PERIODOS DE PRUEBA A VENCER"
              LINE 01 POSITION 21.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "DIAS HACIA ADELANTE (0 = 30): " LINE 04 POSITION 01.
           MOVE 0 TO W-DIAS.
           ACCEPT W-DIAS LINE 04 POSITION 31.
           IF W-DIAS IS NOT NUMERIC OR W-DIAS = 0
              MOVE 30 TO W-DIAS
           END-IF.
           PERFORM CALCULAR-LIMITE.

           OPEN INPUT CONTRATO.
           IF FSTCTR NOT = "00"
              DISPLAY "** NO HAY CONTRATOS CARGADOS (VER CONTRAT1) **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT MAESTRO.
           IF FST NOT = "00"
              CLOSE CONTRATO
              DISPLAY "** NO HAY EMPLEADOS PARA REVISAR **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT MAELOC.
           IF FSTLOC = "00"
              PERFORM CARGAR-TABLA-LOC THRU CARGAR-TABLA-LOC-EXIT
                 UNTIL FIN-LOC = "S"
              CLOSE MAELOC
           END-IF.

      *-- PRIMERA PASADA: JUNTA LOS AVISOS EN "CONTRATO.ALR" --*
           OPEN OUTPUT ALERTA-E.
           PERFORM REVISAR-CONTRATO THRU REVISAR-CONTRATO-EXIT
              UNTIL FIN-CTR = "S".
           CLOSE ALERTA-E.
           CLOSE CONTRATO.

           SORT ALERTA-W
              ASCENDING KEY WLO WSUP WHASTA WCA
              USING  ALERTA-E
              GIVING ALERTA-S.

      *-- SEGUNDA PASADA: EL LISTADO CON CORTE POR LOCALIDAD Y --*
      *-- SUPERVISOR                                           --*
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           MOVE W-FECHA-LIM TO L-LIMITE.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-TIT.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           OPEN INPUT ALERTA-S.
           PERFORM LEER-AVISO.
           PERFORM IMPRIMIR-AVISO THRU IMPRIMIR-AVISO-EXIT
              UNTIL FIN-ALR = "S".
           CLOSE ALERTA-S.
           IF W-LOC-ANT NOT = 999
              PERFORM CERRAR-LOCALIDAD
           END-IF.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE CONT-VENCIDOS   TO L-TVENC.
           MOVE CONT-POR-VENCER TO L-TPVEN.
           MOVE CONT-BAJA-PEND  TO L-TBAJA.
           WRITE R-IMP FROM L-TOT.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           CLOSE MAESTRO.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY "FECHA LIMITE         : " W-FECHA-LIM
              LINE 18 POSITION 01.
           DISPLAY "VENCIDOS SIN DECISION: " CONT-VENCIDOS
              LINE 19 POSITION 01.
           DISPLAY "POR VENCER           : " CONT-POR-VENCER
              LINE 20 POSITION 01.
           DISPLAY "BAJAS PENDIENTES     : " CONT-BAJA-PEND
              LINE 21 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- LEE "LOCALIDAD.IND" UNA SOLA VEZ Y ARMA LA TABLA POR MLOC --*
       CARGAR-TABLA-LOC.
           READ MAELOC NEXT RECORD AT END
              MOVE "S" TO FIN-LOC
              GO TO CARGAR-TABLA-LOC-EXIT.
           COMPUTE IND-LOC = MLOC + 1.
           MOVE MLDESC TO LOC-DESC (IND-LOC).
       CARGAR-TABLA-LOC-EXIT.
           EXIT.

      *-- SOLO LAS FILAS VIGENTES CON FIN ("I" NO VENCE) Y LAS   --*
      *-- TERMINADAS SIN BAJA. EL EMPLEADO TIENE QUE SEGUIR EN EL --*
      *-- MAESTRO; LOS DE LOCALIDADES AJENAS AL OPERADOR SE       --*
      *-- SALTEAN SIN REGISTRAR EL RECHAZO (VER "RPTLXC1").       --*
       REVISAR-CONTRATO.
           READ CONTRATO NEXT RECORD AT END
              MOVE "S" TO FIN-CTR
              GO TO REVISAR-CONTRATO-EXIT.
           MOVE SPACE TO W-SIT.
           IF CTESTADO = "T"
              MOVE "B" TO W-SIT
           END-IF.
           IF CTESTADO = "V" AND CTTIPO NOT = "I"
              AND CTFHASTA NOT = 0 AND CTFHASTA NOT > W-FECHA-LIM
              IF CTFHASTA < W-FECHA-HOY
                 MOVE "V" TO W-SIT
              ELSE
                 MOVE "P" TO W-SIT
              END-IF
           END-IF.
           IF W-SIT = SPACE
              GO TO REVISAR-CONTRATO-EXIT.
           MOVE CTCA TO MCA.
           READ MAESTRO INVALID KEY MOVE "23" TO FST.
           IF FST NOT = "00"
              GO TO REVISAR-CONTRATO-EXIT.
           MOVE MLO TO ACL-LOC.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              GO TO REVISAR-CONTRATO-EXIT.
           MOVE MLO      TO ELO.
           MOVE MSUP     TO ESUP.
           MOVE CTFHASTA TO EHASTA.
           MOVE CTCA     TO ECA.
           MOVE CTTIPO   TO ETIPO.
           MOVE W-SIT    TO ESIT.
           MOVE CTRENOV  TO ERENOV.
           WRITE R-ALR-E.
       REVISAR-CONTRATO-EXIT.
           EXIT.

       LEER-AVISO.
           READ ALERTA-S AT END MOVE "S" TO FIN-ALR.

      *-- CORTE DE CONTROL: CABECERA DE LOCALIDAD Y DE SUPERVISOR  --*
      *-- CUANDO CAMBIAN; EL TOTAL DE LA LOCALIDAD AL CERRARLA.    --*
       IMPRIMIR-AVISO.
           IF SLO NOT = W-LOC-ANT
              IF W-LOC-ANT NOT = 999
                 PERFORM CERRAR-LOCALIDAD
              END-IF
              MOVE SLO TO W-LOC-ANT
              MOVE SLO TO L-LOC
              COMPUTE IND-LOC = SLO + 1
              MOVE LOC-DESC (IND-LOC) TO L-LOC-DES
              WRITE R-IMP FROM L-CAB-LOC
              MOVE 0 TO CONT-LOC-REG
              PERFORM CABECERA-SUPERVISOR
           ELSE
              IF SSUP NOT = W-SUP-ANT
                 PERFORM CABECERA-SUPERVISOR
              END-IF
           END-IF.
           MOVE SCA TO MCA.
           READ MAESTRO INVALID KEY
              MOVE SPACES TO MAN
           END-READ.
           MOVE SCA    TO L-CA.
           MOVE MAN    TO L-NOM.
           MOVE SHASTA TO L-HASTA.
           MOVE SRENOV TO L-RENOV.
           IF STIPO = "P"
              MOVE "PRUEBA"     TO L-TIPO
           ELSE IF STIPO = "F"
              MOVE "PLAZO FIJO" TO L-TIPO
           ELSE
              MOVE "EVENTUAL"   TO L-TIPO
           END-IF.
           IF SSIT = "B"
              MOVE "BAJA PEND. MODABM" TO L-SIT
              ADD 1 TO CONT-BAJA-PEND
           ELSE IF SSIT = "V"
              MOVE "VENCIDO SIN DECID." TO L-SIT
              ADD 1 TO CONT-VENCIDOS
           ELSE
              MOVE "POR VENCER" TO L-SIT
              ADD 1 TO CONT-POR-VENCER
           END-IF.
           WRITE R-IMP FROM L-DET.
           ADD 1 TO CONT-LOC-REG.
           PERFORM LEER-AVISO.
       IMPRIMIR-AVISO-EXIT.
           EXIT.

       CABECERA-SUPERVISOR.
           MOVE SSUP TO W-SUP-ANT.
           MOVE SSUP TO L-SUP-CA.
           MOVE "(SIN SUPERVISOR)" TO L-SUP-NOM.
           IF SSUP NOT = 0
              MOVE SSUP TO MCA
              READ MAESTRO INVALID KEY
                 MOVE "(NO ESTA EN EL MAESTRO)" TO MAN
              END-READ
              MOVE MAN TO L-SUP-NOM
           END-IF.
           WRITE R-IMP FROM L-CAB-SUP.

       CERRAR-LOCALIDAD.
           MOVE CONT-LOC-REG TO L-TLOC.
           WRITE R-IMP FROM L-TOT-LOC.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.

      *-- DEJA "W-FECHA-LIM" EN "HOY" MAS "W-DIAS" DIAS (MISMA     --*
      *-- CUENTA QUE "CALCULAR-VENCIMIENTO" DE "ABMUSU").          --*
       CALCULAR-LIMITE.
           MOVE W-FECHA-HOY TO W-HOY.
           MOVE HOY-ANIO TO W-CALC-ANIO.
           MOVE HOY-MES  TO W-CALC-MES.
           MOVE HOY-DIA  TO W-CALC-DIA.
           PERFORM CALCULAR-DOY.
           ADD W-DIAS TO W-CALC-DOY.
           PERFORM NORMALIZAR-LIMITE
              UNTIL W-CALC-DOY <= W-DIAS-ANIO.
           PERFORM CONVERTIR-DOY-FECHA.
           MOVE W-CALC-ANIO TO W-AUX-ANIO.
           MOVE W-CALC-MES  TO W-AUX-MES.
           MOVE W-CALC-DIA  TO W-AUX-DIA.
           MOVE W-FEC-AUX-N TO W-FECHA-LIM.

       NORMALIZAR-LIMITE.
           SUBTRACT W-DIAS-ANIO FROM W-CALC-DOY.
           ADD 1 TO W-CALC-ANIO.
           PERFORM CALCULAR-BISIESTO.
           IF WBISIESTO = "S"
              MOVE 366 TO W-DIAS-ANIO
           ELSE
              MOVE 365 TO W-DIAS-ANIO
           END-IF.

       CONVERTIR-DOY-FECHA.
           MOVE 1 TO IND-MES.
           MOVE W-CALC-DOY TO W-REM-DIAS.
           PERFORM CALC-DIAS-MES-ACT.
           PERFORM DESCONTAR-MES UNTIL W-REM-DIAS <= W-DIAS-MES-ACT.
           MOVE IND-MES   TO W-CALC-MES.
           MOVE W-REM-DIAS TO W-CALC-DIA.

       CALC-DIAS-MES-ACT.
           IF IND-MES = 2 AND WBISIESTO = "S"
              MOVE 29 TO W-DIAS-MES-ACT
           ELSE
              MOVE DIAS-MES (IND-MES) TO W-DIAS-MES-ACT
           END-IF.

       DESCONTAR-MES.
           SUBTRACT W-DIAS-MES-ACT FROM W-REM-DIAS.
           ADD 1 TO IND-MES.
           PERFORM CALC-DIAS-MES-ACT.

       CALCULAR-DOY.
           PERFORM CALCULAR-BISIESTO.
           IF WBISIESTO = "S"
              MOVE 366 TO W-DIAS-ANIO
           ELSE
              MOVE 365 TO W-DIAS-ANIO
           END-IF.
           MOVE W-CALC-DIA TO W-ACUM-DIAS.
           IF W-CALC-MES > 1
              PERFORM SUMAR-MES-DOY VARYING IND-MES FROM 1 BY 1
                 UNTIL IND-MES > W-CALC-MES - 1
           END-IF.
           MOVE W-ACUM-DIAS TO W-CALC-DOY.

       SUMAR-MES-DOY.
           IF IND-MES = 2 AND WBISIESTO = "S"
              ADD 29 TO W-ACUM-DIAS
           ELSE
              ADD DIAS-MES (IND-MES) TO W-ACUM-DIAS
           END-IF.

       CALCULAR-BISIESTO.
           MOVE "N" TO WBISIESTO.
           DIVIDE W-CALC-ANIO BY 4 GIVING WCOCIENTE REMAINDER WRESTO4.
           IF WRESTO4 = 0
              DIVIDE W-CALC-ANIO BY 100 GIVING WCOCIENTE
                 REMAINDER WRESTO100
              IF WRESTO100 NOT = 0
                 MOVE "S" TO WBISIESTO
              ELSE
                 DIVIDE W-CALC-ANIO BY 400 GIVING WCOCIENTE
                    REMAINDER WRESTO400
                 IF WRESTO400 = 0
                    MOVE "S" TO WBISIESTO
                 END-IF
              END-IF
           END-IF.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "RPTCTR1" TO L-PROGRAMA.
           COMPUTE L-CANT-REG = CONT-VENCIDOS + CONT-POR-VENCER
                              + CONT-BAJA-PEND.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "RPTCTR1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
