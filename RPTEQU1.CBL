      *** EQUIPO A REPONER: RECORRE "ASIGEQ.IND" (VER "ASIGEQ1") Y    ***
      *** LISTA LAS ENTREGAS TODAVIA EN PODER DEL EMPLEADO CUYA      ***
      *** FECHA DE REPOSICION VENCE HASTA HOY MAS LOS DIAS PEDIDOS,  ***
      *** CON EL TALLE PARA PEDIR EL REEMPLAZO. SOLO LOS LEGAJOS DE  ***
      *** LAS LOCALIDADES A CARGO DEL OPERADOR.                      ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTEQU1.
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

           SELECT ASIGEQ ASSIGN TO DISK "ASIGEQ.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AGCLAVE
           FILE STATUS IS FSTASG.

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

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTEQU           PIC XX.
       77 FSTASG           PIC XX.
       77 FIN-ASG          PIC X     VALUE "N".
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
      *-- LEGAJO YA LEIDO DE "MAESTRO" Y SI SE PUEDE LISTAR, PARA NO --*
      *-- RELEERLO NI CONSULTAR "ACCLOC" EN CADA ENTREGA DEL MISMO    --*
       77 W-MCA-ANT        PIC 9(08) VALUE 0.
       77 W-LEG-OK         PIC X     VALUE "N".
       77 CONT-REVISADOS   PIC 9(05) VALUE 0.
       77 CONT-VENCIDOS    PIC 9(05) VALUE 0.
       77 CONT-POR-VENCER  PIC 9(05) VALUE 0.

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

      *-- LINEAS DEL LISTADO --*
       01 L-TIT.
          02 FILLER    PIC X(36) VALUE
             "EQUIPO A REPONER (VENCIDO Y A VENCER".
          02 FILLER    PIC X(08) VALUE ") HASTA ".
          02 L-LIMITE  PIC 9(08).
          02 FILLER    PIC X(08) VALUE SPACE.
          02 FILLER    PIC X(08) VALUE "EMITIDO ".
          02 L-FECHA   PIC 9(08).
       01 L-CAB.
          02 FILLER    PIC X(30) VALUE
             "LEGAJO   APELLIDO Y NOMBRE  LO".
          02 FILLER    PIC X(30) VALUE
             " ELEM DESCRIPCION      TALLE C".
          02 FILLER    PIC X(20) VALUE
             "ANT REPONER  ESTADO".
       01 L-DET.
          02 L-CA      PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-NOM     PIC X(17).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-LOC     PIC 99.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-COD     PIC 9(04).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-DESC    PIC X(16).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-TALLE   PIC X(04).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-CANT    PIC ZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-REP     PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-ESTADO  PIC X(10).
       01 L-TOT.
          02 FILLER    PIC X(10) VALUE "VENCIDOS: ".
          02 L-TVENC   PIC ZZZZ9.
          02 FILLER    PIC X(04) VALUE SPACE.
          02 FILLER    PIC X(12) VALUE "POR VENCER: ".
          02 L-TPVEN   PIC ZZZZ9.
          02 FILLER    PIC X(04) VALUE SPACE.
          02 FILLER    PIC X(20) VALUE "ENTREGAS REVISADAS: ".
          02 L-TREV    PIC ZZZZ9.

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
           MOVE "RPTEQU1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "EQUIPO A REPONER" LINE 01 POSITION 32.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "DIAS HACIA ADELANTE (0 = 30): " LINE 04 POSITION 01.
           MOVE 0 TO W-DIAS.
           ACCEPT W-DIAS LINE 04 POSITION 31.
           IF W-DIAS IS NOT NUMERIC OR W-DIAS = 0
              MOVE 30 TO W-DIAS
           END-IF.
           PERFORM CALCULAR-LIMITE.

           OPEN INPUT ASIGEQ.
           IF FSTASG NOT = "00"
              DISPLAY "** NO HAY ENTREGAS DE EQUIPO (VER ASIGEQ1) **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT MAESTRO.
           IF FST = "35"
              CLOSE ASIGEQ
              DISPLAY "** NO HAY EMPLEADOS PARA REVISAR **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT EQUIPO.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           MOVE W-FECHA-LIM TO L-LIMITE.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-TIT.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-CAB.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE 0   TO AGCA AGNRO.
           START ASIGEQ KEY IS NOT LESS THAN AGCLAVE
              INVALID KEY MOVE "S" TO FIN-ASG
           END-START.
           PERFORM REVISAR-ENTREGA THRU REVISAR-ENTREGA-EXIT
              UNTIL FIN-ASG = "S".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE CONT-VENCIDOS   TO L-TVENC.
           MOVE CONT-POR-VENCER TO L-TPVEN.
           MOVE CONT-REVISADOS  TO L-TREV.
           WRITE R-IMP FROM L-TOT.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           CLOSE EQUIPO.
           CLOSE MAESTRO.
           CLOSE ASIGEQ.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY "FECHA LIMITE       : " W-FECHA-LIM
              LINE 18 POSITION 01.
           DISPLAY "ENTREGAS REVISADAS : " CONT-REVISADOS
              LINE 19 POSITION 01.
           DISPLAY "REPOSICION VENCIDA : " CONT-VENCIDOS
              LINE 20 POSITION 01.
           DISPLAY "REPOSICION A VENCER: " CONT-POR-VENCER
              LINE 21 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- SOLO ENTREGAS EN "E" CON REPOSICION ("AGFREP" EN CERO = NO --*
      *-- SE REPONE); LO DEVUELTO O DADO DE BAJA YA NO SE REEMPLAZA. --*
       REVISAR-ENTREGA.
           READ ASIGEQ NEXT RECORD AT END
              MOVE "S" TO FIN-ASG
              GO TO REVISAR-ENTREGA-EXIT.
           IF AGESTADO NOT = "E"
              GO TO REVISAR-ENTREGA-EXIT.
           ADD 1 TO CONT-REVISADOS.
           IF AGFREP = 0 OR AGFREP > W-FECHA-LIM
              GO TO REVISAR-ENTREGA-EXIT.
           IF AGCA NOT = W-MCA-ANT
              PERFORM BUSCAR-LEGAJO THRU BUSCAR-LEGAJO-EXIT
           END-IF.
           IF W-LEG-OK NOT = "S"
              GO TO REVISAR-ENTREGA-EXIT.

           MOVE AGCOD TO EQCOD.
           READ EQUIPO INVALID KEY
              MOVE "(ELEMENTO BORRADO)" TO EQDESC
           END-READ.
           MOVE MCA     TO L-CA.
           MOVE MAN     TO L-NOM.
           MOVE MLO     TO L-LOC.
           MOVE AGCOD   TO L-COD.
           MOVE EQDESC  TO L-DESC.
           MOVE AGTALLE TO L-TALLE.
           MOVE AGCANT  TO L-CANT.
           MOVE AGFREP  TO L-REP.
           IF AGFREP < W-FECHA-HOY
              MOVE "VENCIDO"    TO L-ESTADO
              ADD 1 TO CONT-VENCIDOS
           ELSE
              MOVE "POR VENCER" TO L-ESTADO
              ADD 1 TO CONT-POR-VENCER
           END-IF.
           WRITE R-IMP FROM L-DET.
       REVISAR-ENTREGA-EXIT.
           EXIT.

      *-- LEE EL EMPLEADO DE LA ENTREGA Y MIRA SI SU LOCALIDAD ESTA --*
      *-- A CARGO DEL OPERADOR; LAS AJENAS SE SALTEAN SIN AVISO.    --*
       BUSCAR-LEGAJO.
           MOVE AGCA TO W-MCA-ANT.
           MOVE "N"  TO W-LEG-OK.
           MOVE AGCA TO MCA.
           READ MAESTRO INVALID KEY MOVE "23" TO FST.
           IF FST NOT = "00"
              GO TO BUSCAR-LEGAJO-EXIT.
           MOVE MLO TO ACL-LOC.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK = "S"
              MOVE "S" TO W-LEG-OK
           END-IF.
       BUSCAR-LEGAJO-EXIT.
           EXIT.

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
           MOVE "RPTEQU1" TO L-PROGRAMA.
           COMPUTE L-CANT-REG = CONT-VENCIDOS + CONT-POR-VENCER.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "RPTEQU1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
