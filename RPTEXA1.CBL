      *** EXAMENES MEDICOS VENCIDOS Y POR VENCER: RECORRE LAS         ***
      *** LOCALIDADES 0-99 (COMO EL ORGANIGRAMA "RPTORG1") Y, PARA    ***
      *** CADA EMPLEADO, CADA TIPO DE "EXATIPO.IND": EL VENCIMIENTO   ***
      *** SALE DE LA ULTIMA FILA DE "EXAMEN.IND" DE ESE TIPO (LA      ***
      *** FECHA A HACER SI ESTA PENDIENTE, EL PROXIMO SI YA SE HIZO)  ***
      *** O, SI NUNCA SE HIZO UN PERIODICO, DEL INGRESO MAS LOS MESES ***
      *** DE SU CATEGORIA. LISTA LOS QUE VENCEN HASTA HOY MAS LOS     ***
      *** DIAS PEDIDOS. SOLO LAS LOCALIDADES A CARGO DEL OPERADOR.    ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTEXA1.
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

           SELECT EXATIPO ASSIGN TO DISK "EXATIPO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ETCOD
           FILE STATUS IS FSTEXT.

           SELECT EXAMEN ASSIGN TO DISK "EXAMEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EXCLAVE
           FILE STATUS IS FSTEXA.

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

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTLOC           PIC XX.
       77 FSTEXT           PIC XX.
       77 FSTEXA           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 FIN-LOC          PIC X     VALUE "N".
       77 FIN-EXT          PIC X     VALUE "N".
       77 FIN-EXA          PIC X     VALUE "N".
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
      *-- "N" SI "EXAMEN.IND" NO EXISTE: SOLO CUENTA EL INGRESO --*
       77 W-HAY-EXA        PIC X     VALUE "N".
      *-- LOCALIDAD DE LA PASADA EN CURSO (PIC 999, VER "RPTORG1") --*
       77 W-LOC            PIC 999   VALUE 0.
       77 W-LOC-COD        PIC 99    VALUE 0.
       77 W-SIN-CABECERA   PIC X     VALUE "S".
       77 W-TIPO           PIC 999   VALUE 0.
       77 W-VTO            PIC 9(08) VALUE 0.
       77 W-MESES          PIC 99    VALUE 0.
       77 W-MESES-TOT      PIC 9(03) VALUE 0.
       77 W-COC-12         PIC 9(03) VALUE 0.
       77 W-RESTO-12       PIC 99    VALUE 0.
       77 CONT-TIPOS       PIC 99    VALUE 0.
       77 CONT-REVISADOS   PIC 9(05) VALUE 0.
       77 CONT-VENCIDOS    PIC 9(05) VALUE 0.
       77 CONT-POR-VENCER  PIC 9(05) VALUE 0.
       77 CONT-LOC-REG     PIC 9(04) VALUE 0.

      *-- "HOY" PARTIDO PARA "CALCULAR-LIMITE" --*
       01 W-HOY            PIC 9(08) VALUE 0.
       01 W-HOY-R REDEFINES W-HOY.
          02 HOY-ANIO      PIC 9(04).
          02 HOY-MES       PIC 99.
          02 HOY-DIA       PIC 99.

      *-- AUXILIAR PARA SUMAR MESES (VER "SUMAR-MESES") --*
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

      *-- TABLA DE DESCRIPCIONES DE LOCALIDAD, UNA POSICION POR MLOC,--*
      *-- CON LA DOTACION DE CADA UNA (MISMA TABLA QUE "RPTORG1").   --*
       01 TABLA-LOC.
          02 ELEM-LOC OCCURS 100 TIMES INDEXED BY IND-LOC.
             03 LOC-DESC  PIC X(15) VALUE SPACES.
             03 LOC-DOT   PIC 9(05) VALUE 0.

      *-- TIPOS DE EXAMEN, UNA POSICION POR "ETCOD" (MISMO LAYOUT  --*
      *-- QUE "R-EXT"); "TT-COD" EN CERO = ESE CODIGO NO EXISTE.   --*
       01 TABLA-TIPOS.
          02 ELEM-TIPO OCCURS 99 TIMES INDEXED BY IND-TIPO.
             03 TT-COD    PIC 9(02).
             03 TT-DESC   PIC X(30).
             03 TT-PRE    PIC X(01).
             03 TT-FREC   PIC 9(02) OCCURS 10 TIMES.

      *-- ULTIMA FILA DE "EXAMEN.IND" DE CADA TIPO PARA EL EMPLEADO --*
      *-- EN CURSO; "UL-NRO" EN CERO = NUNCA TUVO ESE EXAMEN.       --*
       01 TABLA-ULT.
          02 ELEM-ULT OCCURS 99 TIMES.
             03 UL-NRO    PIC 9(03).
             03 UL-RES    PIC X(01).
             03 UL-VTO    PIC 9(08).
             03 UL-PROX   PIC 9(08).

      *-- LINEAS DEL LISTADO --*
       01 L-TIT.
          02 FILLER    PIC X(36) VALUE
             "EXAMENES MEDICOS VENCIDOS Y A VENCER".
          02 FILLER    PIC X(07) VALUE " HASTA ".
          02 L-LIMITE  PIC 9(08).
          02 FILLER    PIC X(09) VALUE SPACE.
          02 FILLER    PIC X(08) VALUE "EMITIDO ".
          02 L-FECHA   PIC 9(08).
       01 L-CAB-LOC.
          02 FILLER    PIC X(10) VALUE "LOCALIDAD ".
          02 L-LOC     PIC 99.
          02 FILLER    PIC X(02) VALUE ": ".
          02 L-LOC-DES PIC X(15).
       01 L-DET.
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-CA      PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-NOM     PIC X(24).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-TIPO    PIC 99.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-TDESC   PIC X(20).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-VTO     PIC 9(08).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-ESTADO  PIC X(10).
       01 L-TOT-LOC.
          02 FILLER    PIC X(02) VALUE SPACE.
          02 FILLER    PIC X(20) VALUE "TOTAL LOCALIDAD    :".
          02 L-TLOC    PIC ZZZ9.
       01 L-TOT.
          02 FILLER    PIC X(10) VALUE "VENCIDOS: ".
          02 L-TVENC   PIC ZZZZ9.
          02 FILLER    PIC X(04) VALUE SPACE.
          02 FILLER    PIC X(12) VALUE "POR VENCER: ".
          02 L-TPVEN   PIC ZZZZ9.
          02 FILLER    PIC X(04) VALUE SPACE.
          02 FILLER    PIC X(20) VALUE "EMPLEADOS REVISADOS:".
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
           MOVE "RPTEXA1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "EXAMENES MEDICOS VENCIDOS Y POR VENCER"
              LINE 01 POSITION 21.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "DIAS HACIA ADELANTE (0 = 30): " LINE 04 POSITION 01.
           MOVE 0 TO W-DIAS.
           ACCEPT W-DIAS LINE 04 POSITION 31.
           IF W-DIAS IS NOT NUMERIC OR W-DIAS = 0
              MOVE 30 TO W-DIAS
           END-IF.
           PERFORM CALCULAR-LIMITE.

           OPEN INPUT EXATIPO.
           IF FSTEXT NOT = "00"
              DISPLAY "** NO HAY TIPOS DE EXAMEN (VER MODEXT) **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           MOVE ZEROS TO TABLA-TIPOS.
           PERFORM CARGAR-TIPO THRU CARGAR-TIPO-EXIT
              UNTIL FIN-EXT = "S".
           CLOSE EXATIPO.

           OPEN INPUT MAESTRO.
           IF FST = "35"
              DISPLAY "** NO HAY EMPLEADOS PARA REVISAR **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT EXAMEN.
           IF FSTEXA = "00"
              MOVE "S" TO W-HAY-EXA
           END-IF.
           OPEN INPUT MAELOC.
           IF FSTLOC = "00"
              PERFORM CARGAR-TABLA-LOC THRU CARGAR-TABLA-LOC-EXIT
                 UNTIL FIN-LOC = "S"
              CLOSE MAELOC
           END-IF.
           PERFORM CONTAR-DOTACIONES THRU CONTAR-DOTACIONES-EXIT.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           MOVE W-FECHA-LIM TO L-LIMITE.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-TIT.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           PERFORM PROCESAR-LOCALIDAD THRU PROCESAR-LOCALIDAD-EXIT
              VARYING W-LOC FROM 0 BY 1 UNTIL W-LOC > 99.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE CONT-VENCIDOS   TO L-TVENC.
           MOVE CONT-POR-VENCER TO L-TPVEN.
           MOVE CONT-REVISADOS  TO L-TREV.
           WRITE R-IMP FROM L-TOT.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           IF W-HAY-EXA = "S"
              CLOSE EXAMEN
           END-IF.
           CLOSE MAESTRO.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY "FECHA LIMITE       : " W-FECHA-LIM
              LINE 18 POSITION 01.
           DISPLAY "EMPLEADOS REVISADOS: " CONT-REVISADOS
              LINE 19 POSITION 01.
           DISPLAY "EXAMENES VENCIDOS  : " CONT-VENCIDOS
              LINE 20 POSITION 01.
           DISPLAY "EXAMENES POR VENCER: " CONT-POR-VENCER
              LINE 21 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       CARGAR-TIPO.
           READ EXATIPO NEXT RECORD AT END
              MOVE "S" TO FIN-EXT
              GO TO CARGAR-TIPO-EXIT.
           IF ETCOD = 0
              GO TO CARGAR-TIPO-EXIT.
           SET IND-TIPO TO ETCOD.
           MOVE R-EXT TO ELEM-TIPO (IND-TIPO).
           ADD 1 TO CONT-TIPOS.
       CARGAR-TIPO-EXIT.
           EXIT.

      *-- LEE "LOCALIDAD.IND" UNA SOLA VEZ Y ARMA LA TABLA POR MLOC --*
       CARGAR-TABLA-LOC.
           READ MAELOC NEXT RECORD AT END
              MOVE "S" TO FIN-LOC
              GO TO CARGAR-TABLA-LOC-EXIT.
           COMPUTE IND-LOC = MLOC + 1.
           MOVE MLDESC TO LOC-DESC (IND-LOC).
       CARGAR-TABLA-LOC-EXIT.
           EXIT.

       REBOBINAR-MAESTRO.
           MOVE 0 TO MCA.
           MOVE "N" TO FIN-ARCH.
           START MAESTRO KEY IS NOT LESS THAN MCA
                 INVALID KEY MOVE "S" TO FIN-ARCH.

       LEER-REGISTRO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO FIN-ARCH.

       CONTAR-DOTACIONES.
           PERFORM REBOBINAR-MAESTRO.
           PERFORM LEER-REGISTRO.
           PERFORM CONTAR-UNO THRU CONTAR-UNO-EXIT
              UNTIL FIN-ARCH = "S".
       CONTAR-DOTACIONES-EXIT.
           EXIT.

       CONTAR-UNO.
           IF FIN-ARCH = "S" GO TO CONTAR-UNO-EXIT.
           COMPUTE IND-LOC = MLO + 1.
           ADD 1 TO LOC-DOT (IND-LOC).
           PERFORM LEER-REGISTRO.
       CONTAR-UNO-EXIT.
           EXIT.

      *-- UNA LOCALIDAD CON DOTACION Y A CARGO DEL OPERADOR: UNA     --*
      *-- PASADA POR "MAESTRO"; LA CABECERA Y EL TOTAL SALEN SOLO SI --*
      *-- HAY AL MENOS UN EXAMEN PARA LISTAR.                        --*
       PROCESAR-LOCALIDAD.
           COMPUTE IND-LOC = W-LOC + 1.
           IF LOC-DOT (IND-LOC) = 0
              GO TO PROCESAR-LOCALIDAD-EXIT.
           MOVE W-LOC TO W-LOC-COD.
           MOVE W-LOC-COD TO ACL-LOC.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              GO TO PROCESAR-LOCALIDAD-EXIT.

           MOVE "S" TO W-SIN-CABECERA.
           MOVE 0   TO CONT-LOC-REG.
           PERFORM REBOBINAR-MAESTRO.
           PERFORM LEER-REGISTRO.
           PERFORM FILA-EMPLEADO THRU FILA-EMPLEADO-EXIT
              UNTIL FIN-ARCH = "S".
           IF W-SIN-CABECERA = "N"
              MOVE CONT-LOC-REG TO L-TLOC
              WRITE R-IMP FROM L-TOT-LOC
              MOVE SPACES TO R-IMP
              WRITE R-IMP
           END-IF.
       PROCESAR-LOCALIDAD-EXIT.
           EXIT.

       FILA-EMPLEADO.
           IF FIN-ARCH = "S" GO TO FILA-EMPLEADO-EXIT.
           IF MLO = W-LOC
              ADD 1 TO CONT-REVISADOS
              PERFORM BUSCAR-EXAMENES THRU BUSCAR-EXAMENES-EXIT
              PERFORM REVISAR-TIPO THRU REVISAR-TIPO-EXIT
                 VARYING W-TIPO FROM 1 BY 1 UNTIL W-TIPO > 99
           END-IF.
           PERFORM LEER-REGISTRO.
       FILA-EMPLEADO-EXIT.
           EXIT.

      *-- DEJA EN "TABLA-ULT" LA ULTIMA FILA DE CADA TIPO DEL LEGAJO --*
      *-- (LA CLAVE ES LEGAJO + TIPO + NUMERO, ASI QUE LA ULTIMA     --*
      *-- LEIDA DE CADA TIPO ES LA VIGENTE).                         --*
       BUSCAR-EXAMENES.
           MOVE ZEROS TO TABLA-ULT.
           IF W-HAY-EXA NOT = "S"
              GO TO BUSCAR-EXAMENES-EXIT.
           MOVE MCA TO EXCA.
           MOVE 0   TO EXTIPO EXNRO.
           MOVE "N" TO FIN-EXA.
           START EXAMEN KEY IS NOT LESS THAN EXCLAVE
              INVALID KEY MOVE "S" TO FIN-EXA
           END-START.
           PERFORM LEER-EXAMEN THRU LEER-EXAMEN-EXIT
              UNTIL FIN-EXA = "S".
       BUSCAR-EXAMENES-EXIT.
           EXIT.

       LEER-EXAMEN.
           READ EXAMEN NEXT RECORD AT END
              MOVE "S" TO FIN-EXA
              GO TO LEER-EXAMEN-EXIT.
           IF EXCA NOT = MCA
              MOVE "S" TO FIN-EXA
              GO TO LEER-EXAMEN-EXIT.
           IF EXTIPO = 0
              GO TO LEER-EXAMEN-EXIT.
           MOVE EXNRO  TO UL-NRO (EXTIPO).
           MOVE EXRES  TO UL-RES (EXTIPO).
           MOVE EXFVTO TO UL-VTO (EXTIPO).
           MOVE EXPROX TO UL-PROX (EXTIPO).
       LEER-EXAMEN-EXIT.
           EXIT.

      *-- VENCIMIENTO DEL TIPO "W-TIPO" PARA EL EMPLEADO EN CURSO:   --*
      *-- PENDIENTE = FECHA A HACER; HECHO = PROXIMO (0 = NO SE      --*
      *-- REPITE); NUNCA HECHO = INGRESO MAS LOS MESES DE SU         --*
      *-- CATEGORIA, SALVO EL PREOCUPACIONAL (LO ABRE "EXAPEN").     --*
       REVISAR-TIPO.
           SET IND-TIPO TO W-TIPO.
           IF TT-COD (IND-TIPO) = 0
              GO TO REVISAR-TIPO-EXIT.
           MOVE 0 TO W-VTO.
           IF UL-NRO (W-TIPO) NOT = 0
              IF UL-RES (W-TIPO) = "P"
                 MOVE UL-VTO (W-TIPO) TO W-VTO
              ELSE
                 MOVE UL-PROX (W-TIPO) TO W-VTO
              END-IF
           ELSE
              IF TT-PRE (IND-TIPO) NOT = "S"
                 MOVE TT-FREC (IND-TIPO, MCATE + 1) TO W-MESES
                 IF W-MESES NOT = 0
                    PERFORM SUMAR-MESES
                 END-IF
              END-IF
           END-IF.
           IF W-VTO = 0 OR W-VTO > W-FECHA-LIM
              GO TO REVISAR-TIPO-EXIT.

           IF W-SIN-CABECERA = "S"
              MOVE W-LOC-COD TO L-LOC
              COMPUTE IND-LOC = W-LOC + 1
              MOVE LOC-DESC (IND-LOC) TO L-LOC-DES
              WRITE R-IMP FROM L-CAB-LOC
              MOVE "N" TO W-SIN-CABECERA
           END-IF.
           MOVE MCA    TO L-CA.
           MOVE MAN    TO L-NOM.
           MOVE W-TIPO TO L-TIPO.
           MOVE TT-DESC (IND-TIPO) TO L-TDESC.
           MOVE W-VTO  TO L-VTO.
           IF W-VTO < W-FECHA-HOY
              MOVE "VENCIDO"    TO L-ESTADO
              ADD 1 TO CONT-VENCIDOS
           ELSE
              MOVE "POR VENCER" TO L-ESTADO
              ADD 1 TO CONT-POR-VENCER
           END-IF.
           WRITE R-IMP FROM L-DET.
           ADD 1 TO CONT-LOC-REG.
       REVISAR-TIPO-EXIT.
           EXIT.

      *-- "W-VTO" = INGRESO ("MFEC") MAS "W-MESES" MESES; SI EL DIA  --*
      *-- NO EXISTE EN ESE MES, EL ULTIMO DEL MES (COMO "CARTA1").   --*
       SUMAR-MESES.
           MOVE MFEC TO W-FEC-AUX-N.
           COMPUTE W-MESES-TOT = W-AUX-MES + W-MESES - 1.
           DIVIDE W-MESES-TOT BY 12 GIVING W-COC-12
              REMAINDER W-RESTO-12.
           ADD W-COC-12 TO W-AUX-ANIO.
           COMPUTE W-AUX-MES = W-RESTO-12 + 1.
           MOVE W-AUX-ANIO TO W-CALC-ANIO.
           PERFORM CALCULAR-BISIESTO.
           MOVE W-AUX-MES TO IND-MES.
           PERFORM CALC-DIAS-MES-ACT.
           IF W-AUX-DIA > W-DIAS-MES-ACT
              MOVE W-DIAS-MES-ACT TO W-AUX-DIA
           END-IF.
           MOVE W-FEC-AUX-N TO W-VTO.

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
           MOVE "RPTEXA1" TO L-PROGRAMA.
           COMPUTE L-CANT-REG = CONT-VENCIDOS + CONT-POR-VENCER.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "RPTEXA1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
