      *-- HORAS CATEDRA DEL MES A PARTIR DEL HORARIO DE CURSOS:       --*
      *-- LOS DOCENTES SON EMPLEADOS DE "MAEEMP.IND" ("HDOC" EN CADA  --*
      *-- FRANJA DE "CURHOR.IND") Y SUS HORAS DE CLASE SE PAGABAN CON --*
      *-- UNA NOVEDAD QUE ALGUIEN SACABA A MANO DEL HORARIO. ESTE PGM --*
      *-- CUENTA, PARA CADA DOCENTE, CUANTAS VECES CAE CADA FRANJA EN --*
      *-- EL MES SIN CONTAR LOS FERIADOS DE "FERIADO.IND", VALORIZA   --*
      *-- LAS HORAS CON "TARHOR.IND" (VALOR DEL CURSO O, SI NO TIENE, --*
      *-- DE LA CATEGORIA DEL DOCENTE, VER "MODTAR") Y PROPONE EL     --*
      *-- IMPORTE. UN SUPERVISOR (NIVEL 5 O MAS) SUMA LAS CLASES      --*
      *-- RECUPERADAS Y RESTA LAS SUSPENDIDAS, Y RECIEN AHI SE GRABA  --*
      *-- LA NOVEDAD "H" EN "NOVED.IND" QUE SUMA "LIQCALC".           --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSCAT1.
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

      *-- FRANJA POR CURSO/EDICION + DIA (1=LUNES..7=DOMINGO) + HORA --*
      *-- (VER "HORCUR1"), SOLO LECTURA                               --*
           SELECT CURHOR ASSIGN TO DISK "CURHOR.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS HCLAVE
           FILE STATUS IS FSTHOR.

      *-- VALOR DE LA HORA POR CURSO O CATEGORIA (VER "MODTAR") --*
           SELECT TARHOR ASSIGN TO DISK "TARHOR.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TACLAVE
           FILE STATUS IS FSTTAR.

      *-- CALENDARIO DE FERIADOS (VER "MODFER") --*
           SELECT FERIADO ASSIGN TO DISK "FERIADO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FERFECHA
           FILE STATUS IS FSTFER.

      *-- NOVEDADES DEL PERIODO (VER "NOVED1") --*
           SELECT NOVED ASSIGN TO DISK "NOVED.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NVCLAVE
           FILE STATUS IS FSTNOV.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

        FD CURHOR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 22 CHARACTERS
           DATA RECORD IS R-HOR.
         01 R-HOR.
            02 HCLAVE.
               03 HCUR    PIC 9(03).
               03 HEDI    PIC 9(02).
               03 HDIA    PIC 9(1).
               03 HHDES   PIC 9(04).
            02 HHHAS   PIC 9(04).
      *-- LEGAJO DEL DOCENTE A CARGO DE LA FRANJA --*
            02 HDOC    PIC 9(08).

        FD TARHOR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS R-TAR.
           COPY TARHREC.

        FD FERIADO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-FER.
           COPY FERREC.

        FD NOVED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS R-NOV.
           COPY NOVREC.

       WORKING-STORAGE SECTION.
       77 TECLA              PIC X.
       77 FST                PIC XX.
       77 FSTHOR             PIC XX.
       77 FSTTAR             PIC XX.
       77 FSTFER             PIC XX.
       77 FSTNOV             PIC XX.
       77 FIN-ARCH           PIC X     VALUE "N".
       77 FIN-HOR            PIC X     VALUE "N".
       77 W-FIN              PIC X     VALUE "N".
       77 W-OK               PIC X     VALUE "N".
       77 W-FER-ABIERTO      PIC X     VALUE "N".
       77 SUBRAYADO          PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR         PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK         PIC X     VALUE "N".
       77 W-NIVEL            PIC 9(1)  VALUE 0.

       77 W-PERIODO          PIC 9(06) VALUE 0.
       77 W-ANIO             PIC 9(04) VALUE 0.
       77 W-MES              PIC 99    VALUE 0.
      *-- RESPUESTA DE "PERCERR" PARA EL PERIODO PEDIDO --*
       77 W-CERRADO          PIC X     VALUE "N".
       77 W-ULT-CERRADO      PIC 9(06) VALUE 0.

      *-- CODIGO DE NOVEDAD QUE GRABA ESTE PGM. "NOVED1" SIGUE   --*
      *-- PUDIENDO CORREGIRLA.                                   --*
       77 W-CON-CAT          PIC 99    VALUE 55.

      *-- FRANJA EN CURSO, EN MINUTOS DESDE LAS 00:00 --*
       77 W-HH               PIC 99    VALUE 0.
       77 W-MM               PIC 99    VALUE 0.
       77 W-MIN-DES          PIC 9(04) VALUE 0.
       77 W-MIN-HAS          PIC 9(04) VALUE 0.
       77 W-MIN-FRANJA       PIC 9(04) VALUE 0.
       77 W-MIN-MES          PIC 9(05) VALUE 0.
       77 W-CLASES           PIC 99    VALUE 0.
       77 W-VALOR            PIC 9(05)V99 VALUE 0.
       77 W-ORIGEN           PIC X     VALUE SPACE.
       77 W-IMP-FRANJA       PIC 9(07)V99 VALUE 0.

      *-- CUENTA DEL DOCENTE EN CURSO --*
       77 TOT-MIN            PIC 9(05) VALUE 0.
       77 TOT-MIN-TAR        PIC 9(05) VALUE 0.
       77 TOT-IMP            PIC 9(07)V99 VALUE 0.
       77 CONT-FRANJAS       PIC 9(03) VALUE 0.
       77 CONT-SIN-TARIFA    PIC 9(03) VALUE 0.
       77 CONT-MAS           PIC 9(03) VALUE 0.
      *-- PROPUESTA (DEL HORARIO) Y AJUSTE DEL SUPERVISOR --*
       77 W-PROP-HORAS       PIC 9(03)V99 VALUE 0.
       77 W-HS-MAS           PIC 9(03)V99 VALUE 0.
       77 W-HS-MENOS         PIC 9(03)V99 VALUE 0.
       77 W-VALOR-PROM       PIC 9(05)V99 VALUE 0.
       77 W-IMP-CALC         PIC S9(07)V99 VALUE 0.
       77 W-IMP-FINAL        PIC 9(07)V99 VALUE 0.
      *-- NOVEDAD DE HORAS CATEDRA YA CARGADA PARA EL PERIODO --*
       77 W-ANT-CAT          PIC 9(07)V99 VALUE 0.
      *-- PARA GRABAR UNA NOVEDAD --*
       77 W-GRB-CON          PIC 99    VALUE 0.
       77 W-GRB-DESC         PIC X(20) VALUE SPACES.
       77 W-GRB-IMP          PIC 9(07)V99 VALUE 0.

       77 CONT-PROPUESTOS    PIC 9(05) VALUE 0.
       77 CONT-APROBADOS     PIC 9(05) VALUE 0.
       77 CONT-NOVEDADES     PIC 9(05) VALUE 0.
       77 CONT-FERIADOS      PIC 99    VALUE 0.
       77 IND-FRA            PIC 99    VALUE 0.
       77 LIN-ACT            PIC 99    VALUE 0.
       77 W-DSEM             PIC 9     VALUE 0.

      *-- CAMPOS EDITADOS PARA LAS FILAS DE LA PANTALLA --*
       77 W-ED-CLASES        PIC Z9.
       77 W-ED-HORAS         PIC ZZ9,99.
       77 W-ED-VALOR         PIC ZZZZ9,99.
       77 W-ED-IMP           PIC ZZZZZZ9,99.

      *-- VECES QUE CAE CADA DIA DE LA SEMANA EN EL MES SIN CONTAR --*
      *-- LOS FERIADOS (1=LUNES..7=DOMINGO, COMO "HDIA").          --*
       01 TABLA-SEMANA.
          02 CANT-DIA OCCURS 7 TIMES PIC 99.

      *-- PRIMERAS FRANJAS DEL DOCENTE, PARA MOSTRARLAS. LAS QUE   --*
      *-- NO ENTRAN SE CUENTAN IGUAL EN LOS TOTALES.               --*
       01 TABLA-FRANJAS.
          02 ELEM-FRANJA OCCURS 10 TIMES.
             03 T-CUR      PIC 9(03).
             03 T-EDI      PIC 9(02).
             03 T-DIA      PIC 9(1).
             03 T-HDES     PIC 9(04).
             03 T-HHAS     PIC 9(04).
             03 T-CLASES   PIC 99.
             03 T-HORAS    PIC 9(03)V99.
             03 T-VALOR    PIC 9(05)V99.
             03 T-ORIGEN   PIC X.
             03 T-IMP      PIC 9(07)V99.

      *-- NOMBRES DE LOS DIAS (MISMA TABLA QUE "HORCUR1") --*
       01 TABLA-NOM-DIAS.
          02 FILLER PIC X(09) VALUE "LUNES    ".
          02 FILLER PIC X(09) VALUE "MARTES   ".
          02 FILLER PIC X(09) VALUE "MIERCOLES".
          02 FILLER PIC X(09) VALUE "JUEVES   ".
          02 FILLER PIC X(09) VALUE "VIERNES  ".
          02 FILLER PIC X(09) VALUE "SABADO   ".
          02 FILLER PIC X(09) VALUE "DOMINGO  ".
       01 TABLA-NOM-DIAS-R REDEFINES TABLA-NOM-DIAS.
          02 NOM-DIA OCCURS 7 TIMES PIC X(09).

      *-- CALENDARIO DEL MES (ZELLER + FERIADOS, MISMA CUENTA QUE --*
      *-- "HSEXT1"/"VACAC1").                                     --*
       77 W-ITER-NUM         PIC 9(08) VALUE 0.
       01 W-ITER.
          02 W-IT-ANIO       PIC 9(04).
          02 W-IT-MES        PIC 99.
          02 W-IT-DIA        PIC 99.
       77 W-ZM               PIC 99    VALUE 0.
       77 W-ZA               PIC 9(04) VALUE 0.
       77 W-ZK               PIC 99    VALUE 0.
       77 W-ZJ               PIC 99    VALUE 0.
       77 W-ZH               PIC 99    VALUE 0.
       77 W-ZSUMA            PIC 9(06) VALUE 0.
       77 W-ZT               PIC 9(04) VALUE 0.
       77 W-ZK4              PIC 99    VALUE 0.
       77 W-ZJ4              PIC 99    VALUE 0.
       77 W-ZQ               PIC 9(06) VALUE 0.
       77 WCOCIENTE          PIC 9(06) VALUE 0.
       77 WRESTO4            PIC 99    VALUE 0.
       77 WRESTO100          PIC 99    VALUE 0.
       77 WRESTO400          PIC 999   VALUE 0.
       77 WBISIESTO          PIC X     VALUE "N".
       77 WDIASMES           PIC 99    VALUE 0.
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

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "HORAS CATEDRA DEL MES SEGUN HORARIO".

       01  PANTALLA-PROPUESTA.
           02 LINE 03 COLUMN 01 VALUE "PERIODO: ".
           02 LINE 03 COLUMN 10 PIC 9(06) FROM W-PERIODO.
           02 LINE 03 COLUMN 30 VALUE "FERIADOS DEL MES: ".
           02 LINE 03 COLUMN 48 PIC Z9 FROM CONT-FERIADOS.
           02 LINE 05 COLUMN 01 VALUE "LEGAJO : ".
           02 LINE 05 COLUMN 10 PIC 9(08) FROM MCA.
           02 LINE 05 COLUMN 20 PIC X(30) FROM MAN.
           02 LINE 06 COLUMN 01 VALUE "CATEG. : ".
           02 LINE 06 COLUMN 10 PIC 9 FROM MCATE.
           02 LINE 06 COLUMN 30 VALUE
              "VALOR: C = DEL CURSO, K = DE LA CATEGORIA".
           02 LINE 07 COLUMN 01 PIC X(80) FROM SUBRAYADO.
           02 LINE 08 COLUMN 01 VALUE "CUR".
           02 LINE 08 COLUMN 05 VALUE "ED".
           02 LINE 08 COLUMN 08 VALUE "DIA".
           02 LINE 08 COLUMN 18 VALUE "HORARIO".
           02 LINE 08 COLUMN 28 VALUE "CLASES".
           02 LINE 08 COLUMN 35 VALUE "HORAS".
           02 LINE 08 COLUMN 42 VALUE "VALOR HORA".
           02 LINE 08 COLUMN 58 VALUE "IMPORTE".
           02 LINE 19 COLUMN 01 PIC X(80) FROM SUBRAYADO.
           02 LINE 20 COLUMN 01 VALUE "HORAS DEL MES: ".
           02 LINE 20 COLUMN 16 PIC ZZ9,99 FROM W-PROP-HORAS.
           02 LINE 20 COLUMN 25 VALUE "PROPUESTO: ".
           02 LINE 20 COLUMN 36 PIC ZZZZZZ9,99 FROM TOT-IMP.
           02 LINE 20 COLUMN 50 VALUE "YA CARGADO: ".
           02 LINE 20 COLUMN 62 PIC ZZZZZZ9,99 FROM W-ANT-CAT.

       01  PANTALLA-AJUSTE AUTO.
           02 LINE 21 COLUMN 01 VALUE "RECUPERADAS (HORAS +): ".
           02 LINE 21 COLUMN 24 PIC 999,99 USING W-HS-MAS.
           02 LINE 21 COLUMN 35 VALUE "SUSPENDIDAS (HORAS -): ".
           02 LINE 21 COLUMN 58 PIC 999,99 USING W-HS-MENOS.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON NOVED.
       ERROR-APERTURA.
           IF FSTNOV NOT = "00"
              OPEN OUTPUT NOVED
              CLOSE NOVED
              OPEN I-O NOVED
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- APROBAR HORAS CATEDRA ES DE SUPERVISOR: NIVEL 5 O MAS --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           IF W-NIVEL < 5
              DISPLAY "** SE NECESITA NIVEL 5 O MAS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.

           DISPLAY PANTALLA-TITULO.
           DISPLAY "PERIODO (AAAAMM, 0 = TERMINAR): "
              LINE 04 POSITION 01.
           ACCEPT W-PERIODO LINE 04 POSITION 34.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO < 190001
              GO TO FIN.
           DIVIDE W-PERIODO BY 100 GIVING W-ANIO
              REMAINDER W-MES.
           IF W-MES < 1 OR W-MES > 12
              DISPLAY "** PERIODO INVALIDO (AAAAMM) **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
      *-- UN PERIODO CONFIRMADO POR CONTABILIDAD NO ADMITE       --*
      *-- NOVEDADES NUEVAS HASTA QUE LO REABRAN ("REAPER1").     --*
           CALL   "PERCERR" USING W-PERIODO W-CERRADO W-ULT-CERRADO.
           CANCEL "PERCERR".
           IF W-CERRADO = "S"
              DISPLAY "** PERIODO CONFIRMADO POR CONTABILIDAD, NO SE"
                 " PUEDE MODIFICAR **" LINE 24 POSITION 10
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           PERFORM ARMAR-CALENDARIO THRU ARMAR-CALENDARIO-EXIT.

           OPEN INPUT MAESTRO.
           IF FST NOT = "00"
              DISPLAY "** NO SE PUEDE ABRIR EL MAESTRO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT CURHOR.
           IF FSTHOR NOT = "00"
              CLOSE MAESTRO
              DISPLAY "** NO HAY HORARIOS CARGADOS (VER HORCUR1) **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT TARHOR.
           IF FSTTAR NOT = "00"
              CLOSE MAESTRO CURHOR
              DISPLAY "** NO HAY VALORES DE HORA (VER MODTAR) **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN I-O NOVED.
           MOVE "N" TO FIN-ARCH W-FIN.
           PERFORM PROCESAR-EMPLEADO THRU PROCESAR-EMPLEADO-EXIT
              UNTIL FIN-ARCH = "S" OR W-FIN = "S".
           CLOSE MAESTRO CURHOR TARHOR NOVED.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY "DOCENTES CON HORAS      : " CONT-PROPUESTOS
              LINE 10 POSITION 10.
           DISPLAY "DOCENTES APROBADOS      : " CONT-APROBADOS
              LINE 11 POSITION 10.
           DISPLAY "NOVEDADES GRABADAS      : " CONT-NOVEDADES
              LINE 12 POSITION 10.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- CUANTAS VECES CAE CADA DIA DE LA SEMANA EN EL MES. UN   --*
      *-- FERIADO NO TIENE CLASE, CAIGA EL DIA QUE CAIGA.         --*
       ARMAR-CALENDARIO.
           MOVE W-ANIO TO W-IT-ANIO.
           MOVE W-MES  TO W-IT-MES.
           PERFORM CALC-DIAS-DEL-MES.
           MOVE 0 TO CANT-DIA (1) CANT-DIA (2) CANT-DIA (3)
                     CANT-DIA (4) CANT-DIA (5) CANT-DIA (6)
                     CANT-DIA (7) CONT-FERIADOS.
           MOVE "N" TO W-FER-ABIERTO.
           OPEN INPUT FERIADO.
           IF FSTFER = "00"
              MOVE "S" TO W-FER-ABIERTO
           END-IF.
           PERFORM MARCAR-UN-DIA
              VARYING W-IT-DIA FROM 1 BY 1 UNTIL W-IT-DIA > WDIASMES.
           IF W-FER-ABIERTO = "S"
              CLOSE FERIADO
           END-IF.
       ARMAR-CALENDARIO-EXIT.
           EXIT.

       MARCAR-UN-DIA.
           COMPUTE W-ITER-NUM = W-IT-ANIO * 10000
              + W-IT-MES * 100 + W-IT-DIA.
           PERFORM ES-FERIADO.
           IF FSTFER = "00"
              ADD 1 TO CONT-FERIADOS
           ELSE
              PERFORM CALC-ZELLER
              IF W-ZH < 2
                 COMPUTE W-DSEM = W-ZH + 6
              ELSE
                 COMPUTE W-DSEM = W-ZH - 1
              END-IF
              ADD 1 TO CANT-DIA (W-DSEM)
           END-IF.

      *-- DIA DE LA SEMANA (ZELLER: H=0 SABADO, H=1 DOMINGO) --*
       CALC-ZELLER.
           MOVE W-IT-MES  TO W-ZM.
           MOVE W-IT-ANIO TO W-ZA.
           IF W-ZM < 3
              ADD 12 TO W-ZM
              SUBTRACT 1 FROM W-ZA
           END-IF.
           DIVIDE W-ZA BY 100 GIVING W-ZJ REMAINDER W-ZK.
           COMPUTE W-ZSUMA = 13 * (W-ZM + 1).
           DIVIDE W-ZSUMA BY 5 GIVING W-ZT REMAINDER W-ZQ.
           DIVIDE W-ZK BY 4 GIVING W-ZK4 REMAINDER W-ZQ.
           DIVIDE W-ZJ BY 4 GIVING W-ZJ4 REMAINDER W-ZQ.
           COMPUTE W-ZSUMA = W-IT-DIA + W-ZT + W-ZK + W-ZK4
              + W-ZJ4 + 5 * W-ZJ.
           DIVIDE W-ZSUMA BY 7 GIVING W-ZQ REMAINDER W-ZH.

       ES-FERIADO.
           MOVE "99" TO FSTFER.
           IF W-FER-ABIERTO = "S"
              MOVE W-ITER-NUM TO FERFECHA
              READ FERIADO INVALID KEY MOVE "99" TO FSTFER
                   NOT INVALID KEY MOVE "00" TO FSTFER
              END-READ
           END-IF.

      *-- DIAS DEL MES, CON FEBRERO BISIESTO (MISMA REGLA MODABM) --*
       CALC-DIAS-DEL-MES.
           MOVE DIAS-MES (W-IT-MES) TO WDIASMES.
           IF W-IT-MES = 2
              MOVE "N" TO WBISIESTO
              DIVIDE W-IT-ANIO BY 4 GIVING WCOCIENTE
                 REMAINDER WRESTO4
              IF WRESTO4 = 0
                 DIVIDE W-IT-ANIO BY 100 GIVING WCOCIENTE
                    REMAINDER WRESTO100
                 IF WRESTO100 NOT = 0
                    MOVE "S" TO WBISIESTO
                 ELSE
                    DIVIDE W-IT-ANIO BY 400 GIVING WCOCIENTE
                       REMAINDER WRESTO400
                    IF WRESTO400 = 0
                       MOVE "S" TO WBISIESTO
                    END-IF
                 END-IF
              END-IF
              IF WBISIESTO = "S"
                 MOVE 29 TO WDIASMES
              END-IF
           END-IF.

      *-- UN LEGAJO: SI NO DICTA NINGUNA FRANJA NO ES DOCENTE Y NO --*
      *-- HAY NADA QUE PROPONER.                                   --*
       PROCESAR-EMPLEADO.
           READ MAESTRO NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO PROCESAR-EMPLEADO-EXIT.
           PERFORM CONTAR-HORAS THRU CONTAR-HORAS-EXIT.
           IF CONT-FRANJAS = 0
              GO TO PROCESAR-EMPLEADO-EXIT.
           ADD 1 TO CONT-PROPUESTOS.
           PERFORM REVISAR-PROPUESTA THRU REVISAR-PROPUESTA-EXIT.
       PROCESAR-EMPLEADO-EXIT.
           EXIT.

      *-- RECORRE EL HORARIO ENTERO BUSCANDO LAS FRANJAS DEL       --*
      *-- DOCENTE ("CURHOR.IND" NO TIENE INDICE POR "HDOC").       --*
       CONTAR-HORAS.
           MOVE 0 TO TOT-MIN TOT-MIN-TAR TOT-IMP CONT-FRANJAS
                     CONT-SIN-TARIFA CONT-MAS.
           MOVE 0 TO HCUR HEDI HDIA HHDES.
           MOVE "N" TO FIN-HOR.
           START CURHOR KEY IS NOT LESS THAN HCLAVE
              INVALID KEY MOVE "S" TO FIN-HOR.
           PERFORM LEER-FRANJA THRU LEER-FRANJA-EXIT
              UNTIL FIN-HOR = "S".
       CONTAR-HORAS-EXIT.
           EXIT.

       LEER-FRANJA.
           READ CURHOR NEXT RECORD AT END
              MOVE "S" TO FIN-HOR
              GO TO LEER-FRANJA-EXIT.
           IF HDOC NOT = MCA
              GO TO LEER-FRANJA-EXIT.
           IF HDIA < 1 OR HDIA > 7
              GO TO LEER-FRANJA-EXIT.
           DIVIDE HHDES BY 100 GIVING W-HH REMAINDER W-MM.
           COMPUTE W-MIN-DES = W-HH * 60 + W-MM.
           DIVIDE HHHAS BY 100 GIVING W-HH REMAINDER W-MM.
           COMPUTE W-MIN-HAS = W-HH * 60 + W-MM.
           IF W-MIN-HAS NOT > W-MIN-DES
              GO TO LEER-FRANJA-EXIT.
           COMPUTE W-MIN-FRANJA = W-MIN-HAS - W-MIN-DES.
           MOVE CANT-DIA (HDIA) TO W-CLASES.
           COMPUTE W-MIN-MES = W-MIN-FRANJA * W-CLASES.
           PERFORM BUSCAR-TARIFA THRU BUSCAR-TARIFA-EXIT.
           COMPUTE W-IMP-FRANJA ROUNDED = W-MIN-MES * W-VALOR / 60.

           ADD 1 TO CONT-FRANJAS.
           ADD W-MIN-MES    TO TOT-MIN.
           ADD W-IMP-FRANJA TO TOT-IMP.
           IF W-ORIGEN = SPACE
              ADD 1 TO CONT-SIN-TARIFA
           ELSE
              ADD W-MIN-MES TO TOT-MIN-TAR
           END-IF.
           IF CONT-FRANJAS > 10
              ADD 1 TO CONT-MAS
              GO TO LEER-FRANJA-EXIT.
           MOVE CONT-FRANJAS TO IND-FRA.
           MOVE HCUR      TO T-CUR (IND-FRA).
           MOVE HEDI      TO T-EDI (IND-FRA).
           MOVE HDIA      TO T-DIA (IND-FRA).
           MOVE HHDES     TO T-HDES (IND-FRA).
           MOVE HHHAS     TO T-HHAS (IND-FRA).
           MOVE W-CLASES  TO T-CLASES (IND-FRA).
           COMPUTE T-HORAS (IND-FRA) ROUNDED = W-MIN-MES / 60.
           MOVE W-VALOR   TO T-VALOR (IND-FRA).
           MOVE W-ORIGEN  TO T-ORIGEN (IND-FRA).
           MOVE W-IMP-FRANJA TO T-IMP (IND-FRA).
       LEER-FRANJA-EXIT.
           EXIT.

      *-- VALOR DEL CURSO; SI NO, EL DE LA CATEGORIA DEL DOCENTE;  --*
      *-- SI NO, EL DE LA CATEGORIA 0. SIN NINGUNO LA FRANJA SE    --*
      *-- MUESTRA "SIN VALOR" Y NO SUMA IMPORTE.                   --*
       BUSCAR-TARIFA.
           MOVE 0 TO W-VALOR.
           MOVE SPACE TO W-ORIGEN.
           MOVE "C"  TO TATIPO.
           MOVE HCUR TO TACOD.
           READ TARHOR INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE TAVALOR TO W-VALOR
              MOVE "C" TO W-ORIGEN
           END-READ.
           IF W-ORIGEN NOT = SPACE
              GO TO BUSCAR-TARIFA-EXIT.
           MOVE "K"   TO TATIPO.
           MOVE MCATE TO TACOD.
           READ TARHOR INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE TAVALOR TO W-VALOR
              MOVE "K" TO W-ORIGEN
           END-READ.
           IF W-ORIGEN NOT = SPACE
              GO TO BUSCAR-TARIFA-EXIT.
           MOVE "K" TO TATIPO.
           MOVE 0   TO TACOD.
           READ TARHOR INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE TAVALOR TO W-VALOR
              MOVE "K" TO W-ORIGEN
           END-READ.
       BUSCAR-TARIFA-EXIT.
           EXIT.

      *-- MUESTRA LAS FRANJAS, LA PROPUESTA Y LO YA CARGADO. LAS   --*
      *-- HORAS RECUPERADAS Y SUSPENDIDAS SE VALORIZAN AL VALOR    --*
      *-- PROMEDIO DE LAS FRANJAS DEL DOCENTE. "S" GRABA, "N" PASA --*
      *-- AL SIGUIENTE SIN TOCAR NOVEDADES, ESCAPE TERMINA.        --*
       REVISAR-PROPUESTA.
           COMPUTE W-PROP-HORAS ROUNDED = TOT-MIN / 60.
           MOVE 0 TO W-VALOR-PROM.
           IF TOT-MIN-TAR > 0
              COMPUTE W-VALOR-PROM ROUNDED = TOT-IMP * 60 / TOT-MIN-TAR
           END-IF.
           MOVE W-CON-CAT TO W-GRB-CON.
           PERFORM LEER-ANTERIOR.
           MOVE W-GRB-IMP TO W-ANT-CAT.
           MOVE 0 TO W-HS-MAS W-HS-MENOS.
       REVISAR-PEDIR.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-PROPUESTA.
           PERFORM MOSTRAR-FRANJA
              VARYING IND-FRA FROM 1 BY 1
              UNTIL IND-FRA > CONT-FRANJAS OR IND-FRA > 10.
           IF CONT-MAS > 0
              DISPLAY "(+" CONT-MAS " MAS)" LINE 08 POSITION 67
           END-IF.
           IF CONT-SIN-TARIFA > 0
              DISPLAY "** HAY FRANJAS SIN VALOR DE HORA (VER MODTAR) **"
                 LINE 24 POSITION 10 CONTROL "FCOLOR=RED", BLINK
           END-IF.
           DISPLAY PANTALLA-AJUSTE.
           ACCEPT  PANTALLA-AJUSTE ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO REVISAR-PROPUESTA-EXIT.
           IF (W-HS-MAS > 0 OR W-HS-MENOS > 0) AND W-VALOR-PROM = 0
              DISPLAY "** SIN VALOR DE HORA NO SE PUEDE AJUSTAR **"
                 LINE 24 POSITION 10 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              MOVE 0 TO W-HS-MAS W-HS-MENOS
              GO TO REVISAR-PEDIR.
           IF W-HS-MENOS > W-PROP-HORAS + W-HS-MAS
              DISPLAY "** NO PUEDE SUSPENDER MAS HORAS QUE LAS DADAS **"
                 LINE 24 POSITION 10 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              MOVE 0 TO W-HS-MAS W-HS-MENOS
              GO TO REVISAR-PEDIR.
           COMPUTE W-IMP-CALC ROUNDED = TOT-IMP
              + (W-HS-MAS - W-HS-MENOS) * W-VALOR-PROM.
           IF W-IMP-CALC < 0
              MOVE 0 TO W-IMP-CALC
           END-IF.
           MOVE W-IMP-CALC TO W-IMP-FINAL.
           MOVE W-IMP-FINAL TO W-ED-IMP.
           DISPLAY "IMPORTE A GRABAR: " LINE 22 POSITION 01.
           DISPLAY W-ED-IMP LINE 22 POSITION 19.
           DISPLAY "GRABA LA NOVEDAD S/N (ESC=TERMINAR): "
              LINE 23 POSITION 01.
           ACCEPT W-OK LINE 23 POSITION 39 ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO REVISAR-PROPUESTA-EXIT.
           IF W-OK NOT = "S"
              GO TO REVISAR-PROPUESTA-EXIT.

           ADD 1 TO CONT-APROBADOS.
           MOVE W-CON-CAT TO W-GRB-CON.
           MOVE "HORAS CATEDRA       " TO W-GRB-DESC.
           MOVE W-IMP-FINAL TO W-GRB-IMP.
           PERFORM GRABAR-NOVEDAD THRU GRABAR-NOVEDAD-EXIT.
       REVISAR-PROPUESTA-EXIT.
           EXIT.

       MOSTRAR-FRANJA.
           COMPUTE LIN-ACT = 08 + IND-FRA.
           DISPLAY T-CUR (IND-FRA)  LINE LIN-ACT, POSITION 01.
           DISPLAY T-EDI (IND-FRA)  LINE LIN-ACT, POSITION 05.
           DISPLAY NOM-DIA (T-DIA (IND-FRA)) LINE LIN-ACT, POSITION 08.
           DISPLAY T-HDES (IND-FRA) LINE LIN-ACT, POSITION 18.
           DISPLAY "-"              LINE LIN-ACT, POSITION 22.
           DISPLAY T-HHAS (IND-FRA) LINE LIN-ACT, POSITION 23.
           MOVE T-CLASES (IND-FRA) TO W-ED-CLASES.
           DISPLAY W-ED-CLASES      LINE LIN-ACT, POSITION 30.
           MOVE T-HORAS (IND-FRA)  TO W-ED-HORAS.
           DISPLAY W-ED-HORAS       LINE LIN-ACT, POSITION 34.
           IF T-ORIGEN (IND-FRA) = SPACE
              DISPLAY "SIN VALOR"   LINE LIN-ACT, POSITION 42
           ELSE
              MOVE T-VALOR (IND-FRA) TO W-ED-VALOR
              DISPLAY W-ED-VALOR    LINE LIN-ACT, POSITION 42
              DISPLAY T-ORIGEN (IND-FRA) LINE LIN-ACT, POSITION 51
           END-IF.
           MOVE T-IMP (IND-FRA)    TO W-ED-IMP.
           DISPLAY W-ED-IMP         LINE LIN-ACT, POSITION 55.

      *-- IMPORTE DE LA NOVEDAD "W-GRB-CON" DEL LEGAJO/PERIODO, --*
      *-- 0 SI NO EXISTE.                                       --*
       LEER-ANTERIOR.
           MOVE 0 TO W-GRB-IMP.
           MOVE MCA       TO NVCA.
           MOVE W-PERIODO TO NVPERIODO.
           MOVE W-GRB-CON TO NVCON.
           READ NOVED INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE NVIMP TO W-GRB-IMP
           END-READ.

      *-- ALTA O REEMPLAZO DE LA NOVEDAD; UN IMPORTE EN CERO BORRA --*
      *-- LA QUE HUBIERA QUEDADO DE UNA CORRIDA ANTERIOR.          --*
       GRABAR-NOVEDAD.
           MOVE MCA       TO NVCA.
           MOVE W-PERIODO TO NVPERIODO.
           MOVE W-GRB-CON TO NVCON.
           READ NOVED INVALID KEY
              MOVE "N" TO W-OK
           NOT INVALID KEY
              MOVE "S" TO W-OK
           END-READ.
           IF W-GRB-IMP = 0
              IF W-OK = "S"
                 DELETE NOVED INVALID KEY
                    CONTINUE
                 END-DELETE
              END-IF
              GO TO GRABAR-NOVEDAD-EXIT.
           MOVE W-GRB-DESC TO NVDESC.
           MOVE "H"        TO NVTIPO.
           MOVE W-GRB-IMP  TO NVIMP.
           MOVE W-OPERADOR TO NVOPER.
           IF W-OK = "S"
              REWRITE R-NOV INVALID KEY
                 CONTINUE
              END-REWRITE
           ELSE
              WRITE R-NOV INVALID KEY
                 CONTINUE
              END-WRITE
           END-IF.
           ADD 1 TO CONT-NOVEDADES.
       GRABAR-NOVEDAD-EXIT.
           EXIT.
