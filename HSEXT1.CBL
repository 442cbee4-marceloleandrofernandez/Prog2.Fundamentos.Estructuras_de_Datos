      *-- HORAS EXTRA DEL MES A PARTIR DE LAS FICHADAS: "RPTHOR1"     --*
      *-- YA APAREA LAS ENTRADAS/SALIDAS DE LAS FICHADAS, PERO LAS    --*
      *-- HORAS EXTRA SE SEGUIAN TIPEANDO EN "NOVED1" DESDE UN        --*
      *-- LISTADO. ESTE PGM RECORRE TODOS LOS EMPLEADOS CON TURNO     --*
      *-- CARGADO ("TURNO.IND"), COMPARA DIA POR DIA LO TRABAJADO     --*
      *-- CONTRA EL TURNO Y PARTE EL EXCEDENTE EN HORAS AL 50% (DIAS  --*
      *-- HABILES) Y AL 100% (SABADOS, DOMINGOS Y FERIADOS DE         --*
      *-- "FERIADO.IND", DONDE TODO LO TRABAJADO ES EXTRA). UN        --*
      *-- SUPERVISOR (NIVEL 5 O MAS) VE LA PROPUESTA DE CADA LEGAJO,  --*
      *-- LA APRUEBA O LA RECORTA, Y RECIEN AHI SE GRABAN LAS         --*
      *-- NOVEDADES "H" EN "NOVED.IND" QUE SUMA "LIQCALC".            --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HSEXT1.
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

      *-- TURNO ESPERADO POR EMPLEADO (VER "MODTUR") --*
           SELECT TURNO ASSIGN TO DISK "TURNO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TCA
           FILE STATUS IS FSTTUR.

      *-- FICHADAS CARGADAS POR "ASIST1", POR SU INDICE LEGAJO + --*
      *-- FECHA (VER "MOVIDX"), QUE TAMBIEN GUARDA LO QUE        --*
      *-- "CIERASI1" PASO AL ARCHIVO FECHADO "ASISTEN.AAAAMM".   --*
           SELECT ASIIND ASSIGN TO DISK "ASISTEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AXCLAVE
           FILE STATUS IS FSTASI.

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

        FD TURNO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-TUR.
           COPY TURREC.

        FD ASIIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-ASIX.
           COPY ASIXREC.

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
       77 FSTTUR             PIC XX.
       77 FSTASI             PIC XX.
       77 FSTFER             PIC XX.
       77 FSTNOV             PIC XX.
       77 FIN-ARCH           PIC X     VALUE "N".
       77 FIN-ASIS           PIC X     VALUE "N".
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
       77 W-DIA-DESDE        PIC 9(08) VALUE 0.
       77 W-DIA-HASTA        PIC 9(08) VALUE 0.
      *-- RESPUESTA DE "PERCERR" PARA EL PERIODO PEDIDO --*
       77 W-CERRADO          PIC X     VALUE "N".
       77 W-ULT-CERRADO      PIC 9(06) VALUE 0.
       77 IND-DIA            PIC 99    VALUE 0.

      *-- CODIGOS DE NOVEDAD QUE GRABA ESTE PGM Y DIVISOR PARA EL  --*
      *-- VALOR DE LA HORA (SUELDO MENSUAL / 200, EL DIVISOR DE    --*
      *-- JORNADA COMPLETA). "NOVED1" SIGUE PUDIENDO CORREGIRLAS.  --*
       77 W-CON-50           PIC 99    VALUE 50.
       77 W-CON-100          PIC 99    VALUE 51.
       77 W-DIVISOR          PIC 999   VALUE 200.

      *-- FICHADA EN CURSO (DEL VIVO O DEL ARCHIVO FECHADO) --*
       77 W-F-DIA            PIC 99    VALUE 0.
       77 W-F-HH             PIC 99    VALUE 0.
       77 W-F-MM             PIC 99    VALUE 0.
       77 W-F-TIPO           PIC X     VALUE SPACE.

      *-- CUENTA DEL LEGAJO EN CURSO, EN MINUTOS --*
       77 W-MIN-TURNO        PIC 9(04) VALUE 0.
       77 W-MIN-DIA          PIC 9(05) VALUE 0.
       77 W-MIN-EXC          PIC 9(05) VALUE 0.
       77 TOT-MIN-50         PIC 9(05) VALUE 0.
       77 TOT-MIN-100        PIC 9(05) VALUE 0.
       77 CONT-ABIERTAS      PIC 9(03) VALUE 0.
       77 W-VALOR-HORA       PIC 9(05)V99 VALUE 0.
      *-- PROPUESTA (DE LAS FICHADAS) Y LO APROBADO POR EL SUPERVISOR --*
       77 W-PROP-50          PIC 9(03)V99 VALUE 0.
       77 W-PROP-100         PIC 9(03)V99 VALUE 0.
       77 W-APR-50           PIC 9(03)V99 VALUE 0.
       77 W-APR-100          PIC 9(03)V99 VALUE 0.
       77 W-IMP-50           PIC 9(07)V99 VALUE 0.
       77 W-IMP-100          PIC 9(07)V99 VALUE 0.
      *-- NOVEDADES DE HORAS EXTRA YA CARGADAS PARA EL PERIODO --*
       77 W-ANT-50           PIC 9(07)V99 VALUE 0.
       77 W-ANT-100          PIC 9(07)V99 VALUE 0.
      *-- PARA GRABAR UNA NOVEDAD --*
       77 W-GRB-CON          PIC 99    VALUE 0.
       77 W-GRB-DESC         PIC X(20) VALUE SPACES.
       77 W-GRB-IMP          PIC 9(07)V99 VALUE 0.

       77 CONT-PROPUESTOS    PIC 9(05) VALUE 0.
       77 CONT-APROBADOS     PIC 9(05) VALUE 0.
       77 CONT-NOVEDADES     PIC 9(05) VALUE 0.

      *-- UNA POSICION POR DIA DEL MES: "H" HABIL, "F" SABADO,  --*
      *-- DOMINGO O FERIADO; PRIMERA ENTRADA Y ULTIMA SALIDA.   --*
       01 TABLA-DIAS.
          02 ELEM-DIA OCCURS 31 TIMES.
             03 D-TIPO-DIA PIC X.
             03 D-TIENE-E  PIC X.
             03 D-ENT-HH   PIC 99.
             03 D-ENT-MM   PIC 99.
             03 D-TIENE-S  PIC X.
             03 D-SAL-HH   PIC 99.
             03 D-SAL-MM   PIC 99.

      *-- CALENDARIO DEL MES (ZELLER + FERIADOS, MISMA CUENTA QUE --*
      *-- "VACAC1"/"RPTAUS1").                                    --*
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

      *-- CAMPOS DE LA FICHADA GUARDADA EN EL INDICE (AXREG) --*
           COPY ASISREC.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "HORAS EXTRA DEL MES SEGUN FICHADAS".

       01  PANTALLA-PROPUESTA.
           02 LINE 03 COLUMN 01 VALUE "PERIODO: ".
           02 LINE 03 COLUMN 10 PIC 9(06) FROM W-PERIODO.
           02 LINE 05 COLUMN 01 VALUE "LEGAJO : ".
           02 LINE 05 COLUMN 10 PIC 9(08) FROM MCA.
           02 LINE 05 COLUMN 20 PIC X(30) FROM MAN.
           02 LINE 06 COLUMN 01 VALUE "TURNO  : ".
           02 LINE 06 COLUMN 10 PIC 99 FROM TENHH.
           02 LINE 06 COLUMN 12 VALUE ":".
           02 LINE 06 COLUMN 13 PIC 99 FROM TENMM.
           02 LINE 06 COLUMN 16 VALUE "A".
           02 LINE 06 COLUMN 18 PIC 99 FROM TSAHH.
           02 LINE 06 COLUMN 20 VALUE ":".
           02 LINE 06 COLUMN 21 PIC 99 FROM TSAMM.
           02 LINE 06 COLUMN 26 VALUE "TOLERANCIA (MIN): ".
           02 LINE 06 COLUMN 44 PIC 99 FROM TTOL.
           02 LINE 07 COLUMN 01 VALUE "SUELDO : ".
           02 LINE 07 COLUMN 10 PIC ZZZZ9 FROM MSB.
           02 LINE 07 COLUMN 26 VALUE "VALOR HORA: ".
           02 LINE 07 COLUMN 38 PIC ZZZZ9,99 FROM W-VALOR-HORA.
           02 LINE 08 COLUMN 01 VALUE "DIAS CON FICHADA ABIERTA: ".
           02 LINE 08 COLUMN 27 PIC ZZ9 FROM CONT-ABIERTAS.
           02 LINE 08 COLUMN 32 VALUE "(NO SE CUENTAN, VER RPTHOR1)".
           02 LINE 10 COLUMN 01 PIC X(80) FROM SUBRAYADO.
           02 LINE 11 COLUMN 20 VALUE "PROPUESTO".
           02 LINE 11 COLUMN 35 VALUE "YA CARGADO EN NOVEDADES".
           02 LINE 12 COLUMN 01 VALUE "HORAS AL  50%: ".
           02 LINE 12 COLUMN 20 PIC ZZ9,99 FROM W-PROP-50.
           02 LINE 12 COLUMN 35 PIC ZZZZZZ9,99 FROM W-ANT-50.
           02 LINE 13 COLUMN 01 VALUE "HORAS AL 100%: ".
           02 LINE 13 COLUMN 20 PIC ZZ9,99 FROM W-PROP-100.
           02 LINE 13 COLUMN 35 PIC ZZZZZZ9,99 FROM W-ANT-100.
           02 LINE 14 COLUMN 01 PIC X(80) FROM SUBRAYADO.

       01  PANTALLA-APROBAR AUTO.
           02 LINE 16 COLUMN 01 VALUE "APROBADO AL  50% (HORAS): ".
           02 LINE 16 COLUMN 28 PIC 999,99 USING W-APR-50.
           02 LINE 17 COLUMN 01 VALUE "APROBADO AL 100% (HORAS): ".
           02 LINE 17 COLUMN 28 PIC 999,99 USING W-APR-100.

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
      *-- APROBAR HORAS EXTRA ES DE SUPERVISOR: NIVEL 5 O MAS --*
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
           OPEN INPUT TURNO.
           IF FSTTUR NOT = "00"
              CLOSE MAESTRO
              DISPLAY "** NO HAY TURNOS CARGADOS (VER MODTUR) **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN I-O NOVED.
           MOVE "N" TO FIN-ARCH W-FIN.
           PERFORM PROCESAR-EMPLEADO THRU PROCESAR-EMPLEADO-EXIT
              UNTIL FIN-ARCH = "S" OR W-FIN = "S".
           CLOSE MAESTRO TURNO NOVED.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY "LEGAJOS CON HORAS EXTRA : " CONT-PROPUESTOS
              LINE 10 POSITION 10.
           DISPLAY "LEGAJOS APROBADOS       : " CONT-APROBADOS
              LINE 11 POSITION 10.
           DISPLAY "NOVEDADES GRABADAS      : " CONT-NOVEDADES
              LINE 12 POSITION 10.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- TIPO DE CADA DIA DEL MES: SABADO, DOMINGO O FERIADO VAN --*
      *-- ENTEROS AL 100%, LOS HABILES AL 50% SOBRE EL TURNO.     --*
       ARMAR-CALENDARIO.
           MOVE W-ANIO TO W-IT-ANIO.
           MOVE W-MES  TO W-IT-MES.
           PERFORM CALC-DIAS-DEL-MES.
           MOVE "N" TO W-FER-ABIERTO.
           OPEN INPUT FERIADO.
           IF FSTFER = "00"
              MOVE "S" TO W-FER-ABIERTO
           END-IF.
           PERFORM MARCAR-UN-DIA
              VARYING W-IT-DIA FROM 1 BY 1 UNTIL W-IT-DIA > 31.
           IF W-FER-ABIERTO = "S"
              CLOSE FERIADO
           END-IF.
       ARMAR-CALENDARIO-EXIT.
           EXIT.

       MARCAR-UN-DIA.
           MOVE "H" TO D-TIPO-DIA (W-IT-DIA).
           IF W-IT-DIA > WDIASMES
              MOVE SPACE TO D-TIPO-DIA (W-IT-DIA)
           ELSE
              PERFORM CALC-ZELLER
              IF W-ZH < 2
                 MOVE "F" TO D-TIPO-DIA (W-IT-DIA)
              ELSE
                 COMPUTE W-ITER-NUM = W-IT-ANIO * 10000
                    + W-IT-MES * 100 + W-IT-DIA
                 PERFORM ES-FERIADO
                 IF FSTFER = "00"
                    MOVE "F" TO D-TIPO-DIA (W-IT-DIA)
                 END-IF
              END-IF
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

      *-- UN LEGAJO: SIN TURNO NO HAY CONTRA QUE MEDIR; SIN        --*
      *-- EXCEDENTE NO HAY NADA QUE PROPONER.                      --*
       PROCESAR-EMPLEADO.
           READ MAESTRO NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO PROCESAR-EMPLEADO-EXIT.
           MOVE MCA TO TCA.
           READ TURNO INVALID KEY
              GO TO PROCESAR-EMPLEADO-EXIT.
           PERFORM LIMPIAR-DIA
              VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > 31.
           PERFORM CARGAR-FICHADAS THRU CARGAR-FICHADAS-EXIT.
           PERFORM CALCULAR-EXCEDENTE THRU CALCULAR-EXCEDENTE-EXIT.
           IF TOT-MIN-50 = 0 AND TOT-MIN-100 = 0
              GO TO PROCESAR-EMPLEADO-EXIT.
           ADD 1 TO CONT-PROPUESTOS.
           PERFORM REVISAR-PROPUESTA THRU REVISAR-PROPUESTA-EXIT.
       PROCESAR-EMPLEADO-EXIT.
           EXIT.

       LIMPIAR-DIA.
           MOVE "N" TO D-TIENE-E (IND-DIA) D-TIENE-S (IND-DIA).
           MOVE 0 TO D-ENT-HH (IND-DIA) D-ENT-MM (IND-DIA)
                     D-SAL-HH (IND-DIA) D-SAL-MM (IND-DIA).

      *-- PRIMERA "E" Y ULTIMA "S" DE CADA DIA (MISMO APAREO QUE  --*
      *-- "RPTHOR1"). EL INDICE LLEVA AL PRIMER DIA DEL MES DEL   --*
      *-- LEGAJO, ESTE O NO ARCHIVADO POR "CIERASI1".              --*
       CARGAR-FICHADAS.
           COMPUTE W-DIA-DESDE = W-PERIODO * 100.
           COMPUTE W-DIA-HASTA = W-PERIODO * 100 + 99.
           OPEN INPUT ASIIND.
           IF FSTASI NOT = "00"
              GO TO CARGAR-FICHADAS-EXIT.
           MOVE MCA         TO AXCA.
           MOVE W-DIA-DESDE TO AXFECHA.
           MOVE 0           TO AXHORA AXSEC.
           MOVE "N" TO FIN-ASIS.
           START ASIIND KEY IS NOT LESS THAN AXCLAVE
              INVALID KEY MOVE "S" TO FIN-ASIS.
           PERFORM LEER-FICHADA THRU LEER-FICHADA-EXIT
              UNTIL FIN-ASIS = "S".
           CLOSE ASIIND.
       CARGAR-FICHADAS-EXIT.
           EXIT.

       LEER-FICHADA.
           READ ASIIND NEXT RECORD AT END
              MOVE "S" TO FIN-ASIS
              GO TO LEER-FICHADA-EXIT.
           IF AXCA NOT = MCA OR AXFECHA > W-DIA-HASTA
              MOVE "S" TO FIN-ASIS
              GO TO LEER-FICHADA-EXIT.
           MOVE AXREG TO R-ASIS.
           MOVE AFD   TO W-F-DIA.
           MOVE AHH   TO W-F-HH.
           MOVE AMM   TO W-F-MM.
           MOVE ATIPO TO W-F-TIPO.
           PERFORM RETENER-FICHADA THRU RETENER-FICHADA-EXIT.
       LEER-FICHADA-EXIT.
           EXIT.

       RETENER-FICHADA.
           IF W-F-DIA < 1 OR W-F-DIA > 31
              GO TO RETENER-FICHADA-EXIT.
           MOVE W-F-DIA TO IND-DIA.
           IF W-F-TIPO = "E"
              IF D-TIENE-E (IND-DIA) = "N"
                 OR W-F-HH < D-ENT-HH (IND-DIA)
                 OR (W-F-HH = D-ENT-HH (IND-DIA)
                     AND W-F-MM < D-ENT-MM (IND-DIA))
                 MOVE "S" TO D-TIENE-E (IND-DIA)
                 MOVE W-F-HH TO D-ENT-HH (IND-DIA)
                 MOVE W-F-MM TO D-ENT-MM (IND-DIA)
              END-IF
           END-IF.
           IF W-F-TIPO = "S"
              IF D-TIENE-S (IND-DIA) = "N"
                 OR W-F-HH > D-SAL-HH (IND-DIA)
                 OR (W-F-HH = D-SAL-HH (IND-DIA)
                     AND W-F-MM > D-SAL-MM (IND-DIA))
                 MOVE "S" TO D-TIENE-S (IND-DIA)
                 MOVE W-F-HH TO D-SAL-HH (IND-DIA)
                 MOVE W-F-MM TO D-SAL-MM (IND-DIA)
              END-IF
           END-IF.
       RETENER-FICHADA-EXIT.
           EXIT.

      *-- DIA HABIL: LO TRABAJADO POR ENCIMA DEL TURNO VA AL 50%,  --*
      *-- SALVO QUE NO SUPERE LA TOLERANCIA DEL TURNO (UNOS MINUTOS --*
      *-- DE MAS AL FICHAR NO SON HORAS EXTRA). SABADO, DOMINGO O   --*
      *-- FERIADO: TODO LO TRABAJADO VA AL 100%. LOS DIAS CON       --*
      *-- FICHADA ABIERTA NO SE CUENTAN, SOLO SE INFORMAN.          --*
       CALCULAR-EXCEDENTE.
           MOVE 0 TO TOT-MIN-50 TOT-MIN-100 CONT-ABIERTAS.
           MOVE 0 TO W-MIN-TURNO.
           IF TSAHH * 60 + TSAMM > TENHH * 60 + TENMM
              COMPUTE W-MIN-TURNO = (TSAHH * 60 + TSAMM)
                 - (TENHH * 60 + TENMM)
           END-IF.
           PERFORM CALCULAR-DIA THRU CALCULAR-DIA-EXIT
              VARYING IND-DIA FROM 1 BY 1 UNTIL IND-DIA > 31.
       CALCULAR-EXCEDENTE-EXIT.
           EXIT.

       CALCULAR-DIA.
           IF D-TIENE-E (IND-DIA) = "N" AND D-TIENE-S (IND-DIA) = "N"
              GO TO CALCULAR-DIA-EXIT.
           IF D-TIENE-E (IND-DIA) = "N" OR D-TIENE-S (IND-DIA) = "N"
              ADD 1 TO CONT-ABIERTAS
              GO TO CALCULAR-DIA-EXIT.
           IF D-SAL-HH (IND-DIA) * 60 + D-SAL-MM (IND-DIA) NOT >
              D-ENT-HH (IND-DIA) * 60 + D-ENT-MM (IND-DIA)
              ADD 1 TO CONT-ABIERTAS
              GO TO CALCULAR-DIA-EXIT.
           COMPUTE W-MIN-DIA =
              (D-SAL-HH (IND-DIA) * 60 + D-SAL-MM (IND-DIA)) -
              (D-ENT-HH (IND-DIA) * 60 + D-ENT-MM (IND-DIA)).
           IF D-TIPO-DIA (IND-DIA) = "F"
              ADD W-MIN-DIA TO TOT-MIN-100
              GO TO CALCULAR-DIA-EXIT.
           IF W-MIN-DIA NOT > W-MIN-TURNO + TTOL
              GO TO CALCULAR-DIA-EXIT.
           COMPUTE W-MIN-EXC = W-MIN-DIA - W-MIN-TURNO.
           ADD W-MIN-EXC TO TOT-MIN-50.
       CALCULAR-DIA-EXIT.
           EXIT.

      *-- MUESTRA LA PROPUESTA Y LO YA CARGADO; EL SUPERVISOR PUEDE --*
      *-- RECORTAR (NUNCA AUMENTAR) LAS HORAS. "S" GRABA, "N" PASA  --*
      *-- AL SIGUIENTE SIN TOCAR NOVEDADES, ESCAPE TERMINA.         --*
       REVISAR-PROPUESTA.
           COMPUTE W-PROP-50 ROUNDED = TOT-MIN-50 / 60.
           COMPUTE W-PROP-100 ROUNDED = TOT-MIN-100 / 60.
           COMPUTE W-VALOR-HORA ROUNDED = MSB / W-DIVISOR.
           MOVE W-CON-50 TO W-GRB-CON.
           PERFORM LEER-ANTERIOR.
           MOVE W-GRB-IMP TO W-ANT-50.
           MOVE W-CON-100 TO W-GRB-CON.
           PERFORM LEER-ANTERIOR.
           MOVE W-GRB-IMP TO W-ANT-100.
           MOVE W-PROP-50  TO W-APR-50.
           MOVE W-PROP-100 TO W-APR-100.
       REVISAR-PEDIR.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-PROPUESTA.
           DISPLAY PANTALLA-APROBAR.
           ACCEPT  PANTALLA-APROBAR ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO REVISAR-PROPUESTA-EXIT.
           IF W-APR-50 > W-PROP-50 OR W-APR-100 > W-PROP-100
              DISPLAY "** NO PUEDE SUPERAR LO PROPUESTO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              MOVE W-PROP-50  TO W-APR-50
              MOVE W-PROP-100 TO W-APR-100
              GO TO REVISAR-PEDIR.
           DISPLAY "GRABA LAS NOVEDADES S/N (ESC=TERMINAR): "
              LINE 19 POSITION 01.
           ACCEPT W-OK LINE 19 POSITION 42 ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO REVISAR-PROPUESTA-EXIT.
           IF W-OK NOT = "S"
              GO TO REVISAR-PROPUESTA-EXIT.

           ADD 1 TO CONT-APROBADOS.
           COMPUTE W-IMP-50 ROUNDED = W-APR-50 * W-VALOR-HORA * 1,5.
           COMPUTE W-IMP-100 ROUNDED = W-APR-100 * W-VALOR-HORA * 2.
           MOVE W-CON-50 TO W-GRB-CON.
           MOVE "HORAS EXTRA AL 50%  " TO W-GRB-DESC.
           MOVE W-IMP-50 TO W-GRB-IMP.
           PERFORM GRABAR-NOVEDAD THRU GRABAR-NOVEDAD-EXIT.
           MOVE W-CON-100 TO W-GRB-CON.
           MOVE "HORAS EXTRA AL 100% " TO W-GRB-DESC.
           MOVE W-IMP-100 TO W-GRB-IMP.
           PERFORM GRABAR-NOVEDAD THRU GRABAR-NOVEDAD-EXIT.
       REVISAR-PROPUESTA-EXIT.
           EXIT.

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

      *-- ALTA O REEMPLAZO DE LA NOVEDAD; UN RECORTE A CERO BORRA --*
      *-- LA QUE HUBIERA QUEDADO DE UNA CORRIDA ANTERIOR.         --*
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
