      *-- CAMBIOS PROGRAMADOS DEL MAESTRO: UN AUMENTO, UN TRASLADO O  --*
      *-- UN NUEVO SUPERVISOR SE ACUERDAN CON SEMANAS DE ANTICIPACION --*
      *-- Y HASTA AHORA DEPENDIAN DE QUE ALGUIEN SE ACORDARA DE ABRIR --*
      *-- "MODABM" EL DIA JUSTO. ESTE PGM CARGA EN "CAMBPEN.IND" (VER --*
      *-- COPY/PENDREC.CPY) EL LEGAJO, LA FECHA EFECTIVA Y LOS NUEVOS --*
      *-- MSB/MLO/MCATE/MSUP, LISTA LO QUE QUEDA PENDIENTE Y PERMITE  --*
      *-- ANULAR UN CAMBIO ANTES DE QUE SE APLIQUE. LA APLICACION LA  --*
      *-- HACE EL BATCH NOCTURNO "APLPEN1".                           --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPEN1.
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

           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           ALTERNATE RECORD KEY IS MLDESC DUPLICATES
           FILE STATUS IS FSTLOC.

      *-- UN CAMBIO POR FECHA EFECTIVA + LEGAJO --*
           SELECT CAMBPEN ASSIGN TO DISK "CAMBPEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PNCLAVE
           FILE STATUS IS FSTPEN.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

        FD MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
         01 R-LOC.
            02 MLOC    PIC 9(02).
            02 MLDESC  PIC X(15).
            02 MLOCAP  PIC 9(04).

        FD CAMBPEN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS R-PEN.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FST                PIC XX.
       77 FSTLOC             PIC XX.
       77 FSTPEN             PIC XX.
       77 SUBRAYADO          PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR         PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK         PIC X     VALUE "N".
       77 W-NIVEL            PIC 9(1)  VALUE 0.

       77 W-MCA              PIC 9(08) VALUE 0.
       77 W-FECHA-EF         PIC 9(08) VALUE 0.
       77 W-FECHA-HOY        PIC 9(08) VALUE 0.
       77 W-NOMBRE           PIC X(30) VALUE SPACES.
       77 W-EXISTE-EMP       PIC X     VALUE "N".
       77 W-EXISTE-PEN       PIC X     VALUE "N".
       77 W-FIN              PIC X     VALUE "N".
       77 W-OK               PIC X     VALUE "N".
       77 CONFIRMA           PIC X(30) VALUE SPACES.
       77 CONT-ALTAS         PIC 9(05) VALUE 0.
       77 CONT-ANUL          PIC 9(05) VALUE 0.
       77 FIN-ARCH           PIC X     VALUE "N".
       77 CONT-LIN           PIC 99    VALUE 0.
       77 LIN-ACT            PIC 99    VALUE 0.
       77 CONT-LISTA         PIC 9(05) VALUE 0.
      *-- VALORES ACTUALES DEL EMPLEADO, SE MUESTRAN JUNTO AL CAMBIO --*
       77 W-SB-ACT           PIC 9(05) VALUE 0.
       77 W-LO-ACT           PIC 9(02) VALUE 0.
       77 W-CATE-ACT         PIC 9(1)  VALUE 0.
       77 W-SUP-ACT          PIC 9(08) VALUE 0.

      *-- VALIDACION DE FECHA REAL, MISMA REGLA QUE "MODABM" --*
       77 WFECOK             PIC XX    VALUE "NO".
       77 WBISIESTO          PIC X     VALUE "N".
       77 WDIASMES           PIC 99    VALUE 0.
       77 WCOCIENTE          PIC 9(04) VALUE 0.
       77 WRESTO4            PIC 99    VALUE 0.
       77 WRESTO100          PIC 99    VALUE 0.
       77 WRESTO400          PIC 999   VALUE 0.
       01 W-FEC-EF.
          02 W-EF-ANIO       PIC 9(04).
          02 W-EF-MES        PIC 99.
          02 W-EF-DIA        PIC 99.
       01 W-FEC-EF-N REDEFINES W-FEC-EF PIC 9(08).
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

      *-- TABLA DE ETIQUETAS PARA "MENU-OPC" (VER "REBIDX1") --*
       01 TABLA-OPCIONES.
           02 FILLER PIC X(20) VALUE "[PROGRAMAR CAMBIO  ]".
           02 FILLER PIC X(20) VALUE "[LISTAR PENDIENTES ]".
           02 FILLER PIC X(20) VALUE "[ANULAR CAMBIO     ]".
           02 FILLER PIC X(20) VALUE "[CANCELAR          ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 4 TIMES.

       77 W-CANT  PIC 99 VALUE 4.
       77 W-LIN   PIC 99 VALUE 08.
       77 W-COL   PIC 99 VALUE 30.
       77 W-ANCHO PIC 99 VALUE 20.
       77 W-IND   PIC 99.
       77 W-RES   PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
          02 BLANK SCREEN.
          02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
          02 LINE 03 COLUMN 28 REVERSE VALUE
             "CAMBIOS PROGRAMADOS".

       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 22 REVERSE
              VALUE "CAMBIOS PROGRAMADOS DEL MAESTRO".

       01  PANTALLA-PEDIR-CLAVE AUTO.
           02 LINE 06 COLUMN 05 VALUE
              "CODIGO DE EMPLEADO (0 = TERMINAR): ".
           02 LINE 06 COLUMN 41 PIC 9(08) TO W-MCA.
           02 LINE 07 COLUMN 05 VALUE "FECHA EFECTIVA (AAAAMMDD): ".
           02 LINE 07 COLUMN 41 PIC 9(08) TO W-FECHA-EF.

       01  PANTALLA-ACTUAL.
           02 LINE 09 COLUMN 05 VALUE "EMPLEADO: ".
           02 LINE 09 COLUMN 15 PIC X(30) FROM W-NOMBRE.
           02 LINE 10 COLUMN 05 VALUE "ACTUAL  SUELDO: ".
           02 LINE 10 COLUMN 21 PIC 9(05) FROM W-SB-ACT.
           02 LINE 10 COLUMN 28 VALUE "LOC.: ".
           02 LINE 10 COLUMN 34 PIC 9(02) FROM W-LO-ACT.
           02 LINE 10 COLUMN 38 VALUE "CAT.: ".
           02 LINE 10 COLUMN 44 PIC 9 FROM W-CATE-ACT.
           02 LINE 10 COLUMN 47 VALUE "SUP.: ".
           02 LINE 10 COLUMN 53 PIC 9(08) FROM W-SUP-ACT.

       01  PANTALLA-PEDIR-DATOS AUTO.
           02 LINE 12 COLUMN 05 VALUE
              "NUEVO SUELDO    (0 = SIN CAMBIO): ".
           02 LINE 12 COLUMN 41 PIC 9(05) TO PNSB.
           02 LINE 13 COLUMN 05 VALUE
              "NUEVA LOCALIDAD (0 = SIN CAMBIO): ".
           02 LINE 13 COLUMN 41 PIC 9(02) TO PNLO.
           02 LINE 14 COLUMN 05 VALUE
              "NUEVA CATEGORIA (0 = SIN CAMBIO): ".
           02 LINE 14 COLUMN 41 PIC 9 TO PNCATE.
           02 LINE 15 COLUMN 05 VALUE
              "CAMBIA SUPERVISOR (S/N)         : ".
           02 LINE 15 COLUMN 41 PIC X TO PNCAMSUP.
           02 LINE 16 COLUMN 05 VALUE
              "NUEVO SUPERVISOR (0 = NINGUNO)  : ".
           02 LINE 16 COLUMN 41 PIC 9(08) TO PNSUP.

       01  PANTALLA-MOSTRAR-DATOS.
           02 LINE 12 COLUMN 05 VALUE
              "NUEVO SUELDO    (0 = SIN CAMBIO): ".
           02 LINE 12 COLUMN 41 PIC 9(05) FROM PNSB.
           02 LINE 13 COLUMN 05 VALUE
              "NUEVA LOCALIDAD (0 = SIN CAMBIO): ".
           02 LINE 13 COLUMN 41 PIC 9(02) FROM PNLO.
           02 LINE 14 COLUMN 05 VALUE
              "NUEVA CATEGORIA (0 = SIN CAMBIO): ".
           02 LINE 14 COLUMN 41 PIC 9 FROM PNCATE.
           02 LINE 15 COLUMN 05 VALUE
              "CAMBIA SUPERVISOR (S/N)         : ".
           02 LINE 15 COLUMN 41 PIC X FROM PNCAMSUP.
           02 LINE 16 COLUMN 05 VALUE
              "NUEVO SUPERVISOR (0 = NINGUNO)  : ".
           02 LINE 16 COLUMN 41 PIC 9(08) FROM PNSUP.
           02 LINE 17 COLUMN 05 VALUE "PROGRAMADO POR: ".
           02 LINE 17 COLUMN 21 PIC X(08) FROM PNOPER.

       01  PANTALLA-CONFIRMAR.
           02 LINE 19 COLUMN 05 PIC X(30) FROM CONFIRMA.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON CAMBPEN.
       ERROR-APERTURA.
           IF FSTPEN NOT = "00"
              OPEN OUTPUT CAMBPEN
              CLOSE CAMBPEN
              OPEN I-O CAMBPEN
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- LOS CAMBIOS TERMINAN EN EL MAESTRO: USUARIO/CLAVE VALIDOS --*
      *-- Y EL MISMO NIVEL QUE "MENPPAL" EXIGE PARA "MODABM".       --*
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
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 07 52 13 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

           CALL   "MENU-OPC" USING TABLA-OPCIONES W-CANT W-LIN W-COL
                                    W-ANCHO W-IND W-RES.
           CANCEL "MENU-OPC".

           OPEN I-O CAMBPEN.
           IF W-IND = 1
              PERFORM PROGRAMAR-UNO THRU PROGRAMAR-UNO-EXIT
                 UNTIL W-FIN = "S"
             ELSE IF W-IND = 2
              PERFORM LISTAR-PENDIENTES THRU LISTAR-PENDIENTES-EXIT
             ELSE IF W-IND = 3
              PERFORM ANULAR-UNO THRU ANULAR-UNO-EXIT
                 UNTIL W-FIN = "S"
             END-IF.
           CLOSE CAMBPEN.

           IF W-IND = 1 OR W-IND = 3
              DISPLAY "PROGRAMADOS: " CONT-ALTAS "  ANULADOS: "
                 CONT-ANUL LINE 22 POSITION 05
              DISPLAY "PULSE UNA TECLA PARA TERMINAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- PIDE LEGAJO Y FECHA EFECTIVA, MUESTRA LOS VALORES ACTUALES --*
      *-- Y GRABA EL CAMBIO "P" A NOMBRE DEL OPERADOR; LEGAJO 0      --*
      *-- TERMINA LA CARGA.                                          --*
       PROGRAMAR-UNO.
           PERFORM PEDIR-CLAVE THRU PEDIR-CLAVE-EXIT.
           IF W-OK = "N"
              GO TO PROGRAMAR-UNO-EXIT.
      *-- EL BATCH APLICA LO QUE VENCE HOY O ANTES: UNA FECHA DE HOY --*
      *-- O PASADA ES UNA MODIFICACION COMUN Y VA POR "MODABM".      --*
           IF W-FECHA-EF NOT > W-FECHA-HOY
              DISPLAY "** LA FECHA EFECTIVA DEBE SER POSTERIOR A HOY,"
                 " SI ES PARA HOY USE MODABM **" LINE 19 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROGRAMAR-UNO-EXIT.

           MOVE W-FECHA-EF TO PNFECHA.
           MOVE W-MCA      TO PNCA.
           PERFORM LEER-PENDIENTE.
           IF W-EXISTE-PEN = "S" AND PNEST = "P"
              DISPLAY PANTALLA-MOSTRAR-DATOS
              DISPLAY "** YA HAY UN CAMBIO PENDIENTE PARA ESA FECHA,"
                 " ANULELO PRIMERO **" LINE 19 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROGRAMAR-UNO-EXIT.

           MOVE 0 TO PNSB PNLO PNCATE PNSUP.
           MOVE "N" TO PNCAMSUP.
           DISPLAY PANTALLA-PEDIR-DATOS.
           ACCEPT  PANTALLA-PEDIR-DATOS ON ESCAPE
              GO TO PROGRAMAR-UNO-EXIT.
           PERFORM VALIDAR-CAMBIO THRU F-VALIDAR-CAMBIO.
           IF W-OK = "N"
              GO TO PROGRAMAR-UNO-EXIT.

           MOVE "DESEA PROGRAMAR EL CAMBIO S/N: " TO CONFIRMA.
           DISPLAY PANTALLA-CONFIRMAR.
           ACCEPT  W-OK LINE 19 POSITION 36.
           IF W-OK NOT = "S"
              GO TO PROGRAMAR-UNO-EXIT.
           MOVE W-FECHA-EF  TO PNFECHA.
           MOVE W-MCA       TO PNCA.
           MOVE "P"         TO PNEST.
           MOVE W-OPERADOR  TO PNOPER.
           MOVE W-FECHA-HOY TO PNFALTA.
           MOVE 0           TO PNFPROC PNERR.
           MOVE SPACES      TO PNOPANU.
      *-- UN CAMBIO ANULADO/RECHAZADO PARA LA MISMA FECHA Y LEGAJO --*
      *-- SE REEMPLAZA POR EL NUEVO (LA CLAVE ES UNICA).           --*
           IF W-EXISTE-PEN = "S"
              REWRITE R-PEN INVALID KEY
                 MOVE "N" TO W-OK
              END-REWRITE
           ELSE
              WRITE R-PEN INVALID KEY
                 MOVE "N" TO W-OK
              END-WRITE
           END-IF.
           IF W-OK = "N"
              DISPLAY "** ERROR AL GRABAR EL CAMBIO **"
                 LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROGRAMAR-UNO-EXIT.
           ADD 1 TO CONT-ALTAS.
       PROGRAMAR-UNO-EXIT.
           EXIT.

      *-- PANTALLA DE CLAVE COMUN A PROGRAMAR Y ANULAR: "W-OK" = "N" --*
      *-- SI SE TERMINA, SI EL LEGAJO NO EXISTE O LA FECHA NO ES UNA --*
      *-- FECHA REAL.                                                --*
       PEDIR-CLAVE.
           MOVE "N" TO W-OK.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE SPACES TO W-NOMBRE.
           MOVE 0 TO W-MCA W-FECHA-EF.
           DISPLAY PANTALLA-PEDIR-CLAVE.
           ACCEPT  PANTALLA-PEDIR-CLAVE ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO PEDIR-CLAVE-EXIT.
           IF W-MCA = 0
              MOVE "S" TO W-FIN
              GO TO PEDIR-CLAVE-EXIT.

           PERFORM BUSCAR-EMPLEADO.
           IF W-EXISTE-EMP = "N"
              DISPLAY "** ESE EMPLEADO NO EXISTE EN EL MAESTRO **"
                 LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-CLAVE-EXIT.
           MOVE W-FECHA-EF TO W-FEC-EF-N.
           PERFORM VALIDAR-FECHA.
           IF WFECOK = "NO"
              DISPLAY "** FECHA EFECTIVA INVALIDA (AAAAMMDD) **"
                 LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-CLAVE-EXIT.
           DISPLAY PANTALLA-ACTUAL.
           MOVE "S" TO W-OK.
       PEDIR-CLAVE-EXIT.
           EXIT.

      *-- AL MENOS UN CAMBIO; LOCALIDAD Y SUPERVISOR TIENEN QUE      --*
      *-- EXISTIR HOY. LA BANDA DE SUELDO, EL CUPO Y LAS VACANTES SE --*
      *-- CONTROLAN RECIEN AL APLICAR, CONTRA EL MAESTRO DE ESE DIA. --*
       VALIDAR-CAMBIO.
           MOVE "S" TO W-OK.
           IF PNCAMSUP NOT = "S" AND PNCAMSUP NOT = "N"
              MOVE "N" TO W-OK
              DISPLAY "** CAMBIA SUPERVISOR: VERIFIQUE S-N **"
                 LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-CAMBIO.
           IF PNSB = 0 AND PNLO = 0 AND PNCATE = 0 AND PNCAMSUP = "N"
              MOVE "N" TO W-OK
              DISPLAY "** NO SE INDICO NINGUN CAMBIO **"
                 LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-CAMBIO.
           IF PNLO > 0
              PERFORM LEER-LOC
              IF FSTLOC NOT = "00"
                 MOVE "N" TO W-OK
                 DISPLAY "** ESA LOCALIDAD NO EXISTE **"
                    LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 GO TO F-VALIDAR-CAMBIO
              END-IF
           END-IF.
           IF PNCAMSUP = "N"
              MOVE 0 TO PNSUP
              GO TO F-VALIDAR-CAMBIO.
      *-- 0 = NINGUNO SIEMPRE VALE; NO PUEDE SUPERVISARSE A SI MISMO --*
           IF PNSUP = W-MCA
              MOVE "N" TO W-OK
              DISPLAY "** NO PUEDE SER SU PROPIO SUPERVISOR **"
                 LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-CAMBIO.
           IF PNSUP > 0
              MOVE PNSUP TO MCA
              OPEN INPUT MAESTRO
              READ MAESTRO INVALID KEY MOVE "99" TO FST
              END-READ
              CLOSE MAESTRO
              IF FST NOT = "00"
                 MOVE "N" TO W-OK
                 DISPLAY "** ESE SUPERVISOR NO EXISTE EN EL MAESTRO **"
                    LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
              END-IF
           END-IF.
       F-VALIDAR-CAMBIO.
           EXIT.

      *-- SOLO UN CAMBIO "P" SE PUEDE ANULAR; QUEDA EN EL ARCHIVO --*
      *-- COMO "C" CON FECHA Y OPERADOR, PARA QUE SE VEA QUIEN LO --*
      *-- DIO DE BAJA.                                            --*
       ANULAR-UNO.
           PERFORM PEDIR-CLAVE THRU PEDIR-CLAVE-EXIT.
           IF W-OK = "N"
              GO TO ANULAR-UNO-EXIT.
           MOVE W-FECHA-EF TO PNFECHA.
           MOVE W-MCA      TO PNCA.
           PERFORM LEER-PENDIENTE.
           IF W-EXISTE-PEN = "N" OR PNEST NOT = "P"
              DISPLAY "** NO HAY UN CAMBIO PENDIENTE PARA ESA FECHA **"
                 LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ANULAR-UNO-EXIT.
           DISPLAY PANTALLA-MOSTRAR-DATOS.
           MOVE "DESEA ANULAR EL CAMBIO S/N: " TO CONFIRMA.
           DISPLAY PANTALLA-CONFIRMAR.
           ACCEPT  W-OK LINE 19 POSITION 34.
           IF W-OK NOT = "S"
              GO TO ANULAR-UNO-EXIT.
           MOVE "C"         TO PNEST.
           MOVE W-FECHA-HOY TO PNFPROC.
           MOVE W-OPERADOR  TO PNOPANU.
           REWRITE R-PEN INVALID KEY
              DISPLAY "** ERROR AL ANULAR EL CAMBIO **"
                 LINE 19 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ANULAR-UNO-EXIT
           END-REWRITE.
           ADD 1 TO CONT-ANUL.
       ANULAR-UNO-EXIT.
           EXIT.

      *-- LISTADO POR FECHA EFECTIVA DE LO QUE TODAVIA NO SE APLICO --*
      *-- ("P") Y DE LO QUE EL BATCH RECHAZO ("R", CON EL CODIGO DE --*
      *-- "MODABM"), QUE HAY QUE VOLVER A PROGRAMAR O RESOLVER.     --*
       LISTAR-PENDIENTES.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           MOVE LOW-VALUES TO PNCLAVE.
           START CAMBPEN KEY IS NOT LESS THAN PNCLAVE
              INVALID KEY MOVE "S" TO FIN-ARCH.
           PERFORM LISTAR-UNO THRU LISTAR-UNO-EXIT
              UNTIL FIN-ARCH = "S".
           DISPLAY SUBRAYADO LINE 21 POSITION 01.
           DISPLAY "CAMBIOS LISTADOS: " CONT-LISTA LINE 22 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       LISTAR-PENDIENTES-EXIT.
           EXIT.

       LISTAR-UNO.
           READ CAMBPEN NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LISTAR-UNO-EXIT.
           IF PNEST NOT = "P" AND PNEST NOT = "R"
              GO TO LISTAR-UNO-EXIT.
           IF CONT-LIN > 15
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY PNFECHA LINE LIN-ACT, POSITION 01.
           DISPLAY PNCA    LINE LIN-ACT, POSITION 10.
           IF PNSB > 0
              DISPLAY PNSB LINE LIN-ACT, POSITION 19
           END-IF.
           IF PNLO > 0
              DISPLAY PNLO LINE LIN-ACT, POSITION 26
           END-IF.
           IF PNCATE > 0
              DISPLAY PNCATE LINE LIN-ACT, POSITION 31
           END-IF.
           IF PNCAMSUP = "S"
              DISPLAY PNSUP LINE LIN-ACT, POSITION 35
           END-IF.
           DISPLAY PNOPER  LINE LIN-ACT, POSITION 45.
           IF PNEST = "P"
              DISPLAY "PENDIENTE" LINE LIN-ACT, POSITION 55
           ELSE
              DISPLAY "RECHAZADO " LINE LIN-ACT, POSITION 55
              DISPLAY PNERR LINE LIN-ACT, POSITION 65
              DISPLAY PNFPROC LINE LIN-ACT, POSITION 68
           END-IF.
           ADD 1 TO CONT-LIN.
           ADD 1 TO CONT-LISTA.
       LISTAR-UNO-EXIT.
           EXIT.

       ENCABEZADO.
           DISPLAY "CAMBIOS PROGRAMADOS PENDIENTES Y RECHAZADOS" LINE 01
              POSITION 18.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "FECHA EF" LINE 03 POSITION 01.
           DISPLAY "LEGAJO"   LINE 03 POSITION 10.
           DISPLAY "SUELDO"   LINE 03 POSITION 19.
           DISPLAY "LOC"      LINE 03 POSITION 26.
           DISPLAY "CAT"      LINE 03 POSITION 30.
           DISPLAY "SUPERV."  LINE 03 POSITION 35.
           DISPLAY "OPERADOR" LINE 03 POSITION 45.
           DISPLAY "ESTADO / COD / FECHA" LINE 03 POSITION 55.
           DISPLAY SUBRAYADO LINE 04 POSITION 01.
           MOVE 0 TO CONT-LIN.

       LEER-PENDIENTE.
           READ CAMBPEN INVALID KEY MOVE "N" TO W-EXISTE-PEN
               NOT INVALID KEY MOVE "S" TO W-EXISTE-PEN.

       BUSCAR-EMPLEADO.
           MOVE "N" TO W-EXISTE-EMP.
           MOVE W-MCA TO MCA.
           OPEN INPUT MAESTRO.
           READ MAESTRO INVALID KEY MOVE "99" TO FST.
           IF FST = "00"
              MOVE "S"   TO W-EXISTE-EMP
              MOVE MAN   TO W-NOMBRE
              MOVE MSB   TO W-SB-ACT
              MOVE MLO   TO W-LO-ACT
              MOVE MCATE TO W-CATE-ACT
              MOVE MSUP  TO W-SUP-ACT
           END-IF.
           CLOSE MAESTRO.

       LEER-LOC.
           MOVE PNLO TO MLOC.
           OPEN INPUT MAELOC.
           READ MAELOC INVALID KEY MOVE "99" TO FSTLOC.
           CLOSE MAELOC.

      *-- MISMA VALIDACION DE FECHA REAL QUE "MODABM" --*
       VALIDAR-FECHA.
           MOVE "SI" TO WFECOK.
           MOVE "N"  TO WBISIESTO.
           IF W-EF-ANIO < 1900 OR W-EF-MES < 1 OR W-EF-MES > 12
              OR W-EF-DIA < 1
              MOVE "NO" TO WFECOK
           END-IF.
           IF WFECOK = "SI"
              DIVIDE W-EF-ANIO BY 4 GIVING WCOCIENTE REMAINDER WRESTO4
              IF WRESTO4 = 0
                 DIVIDE W-EF-ANIO BY 100 GIVING WCOCIENTE
                    REMAINDER WRESTO100
                 IF WRESTO100 NOT = 0
                    MOVE "S" TO WBISIESTO
                 ELSE
                    DIVIDE W-EF-ANIO BY 400 GIVING WCOCIENTE
                       REMAINDER WRESTO400
                    IF WRESTO400 = 0
                       MOVE "S" TO WBISIESTO
                    END-IF
                 END-IF
              END-IF
              MOVE DIAS-MES (W-EF-MES) TO WDIASMES
              IF W-EF-MES = 2 AND WBISIESTO = "S"
                 MOVE 29 TO WDIASMES
              END-IF
              IF W-EF-DIA > WDIASMES
                 MOVE "NO" TO WFECOK
              END-IF
           END-IF.
