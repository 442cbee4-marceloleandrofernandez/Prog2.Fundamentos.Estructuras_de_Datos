      *** EVALUACION ANUAL DE DESEMPENO: SE ELIGE EL ANIO Y EL        ***
      *** SUPERVISOR (SU "MCA"), Y EL PGM RECORRE SUS REPORTES        ***
      *** DIRECTOS ("MSUP" = ESE LEGAJO) PIDIENDO UN PUNTAJE DE 1 A 5 ***
      *** POR CADA CRITERIO ACTIVO DE "EVCRIT.IND" (VER "MODEVC").    ***
      *** LA CALIFICACION FINAL ES EL PROMEDIO PONDERADO POR LOS      ***
      *** PESOS Y QUEDA EN "EVALUA.IND" (VER COPY/EVALREC.CPY) CON EL ***
      *** SUPERVISOR EVALUADOR Y EL OPERADOR QUE LA CARGO. "USUARIO.  ***
      *** IND" NO SABE QUE LEGAJO ES CADA OPERADOR, ASI QUE EL        ***
      *** SUPERVISOR SE IDENTIFICA POR SU LEGAJO AL ENTRAR.           ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALU1.
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

           SELECT EVCRIT ASSIGN TO DISK "EVCRIT.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ECCOD
           FILE STATUS IS FSTEVC.

      *-- UNA EVALUACION POR LEGAJO + ANIO --*
           SELECT EVALUA ASSIGN TO DISK "EVALUA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EVCLAVE
           FILE STATUS IS FSTEVA.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  EVCRIT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS R-EVC.
           COPY EVCRREC.

       FD  EVALUA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 131 CHARACTERS
           DATA RECORD IS R-EVA.
           COPY EVALREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTEVC           PIC XX.
       77 FSTEVA           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.

       77 W-FIN            PIC X     VALUE "N".
       77 W-FIN-SUP        PIC X     VALUE "N".
       77 W-OK             PIC X     VALUE "N".
       77 W-EXISTE-EVA     PIC X     VALUE "N".
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-ANIO           PIC 9(04) VALUE 0.
       77 W-SUP            PIC 9(08) VALUE 0.
       77 W-NOM-SUP        PIC X(30) VALUE SPACES.
       77 W-PUNT           PIC 9     VALUE 0.
       77 W-FILA           PIC 99    VALUE 0.
       77 W-SUMA-POND      PIC 9(05) VALUE 0.
       77 W-SUMA-PESO      PIC 9(05) VALUE 0.
       77 W-CALIF          PIC 9V99  VALUE 0.
       77 W-CALIF-ED       PIC 9,99.
       77 CONT-REPORTES    PIC 9(04) VALUE 0.
       77 CONT-EVAL        PIC 9(04) VALUE 0.
       77 CONT-NO-HAB      PIC 9(04) VALUE 0.
       77 IND-CRI          PIC 99    VALUE 0.

      *-- CRITERIOS ACTIVOS DE "EVCRIT.IND" (HASTA 15, EL MISMO TOPE --*
      *-- QUE "MODEVC" Y QUE EL DETALLE DE "EVALUA.IND") Y PUNTAJE   --*
      *-- DEL EMPLEADO EN EVALUACION.                               --*
       77 CANT-CRI         PIC 99    VALUE 0.
       01 TABLA-CRI.
          02 T-CRI OCCURS 15 TIMES.
             03 T-COD      PIC 9(02).
             03 T-DESC     PIC X(30).
             03 T-PESO     PIC 9(03).
             03 T-PUNT     PIC 9(01).

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 22 REVERSE
              VALUE "EVALUACION ANUAL DE DESEMPENO".

       01  PANTALLA-PEDIR-SUP AUTO.
           02 LINE 05 COLUMN 05 VALUE "ANIO EVALUADO           : ".
           02 LINE 05 COLUMN 31 PIC 9(04) USING W-ANIO.
           02 LINE 07 COLUMN 05 VALUE
              "LEGAJO DEL SUPERVISOR (0 = TERMINAR): ".
           02 LINE 07 COLUMN 43 PIC 9(08) TO W-SUP.

       01  PANTALLA-EMPLEADO.
           02 LINE 03 COLUMN 03 VALUE "SUPERVISOR: ".
           02 LINE 03 COLUMN 15 PIC 9(08) FROM W-SUP.
           02 LINE 03 COLUMN 25 PIC X(30) FROM W-NOM-SUP.
           02 LINE 03 COLUMN 60 VALUE "ANIO: ".
           02 LINE 03 COLUMN 66 PIC 9(04) FROM W-ANIO.
           02 LINE 05 COLUMN 03 VALUE "EMPLEADO  : ".
           02 LINE 05 COLUMN 15 PIC 9(08) FROM MCA.
           02 LINE 05 COLUMN 25 PIC X(30) FROM MAN.
           02 LINE 05 COLUMN 60 VALUE "CAT: ".
           02 LINE 05 COLUMN 65 PIC 9 FROM MCATE.

       01  PANTALLA-ANTERIOR.
           02 LINE 06 COLUMN 03 VALUE "YA EVALUADO EL ".
           02 LINE 06 COLUMN 18 PIC 9(08) FROM EVFECHA.
           02 LINE 06 COLUMN 28 VALUE "POR ".
           02 LINE 06 COLUMN 32 PIC X(08) FROM EVOPER.
           02 LINE 06 COLUMN 42 VALUE "CALIFICACION: ".
           02 LINE 06 COLUMN 56 PIC 9,99 FROM EVCALIF.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON EVALUA.
       ERROR-APERTURA.
           IF FSTEVA = "35"
              OPEN OUTPUT EVALUA
              CLOSE EVALUA
              OPEN I-O EVALUA
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- LA EVALUACION PUEDE FRENAR UNA PROMOCION: USUARIO VALIDO Y --*
      *-- EL MISMO NIVEL QUE "MENPPAL" PIDE PARA "MODABM".           --*
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
           MOVE "EVALU1"   TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE W-ANIO = W-FECHA-HOY / 10000.

           PERFORM CARGAR-CRITERIOS THRU CARGAR-CRITERIOS-EXIT.
           IF CANT-CRI = 0
              DISPLAY "** NO HAY CRITERIOS ACTIVOS (VER MODEVC) **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           OPEN INPUT MAESTRO.
           IF FST NOT = "00"
              DISPLAY "** NO HAY EMPLEADOS PARA EVALUAR **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN I-O EVALUA.
           PERFORM PROCESAR-SUPERVISOR THRU PROCESAR-SUPERVISOR-EXIT
              UNTIL W-FIN = "S".
           CLOSE EVALUA.
           CLOSE MAESTRO.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       CARGAR-CRITERIOS.
           MOVE 0 TO CANT-CRI.
           OPEN INPUT EVCRIT.
           IF FSTEVC NOT = "00"
              GO TO CARGAR-CRITERIOS-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-CRITERIO THRU LEER-CRITERIO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE EVCRIT.
       CARGAR-CRITERIOS-EXIT.
           EXIT.

       LEER-CRITERIO.
           READ EVCRIT NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-CRITERIO-EXIT.
           IF ECACT NOT = "A" OR CANT-CRI NOT < 15
              GO TO LEER-CRITERIO-EXIT.
           ADD 1 TO CANT-CRI.
           MOVE ECCOD  TO T-COD (CANT-CRI).
           MOVE ECDESC TO T-DESC (CANT-CRI).
           MOVE ECPESO TO T-PESO (CANT-CRI).
       LEER-CRITERIO-EXIT.
           EXIT.

      *-- PIDE ANIO Y SUPERVISOR Y RECORRE "MAEEMP.IND" ENTERO (NO  --*
      *-- HAY CLAVE POR "MSUP") BUSCANDO SUS REPORTES DIRECTOS.     --*
       PROCESAR-SUPERVISOR.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE 0 TO W-SUP.
           DISPLAY PANTALLA-PEDIR-SUP.
           ACCEPT  PANTALLA-PEDIR-SUP ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO PROCESAR-SUPERVISOR-EXIT.
           IF W-SUP = 0
              MOVE "S" TO W-FIN
              GO TO PROCESAR-SUPERVISOR-EXIT.
           IF W-ANIO < 1990 OR W-ANIO > W-FECHA-HOY / 10000
              DISPLAY "** ANIO INVALIDO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-SUPERVISOR-EXIT.
           MOVE W-SUP TO MCA.
           READ MAESTRO INVALID KEY MOVE "23" TO FST.
           IF FST NOT = "00"
              DISPLAY "** NO EXISTE ESE EMPLEADO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-SUPERVISOR-EXIT.
           MOVE MAN TO W-NOM-SUP.

           MOVE 0   TO CONT-REPORTES CONT-EVAL CONT-NO-HAB.
           MOVE "N" TO W-FIN-SUP.
           MOVE 0   TO MCA.
           START MAESTRO KEY IS NOT LESS THAN MCA
              INVALID KEY MOVE "S" TO W-FIN-SUP
           END-START.
           PERFORM LEER-REPORTE THRU LEER-REPORTE-EXIT
              UNTIL W-FIN-SUP = "S".

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY "REPORTES DIRECTOS      : " LINE 08 POSITION 05.
           DISPLAY CONT-REPORTES             LINE 08 POSITION 30.
           DISPLAY "EVALUADOS AHORA        : " LINE 09 POSITION 05.
           DISPLAY CONT-EVAL                 LINE 09 POSITION 30.
           DISPLAY "LOCALIDAD NO HABILITADA: " LINE 10 POSITION 05.
           DISPLAY CONT-NO-HAB               LINE 10 POSITION 30.
           IF CONT-REPORTES = 0
              DISPLAY "** ESE LEGAJO NO TIENE REPORTES DIRECTOS **"
                 LINE 12 POSITION 05 CONTROL "FCOLOR=RED", BLINK
           END-IF.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR" LINE 24 POSITION 30.
           ACCEPT TECLA.
       PROCESAR-SUPERVISOR-EXIT.
           EXIT.

      *-- LOS LEGAJOS DE LOCALIDADES AJENAS AL OPERADOR SE CUENTAN --*
      *-- Y SE SALTEAN SIN REGISTRAR EL RECHAZO (VER "RPTLOC1").   --*
       LEER-REPORTE.
           READ MAESTRO NEXT RECORD AT END
              MOVE "S" TO W-FIN-SUP
              GO TO LEER-REPORTE-EXIT.
           IF MSUP NOT = W-SUP OR MCA = W-SUP
              GO TO LEER-REPORTE-EXIT.
           ADD 1 TO CONT-REPORTES.
           MOVE MLO TO ACL-LOC.
           MOVE MCA TO ACL-LEGAJO.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              ADD 1 TO CONT-NO-HAB
              GO TO LEER-REPORTE-EXIT.
           PERFORM EVALUAR-EMPLEADO THRU EVALUAR-EMPLEADO-EXIT.
       LEER-REPORTE-EXIT.
           EXIT.

      *-- MUESTRA LA EVALUACION DEL ANIO SI YA EXISTE; "S" LA CARGA --*
      *-- (O LA REEMPLAZA), "F" DEJA LOS REPORTES QUE FALTAN PARA   --*
      *-- OTRA VEZ Y CUALQUIER OTRA TECLA PASA AL SIGUIENTE.        --*
       EVALUAR-EMPLEADO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-EMPLEADO.
           MOVE MCA    TO EVCA.
           MOVE W-ANIO TO EVANIO.
           READ EVALUA INVALID KEY MOVE "N" TO W-EXISTE-EVA
               NOT INVALID KEY MOVE "S" TO W-EXISTE-EVA.
           IF W-EXISTE-EVA = "S"
              DISPLAY PANTALLA-ANTERIOR
           END-IF.
           DISPLAY "EVALUA S/N (F = TERMINA CON ESTE SUPERVISOR): "
              LINE 23 POSITION 03.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 23 POSITION 50.
           IF W-OK = "F"
              MOVE "S" TO W-FIN-SUP
              GO TO EVALUAR-EMPLEADO-EXIT.
           IF W-OK NOT = "S"
              GO TO EVALUAR-EMPLEADO-EXIT.

           DISPLAY "CRITERIO" LINE 07 POSITION 03.
           DISPLAY "PESO"     LINE 07 POSITION 45.
           DISPLAY "PUNTAJE (1 A 5)" LINE 07 POSITION 55.
           MOVE 0 TO W-SUMA-POND W-SUMA-PESO.
           PERFORM PEDIR-PUNTAJE
              VARYING IND-CRI FROM 1 BY 1 UNTIL IND-CRI > CANT-CRI.
           COMPUTE W-CALIF ROUNDED = W-SUMA-POND / W-SUMA-PESO.
           MOVE W-CALIF TO W-CALIF-ED.
           DISPLAY "CALIFICACION FINAL: " LINE 23 POSITION 03.
           DISPLAY W-CALIF-ED LINE 23 POSITION 23.
           DISPLAY "GRABA S/N: " LINE 23 POSITION 35.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 23 POSITION 46.
           IF W-OK NOT = "S"
              GO TO EVALUAR-EMPLEADO-EXIT.
           PERFORM GRABAR-EVALUACION.
           ADD 1 TO CONT-EVAL.
       EVALUAR-EMPLEADO-EXIT.
           EXIT.

       PEDIR-PUNTAJE.
           COMPUTE W-FILA = IND-CRI + 7.
           DISPLAY T-DESC (IND-CRI) LINE W-FILA, POSITION 03.
           DISPLAY T-PESO (IND-CRI) LINE W-FILA, POSITION 45.
           MOVE 0 TO W-PUNT.
           PERFORM ACEPTAR-PUNTAJE UNTIL W-PUNT > 0 AND W-PUNT < 6.
           MOVE W-PUNT TO T-PUNT (IND-CRI).
           COMPUTE W-SUMA-POND = W-SUMA-POND
              + W-PUNT * T-PESO (IND-CRI).
           ADD T-PESO (IND-CRI) TO W-SUMA-PESO.

       ACEPTAR-PUNTAJE.
           ACCEPT W-PUNT LINE W-FILA, POSITION 60.
           IF W-PUNT < 1 OR W-PUNT > 5
              DISPLAY "** EL PUNTAJE VA DE 1 A 5 **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
           ELSE
              DISPLAY SUBRAYADO LINE 24 POSITION 01
           END-IF.

       GRABAR-EVALUACION.
           MOVE MCA         TO EVCA.
           MOVE W-ANIO      TO EVANIO.
           MOVE W-SUP       TO EVSUP.
           MOVE W-FECHA-HOY TO EVFECHA.
           MOVE W-OPERADOR  TO EVOPER.
           MOVE W-CALIF     TO EVCALIF.
           MOVE CANT-CRI    TO EVCANT.
           PERFORM LIMPIAR-DETALLE
              VARYING IND-CRI FROM 1 BY 1 UNTIL IND-CRI > 15.
           PERFORM PASAR-DETALLE
              VARYING IND-CRI FROM 1 BY 1 UNTIL IND-CRI > CANT-CRI.
           IF W-EXISTE-EVA = "S"
              REWRITE R-EVA INVALID KEY
                 CONTINUE
              END-REWRITE
           ELSE
              WRITE R-EVA INVALID KEY
                 CONTINUE
              END-WRITE
           END-IF.

       LIMPIAR-DETALLE.
           MOVE 0 TO EVCCOD (IND-CRI) EVPESO (IND-CRI) EVPUNT (IND-CRI).

       PASAR-DETALLE.
           MOVE T-COD (IND-CRI)  TO EVCCOD (IND-CRI).
           MOVE T-PESO (IND-CRI) TO EVPESO (IND-CRI).
           MOVE T-PUNT (IND-CRI) TO EVPUNT (IND-CRI).
