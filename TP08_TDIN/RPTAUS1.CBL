           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

      *-- FICHADAS POR SU INDICE LEGAJO + FECHA (VER "MOVIDX"). --*
      *-- UN REPORTE MENSUAL SE CORRE TIPICAMENTE DESPUES DEL   --*
      *-- CIERRE DE "CIERASI1": EL INDICE CONSERVA LO QUE PASO  --*
      *-- AL ARCHIVO FECHADO "ASISTEN.AAAAMM".                  --*
           SELECT ASIIND ASSIGN TO DISK "ASISTEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AXCLAVE
           FILE STATUS IS FSTASI.

      *-- CALENDARIO DE FERIADOS (VER "MODFER") --*
           SELECT FERIADO ASSIGN TO DISK "FERIADO.IND"
           ORGANIZATION IS INDEXED
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

        FD ASIIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-ASIX.
           COPY ASIXREC.

        FD FERIADO
           LABEL RECORD IS STANDARD
       77 TECLA             PIC X.
       77 FST               PIC XX.
       77 FSTASI            PIC XX.
       77 FSTFER            PIC XX.
      *-- AUSENCIA EN CURSO --*
       77 W-AUS-CA          PIC 9(08) VALUE 0.
       77 W-AUS-MOT         PIC X(02) VALUE SPACES.
       77 FIN-ARCH          PIC X     VALUE "N".
       77 W-PERIODO         PIC 9(06) VALUE 0.
       77 W-ANIO            PIC 9(04) VALUE 0.
       77 W-MES             PIC 99    VALUE 0.
      *-- RANGO DEL MES EN EL INDICE Y PROXIMO LEGAJO A BUSCAR --*
       77 W-DIA-DESDE       PIC 9(08) VALUE 0.
       77 W-DIA-HASTA       PIC 9(08) VALUE 0.
       77 W-SIG-CA          PIC 9(08) VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.
       77 IND-L             PIC 999   VALUE 0.
       77 IND-M             PIC 999   VALUE 0.
       77 IND-O             PIC 999   VALUE 0.
       77 IND-P             PIC 999   VALUE 0.
       77 W-AUX             PIC 999   VALUE 0.
       77 W-MLO-AUS         PIC 9(02) VALUE 0.
       77 W-COD-LOC         PIC 99    VALUE 0.
       77 W-TASA            PIC 999V99 VALUE 0.
       77 W-TASA-I          PIC 999V99 VALUE 0.
       77 W-TASA-J          PIC 999V99 VALUE 0.
       77 W-BASE            PIC 9(07) VALUE 0.
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

      *-- DIAS HABILES DEL MES (ZELLER + FERIADOS, MISMA CUENTA --*
      *-- QUE "VACAC1")                                         --*
      *-- ACUMULADOR POR LOCALIDAD (POSICION = MLO + 1): DOTACION, --*
      *-- AUSENCIAS Y HASTA 10 MOTIVOS DISTINTOS POR LOCALIDAD.   --*
       01 TABLA-LOC.
          02 ELEM-LOC OCCURS 100 TIMES.
             03 LOC-DOT    PIC 9(04).
             03 LOC-AUS    PIC 9(05).
             03 LOC-NMOT   PIC 99.
                04 MOT-CANT PIC 9(04).
      *-- ORDEN DE PRESENTACION, DE PEOR A MEJOR TASA --*
       01 TABLA-ORDEN.
          02 ORD-LOC OCCURS 100 TIMES PIC 999.

      *-- CAMPOS DE LA FICHADA GUARDADA EN EL INDICE (AXREG) --*
           COPY ASISREC.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- EL REPORTE CUENTA SOLO LAS LOCALIDADES A CARGO DEL    --*
      *-- OPERADOR (VER "ACCLOC"), ASI QUE PRIMERO HAY QUE SABER --*
      *-- QUIEN ES (CUALQUIER NIVEL ALCANZA).                    --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE "RPTAUS1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "AUSENTISMO MENSUAL POR LOCALIDAD" LINE 01
              POSITION 24.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
              GO TO FIN.

           PERFORM LIMPIAR-TABLAS
              VARYING IND-L FROM 1 BY 1 UNTIL IND-L > 100.
           PERFORM CONTAR-HABILES THRU CONTAR-HABILES-EXIT.
           PERFORM CONTAR-DOTACION THRU CONTAR-DOTACION-EXIT.
           PERFORM ACUMULAR-AUSENCIAS THRU
           READ MAESTRO NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CONTAR-EMP-EXIT.
           MOVE MLO TO ACL-LOC.
           PERFORM VER-LOC-OPER.
           IF ACL-OK NOT = "S"
              GO TO CONTAR-EMP-EXIT.
           COMPUTE IND-L = MLO + 1.
           ADD 1 TO LOC-DOT (IND-L).
       CONTAR-EMP-EXIT.
           EXIT.

      *-- CADA "A" DEL PERIODO SUMA A LA LOCALIDAD DEL EMPLEADO --*
      *-- Y A SU MOTIVO "AMOT". EL INDICE SE RECORRE LEGAJO POR --*
      *-- LEGAJO: SE LEE SOLO EL MES PEDIDO DE CADA UNO Y SE     --*
      *-- SALTA AL SIGUIENTE (TAMBIEN CUENTAN LOS YA DADOS DE    --*
      *-- BAJA, QUE NO ESTAN EN EL MAESTRO).                     --*
       ACUMULAR-AUSENCIAS.
           COMPUTE W-DIA-DESDE = W-PERIODO * 100.
           COMPUTE W-DIA-HASTA = W-PERIODO * 100 + 99.
           OPEN INPUT ASIIND.
           IF FSTASI NOT = "00"
              GO TO ACUMULAR-AUSENCIAS-EXIT.
           MOVE 0           TO AXCA.
           MOVE W-DIA-DESDE TO AXFECHA.
           MOVE 0           TO AXHORA AXSEC.
           MOVE "N" TO FIN-ARCH.
           START ASIIND KEY IS NOT LESS THAN AXCLAVE
              INVALID KEY MOVE "S" TO FIN-ARCH.
           PERFORM LEER-AUSENCIA THRU LEER-AUSENCIA-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE ASIIND.
       ACUMULAR-AUSENCIAS-EXIT.
           EXIT.

       LEER-AUSENCIA.
           READ ASIIND NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-AUSENCIA-EXIT.
      *-- LEGAJO NUEVO CON FICHADAS ANTERIORES AL MES: IR AL MES --*
           IF AXFECHA < W-DIA-DESDE
              MOVE AXCA TO W-SIG-CA
              GO TO LEER-AUSENCIA-SALTO.
      *-- MES DEL LEGAJO TERMINADO: IR AL LEGAJO SIGUIENTE --*
           IF AXFECHA > W-DIA-HASTA
              IF AXCA = 99999999
                 MOVE "S" TO FIN-ARCH
                 GO TO LEER-AUSENCIA-EXIT
              END-IF
              COMPUTE W-SIG-CA = AXCA + 1
              GO TO LEER-AUSENCIA-SALTO.
           MOVE AXREG TO R-ASIS.
           IF ATIPO NOT = "A"
              GO TO LEER-AUSENCIA-EXIT.
           MOVE ACA  TO W-AUS-CA.
           MOVE AMOT TO W-AUS-MOT.
           PERFORM ACUMULAR-UNA-AUS THRU ACUMULAR-UNA-AUS-EXIT.
           GO TO LEER-AUSENCIA-EXIT.
       LEER-AUSENCIA-SALTO.
           MOVE W-SIG-CA    TO AXCA.
           MOVE W-DIA-DESDE TO AXFECHA.
           MOVE 0           TO AXHORA AXSEC.
           START ASIIND KEY IS NOT LESS THAN AXCLAVE
              INVALID KEY MOVE "S" TO FIN-ARCH.
       LEER-AUSENCIA-EXIT.
           EXIT.

      *-- SUMA LA AUSENCIA EN CURSO A SU LOCALIDAD Y MOTIVO --*
       ACUMULAR-UNA-AUS.
           PERFORM BUSCAR-MLO-EMP.
           MOVE W-MLO-AUS TO ACL-LOC.
           PERFORM VER-LOC-OPER.
           IF ACL-OK NOT = "S"
              GO TO ACUMULAR-UNA-AUS-EXIT.
           COMPUTE IND-L = W-MLO-AUS + 1.
           ADD 1 TO LOC-AUS (IND-L).
           PERFORM SUMAR-MOTIVO THRU SUMAR-MOTIVO-EXIT.
       ACUMULAR-UNA-AUS-EXIT.
           EXIT.

      *-- "ACL-OK" = "S" SI LA LOCALIDAD "ACL-LOC" ESTA A CARGO  --*
      *-- DEL OPERADOR; EN UN LISTADO NO SE REGISTRA EL RECHAZO. --*
       VER-LOC-OPER.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

      *-- LOCALIDAD DEL AUSENTE; SI YA NO ESTA EN EL MAESTRO  --*
      *-- (BAJA POSTERIOR) LA AUSENCIA VA A LA LOCALIDAD 0.   --*
       BUSCAR-MLO-EMP.
              END-COMPUTE
           END-IF.

      *-- ORDEN DE PEOR A MEJOR TASA (BURBUJA SOBRE 100 POSICIONES) --*
       ORDENAR-TASAS.
           PERFORM ORDENAR-PASADA
              VARYING IND-L FROM 1 BY 1 UNTIL IND-L > 99.
       ORDENAR-TASAS-EXIT.
           EXIT.
       ORDENAR-PASADA.
           PERFORM ORDENAR-PAR
              VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 99.
       ORDENAR-PAR.
           MOVE ORD-LOC (IND-M) TO IND-P.
           PERFORM CALCULAR-TASA.
           END-IF.

       LISTAR.
           PERFORM ENCABEZADO-AUS.
           PERFORM LISTAR-LOC THRU LISTAR-LOC-EXIT
              VARYING IND-L FROM 1 BY 1 UNTIL IND-L > 100.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       LISTAR-EXIT.
           EXIT.

       ENCABEZADO-AUS.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "AUSENTISMO DEL PERIODO " LINE 01 POSITION 22.
           DISPLAY W-PERIODO LINE 01 POSITION 45.
           DISPLAY "DIAS HABILES: " LINE 02 POSITION 01.
           DISPLAY "MOTIVOS" LINE 04 POSITION 36.
           DISPLAY SUBRAYADO LINE 05 POSITION 01.
           MOVE 06 TO LIN-ACT.

       LISTAR-LOC.
           MOVE ORD-LOC (IND-L) TO IND-P.
           IF LOC-DOT (IND-P) = 0 AND LOC-AUS (IND-P) = 0
              GO TO LISTAR-LOC-EXIT.
           IF LIN-ACT > 21
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              PERFORM ENCABEZADO-AUS.
           PERFORM CALCULAR-TASA.
           COMPUTE W-COD-LOC = IND-P - 1.
           DISPLAY W-COD-LOC LINE LIN-ACT POSITION 01.
           DISPLAY LOC-DOT (IND-P) LINE LIN-ACT POSITION 06.
           DISPLAY LOC-AUS (IND-P) LINE LIN-ACT POSITION 16.
           DISPLAY W-TASA LINE LIN-ACT POSITION 27.
