      *-- COBERTURA DIARIA POR LOCALIDAD: "RPTAUS1" AVISA CUANDO EL  --*
      *-- MES YA TERMINO; LOS SUPERVISORES NECESITAN SABER A LA      --*
      *-- MANANA SI CADA LOCALIDAD TIENE LA GENTE QUE HACE FALTA.    --*
      *-- PARA UNA FECHA (HOY O FUTURA) TOMA LOS EMPLEADOS CON       --*
      *-- TURNO EN "TURNO.IND", DESCUENTA LOS QUE TIENEN LICENCIA    --*
      *-- APROBADA ("LICMOV.IND"), LOS SUSPENDIDOS ("SANCION.IND")   --*
      *-- Y, SI LA FECHA NO ES FUTURA, LOS QUE NO FICHARON ENTRADA   --*
      *-- ("ASISTEN.IND"), Y COMPARA LOS PRESENTES CON EL MINIMO DE  --*
      *-- "DOTMIN.IND" PARA ESE DIA DE LA SEMANA (VER "MODDOT").     --*
      *-- CORRIDO PARA UNA FECHA FUTURA MUESTRA QUE PASARIA CON LAS  --*
      *-- VACACIONES YA APROBADAS ANTES DE APROBAR OTRAS EN "VACAC1".--*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCOB1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
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

      *-- EMPLEADOS CON TURNO (VER "MODTUR") --*
           SELECT TURNO ASSIGN TO DISK "TURNO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS TCA
           FILE STATUS IS FSTTUR.

           SELECT DOTMIN ASSIGN TO DISK "DOTMIN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS DMLOC
           FILE STATUS IS FSTDOT.

      *-- LICENCIAS, SANCIONES Y FICHADAS POR SUS INDICES LEGAJO + --*
      *-- FECHA (VER "MOVIDX"), PARA IR DIRECTO A CADA EMPLEADO.   --*
           SELECT LICIND ASSIGN TO DISK "LICMOV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LXCLAVE
           FILE STATUS IS FSTLX.

           SELECT SANIND ASSIGN TO DISK "SANCION.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SXCLAVE
           FILE STATUS IS FSTSX.

           SELECT ASIIND ASSIGN TO DISK "ASISTEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AXCLAVE
           FILE STATUS IS FSTAX.

      *-- CALENDARIO DE FERIADOS (VER "MODFER") --*
           SELECT FERIADO ASSIGN TO DISK "FERIADO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FERFECHA
           FILE STATUS IS FSTFER.

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

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

        FD TURNO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 18 CHARACTERS
           DATA RECORD IS R-TUR.
           COPY TURREC.

        FD DOTMIN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 39 CHARACTERS
           DATA RECORD IS R-DOT.
           COPY DOTMREC.

        FD LICIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-LICX.
           COPY LICXREC.

        FD SANIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-SANX.
           COPY SANXREC.

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

        FD LISTADO-IMP.
        01 R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FST               PIC XX.
       77 FSTLOC            PIC XX.
       77 FSTTUR            PIC XX.
       77 FSTDOT            PIC XX.
       77 FSTLX             PIC XX.
       77 FSTSX             PIC XX.
       77 FSTAX             PIC XX.
       77 FSTFER            PIC XX.
       77 FIN-ARCH          PIC X     VALUE "N".
       77 FIN-MOV           PIC X     VALUE "N".
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA        PIC X(08).
       77 L-CANT-REG        PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 W-FECHA           PIC 9(08) VALUE 0.
      *-- 1 = LUNES ... 7 = DOMINGO, POSICION EN "DMMIN" --*
       77 W-DIA-SEM         PIC 9     VALUE 0.
      *-- "S" SI LA FECHA NO ES FUTURA: SE EXIGE LA FICHADA --*
       77 W-CON-FICHADA     PIC X     VALUE "N".
       77 W-ES-FERIADO      PIC X     VALUE "N".
       77 W-HAY-LIC         PIC X     VALUE "N".
       77 W-HAY-SAN         PIC X     VALUE "N".
       77 W-HAY-ASI         PIC X     VALUE "N".
      *-- SITUACION DEL EMPLEADO EN CURSO: P = PRESENTE, L = LICENCIA,--*
      *-- S = SUSPENDIDO, F = SIN FICHADA DE ENTRADA                  --*
       77 W-SIT             PIC X     VALUE SPACE.
       77 W-LOC             PIC 999   VALUE 0.
       77 W-LOC-COD         PIC 99    VALUE 0.
       77 IND-L             PIC 999   VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.
       77 CONT-LOC-LIS      PIC 9(03) VALUE 0.
       77 CONT-BAJO         PIC 9(03) VALUE 0.
       77 CONT-PROG         PIC 9(05) VALUE 0.

      *-- FECHA PEDIDA PARTIDA PARA "CALC-ZELLER" --*
       01 W-ITER.
          02 W-IT-ANIO      PIC 9(04).
          02 W-IT-MES       PIC 99.
          02 W-IT-DIA       PIC 99.
      *-- DIA DE LA SEMANA (MISMA CUENTA QUE "RPTAUS1"/"VACAC1") --*
       77 W-ZM              PIC 99    VALUE 0.
       77 W-ZA              PIC 9(04) VALUE 0.
       77 W-ZK              PIC 99    VALUE 0.
       77 W-ZJ              PIC 99    VALUE 0.
       77 W-ZH              PIC 99    VALUE 0.
       77 W-ZSUMA           PIC 9(06) VALUE 0.
       77 W-ZT              PIC 9(04) VALUE 0.
       77 W-ZK4             PIC 99    VALUE 0.
       77 W-ZJ4             PIC 99    VALUE 0.
       77 W-ZQ              PIC 9(06) VALUE 0.

       01 TABLA-NOM-DIAS.
          02 FILLER PIC X(09) VALUE "LUNES".
          02 FILLER PIC X(09) VALUE "MARTES".
          02 FILLER PIC X(09) VALUE "MIERCOLES".
          02 FILLER PIC X(09) VALUE "JUEVES".
          02 FILLER PIC X(09) VALUE "VIERNES".
          02 FILLER PIC X(09) VALUE "SABADO".
          02 FILLER PIC X(09) VALUE "DOMINGO".
       01 TABLA-NOM-DIAS-R REDEFINES TABLA-NOM-DIAS.
          02 NOM-DIA OCCURS 7 TIMES PIC X(09).

      *-- ACUMULADOR POR LOCALIDAD (POSICION = MLO + 1) --*
       01 TABLA-LOC.
          02 ELEM-LOC OCCURS 100 TIMES.
             03 LOC-DESC   PIC X(15).
             03 LOC-HAB    PIC X.
             03 LOC-MIN    PIC 9(03).
             03 LOC-PROG   PIC 9(04).
             03 LOC-LIC    PIC 9(04).
             03 LOC-SUS    PIC 9(04).
             03 LOC-SFIC   PIC 9(04).
             03 LOC-PRES   PIC 9(04).

      *-- CAMPOS DE LOS RENGLONES GUARDADOS EN LOS INDICES --*
           COPY LICMREC.
           COPY SANCREC.
           COPY ASISREC.

      *-- LINEAS DEL LISTADO --*
       01 L-TIT.
          02 FILLER    PIC X(24) VALUE "COBERTURA DE DOTACION - ".
          02 L-DIA-NOM PIC X(10).
          02 L-FECHA   PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-FERIADO PIC X(09) VALUE SPACE.
          02 FILLER    PIC X(09) VALUE SPACE.
          02 FILLER    PIC X(08) VALUE "EMITIDO ".
          02 L-EMITIDO PIC 9(08).
       01 L-NOTA.
          02 FILLER    PIC X(40) VALUE
             "FECHA FUTURA: NO SE CONTROLAN FICHADAS, ".
          02 FILLER    PIC X(40) VALUE
             "SOLO LICENCIAS Y SUSPENSIONES".
       01 L-CAB.
          02 FILLER    PIC X(40) VALUE
             "LO LOCALIDAD       TURNO  LIC SUSP S/FI".
          02 FILLER    PIC X(40) VALUE
             " PRES  MIN".
       01 L-DET.
          02 L-LOC     PIC 99.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-DESC    PIC X(15).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-PROG    PIC ZZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-LIC     PIC ZZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-SUS     PIC ZZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-SFIC    PIC ZZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-PRES    PIC ZZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-MIN     PIC ZZZ9.
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-OBS     PIC X(18).
       01 L-TOT.
          02 FILLER    PIC X(22) VALUE "LOCALIDADES LISTADAS: ".
          02 L-TLOC    PIC ZZ9.
          02 FILLER    PIC X(04) VALUE SPACE.
          02 FILLER    PIC X(13) VALUE "BAJO MINIMO: ".
          02 L-TBAJO   PIC ZZ9.

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
           MOVE "RPTCOB1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "COBERTURA DIARIA POR LOCALIDAD" LINE 01
              POSITION 25.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "FECHA (AAAAMMDD, 0 = HOY): " LINE 04 POSITION 01.
           MOVE 0 TO W-FECHA.
           ACCEPT W-FECHA LINE 04 POSITION 28.
           IF W-FECHA IS NOT NUMERIC OR W-FECHA = 0
              MOVE W-FECHA-HOY TO W-FECHA
           END-IF.
           MOVE W-FECHA TO W-ITER.
           IF W-IT-ANIO < 1900 OR W-IT-MES < 1 OR W-IT-MES > 12
              OR W-IT-DIA < 1 OR W-IT-DIA > 31
              DISPLAY "** FECHA INVALIDA **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           IF W-FECHA > W-FECHA-HOY
              MOVE "N" TO W-CON-FICHADA
           ELSE
              MOVE "S" TO W-CON-FICHADA
           END-IF.
           PERFORM CALC-ZELLER.
           IF W-ZH > 1
              COMPUTE W-DIA-SEM = W-ZH - 1
           ELSE
              COMPUTE W-DIA-SEM = W-ZH + 6
           END-IF.

           OPEN INPUT TURNO.
           IF FSTTUR NOT = "00"
              DISPLAY "** NO HAY TURNOS CARGADOS (VER MODTUR) **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT MAESTRO.
           IF FST NOT = "00"
              CLOSE TURNO
              DISPLAY "** NO HAY EMPLEADOS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           PERFORM PREPARAR-TABLA THRU PREPARAR-TABLA-EXIT.
           PERFORM ABRIR-MOVIMIENTOS.
           MOVE "N" TO FIN-ARCH.
           PERFORM REVISAR-TURNO THRU REVISAR-TURNO-EXIT
              UNTIL FIN-ARCH = "S".
           PERFORM CERRAR-MOVIMIENTOS.
           CLOSE MAESTRO.
           CLOSE TURNO.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           MOVE NOM-DIA (W-DIA-SEM) TO L-DIA-NOM.
           MOVE W-FECHA     TO L-FECHA.
           MOVE W-FECHA-HOY TO L-EMITIDO.
           IF W-ES-FERIADO = "S"
              MOVE "(FERIADO)" TO L-FERIADO
           END-IF.
           WRITE R-IMP FROM L-TIT.
           IF W-CON-FICHADA = "N"
              WRITE R-IMP FROM L-NOTA
           END-IF.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-CAB.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           PERFORM ENCABEZADO-PANTALLA.
           PERFORM LISTAR-LOCALIDAD THRU LISTAR-LOCALIDAD-EXIT
              VARYING W-LOC FROM 0 BY 1 UNTIL W-LOC > 99.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE CONT-LOC-LIS TO L-TLOC.
           MOVE CONT-BAJO    TO L-TBAJO.
           WRITE R-IMP FROM L-TOT.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           PERFORM GRABAR-PRINTLOG.

           IF CONT-BAJO = 0
              DISPLAY "(NINGUNA LOCALIDAD QUEDA BAJO EL MINIMO)"
                 LINE 07 POSITION 01
           END-IF.
           DISPLAY "LOCALIDADES BAJO MINIMO: " LINE 23 POSITION 01.
           DISPLAY CONT-BAJO LINE 23 POSITION 26.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- DESCRIPCION, MINIMO DEL DIA Y SI LA LOCALIDAD ESTA A CARGO --*
      *-- DEL OPERADOR, UNA SOLA VEZ POR LOCALIDAD.                  --*
       PREPARAR-TABLA.
           PERFORM LIMPIAR-LOC
              VARYING IND-L FROM 1 BY 1 UNTIL IND-L > 100.
           OPEN INPUT MAELOC.
           IF FSTLOC = "00"
              MOVE "N" TO FIN-ARCH
              PERFORM CARGAR-DESC THRU CARGAR-DESC-EXIT
                 UNTIL FIN-ARCH = "S"
              CLOSE MAELOC
           END-IF.
           OPEN INPUT DOTMIN.
           IF FSTDOT = "00"
              MOVE "N" TO FIN-ARCH
              PERFORM CARGAR-MINIMO THRU CARGAR-MINIMO-EXIT
                 UNTIL FIN-ARCH = "S"
              CLOSE DOTMIN
           END-IF.
       PREPARAR-TABLA-EXIT.
           EXIT.

       LIMPIAR-LOC.
           MOVE SPACES TO LOC-DESC (IND-L).
           MOVE 0 TO LOC-MIN (IND-L) LOC-PROG (IND-L) LOC-LIC (IND-L)
                     LOC-SUS (IND-L) LOC-SFIC (IND-L) LOC-PRES (IND-L).
           COMPUTE ACL-LOC = IND-L - 1.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           MOVE ACL-OK TO LOC-HAB (IND-L).

       CARGAR-DESC.
           READ MAELOC NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARGAR-DESC-EXIT.
           COMPUTE IND-L = MLOC + 1.
           MOVE MLDESC TO LOC-DESC (IND-L).
       CARGAR-DESC-EXIT.
           EXIT.

       CARGAR-MINIMO.
           READ DOTMIN NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARGAR-MINIMO-EXIT.
           COMPUTE IND-L = DMLOC + 1.
           MOVE DMMIN (W-DIA-SEM) TO LOC-MIN (IND-L).
       CARGAR-MINIMO-EXIT.
           EXIT.

      *-- LOS INDICES Y EL CALENDARIO QUE FALTEN NO FRENAN EL     --*
      *-- REPORTE: SIN ARCHIVO NO HAY NADA QUE DESCONTAR.         --*
       ABRIR-MOVIMIENTOS.
           OPEN INPUT LICIND.
           IF FSTLX = "00"
              MOVE "S" TO W-HAY-LIC
           END-IF.
           OPEN INPUT SANIND.
           IF FSTSX = "00"
              MOVE "S" TO W-HAY-SAN
           END-IF.
           IF W-CON-FICHADA = "S"
              OPEN INPUT ASIIND
              IF FSTAX = "00"
                 MOVE "S" TO W-HAY-ASI
              END-IF
           END-IF.
           OPEN INPUT FERIADO.
           IF FSTFER = "00"
              MOVE W-FECHA TO FERFECHA
              READ FERIADO INVALID KEY MOVE "N" TO W-ES-FERIADO
                   NOT INVALID KEY MOVE "S" TO W-ES-FERIADO
              END-READ
              CLOSE FERIADO
           END-IF.

       CERRAR-MOVIMIENTOS.
           IF W-HAY-LIC = "S"
              CLOSE LICIND
           END-IF.
           IF W-HAY-SAN = "S"
              CLOSE SANIND
           END-IF.
           IF W-HAY-ASI = "S"
              CLOSE ASIIND
           END-IF.

      *-- UN EMPLEADO CON TURNO CUENTA EN LA LOCALIDAD DE SU LEGAJO; --*
      *-- LOS TURNOS DE LEGAJOS QUE YA NO ESTAN EN EL MAESTRO NO.    --*
       REVISAR-TURNO.
           READ TURNO NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO REVISAR-TURNO-EXIT.
           MOVE TCA TO MCA.
           READ MAESTRO INVALID KEY MOVE "23" TO FST.
           IF FST NOT = "00"
              GO TO REVISAR-TURNO-EXIT.
           COMPUTE IND-L = MLO + 1.
           IF LOC-HAB (IND-L) NOT = "S"
              GO TO REVISAR-TURNO-EXIT.
           ADD 1 TO LOC-PROG (IND-L).
           ADD 1 TO CONT-PROG.
           MOVE "P" TO W-SIT.
           PERFORM BUSCAR-LICENCIA THRU BUSCAR-LICENCIA-EXIT.
           IF W-SIT = "P"
              PERFORM BUSCAR-SUSPENSION THRU BUSCAR-SUSPENSION-EXIT
           END-IF.
           IF W-SIT = "P" AND W-CON-FICHADA = "S"
              PERFORM BUSCAR-ENTRADA THRU BUSCAR-ENTRADA-EXIT
           END-IF.
           IF W-SIT = "L"
              ADD 1 TO LOC-LIC (IND-L)
           ELSE IF W-SIT = "S"
              ADD 1 TO LOC-SUS (IND-L)
           ELSE IF W-SIT = "F"
              ADD 1 TO LOC-SFIC (IND-L)
           ELSE
              ADD 1 TO LOC-PRES (IND-L)
           END-IF.
       REVISAR-TURNO-EXIT.
           EXIT.

      *-- LICENCIA APROBADA (NO LAS ACREDITACIONES "O") CUYO RANGO --*
      *-- INCLUYE LA FECHA; EL INDICE VA POR "LMDESDE", ASI QUE NO --*
      *-- HACE FALTA MIRAR LAS QUE EMPIEZAN DESPUES.               --*
       BUSCAR-LICENCIA.
           IF W-HAY-LIC NOT = "S"
              GO TO BUSCAR-LICENCIA-EXIT.
           MOVE TCA TO LXCA.
           MOVE 0   TO LXFECHA LXSEC.
           MOVE "N" TO FIN-MOV.
           START LICIND KEY IS NOT LESS THAN LXCLAVE
              INVALID KEY MOVE "S" TO FIN-MOV.
           PERFORM LEER-LICENCIA THRU LEER-LICENCIA-EXIT
              UNTIL FIN-MOV = "S".
       BUSCAR-LICENCIA-EXIT.
           EXIT.

       LEER-LICENCIA.
           READ LICIND NEXT RECORD AT END
              MOVE "S" TO FIN-MOV
              GO TO LEER-LICENCIA-EXIT.
           IF LXCA NOT = TCA OR LXFECHA > W-FECHA
              MOVE "S" TO FIN-MOV
              GO TO LEER-LICENCIA-EXIT.
           MOVE LXREG TO R-LICM.
           IF LMTIPO = "O" OR LMRESUL NOT = "A"
              GO TO LEER-LICENCIA-EXIT.
           IF LMDESDE NOT > W-FECHA AND LMHASTA NOT < W-FECHA
              MOVE "L" TO W-SIT
              MOVE "S" TO FIN-MOV
           END-IF.
       LEER-LICENCIA-EXIT.
           EXIT.

      *-- SUSPENSION ("S") CUYO RANGO INCLUYE LA FECHA; LOS --*
      *-- APERCIBIMIENTOS NO SACAN A NADIE DEL TURNO.       --*
       BUSCAR-SUSPENSION.
           IF W-HAY-SAN NOT = "S"
              GO TO BUSCAR-SUSPENSION-EXIT.
           MOVE TCA TO SXCA.
           MOVE 0   TO SXFECHA SXSEC.
           MOVE "N" TO FIN-MOV.
           START SANIND KEY IS NOT LESS THAN SXCLAVE
              INVALID KEY MOVE "S" TO FIN-MOV.
           PERFORM LEER-SANCION THRU LEER-SANCION-EXIT
              UNTIL FIN-MOV = "S".
       BUSCAR-SUSPENSION-EXIT.
           EXIT.

       LEER-SANCION.
           READ SANIND NEXT RECORD AT END
              MOVE "S" TO FIN-MOV
              GO TO LEER-SANCION-EXIT.
           IF SXCA NOT = TCA OR SXFECHA > W-FECHA
              MOVE "S" TO FIN-MOV
              GO TO LEER-SANCION-EXIT.
           MOVE SXREG TO R-SAN.
           IF STIPO NOT = "S"
              GO TO LEER-SANCION-EXIT.
           IF SDESDE NOT > W-FECHA AND SHASTA NOT < W-FECHA
              MOVE "S" TO W-SIT
              MOVE "S" TO FIN-MOV
           END-IF.
       LEER-SANCION-EXIT.
           EXIT.

      *-- ALGUNA FICHADA DE ENTRADA ("E") DEL LEGAJO EN LA FECHA --*
       BUSCAR-ENTRADA.
           MOVE "F" TO W-SIT.
           IF W-HAY-ASI NOT = "S"
              GO TO BUSCAR-ENTRADA-EXIT.
           MOVE TCA     TO AXCA.
           MOVE W-FECHA TO AXFECHA.
           MOVE 0       TO AXHORA AXSEC.
           MOVE "N" TO FIN-MOV.
           START ASIIND KEY IS NOT LESS THAN AXCLAVE
              INVALID KEY MOVE "S" TO FIN-MOV.
           PERFORM LEER-FICHADA THRU LEER-FICHADA-EXIT
              UNTIL FIN-MOV = "S".
       BUSCAR-ENTRADA-EXIT.
           EXIT.

       LEER-FICHADA.
           READ ASIIND NEXT RECORD AT END
              MOVE "S" TO FIN-MOV
              GO TO LEER-FICHADA-EXIT.
           IF AXCA NOT = TCA OR AXFECHA NOT = W-FECHA
              MOVE "S" TO FIN-MOV
              GO TO LEER-FICHADA-EXIT.
           MOVE AXREG TO R-ASIS.
           IF ATIPO = "E"
              MOVE "P" TO W-SIT
              MOVE "S" TO FIN-MOV
           END-IF.
       LEER-FICHADA-EXIT.
           EXIT.

      *-- SE LISTA TODA LOCALIDAD A CARGO CON TURNOS O CON MINIMO; --*
      *-- LAS QUE QUEDAN BAJO EL MINIMO TAMBIEN VAN A PANTALLA.    --*
       LISTAR-LOCALIDAD.
           COMPUTE IND-L = W-LOC + 1.
           IF LOC-HAB (IND-L) NOT = "S"
              GO TO LISTAR-LOCALIDAD-EXIT.
           IF LOC-PROG (IND-L) = 0 AND LOC-MIN (IND-L) = 0
              GO TO LISTAR-LOCALIDAD-EXIT.
           MOVE W-LOC TO W-LOC-COD.
           MOVE W-LOC-COD          TO L-LOC.
           MOVE LOC-DESC (IND-L)   TO L-DESC.
           MOVE LOC-PROG (IND-L)   TO L-PROG.
           MOVE LOC-LIC (IND-L)    TO L-LIC.
           MOVE LOC-SUS (IND-L)    TO L-SUS.
           MOVE LOC-SFIC (IND-L)   TO L-SFIC.
           MOVE LOC-PRES (IND-L)   TO L-PRES.
           MOVE LOC-MIN (IND-L)    TO L-MIN.
           MOVE SPACES TO L-OBS.
           ADD 1 TO CONT-LOC-LIS.
           IF LOC-PRES (IND-L) < LOC-MIN (IND-L)
              MOVE "** BAJO MINIMO **" TO L-OBS
              ADD 1 TO CONT-BAJO
              PERFORM MOSTRAR-BAJO
           END-IF.
           WRITE R-IMP FROM L-DET.
       LISTAR-LOCALIDAD-EXIT.
           EXIT.

       MOSTRAR-BAJO.
           IF LIN-ACT > 21
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              PERFORM ENCABEZADO-PANTALLA
           END-IF.
           DISPLAY W-LOC-COD         LINE LIN-ACT POSITION 01.
           DISPLAY LOC-DESC (IND-L)  LINE LIN-ACT POSITION 05.
           DISPLAY LOC-PROG (IND-L)  LINE LIN-ACT POSITION 22.
           DISPLAY LOC-PRES (IND-L)  LINE LIN-ACT POSITION 30.
           DISPLAY LOC-MIN (IND-L)   LINE LIN-ACT POSITION 38.
           ADD 1 TO LIN-ACT.

       ENCABEZADO-PANTALLA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "LOCALIDADES BAJO EL MINIMO - " LINE 01 POSITION 17.
           DISPLAY NOM-DIA (W-DIA-SEM) LINE 01 POSITION 46.
           DISPLAY W-FECHA LINE 01 POSITION 56.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           IF W-CON-FICHADA = "N"
              DISPLAY "(FECHA FUTURA: SIN CONTROL DE FICHADAS)"
                 LINE 03 POSITION 01
           END-IF.
           DISPLAY "LOC DESCRIPCION     TURNO  PRESENT  MINIMO"
              LINE 04 POSITION 01.
           DISPLAY SUBRAYADO LINE 05 POSITION 01.
           MOVE 07 TO LIN-ACT.

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

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "RPTCOB1" TO L-PROGRAMA.
           MOVE CONT-LOC-LIS TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "RPTCOB1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
