      *-- APLICACION NOCTURNA DE LOS CAMBIOS PROGRAMADOS EN           --*
      *-- "CAMBPEN.IND" (VER "CAMPEN1"). SIN OPERADOR, PARA EL        --*
      *-- SCHEDULER, IGUAL QUE "ORDBAT1": TOMA TODO CAMBIO "P" CON    --*
      *-- FECHA EFECTIVA HOY O ANTERIOR (ASI UNA NOCHE QUE NO CORRIO  --*
      *-- SE RECUPERA LA SIGUIENTE), ARMA EL REGISTRO NUEVO DEL       --*
      *-- EMPLEADO, LE APLICA LAS MISMAS VALIDACIONES QUE "MODABM"    --*
      *-- (VER "ALTLOT1") Y, SI PASA, DEJA EL VALOR ANTERIOR EN       --*
      *-- "MAEEMPH.HIS" A NOMBRE DEL OPERADOR QUE LO PROGRAMO Y       --*
      *-- REESCRIBE EL MAESTRO. LO QUE NO PASA QUEDA "R" CON EL       --*
      *-- CODIGO DE "MODABM"; UN EMPLEADO QUE OTRO OPERADOR TIENE EN  --*
      *-- EDICION ("LOCKMAE.IND") QUEDA "P" Y SE REINTENTA EN LA      --*
      *-- PROXIMA CORRIDA.                                            --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APLPEN1.
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

      *-- SEGUNDA VISTA DE "MAEEMP.IND" SOLO PARA CONTAR DOTACION --*
      *-- (MISMA TECNICA "MAECAP" DE "MODABM").                   --*
           SELECT MAECAP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           FILE STATUS IS FSTCAP.

           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           ALTERNATE RECORD KEY IS MLDESC DUPLICATES
           FILE STATUS IS FSTLOC.

           SELECT PARSAL ASSIGN TO DISK "PARSAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PSCAT
           FILE STATUS IS FSTPSAL.

      *-- PUESTOS PRESUPUESTADOS POR MLO/MCATE (VER "VACANT1") --*
           SELECT VACANTE ASSIGN TO DISK "VACANTE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VACLAVE
           FILE STATUS IS FSTVACN.

      *-- HISTORIAL DE MODIFICACIONES, MISMO QUE GRABA "MODABM" --*
           SELECT MAEEMPH ASSIGN TO DISK "MAEEMPH.HIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTHIS.

      *-- BLOQUEOS DE REGISTRO DE "MODABM", SOLO SE CONSULTAN --*
           SELECT LOCKMAE ASSIGN TO DISK "LOCKMAE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LMCA
           FILE STATUS IS FSTLCK.

      *-- CAMBIOS PROGRAMADOS (VER COPY/PENDREC.CPY) --*
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

        FD MAECAP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE-CAP.
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-MAE-CAP==
               ==MCA== BY ==PCA== ==MAN== BY ==PAN==
               ==MSB== BY ==PSB== ==MLO== BY ==PLO==
               ==MTEL== BY ==PTEL== ==MANT== BY ==PANT==
               ==MSE== BY ==PSE== ==MCATE== BY ==PCATE==
               ==MFEC== BY ==PFEC== ==MFA== BY ==PFA==
               ==MFM== BY ==PFM== ==MFD== BY ==PFD==
               ==MEC== BY ==PEC== ==MSUP== BY ==PSUP==.

        FD MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
         01 R-LOC.
            02 MLOC    PIC 9(02).
            02 MLDESC  PIC X(15).
            02 MLOCAP  PIC 9(04).

        FD PARSAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 11 CHARACTERS
           DATA RECORD IS R-PSAL.
         01 R-PSAL.
            02 PSCAT    PIC 9(1).
            02 PSMIN    PIC 9(05).
            02 PSMAX    PIC 9(05).

      *-- LAYOUT COMPARTIDO CON "VACANT1" (VER COPY/VACNREC.CPY) --*
        FD VACANTE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS R-VACN.
           COPY VACNREC.

        FD MAEEMPH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-HIS.
         01 R-HIS.
            02 HCA   PIC 9(08).
            02 HAN   PIC X(30).
            02 HSB   PIC 9(05).
            02 HLO   PIC 9(02).
            02 HFECHA.
               03 HANIO  PIC 9(04).
               03 HMES   PIC 99.
               03 HDIA   PIC 99.
      *-- OPERADOR QUE PROGRAMO EL CAMBIO (VER "CAMPEN1") --*
            02 HOPER PIC X(08).

        FD LOCKMAE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS R-LOCK.
         01 R-LOCK.
            02 LMCA   PIC 9(08).
            02 LOPER  PIC X(08).

        FD CAMBPEN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS R-PEN.
           COPY PENDREC.

       WORKING-STORAGE SECTION.
       77 FST               PIC XX.
       77 FSTCAP            PIC XX.
       77 FSTLOC            PIC XX.
       77 FSTPSAL           PIC XX.
       77 FSTHIS            PIC XX.
       77 FSTLCK            PIC XX.
       77 FSTPEN            PIC XX.
       77 FIN-ARCH          PIC X     VALUE "N".
       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 W-BLOQUEADO       PIC X     VALUE "N".
      *-- MOVIMIENTO PARA "CATEG.HIS" (VER "CATLOG") --*
       77 W-CAT-MOV         PIC X     VALUE "C".

      *-- RESULTADO DE LAS VALIDACIONES DEL REGISTRO EN CURSO --*
       77 VAL               PIC 99    VALUE 0.
       77 WSAL              PIC XX    VALUE "NO".
       77 WSALMIN           PIC 9(05) VALUE 0.
       77 WSALMAX           PIC 9(05) VALUE 0.
       77 WLOC              PIC XX    VALUE "NO".
       77 WMLOCAP           PIC 9(04) VALUE 0.
       77 W-DOT-ACTUAL      PIC 9(05) VALUE 0.
       77 FSTVACN           PIC XX    VALUE SPACES.
       77 WVACN             PIC XX    VALUE "NO".
       77 WVACPRES          PIC 9(04) VALUE 0.
       77 W-PUESTO-ACT      PIC 9(04) VALUE 0.
       77 WFECOK            PIC XX    VALUE "NO".
       77 WSUPOK            PIC XX    VALUE "NO".
       77 WTELOK            PIC XX    VALUE "NO".
       77 IND-TEL           PIC 99    VALUE 0.
       77 W-TEL-PRI         PIC X     VALUE SPACE.
       77 W-TEL-DIST        PIC X     VALUE "N".
       77 WBISIESTO         PIC X     VALUE "N".
       77 WDIASMES          PIC 99    VALUE 0.
       77 WCOCIENTE         PIC 9(04) VALUE 0.
       77 WRESTO4           PIC 99    VALUE 0.
       77 WRESTO100         PIC 99    VALUE 0.
       77 WRESTO400         PIC 999   VALUE 0.

      *-- VALORES ANTERIORES DEL REGISTRO, PARA EL HISTORIAL Y PARA --*
      *-- RESTAURAR "R-MAE" DESPUES DE BUSCAR EL SUPERVISOR.        --*
       01 R-MAE-ANT.
          02 AMCA  PIC 9(08).
          02 AMAN  PIC X(30).
          02 AMSB  PIC 9(05).
          02 AMLO  PIC 9(02).
       01 R-MAE-NUE         PIC X(76).

      *-- ESTADISTICAS DE LA CORRIDA, PARA EL LOG DEL SCHEDULER --*
       77 CONT-VENCIDOS     PIC 9(05) VALUE 0.
       77 CONT-APLICADOS    PIC 9(05) VALUE 0.
       77 CONT-RECHAZOS     PIC 9(05) VALUE 0.
       77 CONT-BLOQUEADOS   PIC 9(05) VALUE 0.

      *-- DIAS DE CADA MES, MISMA TABLA QUE "MODABM" --*
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

      *-- PARA "BATCHLOG", MISMO USO QUE "ORDBAT1": UNA CORRIDA  --*
      *-- REPETIDA EL MISMO DIA NO VUELVE A RECORRER EL ARCHIVO. --*
       77 L-ACCION          PIC X.
       77 L-PROGRAMA        PIC X(08) VALUE "APLPEN1".
       77 L-PASO            PIC X(15) VALUE "APLICAR".
       77 L-RESULTADO       PIC X.

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
       TERCERA SECTION.
       USE AFTER ERROR PROCEDURE ON MAEEMPH.
       ERROR-APERTURA-HIS.
           IF FSTHIS NOT = "00"
              OPEN OUTPUT MAEEMPH
              CLOSE MAEEMPH
              OPEN EXTEND MAEEMPH
            END-IF.
       ERROR-APERTURA-HIS.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM CONSULTAR-BATCHLOG.
           IF L-RESULTADO = "S"
              DISPLAY "APLPEN1: APLICAR YA QUEDO HECHO HOY, SE SALTEA"
              GO TO FIN.

           OPEN I-O MAESTRO.
           IF FST NOT = "00"
              DISPLAY "APLPEN1: NO SE PUDO ABRIR MAEEMP.IND (" FST
                 "), NO SE APLICA NADA"
              GO TO FIN.
           OPEN I-O CAMBPEN.
           OPEN EXTEND MAEEMPH.
           OPEN INPUT LOCKMAE.

      *-- LA CLAVE EMPIEZA POR LA FECHA EFECTIVA: SE RECORRE DESDE --*
      *-- EL PRINCIPIO HASTA LA PRIMERA FECHA POSTERIOR A HOY.     --*
           MOVE LOW-VALUES TO PNCLAVE.
           START CAMBPEN KEY IS NOT LESS THAN PNCLAVE
              INVALID KEY MOVE "S" TO FIN-ARCH.
           PERFORM APLICAR-UNO THRU APLICAR-UNO-EXIT
              UNTIL FIN-ARCH = "S".

           CLOSE MAESTRO.
           CLOSE CAMBPEN.
           CLOSE MAEEMPH.
           CLOSE LOCKMAE.
           PERFORM GRABAR-BATCHLOG.

           DISPLAY "APLPEN1: VENCIDOS " CONT-VENCIDOS
              " APLICADOS " CONT-APLICADOS
              " RECHAZADOS " CONT-RECHAZOS
              " EN EDICION " CONT-BLOQUEADOS.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       APLICAR-UNO.
           READ CAMBPEN NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO APLICAR-UNO-EXIT.
           IF PNFECHA > W-FECHA-HOY
              MOVE "S" TO FIN-ARCH
              GO TO APLICAR-UNO-EXIT.
           IF PNEST NOT = "P"
              GO TO APLICAR-UNO-EXIT.
           ADD 1 TO CONT-VENCIDOS.

      *-- EL EMPLEADO PUDO HABER SIDO DADO DE BAJA DESPUES DE --*
      *-- PROGRAMAR EL CAMBIO: "13" (LEGAJO INEXISTENTE).     --*
           MOVE PNCA TO MCA.
           READ MAESTRO INVALID KEY
              MOVE 13 TO VAL
              PERFORM MARCAR-RECHAZO
              GO TO APLICAR-UNO-EXIT
           END-READ.
           PERFORM VERIFICAR-BLOQUEO.
           IF W-BLOQUEADO = "S"
              ADD 1 TO CONT-BLOQUEADOS
              DISPLAY "APLPEN1: " PNCA " EN EDICION POR " LOPER
                 ", QUEDA PENDIENTE"
              GO TO APLICAR-UNO-EXIT.

           MOVE MCA TO AMCA.
           MOVE MAN TO AMAN.
           MOVE MSB TO AMSB.
           MOVE MLO TO AMLO.
           IF PNSB > 0
              MOVE PNSB TO MSB.
           IF PNLO > 0
              MOVE PNLO TO MLO.
           IF PNCATE > 0
              MOVE PNCATE TO MCATE.
           IF PNCAMSUP = "S"
              MOVE PNSUP TO MSUP.
           MOVE R-MAE TO R-MAE-NUE.

           PERFORM VALIDAR-CAMBIO THRU VALIDAR-CAMBIO-EXIT.
           IF VAL NOT = 0
              PERFORM MARCAR-RECHAZO
              GO TO APLICAR-UNO-EXIT.

           PERFORM GRABAR-HISTORIAL.
           REWRITE R-MAE INVALID KEY
              MOVE 11 TO VAL
              PERFORM MARCAR-RECHAZO
              GO TO APLICAR-UNO-EXIT
           END-REWRITE.
      *-- LA CATEGORIA NUEVA RIGE DESDE LA FECHA EFECTIVA PROGRAMADA --*
           IF PNCATE > 0
              CALL   "CATLOG" USING PNOPER W-CAT-MOV MCA MCATE
                                    PNFECHA MFEC
              CANCEL "CATLOG"
           END-IF.
           MOVE "A"         TO PNEST.
           MOVE W-FECHA-HOY TO PNFPROC.
           MOVE 0           TO PNERR.
           REWRITE R-PEN INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO CONT-APLICADOS.
       APLICAR-UNO-EXIT.
           EXIT.

       MARCAR-RECHAZO.
           MOVE "R"         TO PNEST.
           MOVE W-FECHA-HOY TO PNFPROC.
           MOVE VAL         TO PNERR.
           REWRITE R-PEN INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO CONT-RECHAZOS.
           DISPLAY "APLPEN1: " PNCA " DEL " PNFECHA
              " RECHAZADO, CODIGO " VAL.

      *-- MISMO CRITERIO QUE "VERIFICAR-BLOQUEO" DE "MODABM": EL --*
      *-- BATCH NO TIENE OPERADOR, ASI QUE CUALQUIER DUENIO VALE. --*
       VERIFICAR-BLOQUEO.
           MOVE "N" TO W-BLOQUEADO.
           MOVE PNCA TO LMCA.
           READ LOCKMAE INVALID KEY MOVE "99" TO FSTLCK.
           IF FSTLCK = "00"
              MOVE "S" TO W-BLOQUEADO
           END-IF.

      *-- LAS MISMAS REGLAS DE "VALIDAR-CAMPOS" DE "MODABM", EN EL  --*
      *-- MISMO ORDEN (VER "VALIDAR-LOTE" DE "ALTLOT1"); ALCANZA    --*
      *-- CON EL PRIMER MOTIVO DE RECHAZO.                          --*
       VALIDAR-CAMBIO.
           MOVE 0 TO VAL.
           IF MAN = SPACES
              MOVE 17 TO VAL
              GO TO VALIDAR-CAMBIO-EXIT.
           PERFORM LEER-PARSAL.
           IF MSB < 1
              MOVE 18 TO VAL
              GO TO VALIDAR-CAMBIO-EXIT.
           IF WSAL = "SI" AND (MSB < WSALMIN OR MSB > WSALMAX)
              MOVE 18 TO VAL
              GO TO VALIDAR-CAMBIO-EXIT.
           PERFORM LEER-LOC.
           IF WLOC = "NO"
              MOVE 19 TO VAL
              GO TO VALIDAR-CAMBIO-EXIT.
           IF WMLOCAP > 0
              PERFORM CONTAR-DOTACION THRU F-CONTAR-DOTACION
              IF W-DOT-ACTUAL >= WMLOCAP
                 MOVE 27 TO VAL
                 GO TO VALIDAR-CAMBIO-EXIT
              END-IF
           END-IF.
           PERFORM LEER-VACANTE THRU F-LEER-VACANTE.
           IF WVACN = "SI"
              PERFORM CONTAR-PUESTO THRU F-CONTAR-PUESTO
              IF W-PUESTO-ACT >= WVACPRES
                 MOVE 29 TO VAL
                 GO TO VALIDAR-CAMBIO-EXIT
              END-IF
           END-IF.
           PERFORM VALIDAR-TELEFONO THRU F-VALIDAR-TELEFONO.
           IF WTELOK = "NO"
              MOVE 22 TO VAL
              GO TO VALIDAR-CAMBIO-EXIT.
           PERFORM VALIDAR-FECHA.
           IF WFECOK = "NO"
              MOVE 21 TO VAL
              GO TO VALIDAR-CAMBIO-EXIT.
           IF MEC NOT = "S" AND MEC NOT = "C" AND MEC NOT = "D"
              AND MEC NOT = "V"
              MOVE 20 TO VAL
              GO TO VALIDAR-CAMBIO-EXIT.
           PERFORM VALIDAR-SUPERVISOR.
           IF WSUPOK = "NO"
              MOVE 28 TO VAL
              GO TO VALIDAR-CAMBIO-EXIT.
       VALIDAR-CAMBIO-EXIT.
           EXIT.

      ***  BUSCA LA LOCALIDAD DEL REGISTRO EN "LOCALIDAD.IND"  ***
       LEER-LOC.
           MOVE 0 TO WMLOCAP.
           OPEN INPUT MAELOC.
           MOVE MLO TO MLOC.
           MOVE "SI" TO WLOC.
           READ MAELOC INVALID KEY MOVE "NO" TO WLOC.
           IF WLOC = "SI" AND FSTLOC = "00"
              MOVE MLOCAP TO WMLOCAP
           END-IF.
           CLOSE MAELOC.

      ***  BUSCA EL PISO/TECHO DE SUELDO DE "PARSAL.IND" PARA LA  ***
      ***  MCATE DEL REGISTRO, CARGADOS DESDE "MODPSAL".          ***
       LEER-PARSAL.
           MOVE 0 TO WSALMIN WSALMAX.
           OPEN INPUT PARSAL.
           MOVE MCATE TO PSCAT.
           MOVE "SI" TO WSAL.
           START PARSAL KEY IS EQUAL PSCAT
                 INVALID KEY MOVE "NO" TO WSAL.
           IF WSAL = "SI"
              READ PARSAL NOT INVALID
                 MOVE PSMIN TO WSALMIN
                 MOVE PSMAX TO WSALMAX
              END-READ
           END-IF.
           CLOSE PARSAL.

      *-- DOTACION ACTUAL DE LA LOCALIDAD "MLO" (VER "MODABM") --*
       CONTAR-DOTACION.
           MOVE 0 TO W-DOT-ACTUAL.
           OPEN INPUT MAECAP.
           IF FSTCAP NOT = "00"
              GO TO F-CONTAR-DOTACION.
           PERFORM ACUMULAR-DOTACION THRU ACUMULAR-DOTACION-EXIT
              UNTIL FSTCAP = "10".
           CLOSE MAECAP.
       F-CONTAR-DOTACION.
           EXIT.
       ACUMULAR-DOTACION.
           READ MAECAP NEXT RECORD AT END MOVE "10" TO FSTCAP.
           IF FSTCAP NOT = "10"
              IF PLO = MLO AND PCA NOT = MCA
                 ADD 1 TO W-DOT-ACTUAL
              END-IF
           END-IF.
       ACUMULAR-DOTACION-EXIT.
           EXIT.

      *-- CUPO PRESUPUESTADO PARA LA PAREJA MLO/MCATE DEL REGISTRO --*
      *-- EN "VACANTE.IND"; SIN REGISTRO NO HAY CONTROL.           --*
       LEER-VACANTE.
           MOVE "NO" TO WVACN.
           MOVE 0 TO WVACPRES.
           OPEN INPUT VACANTE.
           IF FSTVACN NOT = "00"
              GO TO F-LEER-VACANTE.
           MOVE MLO   TO VACLO.
           MOVE MCATE TO VACCAT.
           READ VACANTE INVALID KEY MOVE "99" TO FSTVACN.
           IF FSTVACN = "00"
              MOVE "SI" TO WVACN
              MOVE VACPRES TO WVACPRES
           END-IF.
           CLOSE VACANTE.
       F-LEER-VACANTE.
           EXIT.

      *-- PUESTOS DE LA PAREJA YA CUBIERTOS, SIN CONTARSE A SI MISMO --*
       CONTAR-PUESTO.
           MOVE 0 TO W-PUESTO-ACT.
           OPEN INPUT MAECAP.
           IF FSTCAP NOT = "00"
              GO TO F-CONTAR-PUESTO.
           PERFORM ACUMULAR-PUESTO THRU ACUMULAR-PUESTO-EXIT
              UNTIL FSTCAP = "10".
           CLOSE MAECAP.
       F-CONTAR-PUESTO.
           EXIT.
       ACUMULAR-PUESTO.
           READ MAECAP NEXT RECORD AT END MOVE "10" TO FSTCAP.
           IF FSTCAP NOT = "10"
              IF PLO = MLO AND PCATE = MCATE AND PCA NOT = MCA
                 ADD 1 TO W-PUESTO-ACT
              END-IF
           END-IF.
       ACUMULAR-PUESTO-EXIT.
           EXIT.

      *-- MISMA REGLA DE TELEFONO QUE "MODABM" --*
       VALIDAR-TELEFONO.
           MOVE "SI" TO WTELOK.
           IF MTEL = SPACES OR MTEL IS NOT NUMERIC
              MOVE "NO" TO WTELOK
              GO TO F-VALIDAR-TELEFONO
           END-IF.
           MOVE MTEL (1:1) TO W-TEL-PRI.
           MOVE "N" TO W-TEL-DIST.
           PERFORM EXAMINAR-DIGITO-TEL VARYING IND-TEL FROM 2
              BY 1 UNTIL IND-TEL > 10.
           IF W-TEL-DIST = "N"
              MOVE "NO" TO WTELOK
           END-IF.
       F-VALIDAR-TELEFONO.
           EXIT.

       EXAMINAR-DIGITO-TEL.
           IF MTEL (IND-TEL:1) NOT = W-TEL-PRI
              MOVE "S" TO W-TEL-DIST
           END-IF.

      *-- MISMA VALIDACION DE FECHA REAL QUE "MODABM" --*
       VALIDAR-FECHA.
           MOVE "SI" TO WFECOK.
           MOVE "N"  TO WBISIESTO.
           IF MFA < 1900 OR MFM < 1 OR MFM > 12 OR MFD < 1
              MOVE "NO" TO WFECOK
           END-IF.
           IF WFECOK = "SI"
              DIVIDE MFA BY 4 GIVING WCOCIENTE REMAINDER WRESTO4
              IF WRESTO4 = 0
                 DIVIDE MFA BY 100 GIVING WCOCIENTE REMAINDER WRESTO100
                 IF WRESTO100 NOT = 0
                    MOVE "S" TO WBISIESTO
                 ELSE
                    DIVIDE MFA BY 400 GIVING WCOCIENTE
                       REMAINDER WRESTO400
                    IF WRESTO400 = 0
                       MOVE "S" TO WBISIESTO
                    END-IF
                 END-IF
              END-IF
              MOVE DIAS-MES (MFM) TO WDIASMES
              IF MFM = 2 AND WBISIESTO = "S"
                 MOVE 29 TO WDIASMES
              END-IF
              IF MFD > WDIASMES
                 MOVE "NO" TO WFECOK
              END-IF
           END-IF.

      *-- 0=NINGUNO SIEMPRE VALE; NO PUEDE SUPERVISARSE A SI MISMO; --*
      *-- CUALQUIER OTRO VALOR TIENE QUE EXISTIR COMO "MCA" VIVO.   --*
      *-- LA BUSQUEDA PISA "R-MAE": SE RESTAURA DESDE "R-MAE-NUE".  --*
       VALIDAR-SUPERVISOR.
           IF MSUP = 0
              MOVE "SI" TO WSUPOK
           ELSE IF MSUP = MCA
              MOVE "NO" TO WSUPOK
           ELSE
              MOVE MSUP TO MCA
              READ MAESTRO INVALID KEY MOVE "NO" TO WSUPOK
                   NOT INVALID KEY MOVE "SI" TO WSUPOK
              END-READ
              MOVE R-MAE-NUE TO R-MAE
           END-IF.

      * GUARDA EL VALOR ANTERIOR DEL REGISTRO EN "MAEEMPH.HIS", CON
      * LA FECHA DE HOY Y EL OPERADOR QUE PROGRAMO EL CAMBIO.
       GRABAR-HISTORIAL.
           MOVE AMCA   TO HCA
           MOVE AMAN   TO HAN
           MOVE AMSB   TO HSB
           MOVE AMLO   TO HLO
           ACCEPT HFECHA FROM DATE YYYYMMDD
           MOVE PNOPER TO HOPER
           WRITE R-HIS.

      *-- "S" EN "L-RESULTADO" SI LA APLICACION YA SE GRABO HOY --*
       CONSULTAR-BATCHLOG.
           MOVE "C" TO L-ACCION.
           CALL   "BATCHLOG" USING L-ACCION L-PROGRAMA L-PASO
                                    L-RESULTADO.
           CANCEL "BATCHLOG".

       GRABAR-BATCHLOG.
           MOVE "G" TO L-ACCION.
           CALL   "BATCHLOG" USING L-ACCION L-PROGRAMA L-PASO
                                    L-RESULTADO.
           CANCEL "BATCHLOG".
