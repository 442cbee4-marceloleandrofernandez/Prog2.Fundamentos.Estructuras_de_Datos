       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.

      *-- LAYOUT COMPARTIDO CON "ORDMA-01" (VER COPY/MAEEMP.CPY) --*

        FD MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.

         01 R-LOC.
            02 MLOC  PIC 9(02).
            02 MLDESC  PIC X(15).
      *-- DOTACION MAXIMA (0 = SIN LIMITE); VER "CONTAR-DOTACION" --*
            02 MLOCAP  PIC 9(04).
      *-- EN UNA LOCALIDAD SIN TOCAR EL "MAESTRO" QUE YA ESTA ABIERTO.
        FD MAECAP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE-CAP.

           COPY MAEEMP REPLACING ==R-MAE== BY ==R-MAE-CAP==
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
      *-- OPERADOR QUE HIZO LA MODIFICACION (VER "LOGIN") --*

        FD MAEEMPB
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS R-ARC.

         01 R-ARC.
            02 BCA   PIC 9(08).
            02 BAN   PIC X(30).
            02 BSB   PIC 9(05).
            02 BLO   PIC 9(02).
            02 BTEL  PIC X(10).
            02 BFECHA.
               03 BANIO  PIC 9(04).
               03 BMES   PIC 99.
               03 BDIA   PIC 99.
      *-- OPERADOR QUE HIZO LA BAJA (VER "LOGIN") --*
       77 CONT-RECHAZADOS         PIC 9(05) VALUE 0.
      *---- NOMBRE PROPIO PARA LA BITACORA "STATLOG" (SESION.LOG).
       77 W-PGM-STAT              PIC X(08) VALUE "MODABM".
      *---- MOVIMIENTO Y VIGENCIA PARA "CATEG.HIS" (VER "CATLOG").
       77 W-CAT-MOV               PIC X     VALUE SPACE.
       77 W-CAT-DESDE             PIC 9(08) VALUE 0.
      *---- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC"), SE CARGAN
      *---- UNA VEZ DESPUES DE "LOGIN".
           COPY ACLWREC.
      *---- VALORES ANTERIORES DEL REGISTRO, ANTES DE MODIFICAR,
      *---- PARA EL HISTORIAL "MAEEMPH.HIS".
       01 R-MAE-ANT.
          02 AMCA  PIC 9(08).
          02 AMAN  PIC X(30).
          02 AMSB  PIC 9(05).
          02 AMLO  PIC 9(02).

      *---- COPIA COMPLETA DEL ULTIMO REGISTRO ESCRITO/BORRADO/
      *---- REESCRITO, PARA QUE "DESHACER" PUEDA RESTAURARLO; SOLO
         02 FILLER PIC X(30) VALUE  "27- ERROR *LOCALIDAD COMPLETA*".
         02 FILLER PIC X(30) VALUE  "28- ERROR *SUPERVISOR*       ".
         02 FILLER PIC X(30) VALUE  "29- ERROR *SIN VACANTE PRES.*".
         02 FILLER PIC X(30) VALUE  "30- LEGAJO DE OTRA LOCALIDAD  ".
         02 FILLER PIC X(30) VALUE  "31- ERROR *LOCALIDAD NO HABIL*".

      *-- REDEFINICION DE LA TABLA "MENSAJE" --*
      *-- DEBO ACLARAR CUANTAS OCURRENCIAS TIENE --*
      *-- EN EL PGM VOY ATRABAJAR CON "MENSAJE(X)" - X = INDICE--*
       01 TABLA-MENSAJES REDEFINES MENSAJES.
         02 MENSAJE OCCURS 31 TIMES PIC X(30).

           COPY ENTMREC.
      *-- AREA DE PANTALLAS ---*
       SCREEN SECTION.
      *-- PARA FECHA Y TITULO --*
        01  PANTALLA-TITULOS.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE  1 COLUMN 60 VALUE  "FECHA".
           02 LINE  1 COLUMN 67 PIC X9/ FROM DIA.
           02 LINE  1 COLUMN 70 PIC X9/ FROM MES.

       01  PANTALLA-RECIBIR-DATOS0 AUTO.
           02 LINE 11 COLUMN  05 VALUE "CODIGO LOCALIDAD: ".
           02 LINE 11 COLUMN  23 PIC 9(02) TO MLO.
           02 LINE 11 COLUMN  26 VALUE "DESC: ".
           02 LINE 11 COLUMN  35 PIC X(15) TO WMLOC.
           02 LINE 12 COLUMN  05 VALUE "FECHA DE INGRESO (AAAAMMDD): ".

       01  PANTALLA-ENVIAR-DATOS0.
           02 LINE 11 COLUMN  05 VALUE "CODIGO LOCALIDAD: ".
           02 LINE 11 COLUMN  23 PIC 9(02) FROM MLO.
           02 LINE 11 COLUMN  26 VALUE "DESCR: ".
           02 LINE 11 COLUMN  35 PIC X(15) FROM WMLOC.
           02 LINE 12 COLUMN  05 VALUE "FECHA DE INGRESO (AAAAMMDD): ".

       01 PANTALLA-MODIFICAR-DATOS0 AUTO.
           02 LINE 11 COLUMN  05 VALUE "CODIGO LOCALIDAD: ".
           02 LINE 11 COLUMN  23 PIC 9(02) USING MLO.
           02 LINE 11 COLUMN  26 VALUE "DESC: ".
           02 LINE 11 COLUMN  35 PIC X(15) USING WMLOC.
           02 LINE 12 COLUMN  05 VALUE "FECHA DE INGRESO (AAAAMMDD): ".
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL MAESTRO VACIO. VER "CONVLAY1" PARA CONVERTIR
      *-- LOS LAYOUTS VIEJOS Y "CONVLOC1" PARA LOS DE LOCALIDAD DE
      *-- 1 CIFRA.
           IF FST = "35"
              OPEN OUTPUT MAESTRO
              CLOSE MAESTRO
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE W-PGM-STAT TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

           OPEN I-O MAESTRO.
           OPEN EXTEND MAEEMPH.
             IF WMAE = "NO"
                 MOVE 1 TO  OP
             END-IF.
      *---- UN LEGAJO DE UNA LOCALIDAD QUE NO ESTA A CARGO DEL
      *---- OPERADOR NI SE MUESTRA; EL INTENTO QUEDA EN "ACCLOC.LOG".
             IF WMAE = "SI"
                PERFORM VERIFICAR-ACCESO-LOC
                IF ACL-OK NOT = "S"
                   MOVE 30 TO IND
                   PERFORM ENVIAR-MENSAJES
                   DISPLAY PANTALLA-INCIDENCIAS
                   PERFORM PULSAR-TECLA
                   GO MENUS
                END-IF
             END-IF.
      * SI VIENE ALGO DEL LA TABLA DINAMICA
             IF WMAE = "SI"
                    PERFORM REGISTRAR-CONSULTA
                    PERFORM LEER-LOC
                    DISPLAY " " ERASE EOS
                    DISPLAY ENT-MARCA LINE 01 POSITION 01
                    DISPLAY PANTALLA-TITULOS
                    DISPLAY PANTALLA-MOSTRAR-CODIGO
                    DISPLAY PANTALLA-ENVIAR-DATOS
                  ADD 1 TO CANT-ERR
                  MOVE 19  TO COD-ERR (CANT-ERR)
               ELSE
      *---- NI EL ALTA NI EL TRASLADO PUEDEN DEJAR EL LEGAJO EN UNA
      *---- LOCALIDAD QUE NO ESTA A CARGO DEL OPERADOR.
                  PERFORM VERIFICAR-ACCESO-LOC
                  IF ACL-OK NOT = "S"
                     ADD 1 TO CANT-ERR
                     MOVE 31  TO COD-ERR (CANT-ERR)
                  ELSE IF WMLOCAP > 0
                     PERFORM CONTAR-DOTACION THRU
                        F-CONTAR-DOTACION
                     IF W-DOT-ACTUAL >= WMLOCAP
                        MOVE 27  TO COD-ERR (CANT-ERR)
                     END-IF
                  END-IF
                  END-IF
               END-IF
      *---- CUPO PRESUPUESTADO POR MLO/MCATE (VER "VACANT1"): SI LA
      *---- PAREJA TIENE CUPO CARGADO Y YA ESTA CUBIERTO, NO HAY
      *---- QUEDA LISTA PARA "DESHACER" (VER "CODIGO"/"DESHACER") --*
                   MOVE R-MAE TO R-MAE-UNDO
                   MOVE "A" TO W-ULT-OP
                   MOVE "A" TO W-CAT-MOV
                   MOVE MFEC TO W-CAT-DESDE
                   PERFORM GRABAR-CATEGORIA
                   PERFORM ABRIR-PREOCUPACIONAL
                 ELSE IF OP-SN = "N"
                   MOVE 05 TO IND
                   PERFORM ENVIAR-MENSAJES
                  PERFORM ENVIAR-MENSAJES
                  DISPLAY PANTALLA-INCIDENCIAS
                  PERFORM GRABAR-ARCHIVO-BAJA
                  MOVE "B" TO W-CAT-MOV
                  ACCEPT W-CAT-DESDE FROM DATE YYYYMMDD
                  PERFORM GRABAR-CATEGORIA
      *---- EL REGISTRO TODAVIA ESTA EN "R-MAE", SE GUARDA ANTES DE
      *---- BORRARLO PARA QUE "DESHACER" LO PUEDA REESCRIBIR.
                  MOVE R-MAE TO R-MAE-UNDO
      *---- (EQUIPO, ACCESO, DOCUMENTACION), VER "CHKEGR1".
                  PERFORM ABRIR-CHECKLIST-EGRESO THRU
                     F-ABRIR-CHECKLIST-EGRESO
                  PERFORM CERRAR-CONTRATO
               ELSE
                   MOVE 16 TO IND
                   PERFORM ENVIAR-MENSAJES
           MOVE MSB  TO BSB
           MOVE MLO  TO BLO
           MOVE MTEL TO BTEL
           ACCEPT BFECHA FROM DATE YYYYMMDD
           MOVE W-OPERADOR TO BOPER
           WRITE R-ARC.
       GRABAR-MODIFICACIONES.
                  ADD 1 TO CONT-MOD
      *---- "R-MAE-UNDO" YA TIENE EL VALOR VIEJO (VER "MODIFICACIONES")
                  MOVE "M" TO W-ULT-OP
                  IF MCATE NOT = UCATE OR MFEC NOT = UFEC
                     MOVE "M" TO W-CAT-MOV
                     ACCEPT W-CAT-DESDE FROM DATE YYYYMMDD
                     PERFORM GRABAR-CATEGORIA
                  END-IF
                 ELSE IF OP-SN = "N"
                   MOVE 08 TO IND
                   PERFORM ENVIAR-MENSAJES
           MOVE AMAN   TO HAN
           MOVE AMSB   TO HSB
           MOVE AMLO   TO HLO
           ACCEPT HFECHA FROM DATE YYYYMMDD
           MOVE W-OPERADOR TO HOPER
           WRITE R-HIS.

      * DEJA EN "CATEG.HIS" LA CATEGORIA Y LA FECHA DE INGRESO DEL
      * EMPLEADO EN "R-MAE" (ALTA, BAJA O CAMBIO DE CATEGORIA/INGRESO),
      * QUE "MAEEMPH.HIS" Y "MAEEMPB.ARC" NO GUARDAN (VER "CERTRA1").
       GRABAR-CATEGORIA.
           CALL   "CATLOG" USING W-OPERADOR W-CAT-MOV MCA MCATE
                                 W-CAT-DESDE MFEC.
           CANCEL "CATLOG".

      * TODA ALTA NACE CON SU EXAMEN PREOCUPACIONAL PENDIENTE EN
      * "EXAMEN.IND", COMO EL CHECKLIST DE "CHKING1" (VER "EXAPEN").
       ABRIR-PREOCUPACIONAL.
           CALL   "EXAPEN" USING W-OPERADOR MCA MFEC.
           CANCEL "EXAPEN".

      * LA BAJA CIERRA EL CONTRATO A PLAZO O A PRUEBA DEL LEGAJO EN
      * "CONTRATO.IND", HAYA O NO UNA TERMINACION DECIDIDA EN
      * "CONTRAT1" (VER "CONTBAJ").
       CERRAR-CONTRATO.
           CALL   "CONTBAJ" USING W-OPERADOR W-BAJA-MCA.
           CANCEL "CONTBAJ".

      * DISTINGUE CLAVE DUPLICADA (FST "22") DE UN ERROR DE E/S
      * GENERICO (DISCO LLENO, REGISTRO BLOQUEADO, ETC.) EN LUGAR
      * DE MOSTRAR SIEMPRE EL MISMO MENSAJE(09) "ERROR FATAL".
      *---- SESION (VER "W-ULT-OP"/"R-MAE-UNDO" EN WORKING-STORAGE);
      *---- UN SOLO NIVEL, NO UNA PILA DE TRANSACCIONES.
       DESHACER.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           IF W-ULT-OP = SPACES
              DISPLAY "NO HAY NINGUNA OPERACION PARA DESHACER"
                 LINE 10 POSITION 20 CONTROL "FCOLOR=RED", BLINK
      *-- IMPRIME EL CARNET DEL "MCA" TIPEADO EN PANTALLA-INGRESAR-   --*
      *-- CODIGO, SIN TOCAR E-M-B-C NI EL BLOQUEO (VER "RPTCAR1").    --*
       IMPRIMIR-CARNET.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           IF MCA IS NOT NUMERIC OR MCA = 0
              DISPLAY "DEBE TIPEAR UN DNI VALIDO PARA IMPRIMIR CARNET"
                 LINE 10 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              PERFORM PULSAR-TECLA
              GO TO F-IMPRIMIR-CARNET
           END-IF.
           PERFORM CONTROLAR-LOC-MCA.
           IF ACL-OK NOT = "S"
              GO TO F-IMPRIMIR-CARNET
           END-IF.
           CALL   "RPTCAR1" USING MCA.
           CANCEL "RPTCAR1".
       F-IMPRIMIR-CARNET.
      *-- MANTIENE EL SUB-REGISTRO DE CONTACTO DEL "MCA" TIPEADO    --*
      *-- EN PANTALLA-INGRESAR-CODIGO (VER "CONTAC1").              --*
       EDITAR-CONTACTO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           IF MCA IS NOT NUMERIC OR MCA = 0
              DISPLAY "DEBE TIPEAR UN DNI VALIDO PARA EL CONTACTO"
                 LINE 10 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              PERFORM PULSAR-TECLA
              GO TO F-EDITAR-CONTACTO
           END-IF.
           PERFORM CONTROLAR-LOC-MCA.
           IF ACL-OK NOT = "S"
              GO TO F-EDITAR-CONTACTO
           END-IF.
           CALL   "CONTAC1" USING MCA.
           CANCEL "CONTAC1".
       F-EDITAR-CONTACTO.
           EXIT.

      *-- "ACL-OK" = "S" SI "MLO" ESTA A CARGO DEL OPERADOR; SI NO, --*
      *-- DEJA EL ACCESO NEGADO A "MCA" EN "ACCLOC.LOG".            --*
       VERIFICAR-ACCESO-LOC.
           PERFORM VER-LOC-OPER.
           IF ACL-OK NOT = "S"
              MOVE "R" TO ACL-ACCION
              CALL   "ACCLOC" USING ACL-DATOS
              CANCEL "ACCLOC"
           END-IF.

      *-- TODO LEGAJO QUE SE MUESTRA EN PANTALLA QUEDA EN             --*
      *-- "CONSULTA.LOG" A NOMBRE DEL OPERADOR (VER "CONSLOG").       --*
       REGISTRAR-CONSULTA.
           CALL   "CONSLOG" USING W-OPERADOR W-PGM-STAT MCA.
           CANCEL "CONSLOG".

      *-- SOLO PREGUNTA, SIN REGISTRAR (PARA FILTRAR LISTAS) --*
       VER-LOC-OPER.
           MOVE MLO TO ACL-LOC.
           MOVE MCA TO ACL-LEGAJO.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

      *-- CARNET Y CONTACTO NO PASAN POR "COMIENZO": SE LEE EL "MCA" --*
      *-- TIPEADO PARA CONTROLAR SU LOCALIDAD; SI NO EXISTE, LO      --*
      *-- INFORMA EL PGM LLAMADO, COMO HASTA AHORA.                  --*
       CONTROLAR-LOC-MCA.
           MOVE "S" TO ACL-OK.
           READ MAESTRO INVALID KEY MOVE "99" TO FST.
           IF FST = "00"
              PERFORM VERIFICAR-ACCESO-LOC
              IF ACL-OK NOT = "S"
                 MOVE 30 TO IND
                 PERFORM ENVIAR-MENSAJES
                 DISPLAY PANTALLA-INCIDENCIAS
                 PERFORM PULSAR-TECLA
              END-IF
           END-IF.

       ENVIAR-MENSAJES.
           MOVE MENSAJE(IND) TO INCIDENCIA-P.
      *---- ESTA LINEA PARA BORRAR MENSAJES
              ACCEPT TECLA
              GO TO F-BUSCAR-APELLIDO
           END-IF.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULOS.
           PERFORM ENCABEZADO-BUS.
           PERFORM MOSTRAR-SIG-BUS THRU F-MOSTRAR-SIG-BUS

       MOSTRAR-SIG-BUS.
           IF WBUSFIN = "S" GO TO F-MOSTRAR-SIG-BUS.
      *---- LOS DE LOCALIDADES AJENAS AL OPERADOR NO SE LISTAN --*
           PERFORM VER-LOC-OPER.
           IF ACL-OK NOT = "S"
              PERFORM LEER-SIG-BUS
              GO TO F-MOSTRAR-SIG-BUS
           END-IF.
           IF WBUS-LIN > 17
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              DISPLAY PANTALLA-TITULOS
              PERFORM ENCABEZADO-BUS
           END-IF.
