           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCHK.

      *-- INDICE DE LOS MOVIMIENTOS POR LEGAJO + FECHA (VER       --*
      *-- "MOVIDX"): LA RECONSTRUCCION DE SALDOS VA DIRECTO A LOS --*
      *-- DE CADA EMPLEADO. EL CALENDARIO DE SOLAPAMIENTOS MIRA   --*
      *-- OTROS LEGAJOS, ASI QUE SIGUE BARRIENDO LA SEGUNDA VISTA --*
           SELECT LICIND ASSIGN TO DISK "LICMOV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LXCLAVE
           FILE STATUS IS FSTLX.

      *-- CALENDARIO DE FERIADOS (VER "MODFER"), PARA CONTAR LOS --*
      *-- DIAS HABILES DEL RANGO PEDIDO.                         --*
           SELECT FERIADO ASSIGN TO DISK "FERIADO.IND"
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

               ==LMCERT== BY ==KCERT== ==LMCVTO== BY ==KCVTO==
               ==LMMEDICO== BY ==KMEDICO==.

        FD LICIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-LICX.
           COPY LICXREC.

      *-- LAYOUT COMPARTIDO CON "MODFER" (VER COPY/FERREC.CPY) --*
        FD FERIADO
           LABEL RECORD IS STANDARD
       77 W-OPERADOR         PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK         PIC X     VALUE "N".
       77 W-NIVEL            PIC 9(1) VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
       COPY ACLWREC.

       77 W-MCA              PIC 9(08) VALUE 0.
       77 W-EXISTE-EMP       PIC X     VALUE "N".
       77 W-DIAS-PED         PIC 9(03) VALUE 0.
       77 W-APROB            PIC X     VALUE SPACES.
       77 FSTCHK             PIC XX.
       77 FSTLX              PIC XX.
      *-- PARA "MOVIDX" (VER "GRABAR-MOVIMIENTO") --*
       77 L-MOV-ARCH         PIC X     VALUE "L".
       77 L-MOV-ACC          PIC X     VALUE "G".
       77 L-MOV-REG          PIC X(74) VALUE SPACES.
       77 L-MOV-ANT          PIC X(74) VALUE SPACES.
       77 L-MOV-OK           PIC X     VALUE "N".
      *-- RANGO PEDIDO Y LOCALIDAD DEL SOLICITANTE, PARA EL --*
      *-- CALENDARIO DE SOLAPAMIENTOS POR "MLO".            --*
       77 W-DESDE            PIC 9(08) VALUE 0.
       77 W-HASTA            PIC 9(08) VALUE 0.
       77 W-MLO-EMP          PIC 9(02) VALUE 0.
       77 W-MLO-OTRO         PIC 9(03) VALUE 0.
       77 FIN-CHK            PIC X     VALUE "N".
       77 CONT-SOLAP         PIC 9(03) VALUE 0.
       77 LIN-SOL            PIC 99    VALUE 0.
      *-- CERTIFICADO MEDICO DE LAS LICENCIAS "E" (VER "CERMED1") --*
       77 W-CERT-VTO         PIC 9(08) VALUE 0.
       77 W-MEDICO           PIC X(20) VALUE SPACES.
      *-- MESES QUE TOCA LA LICENCIA, CONTRA "PERCERR" --*
       77 W-CERRADO          PIC X     VALUE "N".
       77 W-ULT-CERRADO      PIC 9(06) VALUE 0.
       77 W-PER-CHK          PIC 9(06) VALUE 0.
       77 W-PER-HASTA        PIC 9(06) VALUE 0.
       77 W-ANIO-CHK         PIC 9(04) VALUE 0.
       77 W-MES-CHK          PIC 99    VALUE 0.
      *-- CUENTA DE DIAS HABILES DEL RANGO: SE RECORRE DIA POR DIA --*
      *-- DESCARTANDO SABADOS/DOMINGOS (CONGRUENCIA DE ZELLER) Y   --*
      *-- LOS FERIADOS DEL CALENDARIO.                             --*
       77 W-ULT-O            PIC 9(08) VALUE 0.
       77 CONT-RECON         PIC 9(05) VALUE 0.

      *-- MOVIMIENTO LEIDO DE "LICMOV.IND", CAMPOS A LA VISTA --*
           COPY LICMREC REPLACING ==R-LICM== BY ==R-LIDX==
               ==LMCA== BY ==ICA== ==LMTIPO== BY ==ITIPO==
               ==LMDIAS== BY ==IDIAS== ==LMFECHA== BY ==IFECHA==
               ==LMDESDE== BY ==IDESDE== ==LMHASTA== BY ==IHASTA==
               ==LMRESUL== BY ==IRESUL== ==LMOPER== BY ==IOPER==
               ==LMCERT== BY ==ICERT== ==LMCVTO== BY ==ICVTO==
               ==LMMEDICO== BY ==IMEDICO==.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 18 REVERSE
              VALUE "LICENCIAS Y VACACIONES DEL PERSONAL".

           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE "VACAC1"   TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY PANTALLA-TITULO.
              UNTIL W-FIN = "S".
           CLOSE VACAC.
           CLOSE LICMOV.
           CANCEL "PERCERR".
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.
      *-- PIDE UN CODIGO DE EMPLEADO, MUESTRA/CREA SU SALDO Y, SI HAY --*
      *-- DIAS PEDIDOS Y SE CONFIRMA, ACTUALIZA EL SALDO EN "VACAC".  --*
       PROCESAR-UNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-PEDIR-CODIGO.
           ACCEPT  PANTALLA-PEDIR-CODIGO ON ESCAPE
              GO TO PROCESAR-UNO-EXIT.
      *-- 99999999: RECALCULA LOS SALDOS DESDE LOS MOVIMIENTOS, --*
      *-- PARA CUANDO UN SALDO QUEDO DUDOSO.                    --*
      *-- RECORRE TODOS LOS LEGAJOS: SOLO PARA QUIEN TIENE TODAS --*
      *-- LAS LOCALIDADES (VER "ACCLOC").                        --*
           IF W-MCA = 99999999 AND ACL-TODAS NOT = "S"
              DISPLAY "** RECONSTRUIR SALDOS REQUIERE TODAS LAS"
                 " LOCALIDADES **" LINE 15 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNO-EXIT.
           IF W-MCA = 99999999
              PERFORM RECONSTRUIR-SALDOS THRU
                 RECONSTRUIR-SALDOS-EXIT
                 LINE 15 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNO-EXIT.
           PERFORM CONTROLAR-ACCESO-LOC.
           IF ACL-OK NOT = "S"
              DISPLAY "** LEGAJO DE UNA LOCALIDAD NO HABILITADA PARA"
                 " SU USUARIO **" LINE 15 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNO-EXIT.

           PERFORM LEER-O-CREAR-VACAC.
           DISPLAY PANTALLA-SALDO.
                 LINE 15 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNO-EXIT.
      *-- UNA LICENCIA APROBADA JUSTIFICA AUSENCIAS EN LA         --*
      *-- LIQUIDACION: NO PUEDE CAER EN UN MES QUE CONTABILIDAD   --*
      *-- YA CONFIRMO (HAY QUE REABRIRLO CON "REAPER1").          --*
           PERFORM VERIFICAR-PERIODOS THRU VERIFICAR-PERIODOS-EXIT.
           IF W-CERRADO = "S"
              DISPLAY "** PERIODO " W-PER-CHK " CONFIRMADO POR"
                 " CONTABILIDAD, NO SE PUEDE CARGAR **"
                 LINE 15 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNO-EXIT.
      *-- DIAS HABILES DEL RANGO (SIN SABADOS, DOMINGOS NI        --*
      *-- FERIADOS DE "FERIADO.IND"); CON DIAS PEDIDOS EN CERO SE --*
      *-- TOMAN LOS HABILES CALCULADOS.                           --*
       PROCESAR-UNO-EXIT.
           EXIT.

      *-- RECORRE LOS MESES DE "W-DESDE" A "W-HASTA"; SI ALGUNO    --*
      *-- ESTA CONFIRMADO DEJA "W-CERRADO" EN "S" Y ESE MES EN     --*
      *-- "W-PER-CHK".                                             --*
       VERIFICAR-PERIODOS.
           MOVE "N" TO W-CERRADO.
           COMPUTE W-PER-CHK = W-DESDE / 100.
           COMPUTE W-PER-HASTA = W-HASTA / 100.
           PERFORM VERIFICAR-UN-MES THRU VERIFICAR-UN-MES-EXIT
              UNTIL W-CERRADO = "S" OR W-PER-CHK > W-PER-HASTA.
       VERIFICAR-PERIODOS-EXIT.
           EXIT.

       VERIFICAR-UN-MES.
           CALL "PERCERR" USING W-PER-CHK W-CERRADO W-ULT-CERRADO.
           IF W-CERRADO = "S"
              GO TO VERIFICAR-UN-MES-EXIT.
           DIVIDE W-PER-CHK BY 100 GIVING W-ANIO-CHK
              REMAINDER W-MES-CHK.
           ADD 1 TO W-MES-CHK.
           IF W-MES-CHK > 12
              MOVE 1 TO W-MES-CHK
              ADD 1 TO W-ANIO-CHK
           END-IF.
           COMPUTE W-PER-CHK = W-ANIO-CHK * 100 + W-MES-CHK.
       VERIFICAR-UN-MES-EXIT.
           EXIT.

       GRABAR-MOVIMIENTO.
           MOVE W-MCA       TO LMCA.
           MOVE W-TIPO      TO LMTIPO.
              MOVE 0      TO LMCVTO
           END-IF.
           WRITE R-LICM.
      *-- Y SU COPIA EN "LICMOV.IND"; SI NO SE PUDO, "LICMOV.DAT" --*
      *-- QUEDA BIEN Y EL INDICE SE REGENERA CON "REBMOV1".       --*
           MOVE R-LICM TO L-MOV-REG.
           CALL   "MOVIDX" USING L-MOV-ARCH L-MOV-ACC L-MOV-REG
                                 L-MOV-ANT L-MOV-OK.
           CANCEL "MOVIDX".
           IF L-MOV-OK NOT = "S"
              DISPLAY "** NO SE ACTUALIZO LICMOV.IND: REGENERELO"
                 " CON REBMOV1 **" LINE 22 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.

      *-- "ACL-OK" = "S" SI LA LOCALIDAD DEL EMPLEADO ESTA A CARGO --*
      *-- DEL OPERADOR; SI NO, EL ACCESO NEGADO QUEDA REGISTRADO   --*
      *-- EN "ACCLOC.LOG".                                         --*
       CONTROLAR-ACCESO-LOC.
           MOVE W-MLO-EMP TO ACL-LOC.
           MOVE W-MCA     TO ACL-LEGAJO.
           MOVE "V"       TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              MOVE "R" TO ACL-ACCION
              CALL   "ACCLOC" USING ACL-DATOS
              CANCEL "ACCLOC"
           END-IF.

       BUSCAR-EMPLEADO.
           MOVE "N" TO W-EXISTE-EMP.
              END-IF
           END-IF.

      *-- LOCALIDAD DEL EMPLEADO DEL MOVIMIENTO LEIDO; 999 = NO --*
      *-- ESTA MAS EN EL MAESTRO (NO SE LISTA).                 --*
       BUSCAR-MLO-OTRO.
           MOVE 999 TO W-MLO-OTRO.
           MOVE KCA TO MCA.
           OPEN INPUT MAESTRO.
           READ MAESTRO INVALID KEY MOVE "99" TO FST.

      *-- RECONSTRUYE "VTOMADOS"/"VSALDO" DE CADA REGISTRO DE      --*
      *-- "VACAC.IND" SUMANDO LAS VACACIONES "V" APROBADAS DE      --*
      *-- "LICMOV.IND", PARA CUANDO UN SALDO QUEDO DUDOSO.         --*
       RECONSTRUIR-SALDOS.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY "RECONSTRUYENDO SALDOS DESDE LOS MOVIMIENTOS..."
              LINE 06 POSITION 05.
       RECONSTRUIR-UNO-EXIT.
           EXIT.

      *-- DOS PASADAS POR LOS MOVIMIENTOS DEL LEGAJO (POR CLAVE,  --*
      *-- SIN LEER LOS DE LOS DEMAS): PRIMERO SE                  --*
      *-- UBICA LA ULTIMA ACREDITACION "O" (QUE RESETEO TOMADOS Y --*
      *-- SALDO), DESPUES SE SUMAN SOLO LAS VACACIONES "V"        --*
      *-- APROBADAS DESDE ESA FECHA; SIN "O" CUENTAN TODAS.       --*
       SUMAR-TOMADOS.
           MOVE 0 TO W-TOMADOS-REC W-ULT-O.
           OPEN INPUT LICIND.
           IF FSTLX NOT = "00"
              GO TO SUMAR-TOMADOS-EXIT.
           PERFORM UBICAR-LEGAJO.
           PERFORM BUSCAR-ULT-O THRU BUSCAR-ULT-O-EXIT
              UNTIL FIN-CHK = "S".
           PERFORM UBICAR-LEGAJO.
           PERFORM SUMAR-UN-MOV THRU SUMAR-UN-MOV-EXIT
              UNTIL FIN-CHK = "S".
           CLOSE LICIND.
       SUMAR-TOMADOS-EXIT.
           EXIT.

      *-- SE PARA EN EL PRIMER MOVIMIENTO DEL LEGAJO "VCA" --*
       UBICAR-LEGAJO.
           MOVE VCA TO LXCA.
           MOVE 0   TO LXFECHA LXSEC.
           MOVE "N" TO FIN-CHK.
           START LICIND KEY IS NOT LESS THAN LXCLAVE
              INVALID KEY MOVE "S" TO FIN-CHK.

      *-- LEE EL SIGUIENTE MOVIMIENTO DEL LEGAJO A "R-LIDX"; AL --*
      *-- PASAR A OTRO LEGAJO TERMINA LA PASADA.               --*
       LEER-MOV-LEGAJO.
           READ LICIND NEXT RECORD AT END
              MOVE "S" TO FIN-CHK.
           IF FIN-CHK = "N"
              IF LXCA NOT = VCA
                 MOVE "S" TO FIN-CHK
              ELSE
                 MOVE LXREG TO R-LIDX
              END-IF
           END-IF.

       BUSCAR-ULT-O.
           PERFORM LEER-MOV-LEGAJO.
           IF FIN-CHK = "S"
              GO TO BUSCAR-ULT-O-EXIT.
           IF ITIPO = "O" AND IFECHA > W-ULT-O
              MOVE IFECHA TO W-ULT-O
           END-IF.
       BUSCAR-ULT-O-EXIT.
           EXIT.

       SUMAR-UN-MOV.
           PERFORM LEER-MOV-LEGAJO.
           IF FIN-CHK = "S"
              GO TO SUMAR-UN-MOV-EXIT.
           IF ITIPO = "V" AND IRESUL = "A"
              AND IFECHA NOT < W-ULT-O
              ADD IDIAS TO W-TOMADOS-REC
           END-IF.
       SUMAR-UN-MOV-EXIT.
           EXIT.
