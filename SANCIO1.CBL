      *-- LEGAJO DISCIPLINARIO: NO HABIA DONDE REGISTRAR UN           --*
      *-- APERCIBIMIENTO O UNA SUSPENSION, RRHH LOS GUARDABA EN UN    --*
      *-- CAJON. ESTE PGM CARGA SANCIONES EN "SANCION.DAT" (VER       --*
      *-- COPY/SANCREC.CPY), CON SU COPIA EN EL INDICE POR LEGAJO     --*
      *-- "SANCION.IND" (VER "MOVIDX"), Y LISTA LAS DE UN LEGAJO      --*
      *-- YENDO DIRECTO A ELLAS POR ESE INDICE; LOS DIAS DE           --*
      *-- SUSPENSION DEL PERIODO APARECEN COMO DIAS SIN GOCE EN EL    --*
      *-- REGISTRO DE LIQUIDACION (VER "LIQCALC"/"RPTLIQ1").          --*
       IDENTIFICATION DIVISION.
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTSAN.

      *-- INDICE POR LEGAJO + FECHA, SOLO LECTURA PARA EL LISTADO --*
           SELECT SANIND ASSIGN TO DISK "SANCION.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SXCLAVE
           FILE STATUS IS FSTCHK.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

           DATA RECORD IS R-SAN.
           COPY SANCREC.

        FD SANIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-SANX.
           COPY SANXREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 W-FIN             PIC X     VALUE "N".
       77 FIN-CHK           PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
      *-- PARA "MOVIDX" (VER "GRABAR-INDICE") --*
       77 L-MOV-ARCH        PIC X     VALUE "S".
       77 L-MOV-ACC         PIC X     VALUE "G".
       77 L-MOV-REG         PIC X(74) VALUE SPACES.
       77 L-MOV-ANT         PIC X(74) VALUE SPACES.
       77 L-MOV-OK          PIC X     VALUE "N".
       77 W-ACCION          PIC X     VALUE SPACES.
       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 CONT-CARGADAS     PIC 9(05) VALUE 0.
       77 CONT-LIN          PIC 99    VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.
      *-- MESES QUE TOCA UNA SUSPENSION, CONTRA "PERCERR" --*
       77 W-CERRADO         PIC X     VALUE "N".
       77 W-ULT-CERRADO     PIC 9(06) VALUE 0.
       77 W-PER-CHK         PIC 9(06) VALUE 0.
       77 W-PER-HASTA       PIC 9(06) VALUE 0.
       77 W-ANIO-CHK        PIC 9(04) VALUE 0.
       77 W-MES-CHK         PIC 99    VALUE 0.

      *-- SANCION LEIDA DEL INDICE, CON SUS CAMPOS A LA VISTA --*
           COPY SANCREC REPLACING ==R-SAN== BY ==R-SCHK==
               ==SCA== BY ==KCA== ==STIPO== BY ==KTIPO==
               ==SFECHA== BY ==KFECHA== ==SDESDE== BY ==KDESDE==
               ==SHASTA== BY ==KHASTA== ==SDIAS== BY ==KDIAS==
               ==SDESC== BY ==KDESC== ==SOPER== BY ==KOPER==.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 22 REVERSE
              VALUE "LEGAJO DISCIPLINARIO DEL PERSONAL".

           PERFORM PROCESAR-UNA THRU PROCESAR-UNA-EXIT
              UNTIL W-FIN = "S".
           CLOSE SANCION.
           CANCEL "PERCERR".

           DISPLAY "SANCIONES CARGADAS: " CONT-CARGADAS
              LINE 20 POSITION 05.
      *    STOP RUN.

       PROCESAR-UNA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE SPACES TO W-NOMBRE.
           DISPLAY PANTALLA-PEDIR-CODIGO.
           ELSE
              MOVE 0 TO SDESDE SHASTA SDIAS
           END-IF.
      *-- UNA SUSPENSION DESCUENTA DIAS EN CADA MES QUE TOCA: SI     --*
      *-- ALGUNO YA LO CONFIRMO CONTABILIDAD NO SE PUEDE CARGAR.     --*
           IF STIPO = "S"
              PERFORM VERIFICAR-PERIODOS THRU VERIFICAR-PERIODOS-EXIT
              IF W-CERRADO = "S"
                 DISPLAY "** PERIODO " W-PER-CHK " CONFIRMADO POR"
                    " CONTABILIDAD, NO SE PUEDE CARGAR **"
                    LINE 15 POSITION 05 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 GO TO CARGAR-SANCION-EXIT
              END-IF
           END-IF.

           DISPLAY "GRABA LA SANCION S/N: " LINE 15 POSITION 05.
           ACCEPT W-OK LINE 15 POSITION 28.
           MOVE W-FECHA-HOY TO SFECHA.
           MOVE W-OPERADOR  TO SOPER.
           WRITE R-SAN.
           PERFORM GRABAR-INDICE.
           ADD 1 TO CONT-CARGADAS.
       CARGAR-SANCION-EXIT.
           EXIT.

      *-- COPIA LA SANCION RECIEN GRABADA A "SANCION.IND" (VER     --*
      *-- "MOVIDX"), POR DONDE LA BUSCAN "LIQCALC" Y EL LISTADO.   --*
      *-- SI NO SE PUDO, "SANCION.DAT" QUEDA BIEN Y EL INDICE SE   --*
      *-- REGENERA CON "REBMOV1".                                  --*
       GRABAR-INDICE.
           MOVE R-SAN TO L-MOV-REG.
           CALL   "MOVIDX" USING L-MOV-ARCH L-MOV-ACC L-MOV-REG
                                 L-MOV-ANT L-MOV-OK.
           CANCEL "MOVIDX".
           IF L-MOV-OK NOT = "S"
              DISPLAY "** NO SE ACTUALIZO SANCION.IND: REGENERELO"
                 " CON REBMOV1 **" LINE 16 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.

      *-- RECORRE LOS MESES DE "SDESDE" A "SHASTA"; SI ALGUNO ESTA --*
      *-- CONFIRMADO DEJA "W-CERRADO" EN "S" Y ESE MES EN          --*
      *-- "W-PER-CHK".                                             --*
       VERIFICAR-PERIODOS.
           MOVE "N" TO W-CERRADO.
           COMPUTE W-PER-CHK = SDESDE / 100.
           COMPUTE W-PER-HASTA = SHASTA / 100.
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

      *-- TODAS LAS SANCIONES DEL LEGAJO, PAGINADAS Y POR FECHA --*
       LISTAR-LEGAJO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           OPEN INPUT SANIND.
           IF FSTCHK NOT = "00"
              DISPLAY "** NO HAY SANCIONES CARGADAS **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO LISTAR-LEGAJO-EXIT.
           MOVE W-MCA TO SXCA.
           MOVE 0     TO SXFECHA SXSEC.
           MOVE "N" TO FIN-CHK.
           START SANIND KEY IS NOT LESS THAN SXCLAVE
              INVALID KEY MOVE "S" TO FIN-CHK.
           PERFORM LISTAR-UNA THRU LISTAR-UNA-EXIT
              UNTIL FIN-CHK = "S".
           CLOSE SANIND.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
           EXIT.

       LISTAR-UNA.
           READ SANIND NEXT RECORD AT END
              MOVE "S" TO FIN-CHK
              GO TO LISTAR-UNA-EXIT.
           IF SXCA NOT = W-MCA
              MOVE "S" TO FIN-CHK
              GO TO LISTAR-UNA-EXIT.
           MOVE SXREG TO R-SCHK.
           IF CONT-LIN > 15
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
