      *-- MISMO ESQUEMA QUE "ALTLOT1" (QUE LEE "ALTAS.LOT"): LEE      --*
      *-- "FICHADAS.LOT" (UNA FILA POR FICHADA), VALIDA CADA LEGAJO   --*
      *-- CONTRA "MAEEMP.IND", DESCARTA LOS DUPLICADOS DE MISMO       --*
      *-- EMPLEADO/FECHA/HORA (CONTRA LO YA CARGADO, BUSCADO POR      --*
      *-- CLAVE EN "ASISTEN.IND", Y DENTRO DEL PROPIO LOTE), AGREGA   --*
      *-- LAS BUENAS A "ASISTEN.DAT" (Y SU INDICE) CON LA MARCA DE    --*
      *-- TURNO (VER "MODTUR") Y ESCRIBE LOS RECHAZOS EN              --*
      *-- "FICHADAS.RCH" CON SU MOTIVO.                               --*
      *--                                                             --*
      *-- FORMATO DE CADA FILA DEL LOTE (21 BYTES):                   --*
      *--   LEGAJO 9(08) - FECHA AAAAMMDD - HORA HHMM - TIPO E/S.     --*
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTASI.

      *-- INDICE DE LAS FICHADAS POR LEGAJO + FECHA + HORA (VER   --*
      *-- "MOVIDX"), SOLO PARA BUSCAR DUPLICADOS DE LO YA CARGADO --*
      *-- SIN BARRER TODO "ASISTEN.DAT" POR CADA FILA DEL LOTE.   --*
           SELECT ASIIND ASSIGN TO DISK "ASISTEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AXCLAVE
           FILE STATUS IS FSTCHK.

      *-- TURNO ESPERADO POR EMPLEADO (VER "MODTUR") --*
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

           DATA RECORD IS R-ASIS.
           COPY ASISREC.

        FD ASIIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-ASIX.
           COPY ASIXREC.

      *-- LAYOUT COMPARTIDO CON "MODTUR" (VER COPY/TURREC.CPY) --*
        FD TURNO
       77 W-HAY-TURNO       PIC X     VALUE "N".
       77 W-MIN-FICHADA     PIC 9(04) VALUE 0.
       77 W-MIN-TURNO       PIC 9(04) VALUE 0.
      *-- MES DE LA FICHADA CONTRA "PERCERR" --*
       77 W-PER-FIC         PIC 9(06) VALUE 0.
       77 W-CERRADO         PIC X     VALUE "N".
       77 W-ULT-CERRADO     PIC 9(06) VALUE 0.
      *-- PARA "MOVIDX" (VER "AGREGAR-FICHADA") --*
       77 L-MOV-ARCH        PIC X     VALUE "A".
       77 L-MOV-ACC         PIC X     VALUE "G".
       77 L-MOV-REG         PIC X(74) VALUE SPACES.
       77 L-MOV-ANT         PIC X(74) VALUE SPACES.
       77 L-MOV-OK          PIC X     VALUE "N".
       77 CONT-SIN-IND      PIC 9(05) VALUE 0.

      *-- ESTADISTICAS DE LA CORRIDA --*
       77 CONT-LEIDOS       PIC 9(05) VALUE 0.
             03 TC-MM     PIC 99.
             03 TC-TIPO   PIC X.

      *-- FICHADA LEIDA DEL INDICE, CON SUS CAMPOS A LA VISTA --*
           COPY ASISREC REPLACING ==R-ASIS== BY ==R-CHK==
               ==ACA== BY ==KCA== ==AFECHA== BY ==KFECHA==
               ==AFA== BY ==KFA== ==AFM== BY ==KFM==
               ==AFD== BY ==KFD== ==AHORA== BY ==KHORA==
               ==AHH== BY ==KHH== ==AMM== BY ==KMM==
               ==ATIPO== BY ==KTIPO== ==AMOT== BY ==KMOT==
               ==AOPER== BY ==KOPER== ==AMARCA== BY ==KMARCA==.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- EL LOTE ESCRIBE FICHADAS: USUARIO/CLAVE Y MISMO NIVEL --*
           END-IF.
           OPEN OUTPUT FICRCH.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-LOTE.
           PERFORM PROCESAR-FICHADA THRU PROCESAR-FICHADA-EXIT
           CLOSE ASISTEN.
           CLOSE FICRCH.
           CLOSE FICLOT.
           CANCEL "PERCERR".

           DISPLAY SUBRAYADO LINE 21 POSITION 01.
           DISPLAY "LEIDAS: " CONT-LEIDOS "  CARGADAS: " CONT-CARGADAS
              "  RECHAZOS: " CONT-RECHAZOS LINE 22, POSITION 01.
           DISPLAY "RECHAZOS EN FICHADAS.RCH" LINE 23, POSITION 01.
           IF CONT-SIN-IND > 0
              DISPLAY "** " CONT-SIN-IND " SIN COPIAR A ASISTEN.IND:"
                 " REGENERELO CON REBMOV1 **" LINE 20, POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
           END-IF.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
           IF FHH > 23 OR FMM > 59
              MOVE "HORA INVALIDA" TO W-MOTIVO
              GO TO VALIDAR-FILA-EXIT.
      *-- UN MES YA CONFIRMADO POR CONTABILIDAD NO ADMITE FICHADAS --*
           COMPUTE W-PER-FIC = FFA * 100 + FFM.
           CALL "PERCERR" USING W-PER-FIC W-CERRADO W-ULT-CERRADO.
           IF W-CERRADO = "S"
              MOVE "PERIODO CONFIRMADO (CONTAB.)" TO W-MOTIVO
              GO TO VALIDAR-FILA-EXIT.
           PERFORM CHEQUEAR-DUPLICADO THRU CHEQUEAR-DUPLICADO-EXIT.
           IF W-DUP = "S"
              MOVE "DUPLICADA (MISMO DIA/HORA)" TO W-MOTIVO
           CLOSE MAESTRO.

      *-- DUPLICADA = MISMO EMPLEADO, FECHA, HORA Y TIPO, YA SEA  --*
      *-- YA CARGADA (SE VA POR CLAVE A LAS FICHADAS DE ESE       --*
      *-- EMPLEADO, DIA Y HORA EN "ASISTEN.IND") O ENTRE LAS      --*
      *-- FILAS BUENAS DE ESTA MISMA CORRIDA (TABLA).             --*
       CHEQUEAR-DUPLICADO.
           MOVE "N" TO W-DUP.
           PERFORM BUSCAR-EN-TABLA
              UNTIL IND-BUS > IND-TAB OR W-DUP = "S".
           IF W-DUP = "S"
              GO TO CHEQUEAR-DUPLICADO-EXIT.
           OPEN INPUT ASIIND.
           IF FSTCHK NOT = "00"
              GO TO CHEQUEAR-DUPLICADO-EXIT.
           MOVE FCA    TO AXCA.
           MOVE FFECHA TO AXFECHA.
           COMPUTE AXHORA = FHH * 100 + FMM.
           MOVE 0      TO AXSEC.
           MOVE "N" TO FIN-CHK.
           START ASIIND KEY IS NOT LESS THAN AXCLAVE
              INVALID KEY MOVE "S" TO FIN-CHK.
           PERFORM LEER-CHK THRU LEER-CHK-EXIT
              UNTIL FIN-CHK = "S" OR W-DUP = "S".
           CLOSE ASIIND.
       CHEQUEAR-DUPLICADO-EXIT.
           EXIT.

           END-IF.

       LEER-CHK.
           READ ASIIND NEXT RECORD AT END
              MOVE "S" TO FIN-CHK
              GO TO LEER-CHK-EXIT.
           MOVE AXREG TO R-CHK.
           IF KCA NOT = FCA OR KFECHA NOT = FFECHA
              OR KHH NOT = FHH OR KMM NOT = FMM
              MOVE "S" TO FIN-CHK
              GO TO LEER-CHK-EXIT.
           IF KCA = FCA AND KFA = FFA AND KFM = FFM AND KFD = FFD
           EXIT.

      *-- ARMA EL RENGLON CON LA MARCA DE TURNO (MISMA REGLA QUE --*
      *-- "ASIST1") Y LO AGREGA A "ASISTEN.DAT", A SU INDICE     --*
      *-- "ASISTEN.IND" (VER "MOVIDX") Y A LA TABLA. SI EL       --*
      *-- INDICE NO SE PUDO ACTUALIZAR SE CUENTA Y SE AVISA AL   --*
      *-- FINAL PARA REGENERARLO CON "REBMOV1".                  --*
       AGREGAR-FICHADA.
           MOVE FCA    TO ACA.
           MOVE FFA    TO AFA.
           PERFORM MARCAR-CONTRA-TURNO THRU
              MARCAR-CONTRA-TURNO-EXIT.
           WRITE R-ASIS.
           MOVE R-ASIS TO L-MOV-REG.
           CALL   "MOVIDX" USING L-MOV-ARCH L-MOV-ACC L-MOV-REG
                                 L-MOV-ANT L-MOV-OK.
           CANCEL "MOVIDX".
           IF L-MOV-OK NOT = "S"
              ADD 1 TO CONT-SIN-IND
           END-IF.
           IF IND-TAB < 999
              ADD 1 TO IND-TAB
              MOVE FCA    TO TC-CA (IND-TAB)
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
