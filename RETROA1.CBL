
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  MAEEMPH
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
           02 HOPER PIC X(08).
       77 W-PERIODO        PIC 9(06) VALUE 0.
       77 W-PER-DEST       PIC 9(06) VALUE 0.
       77 W-NOM-INT        PIC X(13) VALUE SPACES.
      *-- RESPUESTA DE "PERCERR" PARA EL PERIODO DESTINO --*
       77 W-CERRADO        PIC X     VALUE "N".
       77 W-ULT-CERRADO    PIC 9(06) VALUE 0.
      *-- CIERRE DEL PERIODO REVISADO EN AAAAMMDD, COMO "HFECHA" --*
       77 W-CIERRE-HIS     PIC 9(08) VALUE 0.
       77 W-FECHA-FILA     PIC 9(08) VALUE 0.
       77 W-COCIENTE       PIC 9(04) VALUE 0.
       77 W-MES-P          PIC 99    VALUE 0.

      *-- SUELDO QUE REGIA AL CIERRE Y FECHA DE LA FILA QUE LO --*
      *-- DETERMINO (LA MAS TEMPRANA POSTERIOR AL CIERRE).     --*
       77 W-SUELDO-ENT     PIC 9(05) VALUE 0.
       77 W-FECHA-MEJOR    PIC 9(08) VALUE 99999999.
       77 W-EXISTE-EMP     PIC X     VALUE "N".
       77 W-EXISTE-NOV     PIC X     VALUE "N".
       77 W-DIF            PIC 9(05) VALUE 0.
       77 CONT-RETRO       PIC 9(05) VALUE 0.
       77 TOT-RETRO        PIC 9(09)V99 VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- LAS NOVEDADES EMITIDAS QUEDAN CON EL OPERADOR --*
              EXIT PROGRAM
           END-IF.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "DIFERENCIAS RETROACTIVAS DE SUELDO"
              LINE 01 POSITION 23.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           IF W-PER-DEST IS NOT NUMERIC OR W-PER-DEST < 190001
              PERFORM CALCULAR-PER-SIGUIENTE
           END-IF.
      *-- LAS NOVEDADES NO PUEDEN CAER EN UN PERIODO CONFIRMADO  --*
      *-- POR CONTABILIDAD HASTA QUE LO REABRAN ("REAPER1").     --*
           CALL   "PERCERR" USING W-PER-DEST W-CERRADO W-ULT-CERRADO.
           CANCEL "PERCERR".
           IF W-CERRADO = "S"
              DISPLAY "** PERIODO CONFIRMADO POR CONTABILIDAD, NO SE"
                 " PUEDE MODIFICAR **" LINE 24 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           STRING "LIQINT." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-INT.
              ACCEPT TECLA
              GO TO FIN.

      *-- CIERRE DEL PERIODO EN AAAAMMDD PARA COMPARAR CON "HFECHA" --*
           COMPUTE W-CIERRE-HIS = W-PERIODO * 100 + 99.

           OPEN I-O NOVED.
           IF FSTNOV NOT = "00"
              OPEN I-O NOVED
           END-IF.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-DETALLE.
           PERFORM REVISAR-DETALLE THRU REVISAR-DETALLE-EXIT
      *-- SUELDO DE HOY YA REGIA ENTONCES (NO HAY RETRO).           --*
       BUSCAR-SUELDO-ENTONCES.
           MOVE MSB TO W-SUELDO-ENT.
           MOVE 99999999 TO W-FECHA-MEJOR.
           OPEN INPUT MAEEMPH.
           IF FSTHIS NOT = "00"
              GO TO BUSCAR-SUELDO-ENTONCES-EXIT.
              GO TO LEER-HISTORIAL-EXIT.
           IF HCA NOT = MCA
              GO TO LEER-HISTORIAL-EXIT.
           MOVE HFECHA TO W-FECHA-FILA.
           IF W-FECHA-FILA > W-CIERRE-HIS
              AND W-FECHA-FILA < W-FECHA-MEJOR
              MOVE W-FECHA-FILA TO W-FECHA-MEJOR
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
