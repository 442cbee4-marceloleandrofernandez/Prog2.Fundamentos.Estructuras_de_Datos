      *-- TENDENCIA DE 12 MESES: TOMA LAS FOTOS MENSUALES QUE GUARDA --*
      *-- "ESTMES1" EN "ESTHIS.IND" Y MUESTRA LOS ULTIMOS 12          --*
      *-- PERIODOS UNO DEBAJO DEL OTRO, CON LA VARIACION CONTRA EL    --*
      *-- MES ANTERIOR (DOTACION, BRUTO LIQUIDADO EN %, AUSENCIAS Y   --*
      *-- LICENCIAS). SE PUEDE LIMITAR A UNA LOCALIDAD Y/O A UNA      --*
      *-- CATEGORIA. EL MES SIN FOTO SE MARCA Y NO SE COMPARA. LA     --*
      *-- MISMA GRILLA SE PUEDE MANDAR A "PRN" POR "SPOOLIMP".        --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTEST1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- FOTO MENSUAL POR PERIODO + LOCALIDAD + CATEGORIA --*
           SELECT ESTHIS ASSIGN TO DISK "ESTHIS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ECLAVE
           FILE STATUS IS FSTEST.

           SELECT MAELOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           ALTERNATE RECORD KEY IS MLDESC DUPLICATES
           FILE STATUS IS FSTLOC.

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ESTHIS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-EST.
           COPY ESTHREC.

       FD  MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FSTEST            PIC XX.
       77 FSTLOC            PIC XX.
       77 FIN-ARCH          PIC X     VALUE "N".
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
       77 LIN-ACT           PIC 99    VALUE 0.
       77 IND-M             PIC 99    VALUE 0.
       77 W-OK              PIC X     VALUE "N".
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA        PIC X(08).
       77 L-CANT-REG        PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY); ESTE PGM NO PIDE --*
      *-- USUARIO, ASI QUE LA COPIA QUEDA CON OPERADOR EN BLANCO.  --*
       COPY SPLWREC.

       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 W-PERIODO         PIC 9(06) VALUE 0.
       77 W-ANIO            PIC 9(04) VALUE 0.
       77 W-MES             PIC 99    VALUE 0.
      *-- FILTROS: "S" = TODAS, SI NO LA LOCALIDAD/CATEGORIA PEDIDA --*
       77 W-TODAS-LOC       PIC X     VALUE "S".
       77 W-TODAS-CAT       PIC X     VALUE "S".
       77 W-LOC-SEL         PIC 99    VALUE 0.
       77 W-CAT-SEL         PIC 9     VALUE 0.
       77 W-LOC-NOM         PIC X(15) VALUE SPACES.
      *-- VARIACIONES CONTRA EL MES ANTERIOR --*
       77 W-VAR             PIC S9(06) VALUE 0.
       77 W-PCT             PIC S9(03)V9 VALUE 0.
       77 W-ED-VAR          PIC ++++9.
       77 W-ED-PCT          PIC +++9,9.

      *-- LOS 12 PERIODOS DEL REPORTE (2 A 13) MAS EL ANTERIOR AL  --*
      *-- PRIMERO (1), QUE SOLO SE LEE PARA LA PRIMERA VARIACION.  --*
       01 TABLA-MESES.
          02 ELEM-MES OCCURS 13 TIMES.
             03 M-PER     PIC 9(06).
             03 M-HAY     PIC X.
             03 M-DOT     PIC 9(05).
             03 M-ALT     PIC 9(04).
             03 M-BAJ     PIC 9(04).
             03 M-LIQ     PIC 9(09)V99.
             03 M-AUS     PIC 9(05).
             03 M-LIC     PIC 9(05).

      *-- RENGLON ARMADO (PANTALLA E IMPRESORA) --*
       77 W-RENGLON         PIC X(80) VALUE SPACES.

       01 L-TIT.
          02 FILLER    PIC X(28) VALUE "TENDENCIA DE 12 MESES   AL ".
          02 L-T-ANIO  PIC 9(04).
          02 FILLER    PIC X     VALUE "/".
          02 L-T-MES   PIC 99.
          02 FILLER    PIC X(45) VALUE SPACES.

       01 L-FILTRO.
          02 FILLER    PIC X(11) VALUE "LOCALIDAD: ".
          02 L-F-LOC   PIC X(20).
          02 FILLER    PIC X(11) VALUE "CATEGORIA: ".
          02 L-F-CAT   PIC X(06).
          02 FILLER    PIC X(32) VALUE SPACES.

       01 L-CAB1.
          02 FILLER    PIC X(09) VALUE SPACES.
          02 FILLER    PIC X(13) VALUE "--DOTACION-  ".
          02 FILLER    PIC X(11) VALUE "ING/EGR.-  ".
          02 FILLER    PIC X(21) VALUE "--BRUTO LIQUIDADO--  ".
          02 FILLER    PIC X(13) VALUE "-AUSENCIAS-  ".
          02 FILLER    PIC X(13) VALUE "-LICENCIAS-  ".

       01 L-CAB2.
          02 FILLER    PIC X(09) VALUE "PERIODO  ".
          02 FILLER    PIC X(13) VALUE "TOTAL   VAR  ".
          02 FILLER    PIC X(11) VALUE "ALTA BAJA  ".
          02 FILLER    PIC X(21) VALUE "      PESOS   VAR %  ".
          02 FILLER    PIC X(13) VALUE " DIAS   VAR  ".
          02 FILLER    PIC X(13) VALUE " DIAS   VAR  ".

       01 L-DET.
          02 L-ANIO    PIC 9(04).
          02 FILLER    PIC X     VALUE "/".
          02 L-MES     PIC 99.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-DOT     PIC ZZZZ9.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-DOT-VAR PIC X(05).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-ALT     PIC ZZZ9.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-BAJ     PIC ZZZ9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-LIQ     PIC ZZZ.ZZZ.ZZ9.
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-LIQ-VAR PIC X(06).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-AUS     PIC ZZZZ9.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-AUS-VAR PIC X(05).
          02 FILLER    PIC X(02) VALUE SPACES.
          02 L-LIC     PIC ZZZZ9.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-LIC-VAR PIC X(05).
          02 FILLER    PIC X(02) VALUE SPACES.

       01 L-SIN.
          02 L-S-ANIO  PIC 9(04).
          02 FILLER    PIC X     VALUE "/".
          02 L-S-MES   PIC 99.
          02 FILLER    PIC X(41) VALUE
             "  -- SIN FOTO DEL MES (VER ESTMES1) --".
          02 FILLER    PIC X(32) VALUE SPACES.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "TENDENCIA DE 12 MESES (FOTOS MENSUALES)"
              LINE 01 POSITION 21.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.

           OPEN INPUT ESTHIS.
           IF FSTEST NOT = "00"
              DISPLAY "** NO HAY FOTOS MENSUALES: CORRA ESTMES1 **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           DISPLAY "ULTIMO PERIODO (AAAAMM, 0 = MES ACTUAL): "
              LINE 04 POSITION 01.
           ACCEPT W-PERIODO LINE 04 POSITION 43.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO = 0
              DIVIDE W-FECHA-HOY BY 100 GIVING W-PERIODO
           END-IF.
           DIVIDE W-PERIODO BY 100 GIVING W-ANIO REMAINDER W-MES.
           IF W-MES < 1 OR W-MES > 12
              DISPLAY "** SOLO PERIODOS MENSUALES (MES 01 A 12) **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              CLOSE ESTHIS
              GO TO FIN.
           MOVE W-ANIO TO L-T-ANIO.
           MOVE W-MES  TO L-T-MES.

           PERFORM PEDIR-FILTROS THRU PEDIR-FILTROS-EXIT.

      *-- ARMA LOS 13 PERIODOS HACIA ATRAS DESDE EL PEDIDO --*
           MOVE ZEROS TO TABLA-MESES.
           MOVE 13 TO IND-M.
           PERFORM ARMAR-PERIODO
              UNTIL IND-M = 0.

           PERFORM ACUMULAR-PERIODO THRU ACUMULAR-PERIODO-EXIT
              VARYING IND-M FROM 1 BY 1 UNTIL IND-M > 13.
           CLOSE ESTHIS.

           DISPLAY " " ERASE EOS
           DISPLAY L-TIT     LINE 01 POSITION 01.
           DISPLAY ENT-MARCA LINE 01 POSITION 66.
           DISPLAY L-FILTRO  LINE 02 POSITION 01.
           DISPLAY SUBRAYADO LINE 03 POSITION 01.
           DISPLAY L-CAB1    LINE 04 POSITION 01.
           DISPLAY L-CAB2    LINE 05 POSITION 01.
           DISPLAY SUBRAYADO LINE 06 POSITION 01.
           PERFORM MOSTRAR-FILA
              VARYING IND-M FROM 2 BY 1 UNTIL IND-M > 13.
           DISPLAY SUBRAYADO LINE 19 POSITION 01.
           DISPLAY "VARIACIONES CONTRA EL MES ANTERIOR (DOTACION,"
              LINE 20 POSITION 01.
           DISPLAY " BRUTO EN %, DIAS DE AUSENCIA Y DE LICENCIA)"
              LINE 20 POSITION 46.

           MOVE "N" TO W-OK.
           DISPLAY "IMPRIME (S/N): " LINE 24 POSITION 01.
           ACCEPT W-OK LINE 24 POSITION 16.
           IF W-OK = "S"
              PERFORM IMPRIMIR-TENDENCIA THRU IMPRIMIR-TENDENCIA-EXIT
           END-IF.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       PEDIR-FILTROS.
           MOVE "TODAS" TO L-F-LOC L-F-CAT.
           MOVE "S" TO W-TODAS-LOC.
           DISPLAY "TODAS LAS LOCALIDADES (S/N): " LINE 06 POSITION 01.
           ACCEPT W-TODAS-LOC LINE 06 POSITION 31.
           IF W-TODAS-LOC = "N"
              DISPLAY "LOCALIDAD: " LINE 07 POSITION 01
              ACCEPT W-LOC-SEL LINE 07 POSITION 12
              PERFORM BUSCAR-NOMBRE-LOC
              MOVE SPACES TO L-F-LOC
              STRING W-LOC-SEL " " W-LOC-NOM DELIMITED BY SIZE
                 INTO L-F-LOC
              DISPLAY W-LOC-NOM LINE 07 POSITION 16
           ELSE
              MOVE "S" TO W-TODAS-LOC
           END-IF.

           MOVE "S" TO W-TODAS-CAT.
           DISPLAY "TODAS LAS CATEGORIAS (S/N): " LINE 09 POSITION 01.
           ACCEPT W-TODAS-CAT LINE 09 POSITION 30.
           IF W-TODAS-CAT = "N"
              DISPLAY "CATEGORIA: " LINE 10 POSITION 01
              ACCEPT W-CAT-SEL LINE 10 POSITION 12
              MOVE W-CAT-SEL TO L-F-CAT
           ELSE
              MOVE "S" TO W-TODAS-CAT
           END-IF.
       PEDIR-FILTROS-EXIT.
           EXIT.

       BUSCAR-NOMBRE-LOC.
           MOVE "(SIN LOCALIDAD)" TO W-LOC-NOM.
           OPEN INPUT MAELOC.
           IF FSTLOC = "00"
              MOVE W-LOC-SEL TO MLOC
              READ MAELOC KEY IS MLOC
                   INVALID KEY
                      MOVE "(SIN LOCALIDAD)" TO W-LOC-NOM
                   NOT INVALID KEY
                      MOVE MLDESC TO W-LOC-NOM
              END-READ
              CLOSE MAELOC
           END-IF.

      *-- "W-ANIO"/"W-MES" VAN RETROCEDIENDO UN MES POR VUELTA --*
       ARMAR-PERIODO.
           COMPUTE M-PER (IND-M) = W-ANIO * 100 + W-MES.
           IF W-MES = 1
              MOVE 12 TO W-MES
              SUBTRACT 1 FROM W-ANIO
           ELSE
              SUBTRACT 1 FROM W-MES
           END-IF.
           SUBTRACT 1 FROM IND-M.

      *-- SUMA LAS FILAS DEL PERIODO QUE PASAN LOS FILTROS; EL MES --*
      *-- TIENE FOTO SI "ESTMES1" GRABO ALGUNA FILA, AUNQUE NINGUNA --*
      *-- SEA DE LA LOCALIDAD/CATEGORIA PEDIDA (AHI VALE CERO).     --*
       ACUMULAR-PERIODO.
           MOVE "N" TO M-HAY (IND-M).
           MOVE M-PER (IND-M) TO EPERIODO.
           MOVE 0 TO ELOC ECATE.
           START ESTHIS KEY IS NOT LESS THAN ECLAVE
              INVALID KEY GO TO ACUMULAR-PERIODO-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-FOTO THRU LEER-FOTO-EXIT
              UNTIL FIN-ARCH = "S".
       ACUMULAR-PERIODO-EXIT.
           EXIT.

       LEER-FOTO.
           READ ESTHIS NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-FOTO-EXIT.
           IF EPERIODO NOT = M-PER (IND-M)
              MOVE "S" TO FIN-ARCH
              GO TO LEER-FOTO-EXIT.
           MOVE "S" TO M-HAY (IND-M).
           IF W-TODAS-LOC NOT = "S" AND ELOC NOT = W-LOC-SEL
              GO TO LEER-FOTO-EXIT.
           IF W-TODAS-CAT NOT = "S" AND ECATE NOT = W-CAT-SEL
              GO TO LEER-FOTO-EXIT.
           ADD EDOTAC  TO M-DOT (IND-M).
           ADD EALTAS  TO M-ALT (IND-M).
           ADD EBAJAS  TO M-BAJ (IND-M).
           ADD ELIQUID TO M-LIQ (IND-M).
           ADD EAUSEN  TO M-AUS (IND-M).
           ADD ELICEN  TO M-LIC (IND-M).
       LEER-FOTO-EXIT.
           EXIT.

       MOSTRAR-FILA.
           PERFORM ARMAR-RENGLON THRU ARMAR-RENGLON-EXIT.
           COMPUTE LIN-ACT = IND-M + 5.
           DISPLAY W-RENGLON LINE LIN-ACT POSITION 01.

      *-- DEJA EN "W-RENGLON" LA FILA DEL PERIODO "IND-M"; LA       --*
      *-- VARIACION QUEDA EN BLANCO SI EL MES ANTERIOR NO TIENE FOTO --*
       ARMAR-RENGLON.
           DIVIDE M-PER (IND-M) BY 100 GIVING W-ANIO REMAINDER W-MES.
           IF M-HAY (IND-M) NOT = "S"
              MOVE W-ANIO TO L-S-ANIO
              MOVE W-MES  TO L-S-MES
              MOVE L-SIN  TO W-RENGLON
              GO TO ARMAR-RENGLON-EXIT.
           MOVE W-ANIO         TO L-ANIO.
           MOVE W-MES          TO L-MES.
           MOVE M-DOT (IND-M)  TO L-DOT.
           MOVE M-ALT (IND-M)  TO L-ALT.
           MOVE M-BAJ (IND-M)  TO L-BAJ.
           MOVE M-LIQ (IND-M)  TO L-LIQ.
           MOVE M-AUS (IND-M)  TO L-AUS.
           MOVE M-LIC (IND-M)  TO L-LIC.
           MOVE SPACES TO L-DOT-VAR L-LIQ-VAR L-AUS-VAR L-LIC-VAR.
           IF M-HAY (IND-M - 1) NOT = "S"
              MOVE L-DET TO W-RENGLON
              GO TO ARMAR-RENGLON-EXIT.

           COMPUTE W-VAR = M-DOT (IND-M) - M-DOT (IND-M - 1).
           MOVE W-VAR    TO W-ED-VAR.
           MOVE W-ED-VAR TO L-DOT-VAR.
           COMPUTE W-VAR = M-AUS (IND-M) - M-AUS (IND-M - 1).
           MOVE W-VAR    TO W-ED-VAR.
           MOVE W-ED-VAR TO L-AUS-VAR.
           COMPUTE W-VAR = M-LIC (IND-M) - M-LIC (IND-M - 1).
           MOVE W-VAR    TO W-ED-VAR.
           MOVE W-ED-VAR TO L-LIC-VAR.
      *-- SIN BRUTO EL MES ANTERIOR NO HAY PORCENTAJE; SI PASA DE --*
      *-- 999,9 % SE MARCA CON ASTERISCOS.                        --*
           IF M-LIQ (IND-M - 1) > 0
              COMPUTE W-PCT ROUNDED =
                 (M-LIQ (IND-M) - M-LIQ (IND-M - 1)) * 100
                 / M-LIQ (IND-M - 1)
                 ON SIZE ERROR
                    MOVE "  ****" TO L-LIQ-VAR
                 NOT ON SIZE ERROR
                    MOVE W-PCT    TO W-ED-PCT
                    MOVE W-ED-PCT TO L-LIQ-VAR
              END-COMPUTE
           END-IF.
           MOVE L-DET TO W-RENGLON.
       ARMAR-RENGLON-EXIT.
           EXIT.

       IMPRIMIR-TENDENCIA.
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           WRITE R-IMP FROM L-TIT.
           WRITE R-IMP FROM L-FILTRO.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-CAB1.
           WRITE R-IMP FROM L-CAB2.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE 0 TO L-CANT-REG.
           PERFORM IMPRIMIR-FILA
              VARYING IND-M FROM 2 BY 1 UNTIL IND-M > 13.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           PERFORM GRABAR-PRINTLOG.
       IMPRIMIR-TENDENCIA-EXIT.
           EXIT.

       IMPRIMIR-FILA.
           PERFORM ARMAR-RENGLON THRU ARMAR-RENGLON-EXIT.
           WRITE R-IMP FROM W-RENGLON.
           ADD 1 TO L-CANT-REG.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "RPTEST1" TO L-PROGRAMA.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- PARA VERLA O REIMPRIMIRLA CON "REIMP1".                   --*
       ABRIR-COPIA-IMP.
           MOVE "N"       TO SPL-ACCION.
           MOVE "RPTEST1" TO SPL-PROGRAMA.
           MOVE SPACES    TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
