       77 OP-SN                   PIC X.
      *---- reemplazo la variable CONDED POR WCON.
       77 WCON                    PIC XX VALUE SPACES.
      *-- MES DE LA VIGENCIA CONTRA "PERCERR" --*
       77 W-PER-VIG               PIC 9(06) VALUE 0.
       77 W-CERRADO               PIC X VALUE "N".
       77 W-ULT-CERRADO           PIC 9(06) VALUE 0.

      ** CAMPOS DONDE VOY A CARGAR LA FECHA DEL SISTEMA**
       01 FECHA.
         02 FILLER PIC X(30) VALUE  "19-                           ".
         02 FILLER PIC X(30) VALUE  "20-                           ".
         02 FILLER PIC X(30) VALUE  "21-                           ".
         02 FILLER PIC X(30) VALUE  "22- ERROR *PERIODO CONFIRMADO*".
         02 FILLER PIC X(30) VALUE  "23- DESEA DAR DE ALTA* S/N   *".
         02 FILLER PIC X(30) VALUE  "24- M=MOD.- B=:BAJA- C=CANCEL.".
         02 FILLER PIC X(30) VALUE  "25- LA OPCION ES: M-B-C * O.K.".
       01 TABLA-MENSAJES REDEFINES MENSAJES.
         02 MENSAJE OCCURS 25 TIMES PIC X(30).

           COPY ENTMREC.
      *-- AREA DE PANTALLAS ---*
       SCREEN SECTION.
        01  PANTALLA-TITULOS.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE  1 COLUMN 60 VALUE  "FECHA".
           02 LINE  1 COLUMN 67 PIC X9/ FROM DIA.
           02 LINE  1 COLUMN 70 PIC X9/ FROM MES.
           LINE 23, POSITION 26 CONTROL "FCOLOR = WHITE,BCOLOR = BLACK".
           ACCEPT TECLA
           CLOSE CONDED
           CANCEL "PERCERR"
           EXIT PROGRAM.

       MENUS.
           IF CDVIG IS NOT NUMERIC
             MOVE 0 TO CDVIG
           END-IF.
      *-- UN RENGLON VIGENTE DESDE UN MES QUE CONTABILIDAD YA      --*
      *-- CONFIRMO CAMBIARIA ESE MES Y LOS SIGUIENTES: NO SE DA DE --*
      *-- ALTA, BAJA NI SE MODIFICA (SE CARGA UNA VIGENCIA NUEVA). --*
           COMPUTE W-PER-VIG = CDVIG / 100.
           CALL "PERCERR" USING W-PER-VIG W-CERRADO W-ULT-CERRADO.
           IF W-ULT-CERRADO > 0 AND W-PER-VIG NOT > W-ULT-CERRADO
             DISPLAY MENSAJE(22) LINE 23, POSITION 26
             PERFORM PULSAR-TECLA
             GO TO F-CODIGO
           END-IF.
       COMIENZO.
           PERFORM LIMPIAR-CAMPOS.
           PERFORM LEER-MAESTRO.
             END-IF.
             IF WCON = "SI"
                    DISPLAY " " ERASE EOS
                    DISPLAY ENT-MARCA LINE 01 POSITION 01
                    DISPLAY PANTALLA-TITULOS
                    DISPLAY PANTALLA-MOSTRAR-CODIGO
                    DISPLAY PANTALLA-ENVIAR-DATOS
