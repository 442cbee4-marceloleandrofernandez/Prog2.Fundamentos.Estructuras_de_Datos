       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       77 CONT-ALTAS         PIC 9(05) VALUE 0.
       77 CONT-MODIF         PIC 9(05) VALUE 0.
       77 CONT-BAJAS         PIC 9(05) VALUE 0.
      *-- MES EN CURSO CONTRA "PERCERR" --*
       77 W-FECHA-HOY        PIC 9(08) VALUE 0.
       77 W-PER-HOY          PIC 9(06) VALUE 0.
       77 W-CERRADO          PIC X     VALUE "N".
       77 W-ULT-CERRADO      PIC 9(06) VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 22 REVERSE
              VALUE "CARGAS DE FAMILIA DEL PERSONAL".

           END-IF.

           DISPLAY PANTALLA-TITULO.
      *-- EL FAMILIAR NO TIENE FECHA DE ALTA: LA LIQUIDACION TOMA   --*
      *-- LOS QUE HAYA CARGADOS AL LIQUIDAR, ASI QUE CUALQUIER      --*
      *-- CAMBIO CAE EN EL MES EN CURSO. SI CONTABILIDAD YA LO      --*
      *-- CONFIRMO NO SE ADMITEN CAMBIOS HASTA QUE LO REABRAN.      --*
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE W-PER-HOY = W-FECHA-HOY / 100.
           CALL   "PERCERR" USING W-PER-HOY W-CERRADO W-ULT-CERRADO.
           CANCEL "PERCERR".
           IF W-CERRADO = "S"
              DISPLAY "** MES CONFIRMADO POR CONTABILIDAD, NO SE"
                 " ADMITEN CAMBIOS **" LINE 16 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN I-O FAMILIA.
           PERFORM PROCESAR-UNA THRU PROCESAR-UNA-EXIT
              UNTIL W-FIN = "S".
      *-- MUESTRA Y DEJA REEMPLAZARLO O BORRARLO, SI NO LO CARGA    --*
      *-- (MISMO ESQUEMA QUE "NOVED1").                             --*
       PROCESAR-UNA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE SPACES TO W-NOMBRE.
           DISPLAY PANTALLA-PEDIR-CLAVE.
