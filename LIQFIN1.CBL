           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTFIN.

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-MCA            PIC 9(08) VALUE 0.
       77 W-FIN            PIC X     VALUE "N".
          02 FILLER    PIC X(09) VALUE SPACE.
          02 L-IMP6    PIC ZZZZZZZ9,99.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "LIQUIDACION FINAL POR BAJA".

      *-- RESULTADO Y, SI SE CONFIRMA, IMPRIME LA HOJA Y DEJA EL    --*
      *-- RENGLON EN "LIQFIN.DAT".                                  --*
       PROCESAR-UNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-PEDIR-CODIGO.
           ACCEPT  PANTALLA-PEDIR-CODIGO ON ESCAPE
           EXIT.

       IMPRIMIR-HOJA.
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           WRITE R-IMP FROM "*** LIQUIDACION FINAL POR BAJA ***".
           MOVE SUBRAYADO TO R-IMP.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.

       GRABAR-LIQFIN.
           MOVE W-MCA       TO LFCA.
           MOVE 1          TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "LIQFIN1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
