       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       77 W-NIVEL            PIC 9(1) VALUE 0.

       77 W-NOMBRE           PIC X(30) VALUE SPACES.
       77 W-MLO-EMP          PIC 9(02) VALUE 0.
       77 W-EXISTE           PIC X     VALUE "N".
       77 W-FIN              PIC X     VALUE "N".
       77 W-OK               PIC X     VALUE "N".
       77 CONFIRMA           PIC X(30) VALUE SPACES.
       77 CONT-FICHADAS      PIC 9(05) VALUE 0.
      *-- LA FICHADA SIEMPRE ES DE HOY: SE CONSULTA EL MES EN CURSO --*
       77 W-PER-HOY          PIC 9(06) VALUE 0.
       77 W-CERRADO          PIC X     VALUE "N".
       77 W-ULT-CERRADO      PIC 9(06) VALUE 0.
      *-- PARA "MOVIDX" (VER "GRABAR-INDICE") --*
       77 L-MOV-ARCH         PIC X     VALUE "A".
       77 L-MOV-ACC          PIC X     VALUE "G".
       77 L-MOV-REG          PIC X(74) VALUE SPACES.
       77 L-MOV-ANT          PIC X(74) VALUE SPACES.
       77 L-MOV-OK           PIC X     VALUE "N".
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
       COPY ACLWREC.

       01 W-HOY.
          02 W-HOY-ANIO      PIC 9(04).
          02 W-AHORA-SS      PIC 99.
          02 W-AHORA-CC      PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "FICHADA DE ENTRADA/SALIDA DEL PERSONAL".

           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE "ASIST1"   TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           ACCEPT W-HOY FROM DATE YYYYMMDD.

           DISPLAY PANTALLA-TITULO.
      *-- SI CONTABILIDAD YA CONFIRMO EL MES EN CURSO, UNA FICHADA  --*
      *-- NUEVA CAMBIARIA SUS AUSENCIAS: NO SE CARGA NADA HASTA QUE --*
      *-- LO REABRAN ("REAPER1").                                   --*
           COMPUTE W-PER-HOY = W-HOY-ANIO * 100 + W-HOY-MES.
           CALL   "PERCERR" USING W-PER-HOY W-CERRADO W-ULT-CERRADO.
           CANCEL "PERCERR".
           IF W-CERRADO = "S"
              DISPLAY "** MES CONFIRMADO POR CONTABILIDAD, NO SE"
                 " ADMITEN FICHADAS **" LINE 14 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
      *-- SI HOY FIGURA EN EL CALENDARIO DE FERIADOS SE AVISA UNA --*
      *-- VEZ (LA FICHADA PUEDE SER LEGITIMA, NO SE IMPIDE).      --*
           PERFORM AVISAR-FERIADO THRU AVISAR-FERIADO-EXIT.
      *-- PIDE TIPO DE FICHADA (Y MOTIVO SI ES AUSENTE) Y AGREGA UN   --*
      *-- RENGLON A "ASISTEN.DAT"; CODIGO 0 TERMINA LA CARGA.         --*
       CARGAR-UNA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE SPACES TO W-NOMBRE.
           DISPLAY PANTALLA-PEDIR-CODIGO.
                 LINE 14 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CARGAR-UNA-EXIT.
           PERFORM CONTROLAR-ACCESO-LOC.
           IF ACL-OK NOT = "S"
              DISPLAY "** LEGAJO DE UNA LOCALIDAD NO HABILITADA PARA"
                 " SU USUARIO **" LINE 14 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CARGAR-UNA-EXIT.

           DISPLAY PANTALLA-NOMBRE.
           DISPLAY PANTALLA-PEDIR-TIPO.
           PERFORM MARCAR-CONTRA-TURNO THRU
              MARCAR-CONTRA-TURNO-EXIT.
           WRITE R-ASIS.
           PERFORM GRABAR-INDICE.
           ADD 1 TO CONT-FICHADAS.
       CARGAR-UNA-EXIT.
           EXIT.

      *-- COPIA LA FICHADA RECIEN GRABADA A "ASISTEN.IND" (VER     --*
      *-- "MOVIDX"), POR DONDE LA BUSCAN "LIQCALC" Y LAS           --*
      *-- CONSULTAS. SI NO SE PUDO, "ASISTEN.DAT" QUEDA BIEN Y EL  --*
      *-- INDICE SE REGENERA CON "REBMOV1".                        --*
       GRABAR-INDICE.
           MOVE R-ASIS TO L-MOV-REG.
           CALL   "MOVIDX" USING L-MOV-ARCH L-MOV-ACC L-MOV-REG
                                 L-MOV-ANT L-MOV-OK.
           CANCEL "MOVIDX".
           IF L-MOV-OK NOT = "S"
              DISPLAY "** NO SE ACTUALIZO ASISTEN.IND: REGENERELO"
                 " CON REBMOV1 **" LINE 16 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.

      *-- COMPARA LA FICHADA CONTRA EL TURNO DE "TURNO.IND": UNA   --*
      *-- "E" DESPUES DE LA ENTRADA ESPERADA MAS LA TOLERANCIA     --*
      *-- QUEDA MARCADA "T" (TARDE), Y UNA "S" ANTES DE LA SALIDA  --*
       F-BUSCAR-TURNO.
           EXIT.

      *-- "ACL-OK" = "S" SI LA LOCALIDAD DEL EMPLEADO ESTA A CARGO --*
      *-- DEL OPERADOR; SI NO, EL ACCESO NEGADO QUEDA REGISTRADO   --*
      *-- EN "ACCLOC.LOG".                                         --*
       CONTROLAR-ACCESO-LOC.
           MOVE W-MLO-EMP TO ACL-LOC.
           MOVE ACA       TO ACL-LEGAJO.
           MOVE "V"       TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              MOVE "R" TO ACL-ACCION
              CALL   "ACCLOC" USING ACL-DATOS
              CANCEL "ACCLOC"
           END-IF.

       BUSCAR-EMPLEADO.
           MOVE "N" TO W-EXISTE.
           MOVE ACA TO MCA.
           IF FST = "00"
              MOVE "S"  TO W-EXISTE
              MOVE MAN  TO W-NOMBRE
              MOVE MLO  TO W-MLO-EMP
           END-IF.
           CLOSE MAESTRO.
