       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.


       77 W-MCA              PIC 9(08) VALUE 0.
       77 W-NOMBRE           PIC X(30) VALUE SPACES.
       77 W-MLO-EMP          PIC 9(02) VALUE 0.
       77 W-EXISTE-EMP       PIC X     VALUE "N".
       77 W-EXISTE-NOV       PIC X     VALUE "N".
       77 W-FIN              PIC X     VALUE "N".
       77 CONT-ALTAS         PIC 9(05) VALUE 0.
       77 CONT-MODIF         PIC 9(05) VALUE 0.
       77 CONT-BAJAS         PIC 9(05) VALUE 0.
      *-- RESPUESTA DE "PERCERR" PARA EL PERIODO DE LA NOVEDAD --*
       77 W-CERRADO          PIC X     VALUE "N".
       77 W-ULT-CERRADO      PIC 9(06) VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
       COPY ACLWREC.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 18 REVERSE
              VALUE "CARGA DE NOVEDADES DE LIQUIDACION".

       01  PANTALLA-PEDIR-DATOS AUTO.
           02 LINE 12 COLUMN 05 VALUE "DESCRIPCION        : ".
           02 LINE 12 COLUMN 27 PIC X(20) TO NVDESC.
           02 LINE 13 COLUMN 05 VALUE "TIPO (H/D/N=NO REMUN.): ".
           02 LINE 13 COLUMN 30 PIC X TO NVTIPO.
           02 LINE 14 COLUMN 05 VALUE "IMPORTE            : ".
           02 LINE 14 COLUMN 27 PIC 9(07)V99 TO NVIMP.
       01  PANTALLA-MOSTRAR-DATOS.
           02 LINE 12 COLUMN 05 VALUE "DESCRIPCION        : ".
           02 LINE 12 COLUMN 27 PIC X(20) FROM NVDESC.
           02 LINE 13 COLUMN 05 VALUE "TIPO (H/D/N)       : ".
           02 LINE 13 COLUMN 27 PIC X FROM NVTIPO.
           02 LINE 14 COLUMN 05 VALUE "IMPORTE            : ".
           02 LINE 14 COLUMN 27 PIC 9(07)V99 FROM NVIMP.
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE "NOVED1"   TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

           DISPLAY PANTALLA-TITULO.
           OPEN I-O NOVED.
           PERFORM PROCESAR-UNA THRU PROCESAR-UNA-EXIT
              UNTIL W-FIN = "S".
           CLOSE NOVED.
           CANCEL "PERCERR".

           DISPLAY "ALTAS: " CONT-ALTAS "  MODIF.: " CONT-MODIF
              "  BAJAS: " CONT-BAJAS LINE 20 POSITION 05.
      *-- MUESTRA Y DEJA REEMPLAZARLA O BORRARLA, SI NO PIDE LOS     --*
      *-- DATOS Y LA GRABA; LEGAJO 0 TERMINA LA CARGA.               --*
       PROCESAR-UNA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE SPACES TO W-NOMBRE.
           DISPLAY PANTALLA-PEDIR-CLAVE.
                 LINE 16 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNA-EXIT.
           PERFORM CONTROLAR-ACCESO-LOC.
           IF ACL-OK NOT = "S"
              DISPLAY "** LEGAJO DE UNA LOCALIDAD NO HABILITADA PARA"
                 " SU USUARIO **" LINE 16 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNA-EXIT.
           IF NVPERIODO < 190001 OR NVCON = 0
              DISPLAY "** VERIFIQUE PERIODO (AAAAMM) Y CONCEPTO **"
                 LINE 16 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNA-EXIT.
      *-- UN PERIODO CONFIRMADO POR CONTABILIDAD NO ADMITE ALTAS,  --*
      *-- REEMPLAZOS NI BAJAS HASTA QUE LO REABRAN ("REAPER1").   --*
           CALL "PERCERR" USING NVPERIODO W-CERRADO W-ULT-CERRADO.
           IF W-CERRADO = "S"
              DISPLAY "** PERIODO CONFIRMADO POR CONTABILIDAD, NO SE"
                 " PUEDE MODIFICAR **" LINE 16 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNA-EXIT.
           DISPLAY PANTALLA-NOMBRE.

           PERFORM LEER-NOVEDAD.
       MODIFICAR-NOVEDAD-EXIT.
           EXIT.

      *-- TIPO H/D/N E IMPORTE MAYOR A CERO --*
       VALIDAR-NOVEDAD.
           MOVE "S" TO W-OK.
           IF NVTIPO NOT = "H" AND NVTIPO NOT = "D" AND NVTIPO NOT = "N"
              MOVE "N" TO W-OK
              DISPLAY "** TIPO INVALIDO, VERIFIQUE H-D-N **"
                 LINE 16 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-NOVEDAD.
           READ NOVED INVALID KEY MOVE "N" TO W-EXISTE-NOV
               NOT INVALID KEY MOVE "S" TO W-EXISTE-NOV.

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
           MOVE W-MCA TO MCA.
           IF FST = "00"
              MOVE "S"  TO W-EXISTE-EMP
              MOVE MAN  TO W-NOMBRE
              MOVE MLO  TO W-MLO-EMP
           END-IF.
           CLOSE MAESTRO.
