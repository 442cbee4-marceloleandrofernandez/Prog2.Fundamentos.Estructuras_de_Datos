       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01" --*
           COPY MAEEMP.

       FD  MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).

       77 W-NIVEL           PIC 9(1) VALUE 0.

      *-- LOCALIDAD DE ORIGEN Y DE DESTINO, PEDIDAS AL OPERADOR --*
       77 W-ORIGEN          PIC 9(02) VALUE 0.
       77 W-DESTINO         PIC 9(02) VALUE 0.
       77 W-DESC-ORIGEN     PIC X(15) VALUE SPACES.
       77 W-DESC-DESTINO    PIC X(15) VALUE SPACES.
       77 W-OK              PIC X     VALUE "N".
       77 W-OPER2           PIC X(08) VALUE SPACES.
       77 W-LOGIN2-OK       PIC X     VALUE "N".
       77 W-NIVEL2          PIC 9(1)  VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
       COPY ACLWREC.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 17 REVERSE
              VALUE "TRANSFERENCIA MASIVA DE LOCALIDAD".

       01  PANTALLA-PEDIR AUTO.
           02 LINE 06 COLUMN 05 VALUE "LOCALIDAD DE ORIGEN : ".
           02 LINE 06 COLUMN 27 PIC 9(02) TO W-ORIGEN.
           02 LINE 08 COLUMN 05 VALUE "LOCALIDAD DE DESTINO: ".
           02 LINE 08 COLUMN 27 PIC 9(02) TO W-DESTINO.

       01  PANTALLA-DESCRIPCIONES.
           02 LINE 06 COLUMN 30 PIC X(15) FROM W-DESC-ORIGEN.
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL MAESTRO VACIO. VER "CONVLAY1" PARA CONVERTIR
      *-- LOS LAYOUTS VIEJOS Y "CONVLOC1" PARA LOS DE LOCALIDAD DE
      *-- 1 CIFRA.
           IF FST = "35"
              OPEN OUTPUT MAESTRO
              CLOSE MAESTRO
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE W-PGM-STAT TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

           DISPLAY PANTALLA-TITULO.
           PERFORM PEDIR-LOCALIDADES THRU F-PEDIR-LOCALIDADES
                 LINE 10 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              DISPLAY PANTALLA-TITULO
              GO TO F-PEDIR-LOCALIDADES.

      *-- ORIGEN Y DESTINO DEBEN ESTAR A CARGO DEL OPERADOR; SI NO, --*
      *-- EL INTENTO QUEDA EN "ACCLOC.LOG" Y SE VUELVE A PEDIR.     --*
           MOVE W-ORIGEN TO ACL-LOC.
           PERFORM CONTROLAR-LOC.
           IF ACL-OK = "S"
              MOVE W-DESTINO TO ACL-LOC
              PERFORM CONTROLAR-LOC
           END-IF.
           IF ACL-OK NOT = "S"
              DISPLAY "** LOCALIDAD NO HABILITADA PARA SU USUARIO **"
                 LINE 10 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              DISPLAY PANTALLA-TITULO
              GO TO F-PEDIR-LOCALIDADES.

                    LINE 10 POSITION 05 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 DISPLAY " " ERASE EOS
                 DISPLAY ENT-MARCA LINE 01 POSITION 01
                 DISPLAY PANTALLA-TITULO
                 GO TO F-PEDIR-LOCALIDADES
              END-IF
                 LINE 12 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              DISPLAY PANTALLA-TITULO
              GO TO F-PEDIR-LOCALIDADES.
           DISPLAY "VER EL LISTADO DE AFECTADOS S/N: "
           IF W-VER-LISTA = "S"
              PERFORM LISTAR-AFECTADOS THRU LISTAR-AFECTADOS-EXIT
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              DISPLAY PANTALLA-TITULO
              DISPLAY PANTALLA-PEDIR
              DISPLAY PANTALLA-DESCRIPCIONES
              GO TO F-PEDIR-LOCALIDADES.
           IF W-OK = "N"
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              DISPLAY PANTALLA-TITULO.

      *-- POR ENCIMA DEL UMBRAL, LA CONFIRMACION DEL PROPIO OPERADOR --*
           ACCEPT TECLA.
           CALL   "LOGIN" USING W-OPER2 W-LOGIN2-OK W-NIVEL2
           CANCEL "LOGIN".
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-DESCRIPCIONES.
           IF W-LOGIN2-OK NOT = "S"
       APROBACION-SEGUNDO-EXIT.
           EXIT.

      *-- "ACL-OK" = "S" SI "ACL-LOC" ESTA A CARGO DEL OPERADOR; SI --*
      *-- NO, REGISTRA EL ACCESO NEGADO (SIN LEGAJO: ES TODA LA     --*
      *-- LOCALIDAD).                                               --*
       CONTROLAR-LOC.
           MOVE 0   TO ACL-LEGAJO.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              MOVE "R" TO ACL-ACCION
              CALL   "ACCLOC" USING ACL-DATOS
              CANCEL "ACCLOC"
           END-IF.

      *-- APROBACION DENEGADA: SE ANULA LA CONFIRMACION Y EL FLUJO --*
      *-- VUELVE A "PEDIR-LOCALIDADES" (W-OK QUEDA EN "N").         --*
       RECHAZAR-APROBACION.
           DISPLAY "** TRANSFERENCIA NO APROBADA, SE CANCELA **"
              LINE 16 POSITION 05 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.

      *-- VISTA PREVIA: PASADA SECUENCIAL DE SOLO LECTURA QUE LISTA, --*
      *-- PAGINADO, CADA EMPLEADO CUYA "MLO" COINCIDE CON EL ORIGEN  --*
      *-- (LOS MISMOS QUE "TRANSFERIR" REESCRIBIRIA).                --*
       LISTAR-AFECTADOS.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO-AFECTADOS.
           MOVE "N" TO FIN-LISTA.
           OPEN INPUT MAESTRO.
                    LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 DISPLAY " " ERASE EOS
                 DISPLAY ENT-MARCA LINE 01 POSITION 01
                 PERFORM ENCABEZADO-AFECTADOS
              END-IF
              COMPUTE LIN-ACT = 05 + CONT-LIN
