      *-- REIMPRESION DE LISTADOS: CADA LISTADO QUE SALE POR "PRN"    --*
      *-- DEJA SU COPIA FECHADA "AAAAMMDD.NNN" REGISTRADA EN          --*
      *-- "LISTADOS.IND" (VER "SPOOLIMP" Y COPY/SPLIREC.CPY). ESTE    --*
      *-- PGM LAS RECORRE DESDE UNA FECHA, DE A 15 POR PANTALLA, CON  --*
      *-- EL PROGRAMA, EL OPERADOR, LA HORA Y LAS HOJAS DE CADA UNA,  --*
      *-- Y PERMITE VERLA EN PANTALLA O REIMPRIMIRLA ENTERA O DE UNA  --*
      *-- HOJA A OTRA, SIN VOLVER A CORRER EL LISTADO CON LOS DATOS   --*
      *-- YA CAMBIADOS.                                               --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMP1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- INDICE DE COPIAS, SOLO LECTURA (LO MANTIENE "SPOOLIMP") --*
           SELECT LISTADOS ASSIGN TO DISK "LISTADOS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SXCLAVE
           FILE STATUS IS FSTSPL.

      *-- LA COPIA ELEGIDA, PARA VERLA EN PANTALLA --*
           SELECT COPIA ASSIGN TO DISK W-NOM-COPIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTCOP.

       DATA DIVISION.
       FILE SECTION.
        FD LISTADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS R-SPL.
           COPY SPLIREC.

        FD COPIA.
        01 R-COP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA              PIC X.
       77 FSTSPL             PIC XX.
       77 FSTCOP             PIC XX.
       77 SUBRAYADO          PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR         PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK         PIC X     VALUE "N".
       77 W-NIVEL            PIC 9(1)  VALUE 0.

       77 W-FECHA-DESDE      PIC 9(08) VALUE 0.
       77 W-FECHA-HOY        PIC 9(08) VALUE 0.
       77 W-FIN              PIC X     VALUE "N".
       77 W-OK               PIC X     VALUE "N".
       77 W-ACCION           PIC X     VALUE SPACES.
       77 W-NRO              PIC 99    VALUE 0.
       77 FIN-ARCH           PIC X     VALUE "N".
       77 FIN-COP            PIC X     VALUE "N".
       77 CONT-LIN           PIC 99    VALUE 0.
       77 LIN-ACT            PIC 99    VALUE 0.
       77 CONT-RENG          PIC 9(06) VALUE 0.
       77 W-NOM-COPIA        PIC X(12) VALUE SPACES.
       77 W-HOJA-DESDE       PIC 9(04) VALUE 0.
       77 W-HOJA-HASTA       PIC 9(04) VALUE 0.
      *-- DEBE SER LA MISMA HOJA QUE USA "SPOOLIMP" --*
       77 W-LIN-HOJA         PIC 9(02) VALUE 60.
       77 W-HOJA-ACT         PIC 9(04) VALUE 0.
       77 W-RESTO            PIC 9(02) VALUE 0.
       01 W-HORA.
          02 W-HORA-HH       PIC 99.
          02 W-HORA-MM       PIC 99.
          02 W-HORA-SS       PIC 99.
       01 W-HORA-N REDEFINES W-HORA PIC 9(06).
       01 W-HORA-ED.
          02 W-ED-HH         PIC 99.
          02 FILLER          PIC X     VALUE ":".
          02 W-ED-MM         PIC 99.
          02 FILLER          PIC X     VALUE ":".
          02 W-ED-SS         PIC 99.

      *-- PANTALLA ACTUAL: LAS CLAVES MOSTRADAS, PARA ELEGIR POR NRO. --*
      *-- "W-CLAVE-PAG" ES DONDE ARRANCA LA PANTALLA; "W-START" DICE  --*
      *-- SI ARRANCA EN ESA CLAVE ("I") O DESPUES DE ELLA ("M").      --*
       77 W-CANT-PAG         PIC 99    VALUE 0.
       77 W-CLAVE-PAG        PIC X(12) VALUE SPACES.
       77 W-START            PIC X     VALUE "I".
       01 TABLA-PAGINA.
          02 TAB-ITEM OCCURS 15 TIMES.
             03 TAB-CLAVE    PIC X(12).
             03 TAB-PAGINAS  PIC 9(04).
             03 TAB-EST      PIC X.

      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA        PIC X(08).
       77 L-CANT-REG        PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- LOS LISTADOS TRAEN SUELDOS Y DATOS PERSONALES: USUARIO Y  --*
      *-- CLAVE VALIDOS Y EL MISMO NIVEL QUE "MODABM".              --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           IF W-NIVEL < 3
              DISPLAY "** SE NECESITA NIVEL 3 O MAS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "REIMPRESION DE LISTADOS" LINE 01 POSITION 28.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "LISTADOS DESDE LA FECHA (AAAAMMDD, 0 = HOY): "
              LINE 06 POSITION 05.
           ACCEPT W-FECHA-DESDE LINE 06 POSITION 51.
           IF W-FECHA-DESDE = 0
              MOVE W-FECHA-HOY TO W-FECHA-DESDE.
           MOVE W-FECHA-DESDE TO SXFECHA.
           MOVE "."           TO SXPUNTO.
           MOVE 0             TO SXSEC.
           MOVE SXCLAVE       TO W-CLAVE-PAG.
           MOVE "I"           TO W-START.

           PERFORM MOSTRAR-PAGINA THRU MOSTRAR-PAGINA-EXIT
              UNTIL W-FIN = "S".
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- CARGA Y MUESTRA HASTA 15 COPIAS DESDE "W-CLAVE-PAG" Y PIDE --*
      *-- CUAL USAR. EL INDICE SE CIERRA ANTES DE ELEGIR PORQUE      --*
      *-- "SPOOLIMP" LO ABRE PARA CONTAR LA REIMPRESION.             --*
       MOSTRAR-PAGINA.
           OPEN INPUT LISTADOS.
           IF FSTSPL NOT = "00"
              DISPLAY "** TODAVIA NO HAY LISTADOS GUARDADOS **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              MOVE "S" TO W-FIN
              GO TO MOSTRAR-PAGINA-EXIT.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           MOVE 0   TO W-CANT-PAG.
           MOVE "N" TO FIN-ARCH.
           MOVE W-CLAVE-PAG TO SXCLAVE.
           IF W-START = "I"
              START LISTADOS KEY IS NOT LESS THAN SXCLAVE
                 INVALID KEY MOVE "S" TO FIN-ARCH
              END-START
           ELSE
              START LISTADOS KEY IS GREATER THAN SXCLAVE
                 INVALID KEY MOVE "S" TO FIN-ARCH
              END-START
           END-IF.
           PERFORM CARGAR-UNO THRU CARGAR-UNO-EXIT
              UNTIL FIN-ARCH = "S" OR W-CANT-PAG = 15.
      *-- UNA LECTURA MAS PARA SABER SI HAY OTRA PANTALLA --*
           IF FIN-ARCH = "N"
              READ LISTADOS NEXT RECORD AT END
                 MOVE "S" TO FIN-ARCH
              END-READ
           END-IF.
           CLOSE LISTADOS.

           IF W-CANT-PAG = 0
              DISPLAY "** NO HAY LISTADOS DESDE ESA FECHA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              MOVE "S" TO W-FIN
              GO TO MOSTRAR-PAGINA-EXIT.

           DISPLAY SUBRAYADO LINE 21 POSITION 01.
           DISPLAY "NRO. DE LISTADO (0 = SIGUIENTES, 99 = SALIR): "
              LINE 22 POSITION 05.
           MOVE 0 TO W-NRO.
           ACCEPT W-NRO LINE 22 POSITION 52.
           IF W-NRO = 99
              MOVE "S" TO W-FIN
              GO TO MOSTRAR-PAGINA-EXIT.
      *-- SIGUIENTE PANTALLA: ARRANCA DESPUES DE LA ULTIMA MOSTRADA --*
           IF W-NRO = 0 AND FIN-ARCH = "S"
              DISPLAY "** NO HAY MAS LISTADOS **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              MOVE TAB-CLAVE (1) TO W-CLAVE-PAG
              MOVE "I" TO W-START
              GO TO MOSTRAR-PAGINA-EXIT.
           IF W-NRO = 0
              MOVE TAB-CLAVE (W-CANT-PAG) TO W-CLAVE-PAG
              MOVE "M" TO W-START
              GO TO MOSTRAR-PAGINA-EXIT.
           IF W-NRO > W-CANT-PAG
              DISPLAY "** NUMERO FUERA DE LA PANTALLA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO MOSTRAR-PAGINA-EXIT.
      *-- AL VOLVER SE REPITE LA MISMA PANTALLA, CON LOS CONTADORES --*
      *-- DE REIMPRESION YA ACTUALIZADOS.                           --*
           PERFORM ELEGIR-ACCION THRU ELEGIR-ACCION-EXIT.
           MOVE TAB-CLAVE (1) TO W-CLAVE-PAG.
           MOVE "I" TO W-START.
       MOSTRAR-PAGINA-EXIT.
           EXIT.

       CARGAR-UNO.
           READ LISTADOS NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARGAR-UNO-EXIT.
           ADD 1 TO W-CANT-PAG.
           MOVE SXCLAVE   TO TAB-CLAVE   (W-CANT-PAG).
           MOVE SXPAGINAS TO TAB-PAGINAS (W-CANT-PAG).
           MOVE SXEST     TO TAB-EST     (W-CANT-PAG).
           MOVE SXHORA    TO W-HORA-N.
           MOVE W-HORA-HH TO W-ED-HH.
           MOVE W-HORA-MM TO W-ED-MM.
           MOVE W-HORA-SS TO W-ED-SS.
           COMPUTE LIN-ACT = 04 + W-CANT-PAG.
           DISPLAY W-CANT-PAG LINE LIN-ACT, POSITION 01.
           DISPLAY SXCLAVE    LINE LIN-ACT, POSITION 05.
           DISPLAY SXPROGRAMA LINE LIN-ACT, POSITION 19.
           DISPLAY SXOPER     LINE LIN-ACT, POSITION 29.
           DISPLAY W-HORA-ED  LINE LIN-ACT, POSITION 39.
           DISPLAY SXPAGINAS  LINE LIN-ACT, POSITION 49.
           DISPLAY SXLINEAS   LINE LIN-ACT, POSITION 55.
           DISPLAY SXREIMP    LINE LIN-ACT, POSITION 63.
           IF SXEST = "I"
              DISPLAY "IMPRESO"  LINE LIN-ACT, POSITION 69
           ELSE
              DISPLAY "INCOMPL." LINE LIN-ACT, POSITION 69
           END-IF.
       CARGAR-UNO-EXIT.
           EXIT.

      *-- "V" = VER EN PANTALLA, "R" = REIMPRIMIR. UNA COPIA "G" ES  --*
      *-- UN LISTADO QUE SE CORTO ANTES DE CERRARSE: SE PUEDE VER    --*
      *-- PARA SABER HASTA DONDE LLEGO, PERO NO SE REIMPRIME.        --*
       ELEGIR-ACCION.
           MOVE TAB-CLAVE (W-NRO) TO SPL-ARCH.
           DISPLAY " " LINE 22 POSITION 01 ERASE EOL.
           DISPLAY "LISTADO "   LINE 22 POSITION 05.
           DISPLAY SPL-ARCH     LINE 22 POSITION 13.
           DISPLAY "  V = VER, R = REIMPRIMIR, OTRA = VOLVER: "
              LINE 22 POSITION 25.
           MOVE SPACES TO W-ACCION.
           ACCEPT W-ACCION LINE 22 POSITION 68.
           IF W-ACCION = "V"
              PERFORM VER-COPIA THRU VER-COPIA-EXIT
              GO TO ELEGIR-ACCION-EXIT.
           IF W-ACCION NOT = "R"
              GO TO ELEGIR-ACCION-EXIT.
           IF TAB-EST (W-NRO) NOT = "I"
              DISPLAY "** ESE LISTADO NO TERMINO, SOLO SE PUEDE VER **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ELEGIR-ACCION-EXIT.
           PERFORM REIMPRIMIR THRU REIMPRIMIR-EXIT.
       ELEGIR-ACCION-EXIT.
           EXIT.

      *-- PIDE EL RANGO DE HOJAS (POR DEFECTO, TODO EL LISTADO) Y  --*
      *-- LO MANDA A "PRN" POR "SPOOLIMP".                         --*
       REIMPRIMIR.
           DISPLAY " " LINE 22 POSITION 01 ERASE EOS.
           DISPLAY "HOJAS DEL LISTADO: " LINE 22 POSITION 05.
           DISPLAY TAB-PAGINAS (W-NRO)   LINE 22 POSITION 24.
           DISPLAY "DESDE HOJA: "        LINE 22 POSITION 32.
           DISPLAY "HASTA (0 = FINAL): " LINE 22 POSITION 50.
           MOVE 1 TO W-HOJA-DESDE.
           MOVE 0 TO W-HOJA-HASTA.
           ACCEPT W-HOJA-DESDE LINE 22 POSITION 44.
           ACCEPT W-HOJA-HASTA LINE 22 POSITION 69.
           IF W-HOJA-DESDE = 0
              MOVE 1 TO W-HOJA-DESDE.
           IF W-HOJA-DESDE > TAB-PAGINAS (W-NRO)
              OR (W-HOJA-HASTA NOT = 0 AND W-HOJA-HASTA < W-HOJA-DESDE)
              DISPLAY "** RANGO DE HOJAS INVALIDO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO REIMPRIMIR-EXIT.
           DISPLAY "DESEA REIMPRIMIR S/N: " LINE 23 POSITION 05.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 23 POSITION 27.
           IF W-OK NOT = "S"
              GO TO REIMPRIMIR-EXIT.

           MOVE "R"          TO SPL-ACCION.
           MOVE W-HOJA-DESDE TO SPL-DESDE.
           MOVE W-HOJA-HASTA TO SPL-HASTA.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
           IF SPL-LINEAS = 0
              DISPLAY "** NO SE ENCONTRO LA COPIA, NO SE IMPRIMIO **"
                 LINE 24 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO REIMPRIMIR-EXIT.
           PERFORM GRABAR-PRINTLOG.
           DISPLAY "RENGLONES REIMPRESOS: " LINE 24 POSITION 05.
           DISPLAY SPL-LINEAS               LINE 24 POSITION 27.
           DISPLAY "PULSE UNA TECLA" LINE 24 POSITION 40
              CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       REIMPRIMIR-EXIT.
           EXIT.

      *-- MUESTRA LA COPIA DE A 18 RENGLONES CON LA HOJA EN QUE CAE --*
      *-- CADA TRAMO, PARA ELEGIR DESPUES QUE HOJAS REIMPRIMIR.     --*
       VER-COPIA.
           MOVE SPL-ARCH TO W-NOM-COPIA.
           OPEN INPUT COPIA.
           IF FSTCOP NOT = "00"
              DISPLAY "** NO SE ENCONTRO LA COPIA EN DISCO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO VER-COPIA-EXIT.
           MOVE "N" TO FIN-COP.
           MOVE 0   TO CONT-RENG.
           PERFORM ENCABEZADO-COPIA.
           PERFORM VER-RENGLON THRU VER-RENGLON-EXIT
              UNTIL FIN-COP = "S".
           CLOSE COPIA.
       VER-COPIA-EXIT.
           EXIT.

       VER-RENGLON.
           READ COPIA AT END
              MOVE "S" TO FIN-COP
              DISPLAY "FIN DEL LISTADO - PULSE UNA TECLA"
                 LINE 24 POSITION 25 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO VER-RENGLON-EXIT.
           IF CONT-LIN > 17
              DISPLAY "ENTER = SIGUE, F = FIN: "
                 LINE 24 POSITION 25 CONTROL "FCOLOR=RED", BLINK
              MOVE SPACES TO TECLA
              ACCEPT TECLA LINE 24 POSITION 49
              IF TECLA = "F" OR TECLA = "f"
                 MOVE "S" TO FIN-COP
                 GO TO VER-RENGLON-EXIT
              END-IF
              PERFORM ENCABEZADO-COPIA
           END-IF.
           ADD 1 TO CONT-RENG.
           COMPUTE LIN-ACT = 03 + CONT-LIN.
           DISPLAY R-COP LINE LIN-ACT, POSITION 01.
           ADD 1 TO CONT-LIN.
       VER-RENGLON-EXIT.
           EXIT.

       ENCABEZADO-COPIA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DIVIDE CONT-RENG BY W-LIN-HOJA GIVING W-HOJA-ACT
              REMAINDER W-RESTO.
           ADD 1 TO W-HOJA-ACT.
           DISPLAY "COPIA "   LINE 01 POSITION 17.
           DISPLAY SPL-ARCH   LINE 01 POSITION 23.
           DISPLAY "HOJA "    LINE 01 POSITION 60.
           DISPLAY W-HOJA-ACT LINE 01 POSITION 65.
           DISPLAY SUBRAYADO  LINE 02 POSITION 01.
           MOVE 0 TO CONT-LIN.

       ENCABEZADO.
           DISPLAY "LISTADOS GUARDADOS" LINE 01 POSITION 30.
           DISPLAY SUBRAYADO  LINE 02 POSITION 01.
           DISPLAY "NRO"      LINE 03 POSITION 01.
           DISPLAY "COPIA"    LINE 03 POSITION 05.
           DISPLAY "PROGRAMA" LINE 03 POSITION 19.
           DISPLAY "OPERADOR" LINE 03 POSITION 29.
           DISPLAY "HORA"     LINE 03 POSITION 39.
           DISPLAY "HOJAS"    LINE 03 POSITION 49.
           DISPLAY "RENGL."   LINE 03 POSITION 55.
           DISPLAY "REIMP"    LINE 03 POSITION 62.
           DISPLAY "ESTADO"   LINE 03 POSITION 69.
           DISPLAY SUBRAYADO  LINE 04 POSITION 01.

       GRABAR-PRINTLOG.
           MOVE "REIMP1"   TO L-PROGRAMA.
           MOVE SPL-LINEAS TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".
