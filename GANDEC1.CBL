      *-- DECLARACION ANUAL DE DEDUCCIONES DE GANANCIAS: CADA         --*
      *-- EMPLEADO PRESENTA UNA VEZ POR ANIO SUS CARGAS (CONYUGE,     --*
      *-- HIJOS) Y LOS RUBROS DEDUCIBLES (ALQUILER, SEGURO DE VIDA,   --*
      *-- SERVICIO DOMESTICO, OTROS). ESTE PGM MANTIENE "GANDEC.IND"  --*
      *-- (UN REGISTRO POR LEGAJO + ANIO, VER COPY/GDECREC.CPY) QUE   --*
      *-- "GANCALC" USA PARA LA RETENCION DE CADA PERIODO. MISMA      --*
      *-- FORMA DE CARGA QUE "NOVED1".                                --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GANDEC1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01", SOLO LECTURA --*
           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

      *-- UNA DECLARACION POR LEGAJO + ANIO FISCAL --*
           SELECT GANDEC ASSIGN TO DISK "GANDEC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GDCLAVE
           FILE STATUS IS FSTGDC.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

      *-- LAYOUT COMPARTIDO CON "GANCALC" (VER COPY/GDECREC.CPY) --*
        FD GANDEC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 67 CHARACTERS
           DATA RECORD IS R-GDEC.
           COPY GDECREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FST                PIC XX.
       77 FSTGDC             PIC XX.
       77 SUBRAYADO          PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR         PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK         PIC X     VALUE "N".
       77 W-NIVEL            PIC 9(1)  VALUE 0.

       77 W-MCA              PIC 9(08) VALUE 0.
       77 W-ANIO             PIC 9(04) VALUE 0.
       77 W-NOMBRE           PIC X(30) VALUE SPACES.
       77 W-EXISTE-EMP       PIC X     VALUE "N".
       77 W-EXISTE-DEC       PIC X     VALUE "N".
       77 W-FIN              PIC X     VALUE "N".
       77 W-OK               PIC X     VALUE "N".
       77 W-ACCION           PIC X     VALUE SPACES.
       77 W-FECHA-HOY        PIC 9(08) VALUE 0.
       77 CONFIRMA           PIC X(30) VALUE SPACES.
       77 CONT-ALTAS         PIC 9(05) VALUE 0.
       77 CONT-MODIF         PIC 9(05) VALUE 0.
       77 CONT-BAJAS         PIC 9(05) VALUE 0.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 17 REVERSE
              VALUE "DECLARACION ANUAL DE DEDUCCIONES - GANANCIAS".

       01  PANTALLA-PEDIR-CLAVE AUTO.
           02 LINE 05 COLUMN 05 VALUE
              "CODIGO DE EMPLEADO (0 = TERMINAR): ".
           02 LINE 05 COLUMN 41 PIC 9(08) TO W-MCA.
           02 LINE 06 COLUMN 05 VALUE "ANIO FISCAL (AAAA): ".
           02 LINE 06 COLUMN 41 PIC 9(04) TO W-ANIO.

       01  PANTALLA-NOMBRE.
           02 LINE 08 COLUMN 05 VALUE "EMPLEADO: ".
           02 LINE 08 COLUMN 15 PIC X(30) FROM W-NOMBRE.

       01  PANTALLA-PEDIR-DATOS AUTO.
           02 LINE 10 COLUMN 05 VALUE "CONYUGE A CARGO (S/N)   : ".
           02 LINE 10 COLUMN 32 PIC X TO GDCONY.
           02 LINE 11 COLUMN 05 VALUE "HIJOS A CARGO           : ".
           02 LINE 11 COLUMN 32 PIC 9(02) TO GDHIJOS.
           02 LINE 12 COLUMN 05 VALUE "ALQUILERES (ANUAL)      : ".
           02 LINE 12 COLUMN 32 PIC 9(07)V99 TO GDALQ.
           02 LINE 13 COLUMN 05 VALUE "SEGURO DE VIDA (ANUAL)  : ".
           02 LINE 13 COLUMN 32 PIC 9(07)V99 TO GDSEGURO.
           02 LINE 14 COLUMN 05 VALUE "SERV. DOMESTICO (ANUAL) : ".
           02 LINE 14 COLUMN 32 PIC 9(07)V99 TO GDDOMES.
           02 LINE 15 COLUMN 05 VALUE "OTRAS DEDUCC. (ANUAL)   : ".
           02 LINE 15 COLUMN 32 PIC 9(07)V99 TO GDOTRAS.

       01  PANTALLA-MOSTRAR-DATOS.
           02 LINE 10 COLUMN 05 VALUE "CONYUGE A CARGO (S/N)   : ".
           02 LINE 10 COLUMN 32 PIC X FROM GDCONY.
           02 LINE 11 COLUMN 05 VALUE "HIJOS A CARGO           : ".
           02 LINE 11 COLUMN 32 PIC 9(02) FROM GDHIJOS.
           02 LINE 12 COLUMN 05 VALUE "ALQUILERES (ANUAL)      : ".
           02 LINE 12 COLUMN 32 PIC 9(07)V99 FROM GDALQ.
           02 LINE 13 COLUMN 05 VALUE "SEGURO DE VIDA (ANUAL)  : ".
           02 LINE 13 COLUMN 32 PIC 9(07)V99 FROM GDSEGURO.
           02 LINE 14 COLUMN 05 VALUE "SERV. DOMESTICO (ANUAL) : ".
           02 LINE 14 COLUMN 32 PIC 9(07)V99 FROM GDDOMES.
           02 LINE 15 COLUMN 05 VALUE "OTRAS DEDUCC. (ANUAL)   : ".
           02 LINE 15 COLUMN 32 PIC 9(07)V99 FROM GDOTRAS.
           02 LINE 16 COLUMN 05 VALUE "ULTIMA CARGA            : ".
           02 LINE 16 COLUMN 32 PIC 9(08) FROM GDFECHA.
           02 LINE 16 COLUMN 42 PIC X(08) FROM GDOPER.

       01  PANTALLA-CONFIRMAR.
           02 LINE 18 COLUMN 05 PIC X(30) FROM CONFIRMA.

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON GANDEC.
       ERROR-APERTURA.
           IF FSTGDC NOT = "00"
              OPEN OUTPUT GANDEC
              CLOSE GANDEC
              OPEN I-O GANDEC
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- LA DECLARACION QUEDA ESTAMPADA CON EL OPERADOR QUE LA CARGO --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY PANTALLA-TITULO.
           OPEN I-O GANDEC.
           PERFORM PROCESAR-UNA THRU PROCESAR-UNA-EXIT
              UNTIL W-FIN = "S".
           CLOSE GANDEC.

           DISPLAY "ALTAS: " CONT-ALTAS "  MODIF.: " CONT-MODIF
              "  BAJAS: " CONT-BAJAS LINE 20 POSITION 05.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- PIDE LEGAJO/ANIO; SI LA DECLARACION YA EXISTE LA MUESTRA  --*
      *-- Y DEJA REEMPLAZARLA O BORRARLA, SI NO PIDE LOS DATOS Y LA --*
      *-- GRABA; LEGAJO 0 TERMINA LA CARGA.                         --*
       PROCESAR-UNA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE SPACES TO W-NOMBRE.
           DISPLAY PANTALLA-PEDIR-CLAVE.
           ACCEPT  PANTALLA-PEDIR-CLAVE ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNA-EXIT.
           IF W-MCA = 0
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNA-EXIT.

           PERFORM BUSCAR-EMPLEADO.
           IF W-EXISTE-EMP = "N"
              DISPLAY "** ESE EMPLEADO NO EXISTE EN EL MAESTRO **"
                 LINE 18 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNA-EXIT.
           IF W-ANIO < 1900 OR W-ANIO > 2999
              DISPLAY "** VERIFIQUE EL ANIO FISCAL (AAAA) **"
                 LINE 18 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNA-EXIT.
           DISPLAY PANTALLA-NOMBRE.

           PERFORM LEER-DECLARACION.
           IF W-EXISTE-DEC = "S"
              PERFORM MODIFICAR-DECLARACION THRU
                 MODIFICAR-DECLARACION-EXIT
           ELSE
              PERFORM ALTA-DECLARACION THRU ALTA-DECLARACION-EXIT
           END-IF.
       PROCESAR-UNA-EXIT.
           EXIT.

       ALTA-DECLARACION.
           MOVE "N" TO GDCONY.
           MOVE 0 TO GDHIJOS GDALQ GDSEGURO GDDOMES GDOTRAS.
           DISPLAY PANTALLA-PEDIR-DATOS.
           ACCEPT  PANTALLA-PEDIR-DATOS ON ESCAPE
              GO TO ALTA-DECLARACION-EXIT.
           PERFORM VALIDAR-DECLARACION THRU F-VALIDAR-DECLARACION.
           IF W-OK = "N"
              GO TO ALTA-DECLARACION-EXIT.

           MOVE "DESEA GRABAR LA DECLARAC. S/N:" TO CONFIRMA.
           DISPLAY PANTALLA-CONFIRMAR.
           ACCEPT  W-OK LINE 18 POSITION 36.
           IF W-OK NOT = "S"
              GO TO ALTA-DECLARACION-EXIT.
           PERFORM COMPLETAR-CLAVE.
           WRITE R-GDEC INVALID KEY
              DISPLAY "** ERROR AL GRABAR LA DECLARACION **"
                 LINE 18 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ALTA-DECLARACION-EXIT
           END-WRITE.
           ADD 1 TO CONT-ALTAS.
       ALTA-DECLARACION-EXIT.
           EXIT.

      *-- YA EXISTE: R = REEMPLAZAR, B = BORRAR, C = NADA --*
       MODIFICAR-DECLARACION.
           DISPLAY PANTALLA-MOSTRAR-DATOS.
           DISPLAY "YA EXISTE: R=REEMPLAZA B=BORRA C=CANCELA: "
              LINE 18 POSITION 05.
           ACCEPT W-ACCION LINE 18 POSITION 48.
           IF W-ACCION = "B"
              DELETE GANDEC INVALID KEY
                 CONTINUE
              END-DELETE
              ADD 1 TO CONT-BAJAS
              GO TO MODIFICAR-DECLARACION-EXIT.
           IF W-ACCION NOT = "R"
              GO TO MODIFICAR-DECLARACION-EXIT.

           DISPLAY PANTALLA-PEDIR-DATOS.
           ACCEPT  PANTALLA-PEDIR-DATOS ON ESCAPE
              GO TO MODIFICAR-DECLARACION-EXIT.
           PERFORM VALIDAR-DECLARACION THRU F-VALIDAR-DECLARACION.
           IF W-OK = "N"
              GO TO MODIFICAR-DECLARACION-EXIT.
           MOVE "GRABA EL REEMPLAZO S/N: " TO CONFIRMA.
           DISPLAY PANTALLA-CONFIRMAR.
           ACCEPT  W-OK LINE 18 POSITION 30.
           IF W-OK NOT = "S"
              GO TO MODIFICAR-DECLARACION-EXIT.
           PERFORM COMPLETAR-CLAVE.
           REWRITE R-GDEC INVALID KEY
              CONTINUE
           END-REWRITE.
           ADD 1 TO CONT-MODIF.
       MODIFICAR-DECLARACION-EXIT.
           EXIT.

       COMPLETAR-CLAVE.
           MOVE W-MCA       TO GDCA.
           MOVE W-ANIO      TO GDANIO.
           MOVE W-FECHA-HOY TO GDFECHA.
           MOVE W-OPERADOR  TO GDOPER.

      *-- CONYUGE S/N; LOS IMPORTES SON NUMERICOS POR PANTALLA Y  --*
      *-- EL TOPE DE CADA RUBRO LO APLICA "GANCALC" CON LA TABLA. --*
       VALIDAR-DECLARACION.
           MOVE "S" TO W-OK.
           IF GDCONY NOT = "S" AND GDCONY NOT = "N"
              MOVE "N" TO W-OK
              DISPLAY "** CONYUGE INVALIDO, VERIFIQUE S-N **"
                 LINE 18 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO F-VALIDAR-DECLARACION.
           IF GDHIJOS IS NOT NUMERIC
              MOVE 0 TO GDHIJOS
           END-IF.
       F-VALIDAR-DECLARACION.
           EXIT.

       LEER-DECLARACION.
           MOVE W-MCA  TO GDCA.
           MOVE W-ANIO TO GDANIO.
           READ GANDEC INVALID KEY MOVE "N" TO W-EXISTE-DEC
               NOT INVALID KEY MOVE "S" TO W-EXISTE-DEC.

       BUSCAR-EMPLEADO.
           MOVE "N" TO W-EXISTE-EMP.
           MOVE W-MCA TO MCA.
           OPEN INPUT MAESTRO.
           READ MAESTRO INVALID KEY MOVE "99" TO FST.
           IF FST = "00"
              MOVE "S"  TO W-EXISTE-EMP
              MOVE MAN  TO W-NOMBRE
           END-IF.
           CLOSE MAESTRO.
