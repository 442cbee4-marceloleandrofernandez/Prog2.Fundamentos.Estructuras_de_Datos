      *** AMBIENTE DE ENTRENAMIENTO: LOS OPERADORES NUEVOS PRACTICAN ***
      *** SOBRE UNA COPIA DE LOS DATOS Y NO SOBRE "MAEEMP.IND" DE    ***
      *** PRODUCCION. TODOS LOS PROGRAMAS ABREN SUS ARCHIVOS POR     ***
      *** NOMBRE RELATIVO, ASI QUE ALCANZA CON CAMBIAR EL PREFIJO    ***
      *** DE ARCHIVOS DEL RUNTIME ("FILE_PREFIX") AL SUBDIRECTORIO   ***
      *** "ENTRENA": DESDE AHI CADA MAESTRO, MOVIMIENTO, BITACORA    ***
      *** ("PRINT.LOG", "SESION.LOG") Y ARCHIVO DE INTERCAMBIO SE    ***
      *** ABRE EN LA COPIA Y LOS DE PRODUCCION NO SE TOCAN. LOS      ***
      *** PROGRAMAS SE SIGUEN CARGANDO DE DONDE SIEMPRE (EL PREFIJO  ***
      *** DE CODIGO ES OTRO). LO LLAMAN "MENPPAL" AL ENTRAR Y SALIR  ***
      *** Y "ENTREF1" PARA ARMAR LA COPIA. AREA DE COMUNICACION EN   ***
      *** COPY/ENTWREC.CPY; LA MARCA DE PANTALLA Y EL MODO VIGENTE   ***
      *** EN COPY/ENTMREC.CPY.                                       ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTORNO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- CONTROL DE LA COPIA (VER COPY/ENTCREC.CPY); SE ABRE CON EL --*
      *-- PREFIJO YA CAMBIADO, O SEA EL DEL DIRECTORIO "ENTRENA".    --*
           SELECT ENTCTL ASSIGN TO DISK "ENTRENA.CTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTENC.

       DATA DIVISION.
       FILE SECTION.
       FD  ENTCTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS R-ENC.
           COPY ENTCREC.

       WORKING-STORAGE SECTION.
       77 FSTENC          PIC XX.
      *-- PREFIJO DEL AMBIENTE DE ENTRENAMIENTO: EL SUBDIRECTORIO   --*
      *-- "ENTRENA" DEBAJO DEL PREFIJO DE PRODUCCION.               --*
       77 W-PREFIJO       PIC X(70) VALUE SPACES.
       77 W-DIR-ENTRENA   PIC X(07) VALUE "ENTRENA".
       77 W-MARCA         PIC X(15) VALUE "*ENTRENAMIENTO*".
           COPY ENTMREC.

       LINKAGE SECTION.
           COPY ENTWREC.

       PROCEDURE DIVISION USING ENT-DATOS.
       INICIO.
           MOVE "S" TO ENT-RES.
      *-- EL PREFIJO DE PRODUCCION SE TOMA UNA SOLA VEZ POR CORRIDA --*
      *-- (ANTES DE CAMBIARLO), PARA PODER VOLVER A EL.             --*
           IF ENT-PROD-LEIDO NOT = "S"
              MOVE SPACES TO ENT-PROD
              DISPLAY "FILE_PREFIX" UPON ENVIRONMENT-NAME
              ACCEPT ENT-PROD FROM ENVIRONMENT-VALUE
              MOVE "S" TO ENT-PROD-LEIDO
           END-IF.

           IF ENT-ACCION = "P"
              PERFORM VOLVER-PRODUCCION
              GO TO FIN.

           PERFORM ARMAR-PREFIJO.
           IF ENT-ACCION = "R"
              CALL "CBL_CREATE_DIR" USING W-PREFIJO
              SET ENVIRONMENT "FILE_PREFIX" TO W-PREFIJO
              GO TO FIN.

      *-- "E": SOLO SI "ENTREF1" TERMINO DE ARMAR LA COPIA; SI NO, --*
      *-- SE VUELVE A PRODUCCION Y SE AVISA AL LLAMADOR.            --*
           SET ENVIRONMENT "FILE_PREFIX" TO W-PREFIJO.
           OPEN INPUT ENTCTL.
           IF FSTENC NOT = "00"
              PERFORM VOLVER-PRODUCCION
              MOVE "N" TO ENT-RES
              GO TO FIN.
           READ ENTCTL AT END
              MOVE "10" TO FSTENC.
           CLOSE ENTCTL.
           IF FSTENC NOT = "00"
              PERFORM VOLVER-PRODUCCION
              MOVE "N" TO ENT-RES
              GO TO FIN.
           MOVE ECFECHA TO ENT-FECHA.
           MOVE ECHORA  TO ENT-HORA.
           MOVE ECOPER  TO ENT-OPER.
           MOVE "E"     TO ENT-MODO.
           MOVE W-MARCA TO ENT-MARCA.
       FIN.
           EXIT PROGRAM.

      *-- SIN PREFIJO DE PRODUCCION LOS ARCHIVOS ESTAN EN EL       --*
      *-- DIRECTORIO DE TRABAJO; SI HAY UNA LISTA SE USA LA PRIMERA --*
      *-- ENTRADA.                                                  --*
       ARMAR-PREFIJO.
           MOVE SPACES TO W-PREFIJO.
           IF ENT-PROD = SPACES
              MOVE W-DIR-ENTRENA TO W-PREFIJO
           ELSE
              STRING ENT-PROD DELIMITED BY SPACE
                     "/" W-DIR-ENTRENA DELIMITED BY SIZE
                 INTO W-PREFIJO
           END-IF.

       VOLVER-PRODUCCION.
           IF ENT-PROD = SPACES
              SET ENVIRONMENT "FILE_PREFIX" TO "."
           ELSE
              SET ENVIRONMENT "FILE_PREFIX" TO ENT-PROD
           END-IF.
           MOVE "P"    TO ENT-MODO.
           MOVE SPACES TO ENT-MARCA.
