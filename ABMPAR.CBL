      *-- "LOCALIDAD.IND"): UN REGISTRO POR SITIO, CADA UNO CON SU   --*
      *-- PROPIO TITULO/OPERADOR DE REFERENCIA, PARA QUE CADA SUCUR- --*
      *-- SAL VEA SU PROPIO CARTEL DE PRESENTACION.                  --*
      *-- "PGENTR" DICE SI EN ESE SITIO SE PUEDE TRABAJAR SOBRE LA   --*
      *-- COPIA DE ENTRENAMIENTO (VER "ENTORNO"/"MENPPAL").          --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MODPAR.
      ****
      *-- LAYOUT COMPARTIDO CON "INICIAL" (VER "TITULO.CBL") --*
        FD PARGRAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS R-PAR.

         01 R-PAR.
            02 PGSITIO  PIC X(27).
            02 PGOPER   PIC X(27).
            02 PGVERS   PIC X(08).
      *-- AMBIENTE DEL SITIO (VER "ENTORNO"): "N" O BLANCO = SOLO --*
      *-- PRODUCCION, "O" = EL OPERADOR ELIGE AL INGRESAR, "E" =  --*
      *-- SIEMPRE ENTRENAMIENTO.                                --*
            02 PGENTR   PIC X(01).

       WORKING-STORAGE SECTION.
       77 FSTPAR                  PIC XX.
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
           02 LINE 09 COLUMN  30 PIC X(27) TO PGOPER.
           02 LINE 10 COLUMN  05 VALUE "VERSION: ".
           02 LINE 10 COLUMN  30 PIC X(08) TO PGVERS.
           02 LINE 11 COLUMN  05 VALUE "ENTRENAMIENTO (N/O/E): ".
           02 LINE 11 COLUMN  30 PIC X(01) TO PGENTR.
           02 LINE 12 COLUMN  05 VALUE
              "N = SOLO PRODUCCION, O = ELIGE EL OPERADOR, E = SIEMPRE".

       01  PANTALLA-ENVIAR-DATOS.
           02 LINE 08 COLUMN  05 VALUE "TITULO DEL TRABAJO: ".
           02 LINE 09 COLUMN  30 PIC X(27) FROM PGOPER.
           02 LINE 10 COLUMN  05 VALUE "VERSION: ".
           02 LINE 10 COLUMN  30 PIC X(08) FROM PGVERS.
           02 LINE 11 COLUMN  05 VALUE "ENTRENAMIENTO (N/O/E): ".
           02 LINE 11 COLUMN  30 PIC X(01) FROM PGENTR.

       01 PANTALLA-MODIFICAR-DATOS AUTO.
           02 LINE 08 COLUMN  05 VALUE "TITULO DEL TRABAJO: ".
           02 LINE 09 COLUMN  30 PIC X(27) USING PGOPER.
           02 LINE 10 COLUMN  05 VALUE "VERSION: ".
           02 LINE 10 COLUMN  30 PIC X(08) USING PGVERS.
           02 LINE 11 COLUMN  05 VALUE "ENTRENAMIENTO (N/O/E): ".
           02 LINE 11 COLUMN  30 PIC X(01) USING PGENTR.
           02 LINE 12 COLUMN  05 VALUE
              "N = SOLO PRODUCCION, O = ELIGE EL OPERADOR, E = SIEMPRE".

       01  PANTALLA-INCIDENCIAS.
         02 LINE 22 COLUMN 26 PIC X(30) FROM INCIDENCIA-P.
             END-IF.
             IF WPAR = "SI"
                    DISPLAY " " ERASE EOS
                    DISPLAY ENT-MARCA LINE 01 POSITION 01
                    DISPLAY PANTALLA-TITULOS
                    DISPLAY PANTALLA-MOSTRAR-CODIGO
                    DISPLAY PANTALLA-ENVIAR-DATOS

       LIMPIAR-CAMPOS.
            MOVE SPACES TO  WPAR.
            MOVE SPACES TO PGSITIO PGOPER PGVERS PGENTR.

       LEER-MAESTRO.
                READ PARGRAL INVALID KEY MOVE "NO" TO WPAR.
                 DISPLAY PANTALLA-MOSTRAR-CODIGO
                   DISPLAY PANTALLA-RECIBIR-DATOS
                    ACCEPT  PANTALLA-RECIBIR-DATOS ON ESCAPE GO FIN.
            PERFORM VALIDAR-ENTRENAMIENTO.
            PERFORM GRABAR-ALTAS.

       BAJAS.
              DISPLAY PANTALLA-MOSTRAR-CODIGO
              DISPLAY PANTALLA-INCIDENCIAS
              ACCEPT PANTALLA-MODIFICAR-DATOS ON ESCAPE GO FIN.
              PERFORM VALIDAR-ENTRENAMIENTO.
              PERFORM GRABAR-MODIFICACIONES.

      *-- CUALQUIER VALOR QUE NO SEA "O" NI "E" ES SOLO PRODUCCION --*
       VALIDAR-ENTRENAMIENTO.
           IF PGENTR NOT = "O" AND PGENTR NOT = "E"
              MOVE "N" TO PGENTR
           END-IF.

       GRABAR-ALTAS.
                  MOVE  "   DESEA DAR DE ALTA S/N  " TO CONFIRMA
                  PERFORM CONFIRMAR-GRABACION
