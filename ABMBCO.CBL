
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

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
             END-IF.
             IF WBCO = "SI"
                    DISPLAY " " ERASE EOS
                    DISPLAY ENT-MARCA LINE 01 POSITION 01
                    DISPLAY PANTALLA-TITULOS
                    DISPLAY PANTALLA-MOSTRAR-CODIGO
                    DISPLAY PANTALLA-ENVIAR-DATOS
