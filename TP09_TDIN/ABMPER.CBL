
        FD MAEPERH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-HISP.

         01 R-HISP.
            02 HTS   PIC 9.
            02 HSUC  PIC 9(1).
            02 HFECHA.
               03 HANIO  PIC 9(04).
               03 HMES   PIC 99.
               03 HDIA   PIC 99.
      *-- OPERADOR QUE HIZO LA MODIFICACION (VER "LOGIN") --*

        FD MAEPERB
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-ARCP.

         01 R-ARCP.
            02 BTS   PIC 9.
            02 BSUC  PIC 9(1).
            02 BFECHA.
               03 BANIO  PIC 9(04).
               03 BMES   PIC 99.
               03 BDIA   PIC 99.
      *-- OPERADOR QUE HIZO LA BAJA (VER "LOGIN") --*
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
             IF WMAE = "SI"
                    DISPLAY " " ERASE EOS
                    DISPLAY ENT-MARCA LINE 01 POSITION 01
                    DISPLAY PANTALLA-TITULOS
                    DISPLAY PANTALLA-MOSTRAR-CODIGO
                    DISPLAY PANTALLA-ENVIAR-DATOS
           MOVE MSA  TO BSA
           MOVE MTS  TO BTS
           MOVE MSUC TO BSUC
           ACCEPT BFECHA FROM DATE YYYYMMDD
           MOVE W-OPERADOR TO BOPER
           WRITE R-ARCP.

           MOVE AMSA  TO HSA
           MOVE AMTS  TO HTS
           MOVE AMSUC TO HSUC
           ACCEPT HFECHA FROM DATE YYYYMMDD
           MOVE W-OPERADOR TO HOPER
           WRITE R-HISP.

