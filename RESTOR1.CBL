      *-- "R-PER-S" ALLI).                                         --*
       FD  RESG-MAE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-RES-MAE.
        01 R-RES-MAE PIC X(76).

       FD  RESG-LOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-RES-LOC.
        01 R-RES-LOC PIC X(21).

       FD  RESG-PER
           LABEL RECORD IS STANDARD
      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01" --*
       FD  MAESTRO-S
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  MAELOC-S
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).

       77 W-VER-REGS       PIC 9(05) VALUE 0.
       77 W-VER-TOTAL      PIC 9(12) VALUE 0.
       77 W-CAMPO5         PIC 9(05) VALUE 0.
       77 W-CAMPO2         PIC 9(02) VALUE 0.

      *-- TABLA DE ETIQUETAS PARA "MENU-OPC" (VER COMENTARIO ALLI): --*
      *-- MISMO PICKER DE MAESTRO QUE "REBIDX1".                    --*
       77 W-IND   PIC 99.
       77 W-RES   PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 03 COLUMN 20 REVERSE VALUE
              "RESTAURAR RESGUARDO DE UN MAESTRO".

                 MOVE "S" TO FIN-ARCH
                 GO TO CONTAR-GENERACION-EXIT
              END-READ
              MOVE R-RES-LOC (1:2) TO W-CAMPO2
              ADD W-CAMPO2 TO W-VER-TOTAL
             ELSE
              READ RESG-PER NEXT RECORD AT END
                 MOVE "S" TO FIN-ARCH
