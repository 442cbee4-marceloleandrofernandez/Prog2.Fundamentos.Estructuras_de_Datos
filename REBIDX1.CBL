       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).


       FD  MAEALU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU.
        01 R-ALU.
           02 ACA   PIC 9(08).
           02 AAN   PIC X(30).
           02 ACUR  PIC 9(03).
           02 AEDI  PIC 9(02).

      *-- ANCHO DEL REGISTRO MAS LARGO (R-MAE); LOS MAS CORTOS   --*
      *-- VIAJAN RELLENADOS Y SE RECORTAN AL RECARGAR.           --*
       FD  TMPSEC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-TMP.
        01 R-TMP PIC X(76).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 W-IND   PIC 99.
       77 W-RES   PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
          02 BLANK SCREEN.
          02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
          02 LINE 03 COLUMN 22 REVERSE VALUE
             "RECONSTRUIR INDICES DE UN MAESTRO".

              MOVE "S" TO FIN-ARCH
              GO TO DESC-MAELOC-EXIT.
           MOVE SPACES TO R-TMP.
           MOVE R-LOC TO R-TMP (1:21).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-MAELOC-EXIT.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-MAELOC-EXIT.
           MOVE R-TMP (1:21) TO R-LOC.
           WRITE R-LOC INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              MOVE "S" TO FIN-ARCH
              GO TO DESC-MAEALU-EXIT.
           MOVE SPACES TO R-TMP.
           MOVE R-ALU TO R-TMP (1:43).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-MAEALU-EXIT.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-MAEALU-EXIT.
           MOVE R-TMP (1:43) TO R-ALU.
           WRITE R-ALU INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
