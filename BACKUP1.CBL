      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01" --*
       FD  MAESTRO-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  MAELOC-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).


       FD  MAESTRO-S
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE-S.
        01 R-MAE-S PIC X(76).

       FD  MAELOC-S
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC-S.
        01 R-LOC-S PIC X(21).

       FD  MAEPERS-S
           LABEL RECORD IS STANDARD
       77 L-PASO           PIC X(15).
       77 L-RESULTADO      PIC X.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM RESGUARDAR-LOC     THRU RESGUARDAR-LOC-EXIT.
           PERFORM RESGUARDAR-PER     THRU RESGUARDAR-PER-EXIT.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "** RESGUARDO NOCTURNO TERMINADO **"
              LINE 10 POSITION 23.
           DISPLAY "MAEEMP.IND   : " CONT-MAE " REGISTROS -> "
