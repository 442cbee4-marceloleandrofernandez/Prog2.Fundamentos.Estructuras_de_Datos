       FILE SECTION.
       FD  MAEEMP-L
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE-L.
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-MAE-L==.

          02 FILLER  PIC X(02) VALUE SPACE.
          02 L-MSB   PIC Z(04)9.
          02 FILLER  PIC X(02) VALUE SPACE.
          02 L-MLO   PIC 99.

       PROCEDURE DIVISION.
       INICIO.
