       FILE SECTION.
       FD  MAEEMP-L
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE-L.
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-MAE-L==.

