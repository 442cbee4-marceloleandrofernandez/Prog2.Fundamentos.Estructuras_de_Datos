
       FD  MAEEMP-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE-E.
      *-- LAYOUT COMPARTIDO CON "MODABM" (VER COPY/MAEEMP.CPY) --*
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-MAE-E==.

       FD  MAEEMP-S
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE-S.
       01  R-MAE-S.
            02 FILLER  PIC X(76).

       FD  MAEEMP-T
           LABEL RECORD IS STANDARD
           COPY FERREC.

       SD  MAEEMP-W
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE-W.
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-MAE-W==
               ==MCA== BY ==WCA== ==MAN== BY ==WAN==
