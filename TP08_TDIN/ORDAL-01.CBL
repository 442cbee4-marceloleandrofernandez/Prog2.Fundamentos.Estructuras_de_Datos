
       FD  MAEALU-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU-E.
        01 R-ALU-E.
           02 ACA   PIC 9(08).
           02 AAN   PIC X(30).
           02 ACUR  PIC 9(03).
           02 AEDI  PIC 9(02).

       FD  MAEALU-S
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU-S.
        01 R-ALU-S.
           02 FILLER  PIC X(43).

       FD  MAEALU-D
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU-D.
        01 R-ALU-D PIC X(43).

       FD  MAEALU-T
           LABEL RECORD IS STANDARD
           02 TDIREC     PIC 9.

       SD  MAEALU-W
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU-W.
        01 R-ALU-W.
           02 WCA   PIC 9(08).
           02 WAN   PIC X(30).
           02 WCUR  PIC 9(03).
           02 WEDI  PIC 9(02).

       WORKING-STORAGE SECTION.
       77 TECLA                   PIC X.
             IF OPCION = 3
                IF DIREC = 2
                   SORT MAEALU-W
                   DESCENDING KEY WCUR WEDI
                   USING  MAEALU-E
                   GIVING MAEALU-S
                ELSE
                   SORT MAEALU-W
                   ASCENDING KEY WCUR WEDI
                   USING  MAEALU-E
                   GIVING MAEALU-S
                END-IF
             END-IF
      *-- CURSO/EDICION COMO CLAVE PRIMARIA, APELLIDO COMO DESEMPATE --*
             IF OPCION = 4
                IF DIREC = 2
                   SORT MAEALU-W
                   DESCENDING KEY WCUR WEDI
                   ASCENDING KEY WAN
                   USING  MAEALU-E
                   GIVING MAEALU-S
                ELSE
                   SORT MAEALU-W
                   ASCENDING KEY WCUR WEDI
                   ASCENDING KEY WAN
                   USING  MAEALU-E
                   GIVING MAEALU-S
