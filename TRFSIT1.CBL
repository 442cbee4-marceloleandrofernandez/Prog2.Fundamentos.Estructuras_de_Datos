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

       FD  EMPEXP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-EXP.
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-EXP==
               ==MCA== BY ==XCA== ==MAN== BY ==XAN==

       FD  EMPRCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 106 CHARACTERS
           DATA RECORD IS R-RCH.
        01 R-RCH.
           02 RCHFILA   PIC X(76).
           02 RCHMOTIVO PIC X(30).

       WORKING-STORAGE SECTION.
       77 W-NIVEL          PIC 9(1)  VALUE 0.

       77 W-ACCION         PIC X     VALUE SPACES.
       77 W-MLO-ORIG       PIC 9(02) VALUE 0.
       77 W-MLO-DEST       PIC 9(02) VALUE 0.
       77 W-EXISTE-LOC     PIC X     VALUE "N".
       77 W-COLISION       PIC X     VALUE "N".
       77 W-OK             PIC X     VALUE "N".
       77 CONT-IMP         PIC 9(05) VALUE 0.
       77 CONT-RECH        PIC 9(05) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- MOVER LEGAJOS ENTRE SITIOS ES MANTENIMIENTO MAYOR: --*
           END-IF.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "INTERCAMBIO DE EMPLEADOS ENTRE SITIOS"
              LINE 01 POSITION 22.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
