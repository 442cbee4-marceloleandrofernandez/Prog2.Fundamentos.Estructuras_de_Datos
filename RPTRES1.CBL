      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01" --*
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

      *-- LAYOUT COMPARTIDO CON "MODALU" --*
       FD  MAEALU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU.
        01 R-ALU.
           02 ACA   PIC 9(08).
           02 AAN   PIC X(30).
           02 ACUR  PIC 9(03).
           02 AEDI  PIC 9(02).

      *-- LAYOUT COMPARTIDO CON "MODUSU"/"LOGIN" --*
       FD  USUARIO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-USU.
           COPY USUREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 CONT-USU         PIC 9(05) VALUE 0.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
       77 IND              PIC 99    VALUE 0.
       77 W-COD-LOC        PIC 99    VALUE 0.

      *-- TABLA DE DOTACION DE "MAEEMP.IND", UNA POSICION POR "MLOC" --*
      *-- (0 A 99), MISMA TECNICA QUE "RPTLOC1.CBL".                 --*
       01 TABLA-DOTACION.
          02 ELEM-DOT OCCURS 100 TIMES INDEXED BY IND-DOT.
             03 DOT-DESC  PIC X(15) VALUE SPACES.
             03 DOT-CANT  PIC 9(05) VALUE 0.
             03 DOT-CARG  PIC X     VALUE "N".

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           PERFORM CONTAR-LOCALIDADES THRU F-CONTAR-LOCALIDADES.
           PERFORM CONTAR-ALUMNO      THRU F-CONTAR-ALUMNO.
           PERFORM CONTAR-USUARIO     THRU F-CONTAR-USUARIO.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           DISPLAY "MAEEMP.IND  (EMPLEADOS) .....: " CONT-MAE
              LINE 06 POSITION 01.
           DISPLAY SUBRAYADO LINE 11 POSITION 01.
           DISPLAY "DOTACION DE MAEEMP.IND POR LOCALIDAD:"
              LINE 12 POSITION 01.
           MOVE 13 TO IND.
           PERFORM IMPRIMIR-DOTACION THRU F-IMPRIMIR-DOTACION
              VARYING IND-DOT FROM 1 BY 1 UNTIL IND-DOT > 100.

           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 26 CONTROL "FCOLOR=RED", BLINK.
           EXIT.

      *-- UNA LINEA POR CADA LOCALIDAD DADA DE ALTA EN "LOCALIDAD.IND" --*
      *-- ("IND" ES LA LINEA DE PANTALLA); SI NO ENTRAN, SE PAGINA.  --*
       IMPRIMIR-DOTACION.
           IF DOT-CARG (IND-DOT) NOT = "S"
              GO TO F-IMPRIMIR-DOTACION.
           IF IND > 22
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 26 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
              DISPLAY "DOTACION DE MAEEMP.IND POR LOCALIDAD (CONT.):"
                 LINE 05 POSITION 01
              MOVE 06 TO IND.
           SET W-COD-LOC TO IND-DOT.
           SUBTRACT 1 FROM W-COD-LOC.
           DISPLAY W-COD-LOC          LINE IND, POSITION 03.
           DISPLAY DOT-DESC (IND-DOT) LINE IND, POSITION 11.
           DISPLAY DOT-CANT (IND-DOT) LINE IND, POSITION 43.
           ADD 1 TO IND.
       F-IMPRIMIR-DOTACION.
           EXIT.

