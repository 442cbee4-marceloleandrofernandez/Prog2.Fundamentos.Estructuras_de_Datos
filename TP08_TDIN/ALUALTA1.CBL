       FILE SECTION.
        FD MAEALU
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU.
         01 R-ALU.
            02 ACA   PIC 9(08).
            02 AAN   PIC X(30).
            02 ACUR  PIC 9(03).
            02 AEDI  PIC 9(02).

      *-- MISMO LAYOUT DEL LOTE QUE USA "ALTLOT1" --*
        FD ALTLOT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-LOT.
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-LOT==
               ==MCA== BY ==LCA== ==MAN== BY ==LAN==
          02 W-HOY-MES      PIC 99.
          02 W-HOY-DIA      PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "CONTRATAR ALUMNO (EMITE ALTAS.LOT)".

      *-- DE ALTA Y "ALTLOT1" VALIDA TODO COMO SIEMPRE.        --*
       01  PANTALLA-PEDIR-DATOS AUTO.
           02 LINE 09 COLUMN 05 VALUE "LOCALIDAD (MLO)   : ".
           02 LINE 09 COLUMN 27 PIC 9(02) TO LLO.
           02 LINE 10 COLUMN 05 VALUE "CATEGORIA (MCATE) : ".
           02 LINE 10 COLUMN 27 PIC 9(1) TO LCATE.
           02 LINE 11 COLUMN 05 VALUE "SUELDO BASICO     : ".
      *    STOP RUN.

       EMITIR-UNA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE SPACES TO W-NOMBRE.
           DISPLAY PANTALLA-PEDIR-DNI.
