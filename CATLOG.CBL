      *** HISTORIAL DE CATEGORIAS DE CADA EMPLEADO: EL CERTIFICADO DE ***
      *** TRABAJO PIDE LAS CATEGORIAS QUE TUVO Y DESDE CUANDO, Y LA   ***
      *** FECHA DE INGRESO, PERO "MAEEMPH.HIS" NO GUARDA "MCATE" Y    ***
      *** "MAEEMPB.ARC" NO GUARDA "MFEC". CADA PROGRAMA QUE DA DE     ***
      *** ALTA, CAMBIA LA CATEGORIA O DA DE BAJA ("MODABM",           ***
      *** "PROMOC1", "APLPEN1", "REINCOR1") LLAMA A ESTE SUBPROGRAMA, ***
      *** QUE AGREGA UNA LINEA A "CATEG.HIS" (VER COPY/CATGREC.CPY).  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CATLOG.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGH ASSIGN TO DISK "CATEG.HIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCAT.

       DATA DIVISION.
       FILE SECTION.
      *-- UNA LINEA POR MOVIMIENTO, NUNCA SE REESCRIBE/BORRA --*
       FD  CATEGH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS R-CATG.
           COPY CATGREC.

       WORKING-STORAGE SECTION.
       77 FSTCAT           PIC XX.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.

       LINKAGE SECTION.
      *-- OPERADOR VALIDADO POR "LOGIN" EN EL PROGRAMA QUE LLAMA --*
       77 L-OPERADOR       PIC X(08).
      *-- "A"/"M"/"P"/"C"/"B" (VER COPY/CATGREC.CPY) --*
       77 L-MOV            PIC X.
       77 L-LEGAJO         PIC 9(08).
       77 L-CATE           PIC 9(1).
      *-- VIGENCIA DE LA CATEGORIA (O FECHA DE EGRESO CON "B") --*
       77 L-DESDE          PIC 9(08).
       77 L-FING           PIC 9(08).

       PROCEDURE DIVISION USING L-OPERADOR L-MOV L-LEGAJO L-CATE
                                L-DESDE L-FING.
       INICIO.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

      *-- SI "CATEG.HIS" TODAVIA NO EXISTE, LO CREA ANTES DE    --*
      *-- ABRIRLO EN MODO "EXTEND" (MISMO ARREGLO QUE "CONSLOG") --*
           OPEN EXTEND CATEGH.
           IF FSTCAT = "35"
              OPEN OUTPUT CATEGH
              CLOSE CATEGH
              OPEN EXTEND CATEGH
           END-IF.
           IF FSTCAT NOT = "00"
              GO TO FIN.
           MOVE L-LEGAJO    TO CGCA.
           MOVE L-CATE      TO CGCATE.
           MOVE L-DESDE     TO CGDESDE.
           MOVE L-FING      TO CGFING.
           MOVE L-MOV       TO CGMOV.
           MOVE W-FECHA-HOY TO CGFECHA.
           MOVE L-OPERADOR  TO CGOPER.
           WRITE R-CATG.
           CLOSE CATEGH.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.
