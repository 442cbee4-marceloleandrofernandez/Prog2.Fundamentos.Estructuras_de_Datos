       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

        FD MAECAP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE-CAP.
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-MAE-CAP==
               ==MCA== BY ==PCA== ==MAN== BY ==PAN==

        FD MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
         01 R-LOC.
            02 MLOC    PIC 9(02).
            02 MLDESC  PIC X(15).
            02 MLOCAP  PIC 9(04).

      *-- LAYOUT COMPARTIDO CON "VACANT1" (VER COPY/VACNREC.CPY) --*
        FD VACANTE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS R-VACN.
           COPY VACNREC.

        FD ALTLOT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-LOT.
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-LOT==
               ==MCA== BY ==LCA== ==MAN== BY ==LAN==
       01 TABLA-CODIGOS-R REDEFINES TABLA-CODIGOS.
          02 COD-MSG OCCURS 11 TIMES PIC 99.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
      *-- "35"); CUALQUIER OTRO ERROR (EX: LARGO DE REGISTRO DE
      *-- UNA VERSION ANTERIOR, STATUS "39") DEBE FRENAR ACA Y NO
      *-- RECREAR EL MAESTRO VACIO. VER "CONVLAY1" PARA CONVERTIR
      *-- LOS LAYOUTS VIEJOS Y "CONVLOC1" PARA LOS DE LOCALIDAD DE
      *-- 1 CIFRA.
           IF FST = "35"
              OPEN OUTPUT MAESTRO
              CLOSE MAESTRO
              GO TO FIN-SIN-LOTE.

           OPEN I-O MAESTRO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-LOTE.
           PERFORM PROCESAR-ALTA THRU PROCESAR-ALTA-EXIT
           END-IF.
           IF VAL = 0
              ADD 1 TO CONT-ALTAS
      *-- PREOCUPACIONAL PENDIENTE, IGUAL QUE EL ALTA DE "MODABM" --*
              CALL   "EXAPEN" USING W-OPERADOR MCA MFEC
              CANCEL "EXAPEN"
              PERFORM MOSTRAR-RESULTADO
              DISPLAY "ALTA" LINE LIN-ACT, POSITION 44
           ELSE
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
