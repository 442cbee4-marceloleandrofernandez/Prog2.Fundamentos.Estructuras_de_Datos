       FILE SECTION.
       FD  MAEEMPB
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS R-ARC.
        01 R-ARC.
           02 BCA   PIC 9(08).
           02 BAN   PIC X(30).
           02 BSB   PIC 9(05).
           02 BLO   PIC 9(02).
           02 BTEL  PIC X(10).
           02 BFECHA.
              03 BANIO  PIC 9(04).
              03 BMES   PIC 99.
              03 BDIA   PIC 99.
           02 BOPER PIC X(08).

       FD  MAEEMPH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-HIS.
        01 R-HIS.
           02 HCA   PIC 9(08).
           02 HAN   PIC X(30).
           02 HSB   PIC 9(05).
           02 HLO   PIC 9(02).
           02 HFECHA.
              03 HANIO  PIC 9(04).
              03 HMES   PIC 99.
              03 HDIA   PIC 99.
           02 HOPER PIC X(08).
      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01" --*
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

      *-- DATOS QUE NO GUARDA EL ARCHIVO, SE PIDEN DE NUEVO --*
       77 W-MSE            PIC 9(1) VALUE 0.
       77 W-MCATE          PIC 9(1) VALUE 0.
      *-- MOVIMIENTO PARA "CATEG.HIS" (VER "CATLOG") --*
       77 W-CAT-MOV        PIC X    VALUE "A".
       77 W-CAT-DESDE      PIC 9(08) VALUE 0.
       77 W-MEC            PIC X(01) VALUE SPACES.

       01 W-FECHA-HOY.
          02 W-HOY-MES  PIC 99.
          02 W-HOY-DIA  PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 03 COLUMN 22 REVERSE VALUE
              "REINCORPORACION DE UN EX-EMPLEADO".

      *-- "35"); CUALQUIER OTRO ERROR (EX: LAYOUT DE UNA VERSION  --*
      *-- ANTERIOR, STATUS "39") FRENA ACA EN VEZ DE RECREARLO    --*
      *-- VACIO. VER "CONVLAY1" PARA CONVERTIR LOS LAYOUTS VIEJOS.--*
      *-- (Y "CONVLOC1" PARA LOS DE LOCALIDAD DE 1 CIFRA).        --*
           IF FST = "35"
              OPEN OUTPUT MAESTRO
              CLOSE MAESTRO
           END-IF.
           IF FST NOT = "00"
              DISPLAY "** NO SE PUEDE ABRIR MAEEMP.IND (STATUS " FST
                 "): CORRA CONVLAY1/CONVLOC1 **"
                 LINE 22 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO REINCORPORAR-EXIT
           MOVE W-OPERADOR TO HOPER.
           WRITE R-HIS.
           CLOSE MAEEMPH.
      *-- EL REINGRESO ABRE UN PERIODO NUEVO EN "CATEG.HIS" --*
           MOVE MFEC TO W-CAT-DESDE.
           CALL   "CATLOG" USING W-OPERADOR W-CAT-MOV MCA MCATE
                                 W-CAT-DESDE MFEC.
           CANCEL "CATLOG".
      *-- Y, COMO TODA ALTA, UN PREOCUPACIONAL PENDIENTE ("EXAPEN") --*
           CALL   "EXAPEN" USING W-OPERADOR MCA MFEC.
           CANCEL "EXAPEN".
       REINCORPORAR-EXIT.
           EXIT.
