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
          02 HOY-MES   PIC 99.
          02 HOY-DIA   PIC 99.
       77 W-FECHA-NUM      PIC 9(08) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
              EXIT PROGRAM
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE W-FECHA-NUM = HOY-ANIO * 10000
              + HOY-MES * 100 + HOY-DIA.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "DEPURACION DEL MAESTRO DE EMPLEADOS"
              LINE 01 POSITION 23.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
              GO TO CORREGIR-UNO-EXIT
           END-READ.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CORRECCION DE EXCEPCIONES" LINE 01 POSITION 28.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "LEGAJO : " LINE 04 POSITION 05.
           MOVE MAN    TO HAN.
           MOVE MSB    TO HSB.
           MOVE MLO    TO HLO.
           MOVE FECHA-HOY TO HFECHA.
           MOVE W-OPERADOR TO HOPER.
           WRITE R-HIS.

