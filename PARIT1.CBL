       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.


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
       77 CONT-CAMBIADOS   PIC 9(05)  VALUE 0.
       77 CONT-BANDAS      PIC 9(05)  VALUE 0.

      *-- SIMULACION: TOTALES POR CATEGORIA (0 A 9) --*
       01 TABLA-SIM.
          02 ELEM-SIM OCCURS 10 TIMES.
             03 SIM-ANTES  PIC 9(09).
             03 SIM-DESP   PIC 9(09).

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "AUMENTO MASIVO POR PARITARIAS" LINE 01
              POSITION 26.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           END-COMPUTE.

       MOSTRAR-SIMULACION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "SIMULACION DEL AUMENTO (NADA GRABADO AUN)"
              LINE 01 POSITION 20.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           MOVE MAN    TO HAN.
           MOVE MSB    TO HSB.
           MOVE MLO    TO HLO.
           MOVE W-FECHA-HOY TO HFECHA.
           MOVE W-OPERADOR TO HOPER.
           WRITE R-HIS.

