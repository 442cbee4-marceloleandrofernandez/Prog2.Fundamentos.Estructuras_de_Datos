       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.
       77 CONT-LIS          PIC 99    VALUE 0.
      *-- MES EN CURSO CONTRA "PERCERR" --*
       77 W-PER-HOY         PIC 9(06) VALUE 0.
       77 W-CERRADO         PIC X     VALUE "N".
       77 W-ULT-CERRADO     PIC 9(06) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE W-PER-HOY = W-FECHA-HOY / 100.
           CALL   "PERCERR" USING W-PER-HOY W-CERRADO W-ULT-CERRADO.
           CANCEL "PERCERR".
           OPEN I-O PRESTAMO.
           PERFORM PEDIR-ACCION THRU PEDIR-ACCION-EXIT
              UNTIL W-FIN = "S".
      *    STOP RUN.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "ANTICIPOS Y PRESTAMOS AL PERSONAL" LINE 01
              POSITION 23.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           IF W-ACCION = "0" OR W-ACCION = SPACE
              MOVE "S" TO W-FIN
              GO TO PEDIR-ACCION-EXIT.
      *-- OTORGAR O DAR DE BAJA CAMBIA LAS CUOTAS DEL MES EN CURSO: --*
      *-- SI CONTABILIDAD YA LO CONFIRMO SOLO QUEDA CONSULTAR.      --*
           IF W-CERRADO = "S" AND W-ACCION NOT = "C"
              DISPLAY "** MES CONFIRMADO POR CONTABILIDAD, SOLO SE"
                 " PUEDE CONSULTAR **" LINE 22 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-ACCION-EXIT.
           DISPLAY "CODIGO DE EMPLEADO: " LINE 06 POSITION 01.
           ACCEPT W-MCA LINE 06 POSITION 22.
           IF W-MCA = 0
