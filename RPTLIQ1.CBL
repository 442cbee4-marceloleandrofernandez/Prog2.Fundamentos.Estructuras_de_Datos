       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       77 LIN-ACT          PIC 99    VALUE 0.
       77 CONT-LEIDOS      PIC 9(05) VALUE 0.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- RENGLON DE CONCEPTO DE HABER EN CURSO (VER "LIQCALC") --*
       77 IND-HAB          PIC 99    VALUE 0.

      *-- PERIODO A LIQUIDAR Y FECHA DEL SISTEMA DE RESPALDO --*
       77 W-PERIODO        PIC 9(06) VALUE 0.
       77 TOT-DESCUENTO    PIC 9(09)V99 VALUE 0.
       77 TOT-NETO         PIC 9(09)V99 VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- SIN PERIODO NO SE SABE QUE NOVEDADES SUMAR; SI EL OPERADOR --*
      *-- NO TIPEA NADA SE LIQUIDA EL MES DE LA FECHA DEL SISTEMA.   --*
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "PERIODO A LIQUIDAR (AAAAMM): "
              LINE 04 POSITION 01.
           ACCEPT W-PERIODO LINE 04 POSITION 31.
              ACCEPT TECLA
              GO TO FIN.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-REGISTRO.
           PERFORM LIQUIDAR-REGISTRO THRU LIQUIDAR-REGISTRO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE MAESTRO.
           CANCEL "LIQCALC".
           CANCEL "GANCALC".
           CANCEL "BUSBANDA".

           DISPLAY SUBRAYADO LINE LIN-ACT POSITION 01.
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY LIQ-DESC    LINE LIN-ACT, POSITION 68.
           DISPLAY LIQ-NETO    LINE LIN-ACT, POSITION 78.
           ADD 1 TO CONT-LIN.
      *-- CADA CONCEPTO DE HABER (ANTIGUEDAD, PRESENTISMO...) EN --*
      *-- SU PROPIO RENGLON, DEBAJO DEL EMPLEADO.                --*
           PERFORM MOSTRAR-HABER
              VARYING IND-HAB FROM 1 BY 1 UNTIL IND-HAB > LIQ-HAB-CANT.
      *-- LOS DIAS SIN GOCE SE LISTAN APARTE, PARA QUE PUEDAN --*
      *-- DISCUTIRSE SIN REHACER LA CUENTA (VER "SANCIO1").   --*
           IF LIQ-DIAS-SUSP > 0
              DISPLAY LIQ-DESC-AUS LINE LIN-ACT, POSITION 37
              ADD 1 TO CONT-LIN
           END-IF.
      *-- IDEM LA RETENCION (O DEVOLUCION) DE GANANCIAS DEL MES --*
           IF LIQ-RET-GAN > 0
              COMPUTE LIN-ACT = 05 + CONT-LIN
              DISPLAY "   RET.GANANCIAS 4TA. -" LINE LIN-ACT,
                 POSITION 11
              DISPLAY LIQ-RET-GAN LINE LIN-ACT, POSITION 37
              ADD 1 TO CONT-LIN
           END-IF.
      *-- IDEM LA CUOTA SINDICAL ("AFISIN1") --*
           IF LIQ-CUOTA-SIND > 0
              COMPUTE LIN-ACT = 05 + CONT-LIN
              DISPLAY "   CUOTA SINDICAL   -" LINE LIN-ACT,
                 POSITION 11
              DISPLAY LIQ-CUOTA-SIND LINE LIN-ACT, POSITION 37
              ADD 1 TO CONT-LIN
           END-IF.
      *-- IDEM LO RETENIDO POR EMBARGOS JUDICIALES ("EMBAR1") --*
           IF LIQ-EMBARGO > 0
              COMPUTE LIN-ACT = 05 + CONT-LIN
              DISPLAY "   EMBARGOS JUDIC.  -" LINE LIN-ACT,
                 POSITION 11
              DISPLAY LIQ-EMBARGO LINE LIN-ACT, POSITION 37
              ADD 1 TO CONT-LIN
           END-IF.
           IF LIQ-DEV-GAN > 0
              COMPUTE LIN-ACT = 05 + CONT-LIN
              DISPLAY "   DEVOL.GANANCIAS  + " LINE LIN-ACT,
                 POSITION 11
              DISPLAY LIQ-DEV-GAN LINE LIN-ACT, POSITION 37
              ADD 1 TO CONT-LIN
           END-IF.
           ADD 1 TO CONT-LEIDOS.
           ADD LIQ-BRUTO TO TOT-BRUTO.
           ADD LIQ-DESC  TO TOT-DESCUENTO.
       LIQUIDAR-REGISTRO-EXIT.
           EXIT.

      *-- SON HASTA 10 RENGLONES: SI LA PANTALLA SE LLENA SE PAUSA --*
      *-- COMO ENTRE EMPLEADOS.                                    --*
       MOSTRAR-HABER.
           IF CONT-LIN > 18
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY LIQ-HAB-DESC (IND-HAB) LINE LIN-ACT, POSITION 14.
           DISPLAY "+" LINE LIN-ACT, POSITION 35.
           DISPLAY LIQ-HAB-IMP (IND-HAB) LINE LIN-ACT, POSITION 37.
           ADD 1 TO CONT-LIN.

      *-- EL "CANCEL" RECIEN SE HACE AL FINAL DE LA CORRIDA PARA    --*
      *-- QUE "LIQCALC" CONSERVE LOS PORCENTAJES YA LEIDOS.         --*
       LLAMAR-LIQCALC.
           MOVE MCA TO LIQ-MCA.
           MOVE MSB TO LIQ-MSB.
           MOVE MANT TO LIQ-MANT.
           MOVE W-PERIODO TO LIQ-PERIODO.
           MOVE "N" TO LIQ-ACTUALIZA.
           CALL "LIQCALC" USING LIQ-DATOS.
