      *** TRANSFERENCIA POR EMPLEADO CON FORMA DE PAGO "T". LOS      ***
      *** LEGAJOS SIN DATOS DE PAGO O CON PAGO EN EFECTIVO SE        ***
      *** LISTAN EN PANTALLA PARA QUE TESORERIA LOS RESUELVA.        ***
      *** LO QUE EL BANCO DEVUELVE RECHAZADO SE PROCESA EN "RCHBCO1".***
      ***                                                            ***
      *** FORMATO DE CADA TRANSFERENCIA (47 BYTES):                  ***
      ***   CBU X(22) - LEGAJO 9(08) - PERIODO 9(06) - NETO 9(11)    ***
       77 W-EXISTE-BCO     PIC X     VALUE "N".
       77 TOT-NETO         PIC 9(12) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "GENERACION DE TRANSFERENCIAS BANCARIAS"
              LINE 01 POSITION 21.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
              INTO W-NOM-TRF.
           OPEN OUTPUT BCOTRF.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-DETALLE.
           PERFORM PROCESAR-DETALLE THRU PROCESAR-DETALLE-EXIT
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
