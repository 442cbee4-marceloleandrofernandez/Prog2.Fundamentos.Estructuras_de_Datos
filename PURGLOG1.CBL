       77 L-PASO           PIC X(15).
       77 L-RESULTADO      PIC X.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- RECORTAR BITACORAS ES MANTENIMIENTO: USUARIO/CLAVE Y --*
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

       PEDIR-BITACORA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "DEPURACION DE BITACORAS" LINE 01 POSITION 29.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "BITACORA (1=LOGIN 2=SESION 3=PRINT 4=BATCH"
