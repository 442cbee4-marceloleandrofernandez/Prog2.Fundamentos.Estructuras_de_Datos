      *** RECHAZOS BANCARIOS DE TRANSFERENCIAS DE SUELDO ***
      *** "BCOTRF1" ARMA "BANCO.AAAAMM" Y AHI TERMINABA TODO: SI EL  ***
      *** BANCO DEVOLVIA UNA TRANSFERENCIA (CUENTA CERRADA, CBU MAL) ***
      *** NOS ENTERABAMOS CUANDO LLAMABA EL EMPLEADO. ESTE PGM LEE   ***
      *** LA DEVOLUCION DEL BANCO "BCODEV.AAAAMM", LA CRUZA CONTRA   ***
      *** LO QUE SE MANDO EN "BANCO.AAAAMM" Y REGISTRA CADA RECHAZO  ***
      *** EN "BCORCH.IND" CON EL CODIGO DE MOTIVO DEL BANCO. LUEGO   ***
      *** MUESTRA LOS PENDIENTES DE A UNO PARA QUE TESORERIA:        ***
      ***   E - LO PASE A EFECTIVO ("BCTIPO" = "E" EN "BANCO.IND")   ***
      ***   R - LO REEMITA EN "REEMIS.AAAAMM" (47 BYTES, MISMO       ***
      ***       FORMATO QUE "BANCO.AAAAMM"), SOLO SI EL CBU YA SE    ***
      ***       CORRIGIO EN "MODBCO".                                ***
      *** SE PUEDE CORRER VARIAS VECES EN EL MES: LOS RECHAZOS YA    ***
      *** REGISTRADOS NO SE DUPLICAN. IMPRIME EN "PRN" (CON          ***
      *** CONSTANCIA EN "PRINT.LOG") LOS RECHAZOS CON SU MOTIVO Y    ***
      *** ESTADO, Y LA CONCILIACION ACREDITADO / RECHAZADO /         ***
      *** REEMITIDO / NO TRANSFERIDO CONTRA EL REGISTRO DE TOTALES   ***
      *** DE "LIQINT.AAAAMM".                                        ***
      ***                                                            ***
      *** FORMATO DE CADA DEVOLUCION DEL BANCO (50 BYTES): LA        ***
      *** TRANSFERENCIA TAL CUAL SE ENVIO (47 BYTES) + MOTIVO X(03). ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RCHBCO1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- DETALLES DEL PERIODO GENERADOS POR "INTLIQ1"/"LIQSAC1" --*
           SELECT LIQINT ASSIGN TO DISK W-NOM-INT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTINT.

      *-- DATOS DE PAGO POR EMPLEADO (VER "MODBCO") --*
           SELECT BANCO ASSIGN TO DISK "BANCO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BCCA
           FILE STATUS IS FSTBCO.

      *-- TRANSFERENCIAS ENVIADAS (GENERADAS POR "BCOTRF1") --*
           SELECT BCOTRF ASSIGN TO DISK W-NOM-TRF
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTTRF.

      *-- DEVOLUCION DEL BANCO, NOMBRE FECHADO --*
           SELECT BCODEV ASSIGN TO DISK W-NOM-DEV
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTDEV.

      *-- RECHAZOS REGISTRADOS Y SU RESOLUCION --*
           SELECT BCORCH ASSIGN TO DISK "BCORCH.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS RJCLAVE
           FILE STATUS IS FSTRCH.

      *-- REEMISIONES DEL PERIODO; SE AGREGA EN CADA CORRIDA --*
           SELECT BCOREM ASSIGN TO DISK W-NOM-REM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTREM.

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIQINT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS R-INT.
           COPY LIQIREC.

       FD  BANCO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS R-BCO.
           COPY BCOREC.

      *-- MISMO FORMATO QUE ESCRIBE "BCOTRF1" --*
       FD  BCOTRF
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS R-TRF.
        01 R-TRF.
           02 TRCBU     PIC X(22).
           02 TRCA      PIC 9(08).
           02 TRPERIODO PIC 9(06).
           02 TRNETO    PIC 9(11).

       FD  BCODEV
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 50 CHARACTERS
           DATA RECORD IS R-DEV.
        01 R-DEV.
           02 DVCBU     PIC X(22).
           02 DVCA      PIC 9(08).
           02 DVPERIODO PIC 9(06).
           02 DVNETO    PIC 9(11).
           02 DVMOTIVO  PIC X(03).

       FD  BCORCH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 89 CHARACTERS
           DATA RECORD IS R-BRCH.
           COPY BRCHREC.

       FD  BCOREM
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS R-REM.
        01 R-REM.
           02 RMCBU     PIC X(22).
           02 RMCA      PIC 9(08).
           02 RMPERIODO PIC 9(06).
           02 RMNETO    PIC 9(11).

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FSTINT           PIC XX.
       77 FSTBCO           PIC XX.
       77 FSTTRF           PIC XX.
       77 FSTDEV           PIC XX.
       77 FSTRCH           PIC XX.
       77 FSTREM           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 FIN-RCH          PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-PERIODO        PIC 9(06) VALUE 0.
       77 W-ANIO           PIC 9(04) VALUE 0.
       77 W-MES            PIC 99    VALUE 0.
       77 W-NOM-INT        PIC X(13) VALUE SPACES.
       77 W-NOM-TRF        PIC X(12) VALUE SPACES.
       77 W-NOM-DEV        PIC X(13) VALUE SPACES.
       77 W-NOM-REM        PIC X(13) VALUE SPACES.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-HAY-DEV        PIC X     VALUE "N".
       77 W-HAY-REM        PIC X     VALUE "N".
       77 W-HAY-TOT        PIC X     VALUE "N".
       77 W-EXISTE-BCO     PIC X     VALUE "N".
       77 W-OPC            PIC X     VALUE SPACE.
       77 W-OBS            PIC X(30) VALUE SPACES.
       77 W-PRI-OBS        PIC X     VALUE "S".
       77 W-NETO-ED        PIC ZZZZZZZZ9,99.

      *-- TRANSFERENCIAS ENVIADAS EN MEMORIA; CON MAS DE 999 SE   --*
      *-- AVISA Y LAS QUE NO ENTRAN QUEDAN COMO NO TRANSFERIDAS.  --*
       77 W-DESBORDE       PIC X     VALUE "N".
       77 CANT-TRF         PIC 9(04) VALUE 0.
       77 IND-TRF          PIC 9(04) VALUE 0.
       77 IND-HALL         PIC 9(04) VALUE 0.
       77 W-CA-BUS         PIC 9(08) VALUE 0.
       01 TABLA-TRF.
          02 ELEM-TRF OCCURS 999 TIMES.
             03 TT-CA      PIC 9(08).
             03 TT-CBU     PIC X(22).
             03 TT-NETO    PIC 9(11).

      *-- MOTIVOS MAS COMUNES QUE INFORMA EL BANCO; LOS DEMAS SE --*
      *-- LISTAN SOLO CON EL CODIGO.                             --*
       01 TABLA-MOTIVOS.
          02 FILLER PIC X(21) VALUE "R02CUENTA CERRADA    ".
          02 FILLER PIC X(21) VALUE "R03CUENTA INEXISTENTE".
          02 FILLER PIC X(21) VALUE "R04CBU INVALIDO      ".
          02 FILLER PIC X(21) VALUE "R08CUENTA BLOQUEADA  ".
          02 FILLER PIC X(21) VALUE "R10TITULAR DISTINTO  ".
       01 RTABLA-MOTIVOS REDEFINES TABLA-MOTIVOS.
          02 ELEM-MOT OCCURS 5 TIMES.
             03 TM-COD     PIC X(03).
             03 TM-DESC    PIC X(18).
       77 IND-MOT          PIC 9     VALUE 0.
       77 W-MOT-DESC       PIC X(18) VALUE SPACES.

      *-- CONTADORES (PANTALLA Y PIE) --*
       77 CONT-DEV         PIC 9(05) VALUE 0.
       77 CONT-NUEVOS      PIC 9(05) VALUE 0.
       77 CONT-YA          PIC 9(05) VALUE 0.
       77 CONT-SINTRF      PIC 9(05) VALUE 0.
       77 CONT-PEND        PIC 9(05) VALUE 0.
       77 CONT-EFEC        PIC 9(05) VALUE 0.
       77 CONT-REEM        PIC 9(05) VALUE 0.
       77 CONT-HOY-EFEC    PIC 9(05) VALUE 0.
       77 CONT-HOY-REEM    PIC 9(05) VALUE 0.
      *-- IMPORTES DE LA CONCILIACION, EN CENTAVOS COMO "LIQINT" --*
       77 T-LIQINT         PIC 9(12)  VALUE 0.
       77 T-ENVIADO        PIC 9(12)  VALUE 0.
       77 T-NO-TRF         PIC 9(12)  VALUE 0.
       77 T-PEND           PIC 9(12)  VALUE 0.
       77 T-EFEC           PIC 9(12)  VALUE 0.
       77 T-REEM           PIC 9(12)  VALUE 0.
       77 T-RECH           PIC 9(12)  VALUE 0.
       77 T-ACRED          PIC S9(12) VALUE 0.
       77 T-SUMA           PIC S9(12) VALUE 0.
       77 T-DIF            PIC S9(12) VALUE 0.

      *-- LINEAS DEL LISTADO --*
       01 L-LIN1.
          02 FILLER    PIC X(08) VALUE "PERIODO ".
          02 L-PER     PIC 9(06).
          02 FILLER    PIC X(13) VALUE "  EMITIDO    ".
          02 L-FECHA   PIC 9(08).
          02 FILLER    PIC X(13) VALUE "  OPERADOR   ".
          02 L-OPER    PIC X(08).
       01 L-LIN3.
          02 FILLER    PIC X(32) VALUE "LEGAJO   CBU RECHAZADO".
          02 FILLER    PIC X(11) VALUE "  NETO    ".
          02 FILLER    PIC X(23) VALUE "MOTIVO DEL BANCO".
          02 FILLER    PIC X(10) VALUE "ESTADO".
       01 L-DET.
          02 L-CA      PIC 9(08).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-CBU     PIC X(22).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-NETO    PIC ZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-MOT     PIC X(03).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-MOTDESC PIC X(18).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-EST     PIC X(10).
       01 L-DEV.
          02 L-DCA     PIC 9(08).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-DCBU    PIC X(22).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-DNETO   PIC ZZZZZZ9,99.
          02 FILLER    PIC X     VALUE SPACE.
          02 L-DMOT    PIC X(03).
          02 FILLER    PIC X     VALUE SPACE.
          02 L-DOBS    PIC X(30).
       01 L-CANT.
          02 L-CDESC   PIC X(32).
          02 L-CVAL    PIC ZZZZ9.
       01 L-IMP.
          02 L-IDESC   PIC X(32).
          02 L-IVAL    PIC -ZZZZZZZZ9,99.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON BCORCH.
       ERROR-APERTURA.
           IF FSTRCH NOT = "00"
              OPEN OUTPUT BCORCH
              CLOSE BCORCH
              OPEN I-O BCORCH
            END-IF.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- CADA RESOLUCION QUEDA CON EL OPERADOR QUE LA HIZO --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "RECHAZOS BANCARIOS DE TRANSFERENCIAS" LINE 01
              POSITION 22.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "PERIODO (AAAAMM, 0 = TERMINAR): "
              LINE 04 POSITION 01.
           ACCEPT W-PERIODO LINE 04 POSITION 34.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO < 190001
              GO TO FIN.
           DIVIDE W-PERIODO BY 100 GIVING W-ANIO
              REMAINDER W-MES.
      *-- 13 Y 14 SON LOS PERIODOS DE AGUINALDO ("LIQSAC1") --*
           IF W-MES < 1 OR W-MES > 14
              DISPLAY "** PERIODO INVALIDO (AAAAMM) **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           STRING "LIQINT." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-INT.
           STRING "BANCO." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-TRF.
           STRING "BCODEV." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-DEV.
           STRING "REEMIS." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-REM.

           OPEN INPUT LIQINT.
           IF FSTINT NOT = "00"
              DISPLAY "** NO EXISTE " W-NOM-INT
                 ": GENERE EL PERIODO EN INTLIQ1 **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           CLOSE LIQINT.

           PERFORM CARGAR-ENVIADAS THRU CARGAR-ENVIADAS-EXIT.
           IF FSTTRF NOT = "00"
              DISPLAY "** NO EXISTE " W-NOM-TRF
                 ": GENERELO EN BCOTRF1 **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           IF W-DESBORDE = "S"
              DISPLAY "** MAS DE 999 TRANSFERENCIAS EN " W-NOM-TRF
                 ": CRUCE PARCIAL **" LINE 06 POSITION 01
                 CONTROL "FCOLOR=RED"
           END-IF.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           PERFORM IMPRIMIR-ENCABEZADO.
           OPEN I-O BCORCH.

      *-- SIN DEVOLUCION NUEVA SE TRABAJA CON LO YA REGISTRADO --*
           PERFORM IMPORTAR-DEVOLUCION THRU IMPORTAR-DEVOLUCION-EXIT.
           IF W-HAY-DEV = "N"
              DISPLAY "NO HAY " W-NOM-DEV
                 ": SE RESUELVEN LOS RECHAZOS YA REGISTRADOS"
                 LINE 08 POSITION 01
           ELSE
              DISPLAY "DEVOLUCIONES LEIDAS: " CONT-DEV
                 "  NUEVAS: " CONT-NUEVOS "  YA REGISTRADAS: " CONT-YA
                 LINE 08 POSITION 01
           END-IF.
           IF CONT-SINTRF > 0
              DISPLAY "** " CONT-SINTRF
                 " DEVOLUCIONES NO CORRESPONDEN A UNA TRANSFERENCIA"
                 " (VER LISTADO) **" LINE 09 POSITION 01
                 CONTROL "FCOLOR=RED"
           END-IF.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.

           PERFORM RESOLVER-RECHAZOS THRU RESOLVER-RECHAZOS-EXIT.

           PERFORM LISTAR-RECHAZOS THRU LISTAR-RECHAZOS-EXIT.
           CLOSE BCORCH.
           PERFORM SUMAR-LIQINT THRU SUMAR-LIQINT-EXIT.
           PERFORM IMPRIMIR-PIE.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "RECHAZOS BANCARIOS DEL PERIODO " LINE 01
              POSITION 20.
           DISPLAY W-PERIODO LINE 01 POSITION 51.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "PASADOS A EFECTIVO EN ESTA CORRIDA: " CONT-HOY-EFEC
              LINE 04 POSITION 01.
           DISPLAY "REEMITIDOS EN ESTA CORRIDA        : " CONT-HOY-REEM
              LINE 05 POSITION 01.
           DISPLAY "RECHAZOS PENDIENTES               : " CONT-PEND
              LINE 06 POSITION 01.
           IF W-HAY-REM = "S"
              DISPLAY "REEMISIONES EN " W-NOM-REM LINE 07 POSITION 01
           END-IF.
           COMPUTE W-NETO-ED = T-LIQINT / 100.
           DISPLAY "NETO DEL PERIODO (LIQINT)  : " W-NETO-ED
              LINE 09 POSITION 01.
           COMPUTE W-NETO-ED = T-SUMA / 100.
           DISPLAY "ACRED.+RECHAZ.+NO TRANSF.  : " W-NETO-ED
              LINE 10 POSITION 01.
           IF T-DIF = 0
              DISPLAY "EL PERIODO CONCILIA" LINE 12 POSITION 01
           ELSE
              DISPLAY "** EL PERIODO NO CONCILIA: VER LISTADO **"
                 LINE 12 POSITION 01 CONTROL "FCOLOR=RED"
           END-IF.
           DISPLAY "LISTADO ENVIADO A LA IMPRESORA"
              LINE 20 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- "BANCO.AAAAMM" A LA TABLA; "FSTTRF" QUEDA DISTINTO DE --*
      *-- "00" SI EL PERIODO NO TIENE TRANSFERENCIAS GENERADAS.  --*
       CARGAR-ENVIADAS.
           MOVE 0 TO CANT-TRF T-ENVIADO.
           MOVE "N" TO W-DESBORDE.
           OPEN INPUT BCOTRF.
           IF FSTTRF NOT = "00"
              GO TO CARGAR-ENVIADAS-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-ENVIADA THRU LEER-ENVIADA-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE BCOTRF.
           MOVE "00" TO FSTTRF.
       CARGAR-ENVIADAS-EXIT.
           EXIT.

       LEER-ENVIADA.
           READ BCOTRF NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-ENVIADA-EXIT.
           IF CANT-TRF < 999
              ADD 1 TO CANT-TRF
              MOVE TRCA   TO TT-CA (CANT-TRF)
              MOVE TRCBU  TO TT-CBU (CANT-TRF)
              MOVE TRNETO TO TT-NETO (CANT-TRF)
              ADD TRNETO TO T-ENVIADO
           ELSE
              MOVE "S" TO W-DESBORDE
           END-IF.
       LEER-ENVIADA-EXIT.
           EXIT.

      *-- CADA DEVOLUCION TIENE QUE SER UNA TRANSFERENCIA ENVIADA:  --*
      *-- MISMO PERIODO, LEGAJO, CBU E IMPORTE. LAS QUE NO CRUZAN   --*
      *-- SE IMPRIMEN Y NO SE REGISTRAN.                            --*
       IMPORTAR-DEVOLUCION.
           MOVE "N" TO W-HAY-DEV.
           OPEN INPUT BCODEV.
           IF FSTDEV NOT = "00"
              GO TO IMPORTAR-DEVOLUCION-EXIT.
           MOVE "S" TO W-HAY-DEV.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-DEVOLUCION THRU LEER-DEVOLUCION-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE BCODEV.
       IMPORTAR-DEVOLUCION-EXIT.
           EXIT.

       LEER-DEVOLUCION.
           READ BCODEV NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-DEVOLUCION-EXIT.
           ADD 1 TO CONT-DEV.
           MOVE DVCA TO W-CA-BUS.
           IF DVPERIODO NOT = W-PERIODO
              MOVE "ES DE OTRO PERIODO" TO W-OBS
              PERFORM IMPRIMIR-SIN-TRF
              GO TO LEER-DEVOLUCION-EXIT.
           MOVE 0 TO IND-HALL.
           PERFORM BUSCAR-ENVIADA
              VARYING IND-TRF FROM 1 BY 1
              UNTIL IND-TRF > CANT-TRF OR IND-HALL > 0.
           IF IND-HALL = 0
              MOVE "LEGAJO NO TRANSFERIDO" TO W-OBS
              PERFORM IMPRIMIR-SIN-TRF
              GO TO LEER-DEVOLUCION-EXIT.
           IF TT-CBU (IND-HALL) NOT = DVCBU
              OR TT-NETO (IND-HALL) NOT = DVNETO
              MOVE "CBU O IMPORTE NO COINCIDE" TO W-OBS
              PERFORM IMPRIMIR-SIN-TRF
              GO TO LEER-DEVOLUCION-EXIT.

           MOVE W-PERIODO TO RJPERIODO.
           MOVE DVCA TO RJCA.
           READ BCORCH INVALID KEY MOVE "23" TO FSTRCH.
           IF FSTRCH = "00"
              ADD 1 TO CONT-YA
              GO TO LEER-DEVOLUCION-EXIT.
           MOVE W-PERIODO TO RJPERIODO.
           MOVE DVCA      TO RJCA.
           MOVE DVCBU     TO RJCBU.
           MOVE DVNETO    TO RJNETO.
           MOVE DVMOTIVO  TO RJMOTIVO.
           MOVE "R"       TO RJESTADO.
           MOVE SPACES    TO RJCBUNUE RJOPER.
           MOVE 0         TO RJFECHA.
           WRITE R-BRCH INVALID KEY MOVE "22" TO FSTRCH.
           ADD 1 TO CONT-NUEVOS.
       LEER-DEVOLUCION-EXIT.
           EXIT.

       BUSCAR-ENVIADA.
           IF TT-CA (IND-TRF) = W-CA-BUS
              MOVE IND-TRF TO IND-HALL
           END-IF.

       IMPRIMIR-SIN-TRF.
           IF W-PRI-OBS = "S"
              MOVE "N" TO W-PRI-OBS
              WRITE R-IMP FROM
                 "DEVOLUCIONES QUE NO CORRESPONDEN A UNA TRANSFERENCIA"
              MOVE SUBRAYADO TO R-IMP
              WRITE R-IMP
           END-IF.
           MOVE DVCA   TO L-DCA.
           MOVE DVCBU  TO L-DCBU.
           COMPUTE L-DNETO = DVNETO / 100.
           MOVE DVMOTIVO TO L-DMOT.
           MOVE W-OBS  TO L-DOBS.
           WRITE R-IMP FROM L-DEV.
           ADD 1 TO CONT-SINTRF.

      *-- RECORRE LOS RECHAZOS PENDIENTES DEL PERIODO; ESC CORTA --*
      *-- Y LO QUE QUEDA SIGUE PENDIENTE PARA OTRA CORRIDA.      --*
       RESOLVER-RECHAZOS.
           MOVE "N" TO W-HAY-REM.
           OPEN EXTEND BCOREM.
           IF FSTREM = "35"
              OPEN OUTPUT BCOREM
              CLOSE BCOREM
              OPEN EXTEND BCOREM
           END-IF.
           OPEN I-O BANCO.
           MOVE "N" TO FIN-RCH.
           MOVE W-PERIODO TO RJPERIODO.
           MOVE 0 TO RJCA.
           START BCORCH KEY IS NOT LESS THAN RJCLAVE
              INVALID KEY MOVE "S" TO FIN-RCH.
           PERFORM RESOLVER-UNO THRU RESOLVER-UNO-EXIT
              UNTIL FIN-RCH = "S".
           CLOSE BANCO.
           CLOSE BCOREM.
       RESOLVER-RECHAZOS-EXIT.
           EXIT.

       RESOLVER-UNO.
           READ BCORCH NEXT RECORD AT END
              MOVE "S" TO FIN-RCH
              GO TO RESOLVER-UNO-EXIT.
           IF RJPERIODO NOT = W-PERIODO
              MOVE "S" TO FIN-RCH
              GO TO RESOLVER-UNO-EXIT.
           IF RJESTADO NOT = "R"
              GO TO RESOLVER-UNO-EXIT.
           PERFORM BUSCAR-DATOS-PAGO.
           PERFORM BUSCAR-MOTIVO.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "RESOLUCION DE RECHAZOS BANCARIOS" LINE 01
              POSITION 24.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "PERIODO          : " LINE 04 POSITION 01.
           DISPLAY RJPERIODO LINE 04 POSITION 20.
           DISPLAY "LEGAJO           : " LINE 05 POSITION 01.
           DISPLAY RJCA LINE 05 POSITION 20.
           DISPLAY "CBU RECHAZADO    : " LINE 06 POSITION 01.
           DISPLAY RJCBU LINE 06 POSITION 20.
           COMPUTE W-NETO-ED = RJNETO / 100.
           DISPLAY "NETO             : " LINE 07 POSITION 01.
           DISPLAY W-NETO-ED LINE 07 POSITION 20.
           DISPLAY "MOTIVO DEL BANCO : " LINE 08 POSITION 01.
           DISPLAY RJMOTIVO LINE 08 POSITION 20.
           DISPLAY W-MOT-DESC LINE 08 POSITION 24.
           DISPLAY "DATOS ACTUALES EN MODBCO" LINE 10 POSITION 01.
           IF W-EXISTE-BCO = "S"
              DISPLAY "CBU              : " LINE 11 POSITION 01
              DISPLAY BCCBU LINE 11 POSITION 20
              DISPLAY "FORMA DE PAGO    : " LINE 12 POSITION 01
              DISPLAY BCTIPO LINE 12 POSITION 20
           ELSE
              DISPLAY "** EL LEGAJO NO TIENE DATOS DE PAGO **"
                 LINE 11 POSITION 01 CONTROL "FCOLOR=RED"
           END-IF.
           DISPLAY "E = PASAR A EFECTIVO   R = REEMITIR AL CBU ACTUAL"
              LINE 15 POSITION 01.
           DISPLAY "ENTER = DEJAR PENDIENTE   ESC = TERMINAR"
              LINE 16 POSITION 01.
           DISPLAY "OPCION: " LINE 18 POSITION 01.
           MOVE SPACE TO W-OPC.
           ACCEPT W-OPC LINE 18 POSITION 09 ON ESCAPE
              MOVE "S" TO FIN-RCH
              GO TO RESOLVER-UNO-EXIT.
           IF W-OPC = "E"
              PERFORM PASAR-EFECTIVO
              GO TO RESOLVER-UNO-EXIT.
           IF W-OPC = "R"
              PERFORM REEMITIR THRU REEMITIR-EXIT
           END-IF.
       RESOLVER-UNO-EXIT.
           EXIT.

      *-- EL LEGAJO QUEDA COBRANDO POR CAJA HASTA QUE TESORERIA --*
      *-- VUELVA A CARGAR UN CBU CON "T" EN "MODBCO".           --*
       PASAR-EFECTIVO.
           IF W-EXISTE-BCO = "S"
              MOVE "E" TO BCTIPO
              REWRITE R-BCO INVALID KEY MOVE "99" TO FSTBCO
           ELSE
              MOVE RJCA   TO BCCA
              MOVE SPACES TO BCCBU
              MOVE "E"    TO BCTIPO
              WRITE R-BCO INVALID KEY MOVE "99" TO FSTBCO
           END-IF.
           MOVE "E" TO RJESTADO.
           MOVE W-FECHA-HOY TO RJFECHA.
           MOVE W-OPERADOR  TO RJOPER.
           REWRITE R-BRCH INVALID KEY MOVE "99" TO FSTRCH.
           ADD 1 TO CONT-HOY-EFEC.

      *-- SOLO SE REEMITE SI EN "MODBCO" YA HAY OTRO CBU CON "T" --*
       REEMITIR.
           IF W-EXISTE-BCO = "N" OR BCTIPO NOT = "T"
              OR BCCBU = RJCBU
              DISPLAY "** CORRIJA EL CBU EN MODBCO ANTES DE REEMITIR **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO REEMITIR-EXIT.
           IF FSTREM NOT = "00"
              DISPLAY "** NO SE PUEDE GRABAR " W-NOM-REM " **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO REEMITIR-EXIT.
           MOVE BCCBU     TO RMCBU.
           MOVE RJCA      TO RMCA.
           MOVE W-PERIODO TO RMPERIODO.
           MOVE RJNETO    TO RMNETO.
           WRITE R-REM.
           MOVE "S" TO W-HAY-REM.
           MOVE "N" TO RJESTADO.
           MOVE BCCBU TO RJCBUNUE.
           MOVE W-FECHA-HOY TO RJFECHA.
           MOVE W-OPERADOR  TO RJOPER.
           REWRITE R-BRCH INVALID KEY MOVE "99" TO FSTRCH.
           ADD 1 TO CONT-HOY-REEM.
       REEMITIR-EXIT.
           EXIT.

       BUSCAR-DATOS-PAGO.
           MOVE "N" TO W-EXISTE-BCO.
           MOVE RJCA TO BCCA.
           READ BANCO INVALID KEY MOVE "99" TO FSTBCO.
           IF FSTBCO = "00"
              MOVE "S" TO W-EXISTE-BCO
           END-IF.

       BUSCAR-MOTIVO.
           MOVE "VER CODIGO BANCO" TO W-MOT-DESC.
           PERFORM COMPARAR-MOTIVO
              VARYING IND-MOT FROM 1 BY 1 UNTIL IND-MOT > 5.

       COMPARAR-MOTIVO.
           IF TM-COD (IND-MOT) = RJMOTIVO
              MOVE TM-DESC (IND-MOT) TO W-MOT-DESC
           END-IF.

      *-- TODOS LOS RECHAZOS DEL PERIODO CON SU ESTADO; DE PASO --*
      *-- SE ACUMULAN LOS IMPORTES PARA LA CONCILIACION.        --*
       LISTAR-RECHAZOS.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-LIN3.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE "N" TO FIN-RCH.
           MOVE W-PERIODO TO RJPERIODO.
           MOVE 0 TO RJCA.
           START BCORCH KEY IS NOT LESS THAN RJCLAVE
              INVALID KEY MOVE "S" TO FIN-RCH.
           PERFORM LISTAR-UNO THRU LISTAR-UNO-EXIT
              UNTIL FIN-RCH = "S".
       LISTAR-RECHAZOS-EXIT.
           EXIT.

       LISTAR-UNO.
           READ BCORCH NEXT RECORD AT END
              MOVE "S" TO FIN-RCH
              GO TO LISTAR-UNO-EXIT.
           IF RJPERIODO NOT = W-PERIODO
              MOVE "S" TO FIN-RCH
              GO TO LISTAR-UNO-EXIT.
           PERFORM BUSCAR-MOTIVO.
           MOVE RJCA   TO L-CA.
           MOVE RJCBU  TO L-CBU.
           COMPUTE L-NETO = RJNETO / 100.
           MOVE RJMOTIVO   TO L-MOT.
           MOVE W-MOT-DESC TO L-MOTDESC.
           IF RJESTADO = "E"
              MOVE "EFECTIVO" TO L-EST
              ADD 1 TO CONT-EFEC
              ADD RJNETO TO T-EFEC
           ELSE IF RJESTADO = "N"
              MOVE "REEMITIDA" TO L-EST
              ADD 1 TO CONT-REEM
              ADD RJNETO TO T-REEM
           ELSE
              MOVE "PENDIENTE" TO L-EST
              ADD 1 TO CONT-PEND
              ADD RJNETO TO T-PEND
           END-IF.
           WRITE R-IMP FROM L-DET.
       LISTAR-UNO-EXIT.
           EXIT.

      *-- TOTAL DEL PERIODO (LEGAJO 99999999) Y NETOS QUE NUNCA SE --*
      *-- TRANSFIRIERON (EFECTIVO O SIN CBU AL CORRER "BCOTRF1").  --*
       SUMAR-LIQINT.
           MOVE 0 TO T-LIQINT T-NO-TRF.
           MOVE "N" TO W-HAY-TOT.
           OPEN INPUT LIQINT.
           IF FSTINT NOT = "00"
              GO TO SUMAR-LIQINT-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-LIQINT THRU LEER-LIQINT-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE LIQINT.
       SUMAR-LIQINT-EXIT.
           EXIT.

       LEER-LIQINT.
           READ LIQINT NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-LIQINT-EXIT.
           IF ICA = 99999999
              MOVE "S" TO W-HAY-TOT
              MOVE INETO TO T-LIQINT
              GO TO LEER-LIQINT-EXIT.
           MOVE ICA TO W-CA-BUS.
           MOVE 0 TO IND-HALL.
           PERFORM BUSCAR-ENVIADA
              VARYING IND-TRF FROM 1 BY 1
              UNTIL IND-TRF > CANT-TRF OR IND-HALL > 0.
           IF IND-HALL = 0
              ADD INETO TO T-NO-TRF
           END-IF.
       LEER-LIQINT-EXIT.
           EXIT.

       IMPRIMIR-ENCABEZADO.
           WRITE R-IMP FROM
              "*** RECHAZOS BANCARIOS DE TRANSFERENCIAS DE SUELDO ***".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE W-PERIODO   TO L-PER.
           MOVE W-FECHA-HOY TO L-FECHA.
           MOVE W-OPERADOR  TO L-OPER.
           WRITE R-IMP FROM L-LIN1.
           IF W-DESBORDE = "S"
              WRITE R-IMP FROM
                 "ATENCION: MAS DE 999 TRANSFERENCIAS, CRUCE PARCIAL"
           END-IF.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.

      *-- CONCILIACION: LO ACREDITADO (ENVIADO MENOS RECHAZADO), LO --*
      *-- RECHAZADO (PENDIENTE + EFECTIVO + REEMITIDO) Y LO QUE NO  --*
      *-- SE TRANSFIRIO TIENEN QUE SUMAR EL TOTAL DE "LIQINT".      --*
       IMPRIMIR-PIE.
           COMPUTE T-RECH = T-PEND + T-EFEC + T-REEM.
           COMPUTE T-ACRED = T-ENVIADO - T-RECH.
           COMPUTE T-SUMA = T-ACRED + T-RECH + T-NO-TRF.
           COMPUTE T-DIF = T-LIQINT - T-SUMA.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE "TRANSFERENCIAS ENVIADAS         :" TO L-CDESC.
           MOVE CANT-TRF TO L-CVAL.
           WRITE R-IMP FROM L-CANT.
           MOVE "RECHAZOS PENDIENTES             :" TO L-CDESC.
           MOVE CONT-PEND TO L-CVAL.
           WRITE R-IMP FROM L-CANT.
           MOVE "RECHAZOS PASADOS A EFECTIVO     :" TO L-CDESC.
           MOVE CONT-EFEC TO L-CVAL.
           WRITE R-IMP FROM L-CANT.
           MOVE "RECHAZOS REEMITIDOS             :" TO L-CDESC.
           MOVE CONT-REEM TO L-CVAL.
           WRITE R-IMP FROM L-CANT.
           MOVE "DEVOLUCIONES SIN TRANSFERENCIA  :" TO L-CDESC.
           MOVE CONT-SINTRF TO L-CVAL.
           WRITE R-IMP FROM L-CANT.
           MOVE SPACES TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM "CONCILIACION DEL PERIODO".
           MOVE "  TRANSFERIDO Y ACREDITADO     :" TO L-IDESC.
           COMPUTE L-IVAL = T-ACRED / 100.
           WRITE R-IMP FROM L-IMP.
           MOVE "  RECHAZADO PENDIENTE          :" TO L-IDESC.
           COMPUTE L-IVAL = T-PEND / 100.
           WRITE R-IMP FROM L-IMP.
           MOVE "  RECHAZADO PASADO A EFECTIVO  :" TO L-IDESC.
           COMPUTE L-IVAL = T-EFEC / 100.
           WRITE R-IMP FROM L-IMP.
           MOVE "  RECHAZADO REEMITIDO          :" TO L-IDESC.
           COMPUTE L-IVAL = T-REEM / 100.
           WRITE R-IMP FROM L-IMP.
           MOVE "  NO TRANSFERIDO (CAJA/SIN CBU):" TO L-IDESC.
           COMPUTE L-IVAL = T-NO-TRF / 100.
           WRITE R-IMP FROM L-IMP.
           MOVE "  SUMA                         :" TO L-IDESC.
           COMPUTE L-IVAL = T-SUMA / 100.
           WRITE R-IMP FROM L-IMP.
           MOVE "NETO DEL PERIODO (LIQINT)      :" TO L-IDESC.
           COMPUTE L-IVAL = T-LIQINT / 100.
           WRITE R-IMP FROM L-IMP.
           MOVE "DIFERENCIA                     :" TO L-IDESC.
           COMPUTE L-IVAL = T-DIF / 100.
           WRITE R-IMP FROM L-IMP.
           IF W-HAY-TOT = "N"
              WRITE R-IMP FROM
                 "** LIQINT SIN REGISTRO DE TOTALES: NO SE CONCILIA **"
           ELSE IF T-DIF = 0
              WRITE R-IMP FROM "EL PERIODO CONCILIA"
           ELSE
              WRITE R-IMP FROM "** EL PERIODO NO CONCILIA **"
           END-IF.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "RCHBCO1" TO L-PROGRAMA.
           COMPUTE L-CANT-REG = CONT-PEND + CONT-EFEC + CONT-REEM.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "RCHBCO1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
