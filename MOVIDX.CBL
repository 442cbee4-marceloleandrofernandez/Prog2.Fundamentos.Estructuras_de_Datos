      *** MANTIENE LOS INDICES COMPANEROS DE LOS ARCHIVOS DE       ***
      *** MOVIMIENTOS SOLO-AGREGAR: "ASISTEN.IND" (FICHADAS),      ***
      *** "SANCION.IND" (SANCIONES) Y "LICMOV.IND" (LICENCIAS),    ***
      *** CON CLAVE LEGAJO + FECHA (VER COPY/ASIXREC.CPY,          ***
      *** SANXREC.CPY Y LICXREC.CPY). LOS ".DAT" SIGUEN SIENDO LA  ***
      *** FUENTE (DE AHI LOS REGENERA "REBMOV1"); LO LLAMA CADA    ***
      *** PROGRAMA QUE GRABA O MODIFICA UN RENGLON, INMEDIATAMENTE ***
      *** DESPUES DE HACERLO EN EL ".DAT", PARA QUE "LIQCALC" Y    ***
      *** LAS CONSULTAS VAYAN DIRECTO A LOS RENGLONES DE UN        ***
      *** EMPLEADO EN UN PERIODO SIN BARRER TODA LA HISTORIA.      ***
      *** LA CLAVE LA ARMA SOLO ESTE PGM, ASI TODOS LOS QUE GRABAN ***
      *** Y "REBMOV1" USAN LA MISMA FECHA.                         ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOVIDX.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASIIND ASSIGN TO DISK "ASISTEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AXCLAVE
           FILE STATUS IS FSTAX.

           SELECT SANIND ASSIGN TO DISK "SANCION.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SXCLAVE
           FILE STATUS IS FSTSX.

           SELECT LICIND ASSIGN TO DISK "LICMOV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LXCLAVE
           FILE STATUS IS FSTLX.

       DATA DIVISION.
       FILE SECTION.
       FD  ASIIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-ASIX.
           COPY ASIXREC.

       FD  SANIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-SANX.
           COPY SANXREC.

       FD  LICIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-LICX.
           COPY LICXREC.

       WORKING-STORAGE SECTION.
       77 FSTAX            PIC XX.
       77 FSTSX            PIC XX.
       77 FSTLX            PIC XX.
      *-- "N" MIENTRAS SE BUSCA LUGAR, "S" GRABADO, "E" SIN LUGAR --*
       77 W-GRABADO        PIC X     VALUE "N".
       77 W-FIN-BUS        PIC X     VALUE "N".

      *-- RENGLON RECIBIDO, CON SUS CAMPOS A LA VISTA PARA ARMAR --*
      *-- LA CLAVE                                               --*
           COPY ASISREC.
           COPY SANCREC.
           COPY LICMREC.

       LINKAGE SECTION.
      *-- "A" = ASISTEN, "S" = SANCION, "L" = LICMOV --*
       77 L-MOV-ARCH       PIC X.
      *-- "G" = RENGLON NUEVO; "M" = EL RENGLON "L-MOV-ANT" PASA A --*
      *-- SER "L-MOV-REG" (SE BORRA LA COPIA VIEJA Y SE GRABA LA   --*
      *-- NUEVA, ASI UN CAMBIO DE FECHA TAMBIEN MUEVE LA CLAVE).   --*
       77 L-MOV-ACC        PIC X.
      *-- RENGLON TAL CUAL QUEDO EN EL ".DAT" (Y EL DE ANTES, SOLO --*
      *-- PARA "M"); LAS FICHADAS OCUPAN LAS PRIMERAS 32 POSICIONES --*
       77 L-MOV-REG        PIC X(74).
       77 L-MOV-ANT        PIC X(74).
      *-- "S" SI EL INDICE QUEDO AL DIA, "N" SI NO SE PUDO --*
       77 L-MOV-OK         PIC X.

       PROCEDURE DIVISION USING L-MOV-ARCH L-MOV-ACC L-MOV-REG
                                L-MOV-ANT L-MOV-OK.
       INICIO.
           MOVE "N" TO L-MOV-OK.
           IF L-MOV-ARCH = "A"
              PERFORM MOV-ASISTEN THRU MOV-ASISTEN-EXIT
             ELSE IF L-MOV-ARCH = "S"
              PERFORM MOV-SANCION THRU MOV-SANCION-EXIT
             ELSE IF L-MOV-ARCH = "L"
              PERFORM MOV-LICMOV THRU MOV-LICMOV-EXIT
             END-IF.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- ASISTEN.IND -----------------------------------------------*
      *-- SI EL INDICE TODAVIA NO EXISTE SE CREA VACIO (LO QUE YA   --*
      *-- ESTABA EN EL ".DAT" LO CARGA "REBMOV1").                  --*
       MOV-ASISTEN.
           OPEN I-O ASIIND.
           IF FSTAX = "35"
              OPEN OUTPUT ASIIND
              CLOSE ASIIND
              OPEN I-O ASIIND
           END-IF.
           IF FSTAX NOT = "00"
              GO TO MOV-ASISTEN-EXIT.
           IF L-MOV-ACC = "M"
              MOVE L-MOV-ANT (1:32) TO R-ASIS
              PERFORM BORRAR-ASI THRU BORRAR-ASI-EXIT
           END-IF.
           MOVE L-MOV-REG (1:32) TO R-ASIS.
           MOVE ACA    TO AXCA.
           MOVE AFECHA TO AXFECHA.
           MOVE AHORA  TO AXHORA.
           MOVE 0      TO AXSEC.
           MOVE R-ASIS TO AXREG.
           MOVE "N" TO W-GRABADO.
           PERFORM GRABAR-ASI THRU GRABAR-ASI-EXIT
              UNTIL W-GRABADO NOT = "N".
           IF W-GRABADO = "S"
              MOVE "S" TO L-MOV-OK
           END-IF.
           CLOSE ASIIND.
       MOV-ASISTEN-EXIT.
           EXIT.

      *-- LA MISMA FICHADA REPETIDA EN EL MINUTO TOMA EL SIGUIENTE --*
      *-- NUMERO DE DESEMPATE                                      --*
       GRABAR-ASI.
           WRITE R-ASIX INVALID KEY
              IF AXSEC = 999
                 MOVE "E" TO W-GRABADO
              ELSE
                 ADD 1 TO AXSEC
              END-IF
           NOT INVALID KEY
              MOVE "S" TO W-GRABADO
           END-WRITE.
       GRABAR-ASI-EXIT.
           EXIT.

      *-- BORRA LA PRIMERA COPIA IGUAL AL RENGLON VIEJO --*
       BORRAR-ASI.
           MOVE ACA    TO AXCA.
           MOVE AFECHA TO AXFECHA.
           MOVE AHORA  TO AXHORA.
           MOVE 0      TO AXSEC.
           MOVE "N" TO W-FIN-BUS.
           START ASIIND KEY IS NOT LESS THAN AXCLAVE
              INVALID KEY MOVE "S" TO W-FIN-BUS.
           PERFORM BUSCAR-ASI THRU BUSCAR-ASI-EXIT
              UNTIL W-FIN-BUS = "S".
       BORRAR-ASI-EXIT.
           EXIT.

       BUSCAR-ASI.
           READ ASIIND NEXT RECORD AT END
              MOVE "S" TO W-FIN-BUS
              GO TO BUSCAR-ASI-EXIT.
           IF AXCA NOT = ACA OR AXFECHA NOT = AFECHA
              OR AXHORA NOT = AHORA
              MOVE "S" TO W-FIN-BUS
              GO TO BUSCAR-ASI-EXIT.
           IF AXREG = R-ASIS
              DELETE ASIIND RECORD
              MOVE "S" TO W-FIN-BUS
           END-IF.
       BUSCAR-ASI-EXIT.
           EXIT.

      *-- SANCION.IND -----------------------------------------------*
       MOV-SANCION.
           OPEN I-O SANIND.
           IF FSTSX = "35"
              OPEN OUTPUT SANIND
              CLOSE SANIND
              OPEN I-O SANIND
           END-IF.
           IF FSTSX NOT = "00"
              GO TO MOV-SANCION-EXIT.
           IF L-MOV-ACC = "M"
              MOVE L-MOV-ANT TO R-SAN
              PERFORM BORRAR-SAN THRU BORRAR-SAN-EXIT
           END-IF.
           MOVE L-MOV-REG TO R-SAN.
           PERFORM CLAVE-SAN.
           MOVE R-SAN TO SXREG.
           MOVE "N" TO W-GRABADO.
           PERFORM GRABAR-SAN THRU GRABAR-SAN-EXIT
              UNTIL W-GRABADO NOT = "N".
           IF W-GRABADO = "S"
              MOVE "S" TO L-MOV-OK
           END-IF.
           CLOSE SANIND.
       MOV-SANCION-EXIT.
           EXIT.

      *-- LA FECHA DE LA CLAVE ES EL INICIO DE LA SUSPENSION; LOS --*
      *-- APERCIBIMIENTOS (SIN RANGO) VAN POR LA FECHA DE CARGA.  --*
       CLAVE-SAN.
           MOVE SCA TO SXCA.
           IF SDESDE > 0
              MOVE SDESDE TO SXFECHA
           ELSE
              MOVE SFECHA TO SXFECHA
           END-IF.
           MOVE 0 TO SXSEC.

       GRABAR-SAN.
           WRITE R-SANX INVALID KEY
              IF SXSEC = 999
                 MOVE "E" TO W-GRABADO
              ELSE
                 ADD 1 TO SXSEC
              END-IF
           NOT INVALID KEY
              MOVE "S" TO W-GRABADO
           END-WRITE.
       GRABAR-SAN-EXIT.
           EXIT.

       BORRAR-SAN.
           PERFORM CLAVE-SAN.
           MOVE "N" TO W-FIN-BUS.
           START SANIND KEY IS NOT LESS THAN SXCLAVE
              INVALID KEY MOVE "S" TO W-FIN-BUS.
           PERFORM BUSCAR-SAN THRU BUSCAR-SAN-EXIT
              UNTIL W-FIN-BUS = "S".
       BORRAR-SAN-EXIT.
           EXIT.

       BUSCAR-SAN.
           READ SANIND NEXT RECORD AT END
              MOVE "S" TO W-FIN-BUS
              GO TO BUSCAR-SAN-EXIT.
           IF SXCA NOT = SCA
              MOVE "S" TO W-FIN-BUS
              GO TO BUSCAR-SAN-EXIT.
           IF SXREG = R-SAN
              DELETE SANIND RECORD
              MOVE "S" TO W-FIN-BUS
           END-IF.
       BUSCAR-SAN-EXIT.
           EXIT.

      *-- LICMOV.IND ------------------------------------------------*
       MOV-LICMOV.
           OPEN I-O LICIND.
           IF FSTLX = "35"
              OPEN OUTPUT LICIND
              CLOSE LICIND
              OPEN I-O LICIND
           END-IF.
           IF FSTLX NOT = "00"
              GO TO MOV-LICMOV-EXIT.
           IF L-MOV-ACC = "M"
              MOVE L-MOV-ANT TO R-LICM
              PERFORM BORRAR-LIC THRU BORRAR-LIC-EXIT
           END-IF.
           MOVE L-MOV-REG TO R-LICM.
           PERFORM CLAVE-LIC.
           MOVE R-LICM TO LXREG.
           MOVE "N" TO W-GRABADO.
           PERFORM GRABAR-LIC THRU GRABAR-LIC-EXIT
              UNTIL W-GRABADO NOT = "N".
           IF W-GRABADO = "S"
              MOVE "S" TO L-MOV-OK
           END-IF.
           CLOSE LICIND.
       MOV-LICMOV-EXIT.
           EXIT.

      *-- LA FECHA DE LA CLAVE ES EL INICIO DEL RANGO PEDIDO; LAS --*
      *-- ACREDITACIONES "O" (SIN RANGO) VAN POR LA FECHA DE      --*
      *-- CARGA.                                                  --*
       CLAVE-LIC.
           MOVE LMCA TO LXCA.
           IF LMDESDE > 0
              MOVE LMDESDE TO LXFECHA
           ELSE
              MOVE LMFECHA TO LXFECHA
           END-IF.
           MOVE 0 TO LXSEC.

       GRABAR-LIC.
           WRITE R-LICX INVALID KEY
              IF LXSEC = 999
                 MOVE "E" TO W-GRABADO
              ELSE
                 ADD 1 TO LXSEC
              END-IF
           NOT INVALID KEY
              MOVE "S" TO W-GRABADO
           END-WRITE.
       GRABAR-LIC-EXIT.
           EXIT.

       BORRAR-LIC.
           PERFORM CLAVE-LIC.
           MOVE "N" TO W-FIN-BUS.
           START LICIND KEY IS NOT LESS THAN LXCLAVE
              INVALID KEY MOVE "S" TO W-FIN-BUS.
           PERFORM BUSCAR-LIC THRU BUSCAR-LIC-EXIT
              UNTIL W-FIN-BUS = "S".
       BORRAR-LIC-EXIT.
           EXIT.

       BUSCAR-LIC.
           READ LICIND NEXT RECORD AT END
              MOVE "S" TO W-FIN-BUS
              GO TO BUSCAR-LIC-EXIT.
           IF LXCA NOT = LMCA
              MOVE "S" TO W-FIN-BUS
              GO TO BUSCAR-LIC-EXIT.
           IF LXREG = R-LICM
              DELETE LICIND RECORD
              MOVE "S" TO W-FIN-BUS
           END-IF.
       BUSCAR-LIC-EXIT.
           EXIT.
