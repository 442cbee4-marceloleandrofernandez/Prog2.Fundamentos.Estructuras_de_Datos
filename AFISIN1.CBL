      *-- AFILIACION SINDICAL: LA CUOTA SINDICAL Y EL APORTE         --*
      *-- SOLIDARIO SE CARGABAN CADA MES COMO NOVEDAD EN "NOVED1" Y  --*
      *-- NO QUEDABA REGISTRO DE QUIEN ESTABA AFILIADO A QUE         --*
      *-- SINDICATO. ESTE PGM MANTIENE LOS SINDICATOS DE             --*
      *-- "SINDIC.IND" (PORCENTAJES Y CUENTA, POR VIGENCIA) Y LAS    --*
      *-- AFILIACIONES DE CADA LEGAJO EN "AFILIA.IND" CON FECHA DE   --*
      *-- ALTA Y DE BAJA. LA CUOTA LA DESCUENTA "LIQCALC" Y LA       --*
      *-- REMESA A CADA SINDICATO SALE POR "SINREM1".                --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFISIN1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01", SOLO LECTURA --*
           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

           SELECT SINDIC ASSIGN TO DISK "SINDIC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SICLAVE
           FILE STATUS IS FSTSIN.

           SELECT AFILIA ASSIGN TO DISK "AFILIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AFCLAVE
           FILE STATUS IS FSTAFI.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

        FD SINDIC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-SIND.
           COPY SINDREC.

        FD AFILIA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-AFIL.
           COPY AFILREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FST               PIC XX.
       77 FSTSIN            PIC XX.
       77 FSTAFI            PIC XX.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

       77 W-ACCION          PIC X     VALUE SPACES.
       77 W-FIN             PIC X     VALUE "N".
       77 FIN-SIN           PIC X     VALUE "N".
       77 FIN-AFI           PIC X     VALUE "N".
       77 W-OK              PIC X     VALUE "N".
       77 W-MCA             PIC 9(08) VALUE 0.
       77 W-NOMBRE          PIC X(30) VALUE SPACES.
       77 W-EXISTE-EMP      PIC X     VALUE "N".
       77 W-FECHA-HOY       PIC 9(08) VALUE 0.
       77 LIN-ACT           PIC 99    VALUE 0.
       77 CONT-LIS          PIC 99    VALUE 0.
      *-- SINDICATO --*
       77 W-SIND            PIC 9(02) VALUE 0.
       77 W-SIN-NOMBRE      PIC X(30) VALUE SPACES.
       77 W-EXISTE-SIN      PIC X     VALUE "N".
       77 W-VIG             PIC 9(08) VALUE 0.
       77 W-PORCAF          PIC 99V99 VALUE 0.
       77 W-PORCSOL         PIC 99V99 VALUE 0.
       77 W-CTA             PIC X(22) VALUE SPACES.
      *-- AFILIACION --*
       77 W-TIPO            PIC X     VALUE SPACE.
       77 W-DESDE           PIC 9(08) VALUE 0.
       77 W-HASTA           PIC 9(08) VALUE 0.
       77 W-ABIERTA         PIC X     VALUE "N".
       77 W-CLAVE-ABIERTA   PIC X(18) VALUE SPACES.
      *-- NINGUNA FECHA PUEDE CAER EN UN PERIODO YA CONFIRMADO --*
       77 W-PER-HOY         PIC 9(06) VALUE 0.
       77 W-CERRADO         PIC X     VALUE "N".
       77 W-ULT-CERRADO     PIC 9(06) VALUE 0.
       77 W-VIG-MIN         PIC 9(08) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON AFILIA.
       ERROR-APERTURA.
           IF FSTAFI NOT = "00"
              OPEN OUTPUT AFILIA
              CLOSE AFILIA
              OPEN I-O AFILIA
            END-IF.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- TODA AFILIACION QUEDA CON EL OPERADOR QUE LA CARGO --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           COMPUTE W-PER-HOY = W-FECHA-HOY / 100.
           CALL   "PERCERR" USING W-PER-HOY W-CERRADO W-ULT-CERRADO.
           CANCEL "PERCERR".
           COMPUTE W-VIG-MIN = W-ULT-CERRADO * 100 + 99.
           OPEN I-O AFILIA.
           PERFORM PEDIR-ACCION THRU PEDIR-ACCION-EXIT
              UNTIL W-FIN = "S".
           CLOSE AFILIA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       PEDIR-ACCION.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "AFILIACION SINDICAL" LINE 01 POSITION 30.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ACCION (A=AFILIAR B=BAJA C=CONSULTA S=SINDICATO"
              LINE 04 POSITION 01.
           DISPLAY " 0=FIN): " LINE 04 POSITION 49.
           ACCEPT W-ACCION LINE 04 POSITION 58.
           IF W-ACCION = "0" OR W-ACCION = SPACE
              MOVE "S" TO W-FIN
              GO TO PEDIR-ACCION-EXIT.
           IF W-ACCION = "S"
              PERFORM SINDICATO THRU SINDICATO-EXIT
              GO TO PEDIR-ACCION-EXIT.
           DISPLAY "CODIGO DE EMPLEADO: " LINE 06 POSITION 01.
           ACCEPT W-MCA LINE 06 POSITION 22.
           IF W-MCA = 0
              GO TO PEDIR-ACCION-EXIT.
           PERFORM BUSCAR-EMPLEADO.
           IF W-EXISTE-EMP = "N"
              DISPLAY "** ESE EMPLEADO NO EXISTE EN EL MAESTRO **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-ACCION-EXIT.
           DISPLAY "EMPLEADO: " LINE 07 POSITION 01.
           DISPLAY W-NOMBRE LINE 07 POSITION 11.

           IF W-ACCION = "A"
              PERFORM AFILIAR THRU AFILIAR-EXIT
           ELSE IF W-ACCION = "B"
              PERFORM DAR-BAJA THRU DAR-BAJA-EXIT
           ELSE IF W-ACCION = "C"
              PERFORM CONSULTAR THRU CONSULTAR-EXIT
           ELSE
              DISPLAY "** ACCION INVALIDA, USE A, B, C, S O 0 **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.
       PEDIR-ACCION-EXIT.
           EXIT.

      *-- "A" = AFILIADO (CUOTA SINDICAL); "S" = NO AFILIADO QUE   --*
      *-- PAGA EL APORTE SOLIDARIO DEL CONVENIO. UNA SOLA ABIERTA  --*
      *-- POR SINDICATO Y LEGAJO.                                  --*
       AFILIAR.
           PERFORM PEDIR-SINDICATO THRU PEDIR-SINDICATO-EXIT.
           IF W-EXISTE-SIN = "N"
              GO TO AFILIAR-EXIT.
           PERFORM BUSCAR-ABIERTA THRU BUSCAR-ABIERTA-EXIT.
           IF W-ABIERTA = "S"
              DISPLAY "** YA TIENE UNA AFILIACION ABIERTA A ESE"
                 " SINDICATO **" LINE 22 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO AFILIAR-EXIT.
           MOVE SPACE TO W-TIPO.
           DISPLAY "TIPO (A=AFILIADO S=APORTE SOLIDARIO): "
              LINE 11 POSITION 01.
           ACCEPT W-TIPO LINE 11 POSITION 40.
           IF W-TIPO NOT = "A" AND W-TIPO NOT = "S"
              DISPLAY "** EL TIPO ES A O S **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO AFILIAR-EXIT.
           DISPLAY "FECHA DE ALTA (AAAAMMDD): " LINE 12 POSITION 01.
           ACCEPT W-DESDE LINE 12 POSITION 27.
           IF W-DESDE IS NOT NUMERIC OR W-DESDE < 19000101
              OR W-DESDE NOT > W-VIG-MIN
              DISPLAY "** FECHA INVALIDA O DENTRO DE UN PERIODO"
                 " CONFIRMADO **" LINE 22 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO AFILIAR-EXIT.
           DISPLAY "REGISTRA LA AFILIACION S/N: " LINE 14 POSITION 01.
           ACCEPT W-OK LINE 14 POSITION 29.
           IF W-OK NOT = "S"
              GO TO AFILIAR-EXIT.
           MOVE W-MCA   TO AFCA.
           MOVE W-SIND  TO AFSIND.
           MOVE W-DESDE TO AFDESDE.
           MOVE 0       TO AFHASTA.
           MOVE W-TIPO  TO AFTIPO.
           MOVE W-FECHA-HOY TO AFFECHA.
           MOVE W-OPERADOR  TO AFOPER.
           WRITE R-AFIL INVALID KEY
              DISPLAY "** YA EXISTE UNA AFILIACION CON ESA FECHA **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO AFILIAR-EXIT
           END-WRITE.
           DISPLAY "AFILIACION REGISTRADA" LINE 15 POSITION 01.
           ACCEPT TECLA.
       AFILIAR-EXIT.
           EXIT.

      *-- CIERRA LA AFILIACION ABIERTA AL SINDICATO: EL PERIODO QUE --*
      *-- CONTIENE LA FECHA DE BAJA TODAVIA SE DESCUENTA.           --*
       DAR-BAJA.
           PERFORM PEDIR-SINDICATO THRU PEDIR-SINDICATO-EXIT.
           IF W-EXISTE-SIN = "N"
              GO TO DAR-BAJA-EXIT.
           PERFORM BUSCAR-ABIERTA THRU BUSCAR-ABIERTA-EXIT.
           IF W-ABIERTA = "N"
              DISPLAY "** NO TIENE AFILIACION ABIERTA A ESE"
                 " SINDICATO **" LINE 22 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO DAR-BAJA-EXIT.
           MOVE W-CLAVE-ABIERTA TO AFCLAVE.
           READ AFILIA INVALID KEY
              GO TO DAR-BAJA-EXIT.
           DISPLAY "AFILIADO DESDE: " LINE 11 POSITION 01.
           DISPLAY AFDESDE LINE 11 POSITION 17.
           DISPLAY "FECHA DE BAJA (AAAAMMDD): " LINE 12 POSITION 01.
           ACCEPT W-HASTA LINE 12 POSITION 27.
           IF W-HASTA IS NOT NUMERIC OR W-HASTA < AFDESDE
              OR W-HASTA NOT > W-VIG-MIN
              DISPLAY "** FECHA INVALIDA O DENTRO DE UN PERIODO"
                 " CONFIRMADO **" LINE 22 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO DAR-BAJA-EXIT.
           DISPLAY "REGISTRA LA BAJA S/N: " LINE 14 POSITION 01.
           ACCEPT W-OK LINE 14 POSITION 23.
           IF W-OK NOT = "S"
              GO TO DAR-BAJA-EXIT.
           MOVE W-HASTA TO AFHASTA.
           MOVE W-FECHA-HOY TO AFFECHA.
           MOVE W-OPERADOR  TO AFOPER.
           REWRITE R-AFIL.
           DISPLAY "BAJA REGISTRADA" LINE 15 POSITION 01.
           ACCEPT TECLA.
       DAR-BAJA-EXIT.
           EXIT.

      *-- TODAS LAS AFILIACIONES DEL LEGAJO, ABIERTAS Y CERRADAS --*
       CONSULTAR.
           DISPLAY SUBRAYADO LINE 09 POSITION 01.
           DISPLAY "SIN NOMBRE                         T DESDE    HASTA"
              LINE 10 POSITION 01.
           MOVE 0 TO CONT-LIS.
           MOVE W-MCA TO AFCA.
           MOVE 0 TO AFSIND AFDESDE.
           START AFILIA KEY IS NOT LESS THAN AFCLAVE
                 INVALID KEY MOVE "S" TO FIN-AFI
                 NOT INVALID KEY MOVE "N" TO FIN-AFI.
           PERFORM LISTAR-AFILIACION THRU LISTAR-AFILIACION-EXIT
              UNTIL FIN-AFI = "S".
           IF CONT-LIS = 0
              DISPLAY "(SIN AFILIACIONES)" LINE 11 POSITION 01
           END-IF.
           DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       CONSULTAR-EXIT.
           EXIT.

       LISTAR-AFILIACION.
           READ AFILIA NEXT RECORD AT END
              MOVE "S" TO FIN-AFI
              GO TO LISTAR-AFILIACION-EXIT.
           IF AFCA NOT = W-MCA
              MOVE "S" TO FIN-AFI
              GO TO LISTAR-AFILIACION-EXIT.
           IF CONT-LIS > 10
              GO TO LISTAR-AFILIACION-EXIT.
           MOVE AFSIND TO W-SIND.
           PERFORM BUSCAR-SINDICATO THRU BUSCAR-SINDICATO-EXIT.
           COMPUTE LIN-ACT = 11 + CONT-LIS.
           DISPLAY AFSIND       LINE LIN-ACT, POSITION 01.
           DISPLAY W-SIN-NOMBRE LINE LIN-ACT, POSITION 05.
           DISPLAY AFTIPO       LINE LIN-ACT, POSITION 36.
           DISPLAY AFDESDE      LINE LIN-ACT, POSITION 38.
           IF AFHASTA = 0
              DISPLAY "ABIERTA" LINE LIN-ACT, POSITION 47
           ELSE
              DISPLAY AFHASTA   LINE LIN-ACT, POSITION 47
           END-IF.
           ADD 1 TO CONT-LIS.
       LISTAR-AFILIACION-EXIT.
           EXIT.

       PEDIR-SINDICATO.
           DISPLAY "SINDICATO (01 A 99): " LINE 09 POSITION 01.
           ACCEPT W-SIND LINE 09 POSITION 22.
           PERFORM BUSCAR-SINDICATO THRU BUSCAR-SINDICATO-EXIT.
           IF W-EXISTE-SIN = "N"
              DISPLAY "** ESE SINDICATO NO ESTA CARGADO (ACCION S) **"
                 LINE 22 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PEDIR-SINDICATO-EXIT.
           DISPLAY W-SIN-NOMBRE LINE 09 POSITION 25.
       PEDIR-SINDICATO-EXIT.
           EXIT.

      *-- NOMBRE DE LA ULTIMA VIGENCIA CARGADA DEL SINDICATO --*
       BUSCAR-SINDICATO.
           MOVE "N" TO W-EXISTE-SIN.
           MOVE SPACES TO W-SIN-NOMBRE.
           IF W-SIND = 0
              GO TO BUSCAR-SINDICATO-EXIT.
           OPEN INPUT SINDIC.
           IF FSTSIN NOT = "00"
              GO TO BUSCAR-SINDICATO-EXIT.
           MOVE W-SIND TO SICOD.
           MOVE 0 TO SIVIG.
           MOVE "N" TO FIN-SIN.
           START SINDIC KEY IS NOT LESS THAN SICLAVE
                 INVALID KEY MOVE "S" TO FIN-SIN.
           PERFORM LEER-SINDICATO THRU LEER-SINDICATO-EXIT
              UNTIL FIN-SIN = "S".
           CLOSE SINDIC.
       BUSCAR-SINDICATO-EXIT.
           EXIT.

       LEER-SINDICATO.
           READ SINDIC NEXT RECORD AT END
              MOVE "S" TO FIN-SIN
              GO TO LEER-SINDICATO-EXIT.
           IF SICOD NOT = W-SIND
              MOVE "S" TO FIN-SIN
              GO TO LEER-SINDICATO-EXIT.
           MOVE "S" TO W-EXISTE-SIN.
           MOVE SINOMBRE TO W-SIN-NOMBRE.
       LEER-SINDICATO-EXIT.
           EXIT.

      *-- AFILIACION SIN FECHA DE BAJA DEL LEGAJO AL SINDICATO --*
       BUSCAR-ABIERTA.
           MOVE "N" TO W-ABIERTA.
           MOVE W-MCA  TO AFCA.
           MOVE W-SIND TO AFSIND.
           MOVE 0      TO AFDESDE.
           START AFILIA KEY IS NOT LESS THAN AFCLAVE
                 INVALID KEY MOVE "S" TO FIN-AFI
                 NOT INVALID KEY MOVE "N" TO FIN-AFI.
           PERFORM LEER-ABIERTA THRU LEER-ABIERTA-EXIT
              UNTIL FIN-AFI = "S".
       BUSCAR-ABIERTA-EXIT.
           EXIT.

       LEER-ABIERTA.
           READ AFILIA NEXT RECORD AT END
              MOVE "S" TO FIN-AFI
              GO TO LEER-ABIERTA-EXIT.
           IF AFCA NOT = W-MCA OR AFSIND NOT = W-SIND
              MOVE "S" TO FIN-AFI
              GO TO LEER-ABIERTA-EXIT.
           IF AFHASTA = 0
              MOVE "S" TO W-ABIERTA
              MOVE AFCLAVE TO W-CLAVE-ABIERTA
           END-IF.
       LEER-ABIERTA-EXIT.
           EXIT.

      *-- NUEVA VIGENCIA DE LOS PORCENTAJES/CUENTA DE UN SINDICATO. --*
      *-- CAMBIA LO QUE SE LE DESCUENTA A TODOS SUS AFILIADOS: PIDE --*
      *-- NIVEL 9 Y NO PUEDE CAER EN UN PERIODO YA CONFIRMADO.      --*
       SINDICATO.
           IF W-NIVEL < 9
              DISPLAY "** SE NECESITA NIVEL 9 PARA CAMBIAR UN"
                 " SINDICATO **" LINE 22 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO SINDICATO-EXIT.
           DISPLAY "SINDICATO (01 A 99): " LINE 06 POSITION 01.
           ACCEPT W-SIND LINE 06 POSITION 22.
           IF W-SIND IS NOT NUMERIC OR W-SIND = 0
              GO TO SINDICATO-EXIT.
           PERFORM BUSCAR-SINDICATO THRU BUSCAR-SINDICATO-EXIT.
           IF W-EXISTE-SIN = "S"
              DISPLAY "ULTIMA VIGENCIA: " LINE 06 POSITION 30
              DISPLAY W-SIN-NOMBRE LINE 06 POSITION 47
           END-IF.
           MOVE 0 TO W-PORCAF W-PORCSOL.
           MOVE SPACES TO W-CTA.
           DISPLAY "NUEVA VIGENCIA (AAAAMMDD): " LINE 08 POSITION 01.
           ACCEPT W-VIG LINE 08 POSITION 28.
           IF W-VIG IS NOT NUMERIC OR W-VIG < 19000101
              OR W-VIG NOT > W-VIG-MIN
              DISPLAY "** VIGENCIA INVALIDA O DENTRO DE UN PERIODO"
                 " CONFIRMADO **" LINE 22 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO SINDICATO-EXIT.
           DISPLAY "NOMBRE               : " LINE 09 POSITION 01.
           ACCEPT W-SIN-NOMBRE LINE 09 POSITION 24.
           DISPLAY "% CUOTA AFILIADO     : " LINE 10 POSITION 01.
           ACCEPT W-PORCAF LINE 10 POSITION 24.
           DISPLAY "% APORTE SOLIDARIO   : " LINE 11 POSITION 01.
           ACCEPT W-PORCSOL LINE 11 POSITION 24.
           DISPLAY "CUENTA DEPOSITO (CBU): " LINE 12 POSITION 01.
           ACCEPT W-CTA LINE 12 POSITION 24.
           IF W-SIN-NOMBRE = SPACES OR W-CTA IS NOT NUMERIC
              DISPLAY "** NOMBRE Y CBU DE 22 DIGITOS SON"
                 " OBLIGATORIOS **" LINE 22 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO SINDICATO-EXIT.
           DISPLAY "GRABA EL SINDICATO S/N: " LINE 14 POSITION 01.
           ACCEPT W-OK LINE 14 POSITION 25.
           IF W-OK NOT = "S"
              GO TO SINDICATO-EXIT.
           OPEN I-O SINDIC.
           IF FSTSIN = "35"
              OPEN OUTPUT SINDIC
              CLOSE SINDIC
              OPEN I-O SINDIC
           END-IF.
           IF FSTSIN NOT = "00"
              GO TO SINDICATO-EXIT.
           MOVE W-SIND       TO SICOD.
           MOVE W-VIG        TO SIVIG.
           MOVE W-SIN-NOMBRE TO SINOMBRE.
           MOVE W-PORCAF     TO SIPORCAF.
           MOVE W-PORCSOL    TO SIPORCSOL.
           MOVE W-CTA        TO SICTA.
           WRITE R-SIND INVALID KEY
              REWRITE R-SIND
           END-WRITE.
           CLOSE SINDIC.
           DISPLAY "SINDICATO GRABADO" LINE 15 POSITION 01.
           ACCEPT TECLA.
       SINDICATO-EXIT.
           EXIT.

       BUSCAR-EMPLEADO.
           MOVE "N" TO W-EXISTE-EMP.
           MOVE SPACES TO W-NOMBRE.
           MOVE W-MCA TO MCA.
           OPEN INPUT MAESTRO.
           READ MAESTRO INVALID KEY MOVE "99" TO FST.
           IF FST = "00"
              MOVE "S"  TO W-EXISTE-EMP
              MOVE MAN  TO W-NOMBRE
           END-IF.
           CLOSE MAESTRO.
