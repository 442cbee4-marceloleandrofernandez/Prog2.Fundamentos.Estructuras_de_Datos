      *-- FOTO MENSUAL DE ESTADISTICAS DE PERSONAL: "RPTRES1" MUESTRA --*
      *-- LA DOTACION DE HOY Y, PASADO EL MES, ESE NUMERO SE PIERDE.  --*
      *-- ESTE PGM SE CORRE AL CERRAR CADA MES Y GUARDA EN            --*
      *-- "ESTHIS.IND", POR LOCALIDAD Y CATEGORIA: DOTACION DE        --*
      *-- "MAEEMP.IND", INGRESOS ("MFEC" DEL MAESTRO) Y EGRESOS       --*
      *-- ("MAEEMPB.ARC") DEL MES, BRUTO LIQUIDADO ("LIQINT.AAAAMM"), --*
      *-- AUSENCIAS ("ASIRES.IND") Y DIAS DE LICENCIA ("LICMOV.DAT"). --*
      *-- "MAEEMPH.HIS" NO SIRVE PARA CONTAR INGRESOS (GUARDA EL      --*
      *-- REGISTRO ANTERIOR A CADA MODIFICACION, NO LAS ALTAS) NI     --*
      *-- "MAEEMPB.ARC" GUARDA LA CATEGORIA: ESA SALE DE LA BAJA      --*
      *-- ANOTADA EN "CATEG.HIS" (VER "CATLOG"), QUE ADEMAS TRAE LA   --*
      *-- FECHA DE INGRESO DE QUIEN ENTRO Y SALIO EN EL MISMO MES.    --*
      *-- SI SE VUELVE A CORRER UN PERIODO, SE REEMPLAZA ENTERO. LA   --*
      *-- COMPARACION DE 12 MESES ESTA EN "RPTEST1".                  --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTMES1.
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

      *-- RESPALDO DE BAJAS QUE ESCRIBE "MODABM" (VER "RPTBAJ1") --*
           SELECT MAEEMPB ASSIGN TO DISK "MAEEMPB.ARC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTARC.

      *-- ALTAS, CAMBIOS DE CATEGORIA Y BAJAS (VER "CATLOG") --*
           SELECT CATEGH ASSIGN TO DISK "CATEG.HIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCAT.

      *-- DETALLES DEL PERIODO GENERADOS POR "INTLIQ1" --*
           SELECT LIQINT ASSIGN TO DISK W-NOM-INT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTINT.

      *-- RESUMEN MENSUAL DE ASISTENCIA (VER "CIERASI1") --*
           SELECT ASIRES ASSIGN TO DISK "ASIRES.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS RCLAVE
           FILE STATUS IS FSTRES.

      *-- MOVIMIENTOS DE LICENCIA (VER "VACAC1") --*
           SELECT LICMOV ASSIGN TO DISK "LICMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTLIC.

      *-- FOTO MENSUAL POR PERIODO + LOCALIDAD + CATEGORIA --*
           SELECT ESTHIS ASSIGN TO DISK "ESTHIS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ECLAVE
           FILE STATUS IS FSTEST.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

        FD MAEEMPB
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

        FD CATEGH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS R-CATG.
           COPY CATGREC.

        FD LIQINT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS R-INT.
           COPY LIQIREC.

        FD ASIRES
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 26 CHARACTERS
           DATA RECORD IS R-RES.
           COPY ASIRREC.

        FD LICMOV
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS R-LICM.
           COPY LICMREC.

        FD ESTHIS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-EST.
           COPY ESTHREC.

       WORKING-STORAGE SECTION.
       77 TECLA              PIC X.
       77 FST                PIC XX.
       77 FSTARC             PIC XX.
       77 FSTCAT             PIC XX.
       77 FSTINT             PIC XX.
       77 FSTRES             PIC XX.
       77 FSTLIC             PIC XX.
       77 FSTEST             PIC XX.
       77 FIN-ARCH           PIC X     VALUE "N".
       77 W-OK               PIC X     VALUE "N".
       77 SUBRAYADO          PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR         PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK         PIC X     VALUE "N".
       77 W-NIVEL            PIC 9(1)  VALUE 0.

       77 W-FECHA-HOY        PIC 9(08) VALUE 0.
       77 W-PERIODO          PIC 9(06) VALUE 0.
       77 W-ANIO             PIC 9(04) VALUE 0.
       77 W-MES              PIC 99    VALUE 0.
       77 W-NOM-INT          PIC X(13) VALUE SPACES.
      *-- FECHA (AAAAMMDD) Y SU PERIODO (AAAAMM) PARA COMPARAR --*
       77 W-FEC-CMP          PIC 9(08) VALUE 0.
       77 W-FEC-PER          PIC 9(06) VALUE 0.
      *-- "S" SI EL PERIODO YA TENIA FOTO EN "ESTHIS.IND" --*
       77 W-EXISTE           PIC X     VALUE "N".
      *-- "S"/"N" SEGUN SI SE PUDO LEER CADA FUENTE --*
       77 W-HAY-INT          PIC X     VALUE "N".
       77 W-HAY-RES          PIC X     VALUE "N".
       77 W-HAY-LIC          PIC X     VALUE "N".

      *-- LEGAJO A UBICAR Y LOCALIDAD/CATEGORIA QUE LE CORRESPONDE --*
       77 W-LEG              PIC 9(08) VALUE 0.
       77 W-U-LOC            PIC 99    VALUE 0.
       77 W-U-CATE           PIC 9     VALUE 0.
       77 W-U-OK             PIC X     VALUE "N".
       77 W-IMP-PESOS        PIC 9(09)V99 VALUE 0.

       77 IND-L              PIC 999   VALUE 0.
       77 IND-C              PIC 99    VALUE 0.
       77 IND-B              PIC 999   VALUE 0.

      *-- TOTALES DE LA PANTALLA FINAL --*
       77 CONT-DOT           PIC 9(05) VALUE 0.
       77 CONT-ALT           PIC 9(05) VALUE 0.
       77 CONT-BAJ           PIC 9(05) VALUE 0.
       77 CONT-AUS           PIC 9(06) VALUE 0.
       77 CONT-LIC           PIC 9(06) VALUE 0.
       77 CONT-SIN-UBICAR    PIC 9(05) VALUE 0.
       77 CONT-BORRADOS      PIC 9(05) VALUE 0.
       77 CONT-GRABADOS      PIC 9(05) VALUE 0.
       77 TOT-LIQ            PIC 9(10)V99 VALUE 0.
       77 W-ED-LIQ           PIC Z.ZZZ.ZZZ.ZZ9,99.

      *-- BAJAS DEL MES: "MAEEMPB.ARC" TRAE LOCALIDAD PERO NO       --*
      *-- CATEGORIA; LA CATEGORIA (Y SI EL EMPLEADO HABIA ENTRADO   --*
      *-- ESE MISMO MES) SE COMPLETA CON LA "B" DE "CATEG.HIS".     --*
      *-- TAMBIEN SIRVE PARA UBICAR LOS LEGAJOS DE "LIQINT",        --*
      *-- "ASIRES" Y "LICMOV" QUE YA NO ESTAN EN EL MAESTRO.        --*
       77 CONT-BJ            PIC 999   VALUE 0.
       01 TABLA-BAJAS.
          02 ELEM-BAJA OCCURS 500 TIMES.
             03 BJ-CA      PIC 9(08).
             03 BJ-LOC     PIC 99.
             03 BJ-CATE    PIC 9.
             03 BJ-CAT-OK  PIC X.
             03 BJ-ALTA    PIC X.

      *-- ACUMULADOS DEL MES, UNA FILA POR LOCALIDAD (0 A 99, EL    --*
      *-- SUBINDICE ES "MLO" + 1 COMO EN "RPTLOC1") Y UNA COLUMNA   --*
      *-- POR CATEGORIA (0 A 9, SUBINDICE "MCATE" + 1).             --*
       01 TABLA-EST.
          02 ELEM-LOC OCCURS 100 TIMES.
             03 ELEM-CAT OCCURS 10 TIMES.
                04 T-DOT     PIC 9(05).
                04 T-ALT     PIC 9(04).
                04 T-BAJ     PIC 9(04).
                04 T-LIQ     PIC 9(09)V99.
                04 T-AUS     PIC 9(05).
                04 T-LIC     PIC 9(05).

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 20 REVERSE
              VALUE "FOTO MENSUAL DE ESTADISTICAS DE PERSONAL".

       01  PANTALLA-RESUMEN.
           02 LINE 07 COLUMN 01 PIC X(80) FROM SUBRAYADO.
           02 LINE 08 COLUMN 01 VALUE "DOTACION ACTUAL .......: ".
           02 LINE 08 COLUMN 26 PIC ZZZZ9 FROM CONT-DOT.
           02 LINE 09 COLUMN 01 VALUE "INGRESOS DEL MES ......: ".
           02 LINE 09 COLUMN 26 PIC ZZZZ9 FROM CONT-ALT.
           02 LINE 10 COLUMN 01 VALUE "EGRESOS DEL MES .......: ".
           02 LINE 10 COLUMN 26 PIC ZZZZ9 FROM CONT-BAJ.
           02 LINE 11 COLUMN 01 VALUE "BRUTO LIQUIDADO .......: ".
           02 LINE 11 COLUMN 26 PIC X(16) FROM W-ED-LIQ.
           02 LINE 12 COLUMN 01 VALUE "DIAS DE AUSENCIA ......: ".
           02 LINE 12 COLUMN 26 PIC ZZZZZ9 FROM CONT-AUS.
           02 LINE 13 COLUMN 01 VALUE "DIAS DE LICENCIA ......: ".
           02 LINE 13 COLUMN 26 PIC ZZZZZ9 FROM CONT-LIC.
           02 LINE 14 COLUMN 01 VALUE "LEGAJOS SIN UBICAR ....: ".
           02 LINE 14 COLUMN 26 PIC ZZZZ9 FROM CONT-SIN-UBICAR.
           02 LINE 14 COLUMN 35 VALUE "(VAN A LOC. 0 / CATEG. 0)".

       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON ESTHIS.
       ERROR-APERTURA.
           IF FSTEST = "35"
              OPEN OUTPUT ESTHIS
              CLOSE ESTHIS
              OPEN I-O ESTHIS
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- LA FOTO REEMPLAZA DATOS YA GUARDADOS: NIVEL 5 O MAS --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           IF W-NIVEL < 5
              DISPLAY "** SE NECESITA NIVEL 5 O MAS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY PANTALLA-TITULO.
           DISPLAY "PERIODO (AAAAMM, 0 = TERMINAR): "
              LINE 03 POSITION 01.
           ACCEPT W-PERIODO LINE 03 POSITION 34.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO = 0
              GO TO FIN.
      *-- EL AGUINALDO (AAAA13/AAAA14) NO ES UN MES DE DOTACION --*
           DIVIDE W-PERIODO BY 100 GIVING W-ANIO REMAINDER W-MES.
           IF W-MES < 1 OR W-MES > 12
              DISPLAY "** SOLO PERIODOS MENSUALES (MES 01 A 12) **"
                 LINE 24 POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           OPEN I-O ESTHIS.
           PERFORM VER-FOTO-EXISTENTE THRU VER-FOTO-EXISTENTE-EXIT.
      *-- LA DOTACION ES LA DEL MAESTRO HOY: SACADA TARDE, YA NO  --*
      *-- ES LA DEL CIERRE DEL MES.                               --*
           DISPLAY "LA DOTACION SE TOMA DEL MAESTRO TAL COMO ESTA HOY"
              LINE 05 POSITION 01.
           IF W-EXISTE = "S"
              DISPLAY "EL PERIODO YA TIENE FOTO: SE VA A REEMPLAZAR"
                 LINE 06 POSITION 01 CONTROL "FCOLOR=RED"
           END-IF.
           MOVE "N" TO W-OK.
           DISPLAY "CONFIRMA (S/N): " LINE 24 POSITION 01.
           ACCEPT W-OK LINE 24 POSITION 18.
           DISPLAY " " LINE 24 POSITION 01 ERASE EOL.
           IF W-OK NOT = "S"
              CLOSE ESTHIS
              GO TO FIN.

           DISPLAY "PROCESANDO..." LINE 24 POSITION 01.
           MOVE ZEROS TO TABLA-EST.
           PERFORM JUNTAR-BAJAS     THRU JUNTAR-BAJAS-EXIT.
           PERFORM COMPLETAR-BAJAS  THRU COMPLETAR-BAJAS-EXIT.
           PERFORM SUMAR-BAJA
              VARYING IND-B FROM 1 BY 1 UNTIL IND-B > CONT-BJ.

           OPEN INPUT MAESTRO.
           PERFORM CONTAR-DOTACION  THRU CONTAR-DOTACION-EXIT.
           PERFORM SUMAR-LIQUIDADO  THRU SUMAR-LIQUIDADO-EXIT.
           PERFORM SUMAR-AUSENCIAS  THRU SUMAR-AUSENCIAS-EXIT.
           PERFORM SUMAR-LICENCIAS  THRU SUMAR-LICENCIAS-EXIT.
           CLOSE MAESTRO.

           PERFORM BORRAR-FOTO      THRU BORRAR-FOTO-EXIT.
           PERFORM GRABAR-LOCALIDAD
              VARYING IND-L FROM 1 BY 1 UNTIL IND-L > 100.
           CLOSE ESTHIS.

           MOVE TOT-LIQ TO W-ED-LIQ.
           DISPLAY " " LINE 24 POSITION 01 ERASE EOL.
           DISPLAY PANTALLA-RESUMEN.
           IF W-HAY-INT NOT = "S"
              DISPLAY "SIN " LINE 16 POSITION 01
              DISPLAY W-NOM-INT LINE 16 POSITION 05
              DISPLAY ": BRUTO EN CERO (VER INTLIQ1)"
                 LINE 16 POSITION 18
           END-IF.
           IF W-HAY-RES NOT = "S"
              DISPLAY "SIN RESUMEN DE ASISTENCIA DEL MES (VER CIERASI1)"
                 LINE 17 POSITION 01
           END-IF.
           IF W-HAY-LIC NOT = "S"
              DISPLAY "SIN MOVIMIENTOS DE LICENCIA (LICMOV.DAT)"
                 LINE 18 POSITION 01
           END-IF.
           DISPLAY SUBRAYADO LINE 20 POSITION 01.
           DISPLAY "FILAS REEMPLAZADAS: " LINE 21 POSITION 01.
           DISPLAY CONT-BORRADOS LINE 21 POSITION 21.
           DISPLAY "FILAS GRABADAS: " LINE 21 POSITION 35.
           DISPLAY CONT-GRABADOS LINE 21 POSITION 51.
           DISPLAY "FOTO GUARDADA. PULSE UNA TECLA"
              LINE 24 POSITION 01.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- SE POSICIONA EN LA PRIMERA FILA DEL PERIODO, SI LA HAY --*
       VER-FOTO-EXISTENTE.
           MOVE "N"       TO W-EXISTE.
           MOVE W-PERIODO TO EPERIODO.
           MOVE 0         TO ELOC ECATE.
           START ESTHIS KEY IS NOT LESS THAN ECLAVE
              INVALID KEY GO TO VER-FOTO-EXISTENTE-EXIT.
           READ ESTHIS NEXT RECORD
              AT END GO TO VER-FOTO-EXISTENTE-EXIT.
           IF EPERIODO = W-PERIODO
              MOVE "S" TO W-EXISTE
           END-IF.
       VER-FOTO-EXISTENTE-EXIT.
           EXIT.

      *-- BAJAS CON FECHA DENTRO DEL PERIODO --*
       JUNTAR-BAJAS.
           MOVE 0 TO CONT-BJ.
           OPEN INPUT MAEEMPB.
           IF FSTARC NOT = "00"
              GO TO JUNTAR-BAJAS-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-BAJA THRU LEER-BAJA-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE MAEEMPB.
       JUNTAR-BAJAS-EXIT.
           EXIT.

       LEER-BAJA.
           READ MAEEMPB AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-BAJA-EXIT.
           MOVE BFECHA TO W-FEC-CMP.
           DIVIDE W-FEC-CMP BY 100 GIVING W-FEC-PER.
           IF W-FEC-PER NOT = W-PERIODO
              GO TO LEER-BAJA-EXIT.
           IF CONT-BJ NOT < 500
              GO TO LEER-BAJA-EXIT.
           ADD 1 TO CONT-BJ.
           MOVE BCA TO BJ-CA    (CONT-BJ).
           MOVE BLO TO BJ-LOC   (CONT-BJ).
           MOVE 0   TO BJ-CATE  (CONT-BJ).
           MOVE "N" TO BJ-CAT-OK (CONT-BJ).
           MOVE "N" TO BJ-ALTA  (CONT-BJ).
       LEER-BAJA-EXIT.
           EXIT.

      *-- LA "B" DE "CATEG.HIS" TRAE LA CATEGORIA AL EGRESO Y LA  --*
      *-- FECHA DE INGRESO ("CGFING") QUE TENIA EL EMPLEADO.      --*
       COMPLETAR-BAJAS.
           IF CONT-BJ = 0
              GO TO COMPLETAR-BAJAS-EXIT.
           OPEN INPUT CATEGH.
           IF FSTCAT NOT = "00"
              GO TO COMPLETAR-BAJAS-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-CATEG THRU LEER-CATEG-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE CATEGH.
       COMPLETAR-BAJAS-EXIT.
           EXIT.

       LEER-CATEG.
           READ CATEGH AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-CATEG-EXIT.
           IF CGMOV NOT = "B"
              GO TO LEER-CATEG-EXIT.
           DIVIDE CGDESDE BY 100 GIVING W-FEC-PER.
           IF W-FEC-PER NOT = W-PERIODO
              GO TO LEER-CATEG-EXIT.
           MOVE 1 TO IND-B.
           PERFORM MARCAR-BAJA THRU MARCAR-BAJA-EXIT
              UNTIL IND-B > CONT-BJ.
       LEER-CATEG-EXIT.
           EXIT.

      *-- SOLO LA PRIMERA "B" DE CADA BAJA (UN MISMO LEGAJO PUEDE --*
      *-- HABER REINGRESADO Y VUELTO A SALIR EN EL MES).          --*
       MARCAR-BAJA.
           IF BJ-CA (IND-B) = CGCA AND BJ-CAT-OK (IND-B) = "N"
              MOVE CGCATE TO BJ-CATE (IND-B)
              MOVE "S"    TO BJ-CAT-OK (IND-B)
              DIVIDE CGFING BY 100 GIVING W-FEC-PER
              IF W-FEC-PER = W-PERIODO
                 MOVE "S" TO BJ-ALTA (IND-B)
              END-IF
              MOVE CONT-BJ TO IND-B
           END-IF.
           ADD 1 TO IND-B.
       MARCAR-BAJA-EXIT.
           EXIT.

      *-- QUIEN ENTRO Y SALIO EN EL MES YA NO ESTA EN EL MAESTRO: --*
      *-- SU INGRESO SE CUENTA ACA.                               --*
       SUMAR-BAJA.
           COMPUTE IND-L = BJ-LOC (IND-B) + 1.
           COMPUTE IND-C = BJ-CATE (IND-B) + 1.
           ADD 1 TO T-BAJ (IND-L, IND-C).
           ADD 1 TO CONT-BAJ.
           IF BJ-ALTA (IND-B) = "S"
              ADD 1 TO T-ALT (IND-L, IND-C)
              ADD 1 TO CONT-ALT
           END-IF.

      *-- DOTACION E INGRESOS DEL MES SEGUN "MFEC" --*
       CONTAR-DOTACION.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-MAESTRO THRU LEER-MAESTRO-EXIT
              UNTIL FIN-ARCH = "S".
       CONTAR-DOTACION-EXIT.
           EXIT.

       LEER-MAESTRO.
           READ MAESTRO NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-MAESTRO-EXIT.
           COMPUTE IND-L = MLO + 1.
           COMPUTE IND-C = MCATE + 1.
           ADD 1 TO T-DOT (IND-L, IND-C).
           ADD 1 TO CONT-DOT.
           COMPUTE W-FEC-PER = MFA * 100 + MFM.
           IF W-FEC-PER = W-PERIODO
              ADD 1 TO T-ALT (IND-L, IND-C)
              ADD 1 TO CONT-ALT
           END-IF.
       LEER-MAESTRO-EXIT.
           EXIT.

      *-- BRUTO DE CADA LEGAJO EN "LIQINT.AAAAMM" (EN CENTAVOS); --*
      *-- EL REGISTRO 99999999 ES EL DE TOTALES Y NO SE SUMA.    --*
       SUMAR-LIQUIDADO.
           MOVE "N" TO W-HAY-INT.
           MOVE SPACES TO W-NOM-INT.
           STRING "LIQINT." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-INT.
           OPEN INPUT LIQINT.
           IF FSTINT NOT = "00"
              GO TO SUMAR-LIQUIDADO-EXIT.
           MOVE "S" TO W-HAY-INT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-LIQINT THRU LEER-LIQINT-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE LIQINT.
       SUMAR-LIQUIDADO-EXIT.
           EXIT.

       LEER-LIQINT.
           READ LIQINT NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-LIQINT-EXIT.
           IF ICA = 99999999
              GO TO LEER-LIQINT-EXIT.
           MOVE ICA TO W-LEG.
           PERFORM UBICAR-LEGAJO THRU UBICAR-LEGAJO-EXIT.
           COMPUTE W-IMP-PESOS = IBRUTO / 100.
           ADD W-IMP-PESOS TO T-LIQ (IND-L, IND-C).
           ADD W-IMP-PESOS TO TOT-LIQ.
       LEER-LIQINT-EXIT.
           EXIT.

      *-- AUSENCIAS DEL RESUMEN QUE DEJA "CIERASI1" AL CERRAR EL MES --*
       SUMAR-AUSENCIAS.
           MOVE "N" TO W-HAY-RES.
           OPEN INPUT ASIRES.
           IF FSTRES NOT = "00"
              GO TO SUMAR-AUSENCIAS-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-ASIRES THRU LEER-ASIRES-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE ASIRES.
       SUMAR-AUSENCIAS-EXIT.
           EXIT.

       LEER-ASIRES.
           READ ASIRES NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-ASIRES-EXIT.
           IF RPERIODO NOT = W-PERIODO
              GO TO LEER-ASIRES-EXIT.
           MOVE "S" TO W-HAY-RES.
           MOVE RCA TO W-LEG.
           PERFORM UBICAR-LEGAJO THRU UBICAR-LEGAJO-EXIT.
           ADD RAUSEN TO T-AUS (IND-L, IND-C).
           ADD RAUSEN TO CONT-AUS.
       LEER-ASIRES-EXIT.
           EXIT.

      *-- DIAS DE LAS LICENCIAS APROBADAS QUE EMPIEZAN EN EL MES   --*
      *-- (LAS ACREDITACIONES "O" NO SON DIAS TOMADOS).            --*
       SUMAR-LICENCIAS.
           MOVE "N" TO W-HAY-LIC.
           OPEN INPUT LICMOV.
           IF FSTLIC NOT = "00"
              GO TO SUMAR-LICENCIAS-EXIT.
           MOVE "S" TO W-HAY-LIC.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-LICMOV THRU LEER-LICMOV-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE LICMOV.
       SUMAR-LICENCIAS-EXIT.
           EXIT.

       LEER-LICMOV.
           READ LICMOV AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-LICMOV-EXIT.
           IF LMTIPO = "O" OR LMRESUL NOT = "A"
              GO TO LEER-LICMOV-EXIT.
           DIVIDE LMDESDE BY 100 GIVING W-FEC-PER.
           IF W-FEC-PER NOT = W-PERIODO
              GO TO LEER-LICMOV-EXIT.
           MOVE LMCA TO W-LEG.
           PERFORM UBICAR-LEGAJO THRU UBICAR-LEGAJO-EXIT.
           ADD LMDIAS TO T-LIC (IND-L, IND-C).
           ADD LMDIAS TO CONT-LIC.
       LEER-LICMOV-EXIT.
           EXIT.

      *-- DEJA EN "IND-L"/"IND-C" LA FILA DEL LEGAJO "W-LEG": LA  --*
      *-- DEL MAESTRO O, SI YA SE DIO DE BAJA EN EL MES, LA DE LA --*
      *-- TABLA DE BAJAS. SI NO APARECE, LOCALIDAD 0/CATEGORIA 0. --*
       UBICAR-LEGAJO.
           MOVE 0   TO W-U-LOC W-U-CATE.
           MOVE "N" TO W-U-OK.
           MOVE W-LEG TO MCA.
           READ MAESTRO INVALID KEY
              MOVE 1 TO IND-B
              PERFORM BUSCAR-BAJA THRU BUSCAR-BAJA-EXIT
                 UNTIL IND-B > CONT-BJ
              GO TO UBICAR-LEGAJO-FILA.
           MOVE MLO   TO W-U-LOC.
           MOVE MCATE TO W-U-CATE.
           MOVE "S"   TO W-U-OK.
       UBICAR-LEGAJO-FILA.
           IF W-U-OK NOT = "S"
              ADD 1 TO CONT-SIN-UBICAR
           END-IF.
           COMPUTE IND-L = W-U-LOC + 1.
           COMPUTE IND-C = W-U-CATE + 1.
       UBICAR-LEGAJO-EXIT.
           EXIT.

       BUSCAR-BAJA.
           IF BJ-CA (IND-B) = W-LEG
              MOVE BJ-LOC  (IND-B) TO W-U-LOC
              MOVE BJ-CATE (IND-B) TO W-U-CATE
              MOVE "S" TO W-U-OK
              MOVE CONT-BJ TO IND-B
           END-IF.
           ADD 1 TO IND-B.
       BUSCAR-BAJA-EXIT.
           EXIT.

      *-- SACA LA FOTO ANTERIOR DEL PERIODO, SI LA HABIA --*
       BORRAR-FOTO.
           IF W-EXISTE NOT = "S"
              GO TO BORRAR-FOTO-EXIT.
           MOVE W-PERIODO TO EPERIODO.
           MOVE 0         TO ELOC ECATE.
           START ESTHIS KEY IS NOT LESS THAN ECLAVE
              INVALID KEY GO TO BORRAR-FOTO-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM BORRAR-FILA THRU BORRAR-FILA-EXIT
              UNTIL FIN-ARCH = "S".
       BORRAR-FOTO-EXIT.
           EXIT.

       BORRAR-FILA.
           READ ESTHIS NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO BORRAR-FILA-EXIT.
           IF EPERIODO NOT = W-PERIODO
              MOVE "S" TO FIN-ARCH
              GO TO BORRAR-FILA-EXIT.
           DELETE ESTHIS RECORD.
           ADD 1 TO CONT-BORRADOS.
       BORRAR-FILA-EXIT.
           EXIT.

       GRABAR-LOCALIDAD.
           PERFORM GRABAR-FILA THRU GRABAR-FILA-EXIT
              VARYING IND-C FROM 1 BY 1 UNTIL IND-C > 10.

      *-- SOLO SE GRABAN LAS COMBINACIONES CON ALGUN DATO --*
       GRABAR-FILA.
           IF T-DOT (IND-L, IND-C) = 0 AND T-ALT (IND-L, IND-C) = 0
              AND T-BAJ (IND-L, IND-C) = 0
              AND T-LIQ (IND-L, IND-C) = 0
              AND T-AUS (IND-L, IND-C) = 0
              AND T-LIC (IND-L, IND-C) = 0
              GO TO GRABAR-FILA-EXIT.
           MOVE W-PERIODO TO EPERIODO.
           COMPUTE ELOC  = IND-L - 1.
           COMPUTE ECATE = IND-C - 1.
           MOVE T-DOT (IND-L, IND-C) TO EDOTAC.
           MOVE T-ALT (IND-L, IND-C) TO EALTAS.
           MOVE T-BAJ (IND-L, IND-C) TO EBAJAS.
           MOVE T-LIQ (IND-L, IND-C) TO ELIQUID.
           MOVE T-AUS (IND-L, IND-C) TO EAUSEN.
           MOVE T-LIC (IND-L, IND-C) TO ELICEN.
           MOVE W-FECHA-HOY TO EFECHA.
           MOVE W-OPERADOR  TO EOPER.
           WRITE R-EST INVALID KEY
              REWRITE R-EST
           END-WRITE.
           ADD 1 TO CONT-GRABADOS.
       GRABAR-FILA-EXIT.
           EXIT.
