      *** CADA BAJA), FILTRA POR UN RANGO DE FECHA DE BAJA ELEGIDO *
      *** POR EL OPERADOR Y ACUMULA DOS TABLAS AL ESTILO           *
      *** "TABLA-DOTACION" DE "RPTLOC1": BAJAS POR MES (01-12) Y   *
      *** BAJAS POR LOCALIDAD (0-99), CON EL NOMBRE DE CADA        *
      *** LOCALIDAD TOMADO DE "LOCALIDAD.IND".                     *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTBAJ1.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- RESPALDO DE BAJAS QUE ESCRIBE "MODABM" (VER            --*
      *-- "GRABAR-ARCHIVO-BAJA"); FECHA DE BAJA EN AAAAMMDD.     --*
           SELECT MAEEMPB ASSIGN TO DISK "MAEEMPB.ARC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
       FILE SECTION.
       FD  MAEEMPB
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

       FD  MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).

       77 SUBRAYADO         PIC X(80) VALUE ALL "-".
       77 LIN-ACT           PIC 99    VALUE 0.
       77 IND-MES           PIC 99    VALUE 0.
       77 IND-LOC           PIC 999   VALUE 0.
      *-- FILAS DE LOCALIDAD YA MOSTRADAS EN LA PAGINA (13 POR HOJA) --*
       77 CONT-LIN          PIC 99    VALUE 0.
      *-- RANGO DE FECHA DE BAJA (AAAAMMDD, MISMO FORMATO QUE     --*
      *-- "BFECHA"); SI EL OPERADOR NO CARGA NADA, PASA TODO.     --*
       77 W-DESDE           PIC 9(08) VALUE 0.
       77 W-HASTA           PIC 9(08) VALUE 99999999.
       77 W-FEC-CMP         PIC 9(08) VALUE 0.
      *-- NOMBRE DE LOCALIDAD PARA LA TABLA POR LOCALIDAD --*
       77 W-LOC-NOM         PIC X(15) VALUE SPACES.
       77 W-LOC-COD         PIC 99    VALUE 0.
      *-- "S"/"N" SI "LOCALIDAD.IND" ABRIO BIEN; NO SE PUEDE USAR --*
      *-- "FSTLOC" COMO TESTIGO PORQUE CADA "READ" LO REESCRIBE.  --*
       77 W-LOC-ABIERTO     PIC X     VALUE "N".
      *-- BAJAS ACUMULADAS POR MES DE BAJA (BMES 01-12) --*
       01 TABLA-MESES.
          02 BAJAS-MES OCCURS 12 TIMES PIC 9(05).
      *-- BAJAS ACUMULADAS POR LOCALIDAD (BLO 0-99; EL SUBINDICE --*
      *-- ES BLO + 1, MISMA CONVENCION QUE "RPTLOC1").           --*
       01 TABLA-LOCALIDADES.
          02 BAJAS-LOC OCCURS 100 TIMES PIC 9(05).

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT MAEEMPB.
              ACCEPT TECLA
              GO TO FIN.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "REPORTE DE ROTACION (BAJAS)" LINE 01 POSITION 27.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "FECHA DE BAJA DESDE (AAAAMMDD, 0=TODO): "
              LINE 04 POSITION 01.
           ACCEPT W-DESDE LINE 04 POSITION 42.
           IF W-DESDE IS NOT NUMERIC
              MOVE 0 TO W-DESDE
           END-IF.
           DISPLAY "FECHA DE BAJA HASTA (AAAAMMDD, 0=TODO): "
              LINE 05 POSITION 01.
           ACCEPT W-HASTA LINE 05 POSITION 42.
           IF W-HASTA IS NOT NUMERIC OR W-HASTA = 0
              MOVE 99999999 TO W-HASTA
           END-IF.

           PERFORM INICIAR-TABLAS
              VARYING IND-MES FROM 1 BY 1 UNTIL IND-MES > 12.
           PERFORM INICIAR-TABLA-LOC
              VARYING IND-LOC FROM 1 BY 1 UNTIL IND-LOC > 100.

           PERFORM LEER-BAJA.
           PERFORM ACUMULAR-BAJA THRU ACUMULAR-BAJA-EXIT
           IF FSTLOC = "00"
              MOVE "S" TO W-LOC-ABIERTO
           END-IF.
           MOVE 0 TO CONT-LIN.
           PERFORM MOSTRAR-LOC
              VARYING IND-LOC FROM 1 BY 1 UNTIL IND-LOC > 100.
           IF W-LOC-ABIERTO = "S"
              CLOSE MAELOC
           END-IF.
           DISPLAY IND-MES LINE LIN-ACT, POSITION 05.
           DISPLAY BAJAS-MES (IND-MES) LINE LIN-ACT, POSITION 10.

      *-- LA FILA "IND-LOC" ES LA LOCALIDAD "IND-LOC - 1". ENTRAN  --*
      *-- 13 FILAS (LINEAS 09 A 21); SI HAY MAS, SE PAGINA Y LAS    --*
      *-- SIGUIENTES PAGINAS MUESTRAN SOLO LA TABLA DE LOCALIDADES. --*
       MOSTRAR-LOC.
           IF BAJAS-LOC (IND-LOC) > 0
              IF CONT-LIN > 12
                 DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                    LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 DISPLAY " " ERASE EOS
                 DISPLAY ENT-MARCA LINE 01 POSITION 01
                 DISPLAY "BAJAS POR LOCALIDAD (CONT.)"
                    LINE 07 POSITION 40
                 DISPLAY SUBRAYADO LINE 08 POSITION 01
                 MOVE 0 TO CONT-LIN
              END-IF
              COMPUTE W-LOC-COD = IND-LOC - 1
              PERFORM BUSCAR-NOMBRE-LOC
              COMPUTE LIN-ACT = 09 + CONT-LIN
              ADD 1 TO CONT-LIN
              DISPLAY W-LOC-COD LINE LIN-ACT, POSITION 40
              DISPLAY W-LOC-NOM LINE LIN-ACT, POSITION 44
              DISPLAY BAJAS-LOC (IND-LOC) LINE LIN-ACT, POSITION 61
