           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

      *-- FICHADAS CARGADAS POR "ASIST1", POR SU INDICE LEGAJO + --*
      *-- FECHA (VER "MOVIDX"), QUE TAMBIEN GUARDA LO QUE        --*
      *-- "CIERASI1" PASO AL ARCHIVO FECHADO "ASISTEN.AAAAMM".   --*
           SELECT ASIIND ASSIGN TO DISK "ASISTEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AXCLAVE
           FILE STATUS IS FSTASI.

       DATA DIVISION.
       FILE SECTION.
        FD MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

        FD ASIIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-ASIX.
           COPY ASIXREC.

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FST                PIC XX.
       77 FSTASI             PIC XX.
      *-- FICHADA EN CURSO --*
       77 W-F-DIA            PIC 99    VALUE 0.
       77 W-F-HH             PIC 99    VALUE 0.
       77 W-F-MM             PIC 99    VALUE 0.
       77 W-PERIODO          PIC 9(06) VALUE 0.
       77 W-ANIO             PIC 9(04) VALUE 0.
       77 W-MES              PIC 99    VALUE 0.
       77 W-DIA-DESDE        PIC 9(08) VALUE 0.
       77 W-DIA-HASTA        PIC 9(08) VALUE 0.
       77 W-COCIENTE         PIC 9(04) VALUE 0.
       77 CONT-LIN           PIC 99    VALUE 0.
       77 LIN-ACT            PIC 99    VALUE 0.
             03 D-SAL-HH   PIC 99.
             03 D-SAL-MM   PIC 99.

      *-- CAMPOS DE LA FICHADA GUARDADA EN EL INDICE (AXREG) --*
           COPY ASISREC.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 18 REVERSE
              VALUE "HORAS TRABAJADAS POR EMPLEADO Y MES".

      *    STOP RUN.

       PROCESAR-UNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-PEDIR-DATOS.
           ACCEPT  PANTALLA-PEDIR-DATOS ON ESCAPE
           MOVE 0 TO D-ENT-HH (IND-DIA) D-ENT-MM (IND-DIA)
                     D-SAL-HH (IND-DIA) D-SAL-MM (IND-DIA).

      *-- CARGA LA TABLA DEL MES: PRIMERA "E" Y ULTIMA "S" DE  --*
      *-- CADA DIA DEL LEGAJO PEDIDO. EL INDICE LLEVA DIRECTO  --*
      *-- AL PRIMER DIA DEL MES DEL LEGAJO, AUNQUE EL MES YA   --*
      *-- HAYA SIDO CERRADO POR "CIERASI1".                    --*
       CARGAR-FICHADAS.
           COMPUTE W-DIA-DESDE = W-PERIODO * 100.
           COMPUTE W-DIA-HASTA = W-PERIODO * 100 + 99.
           OPEN INPUT ASIIND.
           IF FSTASI NOT = "00"
              GO TO CARGAR-FICHADAS-EXIT.
           MOVE W-MCA       TO AXCA.
           MOVE W-DIA-DESDE TO AXFECHA.
           MOVE 0           TO AXHORA AXSEC.
           MOVE "N" TO FIN-ASIS.
           START ASIIND KEY IS NOT LESS THAN AXCLAVE
              INVALID KEY MOVE "S" TO FIN-ASIS.
           PERFORM LEER-FICHADA THRU LEER-FICHADA-EXIT
              UNTIL FIN-ASIS = "S".
           CLOSE ASIIND.
       CARGAR-FICHADAS-EXIT.
           EXIT.

       LEER-FICHADA.
           READ ASIIND NEXT RECORD AT END
              MOVE "S" TO FIN-ASIS
              GO TO LEER-FICHADA-EXIT.
           IF AXCA NOT = W-MCA OR AXFECHA > W-DIA-HASTA
              MOVE "S" TO FIN-ASIS
              GO TO LEER-FICHADA-EXIT.
           MOVE AXREG TO R-ASIS.
           MOVE AFD   TO W-F-DIA.
           MOVE AHH   TO W-F-HH.
           MOVE AMM   TO W-F-MM.
       LEER-FICHADA-EXIT.
           EXIT.

      *-- RETIENE LA ENTRADA MAS TEMPRANA Y LA SALIDA MAS TARDIA --*
      *-- DEL DIA DE LA FICHADA EN CURSO.                        --*
       RETENER-FICHADA.
      *-- LISTA CADA DIA CON ACTIVIDAD: HORAS DEL PAR E/S O LA --*
      *-- MARCA DE FICHADA ABIERTA; AL PIE, EL TOTAL DEL MES.  --*
       LISTAR-MES.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           MOVE 0 TO TOT-MINUTOS CONT-ABIERTAS.
           PERFORM LISTAR-DIA THRU LISTAR-DIA-EXIT
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           CLOSE MAESTRO.

       ENCABEZADO.
           DISPLAY "HORAS TRABAJADAS " LINE 01 POSITION 17.
           DISPLAY W-MCA     LINE 01 POSITION 34.
           DISPLAY W-NOMBRE  LINE 01 POSITION 43.
           DISPLAY W-PERIODO LINE 01 POSITION 74.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "DIA" LINE 03 POSITION 01.
           DISPLAY "ENTRADA" LINE 03 POSITION 08.
