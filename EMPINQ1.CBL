      *** EN PANTALLAS PAGINADAS: EL REGISTRO DE "MAEEMP.IND", EL    ***
      *** SALDO DE VACACIONES DE "VACAC.IND", LOS PASOS PENDIENTES   ***
      *** DE INGRESO DE "CHKING.IND", LAS ULTIMAS FICHADAS DE        ***
      *** "ASISTEN.IND" Y LOS ULTIMOS CAMBIOS DE "MAEEMPH.HIS".      ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPINQ1.
       ENVIRONMENT DIVISION.
           RECORD KEY IS KCA
           FILE STATUS IS FSTCHK.

      *-- FICHADAS POR LEGAJO + FECHA (VER "MOVIDX") --*
           SELECT ASIIND ASSIGN TO DISK "ASISTEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AXCLAVE
           FILE STATUS IS FSTASI.

      *-- HISTORIAL DE MODIFICACIONES (VER "MODABM") --*
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

           02 KFECHA    PIC 9(08).
           02 KOPER     PIC X(08).

       FD  ASIIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-ASIX.
           COPY ASIXREC.

       FD  MAEEMPH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-HIS.
        01 R-HIS.
           02 HCA   PIC 9(08).
           02 HAN   PIC X(30).
           02 HSB   PIC 9(05).
           02 HLO   PIC 9(02).
           02 HFECHA.
              03 HANIO  PIC 9(04).
              03 HMES   PIC 99.
              03 HDIA   PIC 99.
           02 HOPER PIC X(08).
       77 FSTHIS           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- PARA "CONSLOG" (CONSULTA DE UN LEGAJO PUNTUAL) --*
       77 W-PGM-CONS       PIC X(08) VALUE "EMPINQ1".
       77 W-MCA            PIC 9(08) VALUE 0.
       77 W-FIN            PIC X     VALUE "N".
       77 W-HAY-VAC        PIC X     VALUE "N".
       77 W-TOT-H          PIC 99    VALUE 0.
       77 W-SLOT           PIC 99    VALUE 0.

      *-- ULTIMAS 10 FICHADAS DEL LEGAJO: EL INDICE LAS DA EN     --*
      *-- ORDEN DE FECHA Y HORA, SE GUARDAN EN RUEDA Y AL FINAL   --*
      *-- QUEDAN LAS MAS NUEVAS.                                  --*
       77 CANT-FICH        PIC 9(05) VALUE 0.
       01 TABLA-FICH.
          02 ELEM-FICH OCCURS 10 TIMES.
       77 CANT-HIS         PIC 9(05) VALUE 0.
       01 TABLA-HIS.
          02 ELEM-HIS OCCURS 10 TIMES.
             03 TH-FECHA  PIC 9(08).
             03 TH-SB     PIC 9(05).
             03 TH-LO     PIC 9(02).
             03 TH-OPER   PIC X(08).

      *-- CAMPOS DE LA FICHADA GUARDADA EN EL INDICE (AXREG) --*
           COPY ASISREC.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 24 REVERSE
              VALUE "CONSULTA INTEGRAL DE EMPLEADO".

           02 LINE 07 COLUMN 30 VALUE "CATEGORIA: ".
           02 LINE 07 COLUMN 42 PIC 9 FROM MCATE.
           02 LINE 07 COLUMN 50 VALUE "LOCALIDAD: ".
           02 LINE 07 COLUMN 62 PIC 99 FROM MLO.
           02 LINE 08 COLUMN 05 VALUE "INGRESO  : ".
           02 LINE 08 COLUMN 17 PIC 9(08) FROM MFEC.
           02 LINE 08 COLUMN 30 VALUE "ANTIG.: ".

       PROCEDURE DIVISION.
       INICIO.
      *-- LA CONSULTA MUESTRA SOLO LEGAJOS DE LAS LOCALIDADES A --*
      *-- CARGO DEL OPERADOR, ASI QUE PRIMERO HAY QUE SABER QUIEN --*
      *-- ES (CUALQUIER NIVEL ALCANZA PARA CONSULTAR).          --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE "EMPINQ1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           DISPLAY PANTALLA-TITULO.
           PERFORM CONSULTAR-UNO THRU CONSULTAR-UNO-EXIT
              UNTIL W-FIN = "S".
      *    STOP RUN.

       CONSULTAR-UNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-PEDIR-CODIGO.
           ACCEPT  PANTALLA-PEDIR-CODIGO ON ESCAPE
              ACCEPT TECLA
              GO TO CONSULTAR-UNO-EXIT.
           CLOSE MAESTRO.
           MOVE MLO   TO ACL-LOC.
           MOVE W-MCA TO ACL-LEGAJO.
           MOVE "V"   TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              MOVE "R" TO ACL-ACCION
              CALL   "ACCLOC" USING ACL-DATOS
              CANCEL "ACCLOC"
              DISPLAY "** LEGAJO DE UNA LOCALIDAD NO HABILITADA PARA"
                 " SU USUARIO **" LINE 12 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CONSULTAR-UNO-EXIT.
           PERFORM REGISTRAR-CONSULTA.

      *-- PAGINA 1: FICHA DEL MAESTRO + VACACIONES + INGRESO --*
           DISPLAY PANTALLA-FICHA.
       CONSULTAR-UNO-EXIT.
           EXIT.

      *-- DEJA EN "CONSULTA.LOG" QUIEN MIRO ESTE LEGAJO Y CUANDO --*
       REGISTRAR-CONSULTA.
           CALL   "CONSLOG" USING W-OPERADOR W-PGM-CONS W-MCA.
           CANCEL "CONSLOG".

       MOSTRAR-VACACIONES.
           MOVE "N" TO W-HAY-VAC.
           OPEN INPUT VACAC.
      *-- RUEDA DE LAS ULTIMAS 10 FICHADAS DEL LEGAJO --*
       CARGAR-FICHADAS.
           MOVE 0 TO CANT-FICH.
           OPEN INPUT ASIIND.
           IF FSTASI NOT = "00"
              GO TO CARGAR-FICHADAS-EXIT.
           MOVE W-MCA TO AXCA.
           MOVE 0     TO AXFECHA AXHORA AXSEC.
           MOVE "N" TO FIN-ARCH.
           START ASIIND KEY IS NOT LESS THAN AXCLAVE
              INVALID KEY MOVE "S" TO FIN-ARCH.
           PERFORM LEER-FICHADA THRU LEER-FICHADA-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE ASIIND.
       CARGAR-FICHADAS-EXIT.
           EXIT.

       LEER-FICHADA.
           READ ASIIND NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-FICHADA-EXIT.
           IF AXCA NOT = W-MCA
              MOVE "S" TO FIN-ARCH
              GO TO LEER-FICHADA-EXIT.
           MOVE AXREG TO R-ASIS.
           ADD 1 TO CANT-FICH.
           DIVIDE CANT-FICH BY 10 GIVING W-COC9
              REMAINDER IND-T.
           EXIT.

       MOSTRAR-PAGINA2.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "ULTIMAS FICHADAS (MAX. 10)" LINE 01 POSITION 17.
           DISPLAY "ULTIMOS CAMBIOS (MAX. 10)" LINE 01 POSITION 45.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           IF CANT-FICH = 0
           END-IF.
           COMPUTE LIN-ACT = 03 + IND-T.
           DISPLAY TH-FECHA (W-SLOT) LINE LIN-ACT, POSITION 45.
           DISPLAY TH-SB (W-SLOT)    LINE LIN-ACT, POSITION 54.
           DISPLAY TH-LO (W-SLOT)    LINE LIN-ACT, POSITION 60.
           DISPLAY TH-OPER (W-SLOT)  LINE LIN-ACT, POSITION 63.
