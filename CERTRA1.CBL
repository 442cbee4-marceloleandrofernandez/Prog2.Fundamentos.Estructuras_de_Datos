      *** CERTIFICADO DE TRABAJO (ART. 80 LCT) PARA EL EMPLEADO QUE   ***
      *** SE VA: LA LEY OBLIGA A ENTREGARLE UN CERTIFICADO DE         ***
      *** SERVICIOS Y REMUNERACIONES, QUE HASTA AHORA SE TIPEABA A    ***
      *** MANO MIRANDO "RPTHIS1" Y LISTADOS VIEJOS DE LIQUIDACION.    ***
      *** ESTE PGM TOMA DE "MAEEMPB.ARC" EL ULTIMO EGRESO DEL LEGAJO, ***
      *** DE "CATEG.HIS" (VER "CATLOG") LA FECHA DE INGRESO Y LAS     ***
      *** CATEGORIAS QUE TUVO CON SU FECHA, DE LOS "LIQINT.AAAAMM"    ***
      *** LO COBRADO EN CADA PERIODO, DE "LIQFIN.DAT" LA LIQUIDACION  ***
      *** FINAL Y DE "CAPACIT.DAT" LAS CERTIFICACIONES APROBADAS.     ***
      *** CADA EMISION QUEDA EN "CERTRA.LOG": DESDE LA SEGUNDA, EL    ***
      *** CERTIFICADO SALE MARCADO "DUPLICADO".                       ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTRA1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- SOLO PARA RECHAZAR A UN LEGAJO QUE VOLVIO A INGRESAR --*
           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

           SELECT MAEEMPB ASSIGN TO DISK "MAEEMPB.ARC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTARC.

           SELECT CATEGH ASSIGN TO DISK "CATEG.HIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCAT.

           SELECT LIQCTL ASSIGN TO DISK "LIQINT.CTL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPERIODO
           FILE STATUS IS FSTCTL.

      *-- DETALLE DEL PERIODO, NOMBRE ARMADO EN "BUSCAR-PERIODO" --*
           SELECT LIQINT ASSIGN TO DISK W-NOM-INT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTINT.

           SELECT LIQFIN ASSIGN TO DISK "LIQFIN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTFIN.

           SELECT CAPACIT ASSIGN TO DISK "CAPACIT.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCAP.

      *-- LAYOUT COMPARTIDO CON "MODCRS" --*
           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FSTCUR.

      *-- DATOS DEL EMPLEADOR POR SITIO (VER "MODPAR") --*
           SELECT PARGRAL ASSIGN TO DISK "PARGRAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PGCOD
           FILE STATUS IS FSTPAR.

      *-- UNA LINEA POR CERTIFICADO EMITIDO, NUNCA SE BORRA --*
           SELECT CERTRA ASSIGN TO DISK "CERTRA.LOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCER.

      *-- COPIA FECHADA DEL LISTADO: "SPOOLIMP" LE DA EL NOMBRE    --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP") --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

      *-- MISMO LAYOUT QUE "MODABM" --*
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
           02 BFECHA PIC 9(08).
           02 BOPER PIC X(08).

       FD  CATEGH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 42 CHARACTERS
           DATA RECORD IS R-CATG.
           COPY CATGREC.

       FD  LIQCTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS R-CTL.
           COPY LIQCREC.

       FD  LIQINT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS R-INT.
           COPY LIQIREC.

      *-- LAYOUT COMPARTIDO CON "LIQFIN1" --*
       FD  LIQFIN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-FIN.
        01 R-FIN.
           02 LFCA      PIC 9(08).
           02 LFFECHA   PIC 9(08).
           02 LFVAC     PIC 9(07)V99.
           02 LFIND     PIC 9(07)V99.
           02 LFSAC     PIC 9(07)V99.
           02 LFTOT     PIC 9(08)V99.
           02 LFOPER    PIC X(08).

       FD  CAPACIT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 41 CHARACTERS
           DATA RECORD IS R-CAP.
           COPY CAPREC.

       FD  CURSO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-CUR.
        01 R-CUR.
           02 CUCLAVE.
              03 CUCOD    PIC 9(03).
              03 CUEDI    PIC 9(02).
           02 CUDESC   PIC X(20).
           02 CUCAP    PIC 9(03).

      *-- LAYOUT COMPARTIDO CON "MODPAR"/"INICIAL" --*
       FD  PARGRAL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS R-PAR.
        01 R-PAR.
           02 PGCOD    PIC 9(1).
           02 PGSITIO  PIC X(27).
           02 PGOPER   PIC X(27).
           02 PGVERS   PIC X(08).
           02 PGENTR   PIC X(01).

       FD  CERTRA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 33 CHARACTERS
           DATA RECORD IS R-CER.
        01 R-CER.
           02 TRCA      PIC 9(08).
           02 TRFECHA   PIC 9(08).
           02 TRHORA    PIC 9(06).
      *-- NUMERO DE EMISION DEL LEGAJO: 1 = ORIGINAL, 2+ = DUPLICADO --*
           02 TRNRO     PIC 9(03).
           02 TROPER    PIC X(08).

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTARC           PIC XX.
       77 FSTCAT           PIC XX.
       77 FSTCTL           PIC XX.
       77 FSTINT           PIC XX.
       77 FSTFIN           PIC XX.
       77 FSTCAP           PIC XX.
       77 FSTCUR           PIC XX.
       77 FSTPAR           PIC XX.
       77 FSTCER           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 FIN-CTL          PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(60) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- PARA "CONSLOG" (EL CERTIFICADO MUESTRA REMUNERACIONES) --*
       77 W-PGM-CONS       PIC X(08) VALUE "CERTRA1".
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.

       77 W-MCA            PIC 9(08) VALUE 0.
       77 W-FIN            PIC X     VALUE "N".
       77 W-OK             PIC X     VALUE "N".
       77 W-HALLADO        PIC X     VALUE "N".
       77 W-HAY-CURSO      PIC X     VALUE "N".
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-HORA-AHORA     PIC 9(08) VALUE 0.
       77 W-NOM-SITIO      PIC X(27) VALUE "(SIN PARAMETROS)".
       77 W-NOM-INT        PIC X(13) VALUE SPACES.
      *-- ULTIMO EGRESO DEL LEGAJO EN "MAEEMPB.ARC" --*
       77 W-NOMBRE         PIC X(30) VALUE SPACES.
       77 W-LOC            PIC 9(02) VALUE 0.
       77 W-FEC-EGR        PIC 9(08) VALUE 0.
       77 W-FEC-ING        PIC 9(08) VALUE 0.
       77 W-PER-ING        PIC 9(06) VALUE 0.
      *-- EMISIONES ANTERIORES EN "CERTRA.LOG" --*
       77 W-EMISIONES      PIC 9(03) VALUE 0.
      *-- LIQUIDACION FINAL (LA ULTIMA DEL LEGAJO EN "LIQFIN.DAT") --*
       77 W-HAY-FIN        PIC X     VALUE "N".
       77 W-FIN-FECHA      PIC 9(08) VALUE 0.
       77 W-FIN-TOT        PIC 9(08)V99 VALUE 0.
      *-- IMPORTES DE "LIQINT" VIENEN EN CENTAVOS --*
       77 W-IMP            PIC 9(09)V99 VALUE 0.
       77 W-TOT-BRUTO      PIC 9(11)V99 VALUE 0.
       77 CONT-PER         PIC 9(04) VALUE 0.
       77 CONT-CERT        PIC 9(04) VALUE 0.
       77 CONT-RENG        PIC 9(05) VALUE 0.
       77 IND-CAT          PIC 99    VALUE 0.

      *-- CATEGORIAS DEL ULTIMO PERIODO DE SERVICIO (UN ALTA O   --*
      *-- REINGRESO EN "CATEG.HIS" VUELVE A EMPEZAR LA TABLA)    --*
       77 CANT-CAT         PIC 99    VALUE 0.
       01 TABLA-CAT.
          02 T-CAT OCCURS 20 TIMES.
             03 T-CATE     PIC 9(1).
             03 T-DESDE    PIC 9(08).

      *-- FECHA AAAAMMDD PASADA A DD/MM/AAAA PARA EL CERTIFICADO --*
       01 W-FEC-AUX.
          02 W-AUX-ANIO    PIC 9(04).
          02 W-AUX-MES     PIC 99.
          02 W-AUX-DIA     PIC 99.
       01 W-FEC-AUX-N REDEFINES W-FEC-AUX PIC 9(08).
       01 W-FEC-ED.
          02 W-ED-DIA      PIC 99.
          02 FILLER        PIC X     VALUE "/".
          02 W-ED-MES      PIC 99.
          02 FILLER        PIC X     VALUE "/".
          02 W-ED-ANIO     PIC 9(04).

      *-- LINEAS DEL CERTIFICADO --*
       01 L-LIN1.
          02 FILLER    PIC X(11) VALUE "EMPLEADOR: ".
          02 L-SITIO   PIC X(27).
       01 L-LIN2.
          02 FILLER    PIC X(09) VALUE "LEGAJO : ".
          02 L-CA      PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-NOM     PIC X(30).
       01 L-LIN3.
          02 FILLER    PIC X(20) VALUE "FECHA DE INGRESO  : ".
          02 L-FING    PIC X(10).
       01 L-LIN4.
          02 FILLER    PIC X(20) VALUE "FECHA DE EGRESO   : ".
          02 L-FEGR    PIC X(10).
       01 L-LIN-DUP.
          02 FILLER    PIC X(20) VALUE "*** DUPLICADO *** (".
          02 FILLER    PIC X(08) VALUE "EMISION ".
          02 L-NRO     PIC ZZ9.
          02 FILLER    PIC X(01) VALUE ")".
       01 L-LIN-CAT.
          02 FILLER    PIC X(04) VALUE SPACE.
          02 FILLER    PIC X(10) VALUE "CATEGORIA ".
          02 L-CATE    PIC 9.
          02 FILLER    PIC X(08) VALUE "  DESDE ".
          02 L-CDESDE  PIC X(10).
       01 L-TIT-PER.
          02 FILLER    PIC X(04) VALUE SPACE.
          02 FILLER    PIC X(12) VALUE "PERIODO".
          02 FILLER    PIC X(15) VALUE "          BRUTO".
          02 FILLER    PIC X(15) VALUE "     DESCUENTOS".
          02 FILLER    PIC X(15) VALUE "           NETO".
       01 L-LIN-PER.
          02 FILLER    PIC X(04) VALUE SPACE.
          02 L-PER     PIC 9(06).
          02 L-SAC     PIC X(06).
          02 L-BRUTO   PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-DESC    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-NETO    PIC ZZZ.ZZZ.ZZ9,99.
       01 L-LIN-TOTB.
          02 FILLER    PIC X(16) VALUE "    TOTAL BRUTO ".
          02 L-TOTB    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 L-LIN-FIN.
          02 FILLER    PIC X(24) VALUE "LIQUIDACION FINAL DEL  ".
          02 L-FFIN    PIC X(10).
          02 FILLER    PIC X(09) VALUE "  TOTAL $".
          02 L-TFIN    PIC ZZ.ZZZ.ZZ9,99.
       01 L-LIN-CAP.
          02 FILLER    PIC X(04) VALUE SPACE.
          02 L-CUR     PIC 9(03).
          02 FILLER    PIC X(01) VALUE "-".
          02 L-EDI     PIC 9(02).
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-CDESC   PIC X(20).
          02 FILLER    PIC X(10) VALUE " APROBADO ".
          02 L-CFEC    PIC X(10).
          02 FILLER    PIC X(07) VALUE " VENCE ".
          02 L-CVTO    PIC X(10).
       01 L-LIN-FIRMA.
          02 FILLER    PIC X(30) VALUE "LUGAR Y FECHA: ..............".
          02 FILLER    PIC X(05) VALUE SPACE.
          02 FILLER    PIC X(30) VALUE "FIRMA Y SELLO DEL EMPLEADOR".

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 01 COLUMN 18 REVERSE
              VALUE "CERTIFICADO DE TRABAJO (ART. 80 LCT)".

       01  PANTALLA-PEDIR-CODIGO AUTO.
           02 LINE 05 COLUMN 05 VALUE
              "CODIGO DEL EMPLEADO DADO DE BAJA (0 = TERMINAR): ".
           02 LINE 05 COLUMN 55 PIC 9(08) TO W-MCA.

       01  PANTALLA-DATOS.
           02 LINE 07 COLUMN 05 VALUE "EMPLEADO         : ".
           02 LINE 07 COLUMN 24 PIC X(30) FROM W-NOMBRE.
           02 LINE 08 COLUMN 05 VALUE "FECHA DE EGRESO  : ".
           02 LINE 08 COLUMN 24 PIC 9(08) FROM W-FEC-EGR.
           02 LINE 09 COLUMN 05 VALUE "FECHA DE INGRESO : ".
           02 LINE 09 COLUMN 24 PIC 9(08) FROM W-FEC-ING.
           02 LINE 10 COLUMN 05 VALUE "CATEGORIAS       : ".
           02 LINE 10 COLUMN 24 PIC Z9 FROM CANT-CAT.
           02 LINE 11 COLUMN 05 VALUE "EMITIDO ANTES    : ".
           02 LINE 11 COLUMN 24 PIC ZZ9 FROM W-EMISIONES.
           02 LINE 11 COLUMN 28 VALUE "VECES".

      *-- SIN "CATEG.HIS" PARA EL LEGAJO (BAJAS ANTERIORES A ESE --*
      *-- HISTORIAL) LA FECHA DE INGRESO LA CARGA EL OPERADOR,   --*
      *-- COMO HACE "REINCOR1" CON LO QUE EL ARCHIVO NO GUARDA.  --*
       01  PANTALLA-PEDIR-INGRESO AUTO.
           02 LINE 13 COLUMN 05 VALUE
              "SIN HISTORIAL: FECHA DE INGRESO (AAAAMMDD): ".
           02 LINE 13 COLUMN 50 PIC 9(08) TO W-FEC-ING.

       PROCEDURE DIVISION.
       INICIO.
      *-- EL CERTIFICADO MUESTRA REMUNERACIONES: USUARIO VALIDO Y --*
      *-- EL MISMO NIVEL QUE "MENPPAL" PIDE PARA "MODABM".        --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           IF W-NIVEL < 3
              DISPLAY "** SE NECESITA NIVEL 3 O MAS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE "CERTRA1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM BUSCAR-EMPLEADOR.

           PERFORM PROCESAR-UNO THRU PROCESAR-UNO-EXIT
              UNTIL W-FIN = "S".
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- PIDE EL LEGAJO, JUNTA LOS DATOS DEL ULTIMO EGRESO, LOS  --*
      *-- MUESTRA Y, SI SE CONFIRMA, IMPRIME EL CERTIFICADO Y     --*
      *-- DEJA LA EMISION EN "CERTRA.LOG".                        --*
       PROCESAR-UNO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY PANTALLA-TITULO.
           MOVE 0 TO W-MCA.
           DISPLAY PANTALLA-PEDIR-CODIGO.
           ACCEPT  PANTALLA-PEDIR-CODIGO ON ESCAPE
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNO-EXIT.
           IF W-MCA = 0
              MOVE "S" TO W-FIN
              GO TO PROCESAR-UNO-EXIT.

           PERFORM BUSCAR-BAJA THRU BUSCAR-BAJA-EXIT.
           IF W-HALLADO = "N"
              DISPLAY "** ESE LEGAJO NO FIGURA EN EL ARCHIVO DE BAJAS"
                 " **"
                 LINE 16 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNO-EXIT.
      *-- UN LEGAJO REINCORPORADO ESTA ACTIVO: EL CERTIFICADO SE  --*
      *-- EMITE CUANDO VUELVA A DARSE DE BAJA.                    --*
           OPEN INPUT MAESTRO.
           MOVE W-MCA TO MCA.
           READ MAESTRO INVALID KEY MOVE "99" TO FST.
           CLOSE MAESTRO.
           IF FST = "00"
              DISPLAY "** EL EMPLEADO ESTA ACTIVO (FUE REINCORPORADO)"
                 " **" LINE 16 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNO-EXIT.
           MOVE W-LOC TO ACL-LOC.
           MOVE W-MCA TO ACL-LEGAJO.
           MOVE "V"   TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              MOVE "R" TO ACL-ACCION
              CALL   "ACCLOC" USING ACL-DATOS
              CANCEL "ACCLOC"
              DISPLAY "** LEGAJO DE UNA LOCALIDAD NO HABILITADA PARA"
                 " SU USUARIO **" LINE 16 POSITION 05
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-UNO-EXIT.

           PERFORM CARGAR-CATEGORIAS THRU CARGAR-CATEGORIAS-EXIT.
           PERFORM CONTAR-EMISIONES THRU CONTAR-EMISIONES-EXIT.
           DISPLAY PANTALLA-DATOS.
           IF W-FEC-ING = 0
              DISPLAY PANTALLA-PEDIR-INGRESO
              ACCEPT  PANTALLA-PEDIR-INGRESO ON ESCAPE
                 GO TO PROCESAR-UNO-EXIT
              END-ACCEPT
              MOVE W-FEC-ING TO W-FEC-AUX-N
              IF W-AUX-MES < 1 OR W-AUX-MES > 12 OR W-AUX-DIA < 1
                 OR W-AUX-DIA > 31 OR W-FEC-ING > W-FEC-EGR
                 DISPLAY "** FECHA DE INGRESO INVALIDA **"
                    LINE 16 POSITION 05 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 GO TO PROCESAR-UNO-EXIT
              END-IF
           END-IF.
           COMPUTE W-PER-ING = W-FEC-ING / 100.

           IF W-EMISIONES > 0
              DISPLAY "YA SE EMITIO: ESTA COPIA SALE COMO DUPLICADO"
                 LINE 15 POSITION 05 CONTROL "FCOLOR=RED", BLINK
           END-IF.
           DISPLAY "IMPRIME EL CERTIFICADO S/N: " LINE 17 POSITION 05.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 17 POSITION 34.
           IF W-OK NOT = "S"
              GO TO PROCESAR-UNO-EXIT.

           PERFORM BUSCAR-LIQFIN THRU BUSCAR-LIQFIN-EXIT.
           PERFORM IMPRIMIR-CERTIFICADO.
           PERFORM GRABAR-EMISION THRU GRABAR-EMISION-EXIT.
           PERFORM GRABAR-PRINTLOG.
           CALL   "CONSLOG" USING W-OPERADOR W-PGM-CONS W-MCA.
           CANCEL "CONSLOG".
           DISPLAY "CERTIFICADO EMITIDO" LINE 19 POSITION 05.
           ACCEPT TECLA.
       PROCESAR-UNO-EXIT.
           EXIT.

      *-- "MAEEMPB.ARC" ES SECUENCIAL Y UN LEGAJO REINCORPORADO PUEDE --*
      *-- TENER VARIAS BAJAS: SE QUEDA CON LA ULTIMA.                 --*
       BUSCAR-BAJA.
           MOVE "N" TO W-HALLADO.
           OPEN INPUT MAEEMPB.
           IF FSTARC NOT = "00"
              GO TO BUSCAR-BAJA-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-BAJA THRU LEER-BAJA-EXIT UNTIL FIN-ARCH = "S".
           CLOSE MAEEMPB.
       BUSCAR-BAJA-EXIT.
           EXIT.

       LEER-BAJA.
           READ MAEEMPB AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-BAJA-EXIT.
           IF BCA = W-MCA
              MOVE "S"    TO W-HALLADO
              MOVE BAN    TO W-NOMBRE
              MOVE BLO    TO W-LOC
              MOVE BFECHA TO W-FEC-EGR
           END-IF.
       LEER-BAJA-EXIT.
           EXIT.

      *-- ARMA LA TABLA DE CATEGORIAS Y TOMA LA FECHA DE INGRESO DE --*
      *-- LA ULTIMA LINEA DEL LEGAJO. UNA MODIFICACION QUE NO CAMBIA --*
      *-- LA CATEGORIA (SOLO LA FECHA DE INGRESO) NO AGREGA FILA.   --*
       CARGAR-CATEGORIAS.
           MOVE 0 TO CANT-CAT W-FEC-ING.
           OPEN INPUT CATEGH.
           IF FSTCAT NOT = "00"
              GO TO CARGAR-CATEGORIAS-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-CATEGORIA THRU LEER-CATEGORIA-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE CATEGH.
       CARGAR-CATEGORIAS-EXIT.
           EXIT.

       LEER-CATEGORIA.
           READ CATEGH AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-CATEGORIA-EXIT.
           IF CGCA NOT = W-MCA
              GO TO LEER-CATEGORIA-EXIT.
           MOVE CGFING TO W-FEC-ING.
           IF CGMOV = "B"
              GO TO LEER-CATEGORIA-EXIT.
           IF CGMOV = "A"
              MOVE 0 TO CANT-CAT
           END-IF.
           IF CANT-CAT > 0
              IF T-CATE (CANT-CAT) = CGCATE
                 GO TO LEER-CATEGORIA-EXIT
              END-IF
           END-IF.
           IF CANT-CAT < 20
              ADD 1 TO CANT-CAT
           END-IF.
           MOVE CGCATE  TO T-CATE (CANT-CAT).
           MOVE CGDESDE TO T-DESDE (CANT-CAT).
       LEER-CATEGORIA-EXIT.
           EXIT.

       CONTAR-EMISIONES.
           MOVE 0 TO W-EMISIONES.
           OPEN INPUT CERTRA.
           IF FSTCER NOT = "00"
              GO TO CONTAR-EMISIONES-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-EMISION THRU LEER-EMISION-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE CERTRA.
       CONTAR-EMISIONES-EXIT.
           EXIT.

       LEER-EMISION.
           READ CERTRA AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-EMISION-EXIT.
           IF TRCA = W-MCA AND TRFECHA NOT < W-FEC-EGR
              ADD 1 TO W-EMISIONES
           END-IF.
       LEER-EMISION-EXIT.
           EXIT.

       BUSCAR-LIQFIN.
           MOVE "N" TO W-HAY-FIN.
           OPEN INPUT LIQFIN.
           IF FSTFIN NOT = "00"
              GO TO BUSCAR-LIQFIN-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-LIQFIN THRU LEER-LIQFIN-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE LIQFIN.
       BUSCAR-LIQFIN-EXIT.
           EXIT.

       LEER-LIQFIN.
           READ LIQFIN AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-LIQFIN-EXIT.
           IF LFCA = W-MCA AND LFFECHA NOT < W-FEC-ING
              MOVE "S"     TO W-HAY-FIN
              MOVE LFFECHA TO W-FIN-FECHA
              MOVE LFTOT   TO W-FIN-TOT
           END-IF.
       LEER-LIQFIN-EXIT.
           EXIT.

       IMPRIMIR-CERTIFICADO.
           MOVE 0 TO CONT-RENG CONT-PER CONT-CERT W-TOT-BRUTO.
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           MOVE "*** CERTIFICADO DE TRABAJO (ART. 80 LCT) ***"
              TO R-IMP.
           PERFORM ESCRIBIR.
           IF W-EMISIONES > 0
              COMPUTE L-NRO = W-EMISIONES + 1
              MOVE L-LIN-DUP TO R-IMP
              PERFORM ESCRIBIR
           END-IF.
           MOVE SUBRAYADO TO R-IMP.
           PERFORM ESCRIBIR.
           MOVE W-NOM-SITIO TO L-SITIO.
           MOVE L-LIN1 TO R-IMP.
           PERFORM ESCRIBIR.
           MOVE W-MCA    TO L-CA.
           MOVE W-NOMBRE TO L-NOM.
           MOVE L-LIN2 TO R-IMP.
           PERFORM ESCRIBIR.
           MOVE W-FEC-ING TO W-FEC-AUX-N.
           PERFORM EDITAR-FECHA.
           MOVE W-FEC-ED TO L-FING.
           MOVE L-LIN3 TO R-IMP.
           PERFORM ESCRIBIR.
           MOVE W-FEC-EGR TO W-FEC-AUX-N.
           PERFORM EDITAR-FECHA.
           MOVE W-FEC-ED TO L-FEGR.
           MOVE L-LIN4 TO R-IMP.
           PERFORM ESCRIBIR.

           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR.
           MOVE "CATEGORIAS DESEMPENADAS:" TO R-IMP.
           PERFORM ESCRIBIR.
           IF CANT-CAT = 0
              MOVE "    (SIN REGISTRO DE CATEGORIAS)" TO R-IMP
              PERFORM ESCRIBIR
           END-IF.
           PERFORM IMPRIMIR-CATEGORIA
              VARYING IND-CAT FROM 1 BY 1 UNTIL IND-CAT > CANT-CAT.

           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR.
           MOVE "REMUNERACIONES POR PERIODO:" TO R-IMP.
           PERFORM ESCRIBIR.
           MOVE L-TIT-PER TO R-IMP.
           PERFORM ESCRIBIR.
           PERFORM RECORRER-PERIODOS THRU RECORRER-PERIODOS-EXIT.
           IF CONT-PER = 0
              MOVE "    (SIN PERIODOS EN EL INTERCAMBIO CONTABLE)"
                 TO R-IMP
              PERFORM ESCRIBIR
           ELSE
              MOVE W-TOT-BRUTO TO L-TOTB
              MOVE L-LIN-TOTB TO R-IMP
              PERFORM ESCRIBIR
           END-IF.

           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR.
           IF W-HAY-FIN = "S"
              MOVE W-FIN-FECHA TO W-FEC-AUX-N
              PERFORM EDITAR-FECHA
              MOVE W-FEC-ED  TO L-FFIN
              MOVE W-FIN-TOT TO L-TFIN
              MOVE L-LIN-FIN TO R-IMP
           ELSE
              MOVE "LIQUIDACION FINAL: (NO REGISTRADA EN EL SISTEMA)"
                 TO R-IMP
           END-IF.
           PERFORM ESCRIBIR.

           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR.
           MOVE "CERTIFICACIONES DE CAPACITACION APROBADAS:" TO R-IMP.
           PERFORM ESCRIBIR.
           PERFORM RECORRER-CAPACIT THRU RECORRER-CAPACIT-EXIT.
           IF CONT-CERT = 0
              MOVE "    (NINGUNA)" TO R-IMP
              PERFORM ESCRIBIR
           END-IF.

           MOVE SPACES TO R-IMP.
           PERFORM ESCRIBIR.
           PERFORM ESCRIBIR.
           MOVE L-LIN-FIRMA TO R-IMP.
           PERFORM ESCRIBIR.
           MOVE SUBRAYADO TO R-IMP.
           PERFORM ESCRIBIR.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.

       ESCRIBIR.
           WRITE R-IMP.
           ADD 1 TO CONT-RENG.

       IMPRIMIR-CATEGORIA.
           MOVE T-CATE (IND-CAT) TO L-CATE.
           MOVE T-DESDE (IND-CAT) TO W-FEC-AUX-N.
           PERFORM EDITAR-FECHA.
           MOVE W-FEC-ED TO L-CDESDE.
           MOVE L-LIN-CAT TO R-IMP.
           PERFORM ESCRIBIR.

       EDITAR-FECHA.
           MOVE W-AUX-DIA  TO W-ED-DIA.
           MOVE W-AUX-MES  TO W-ED-MES.
           MOVE W-AUX-ANIO TO W-ED-ANIO.

      *-- TODOS LOS PERIODOS GENERADOS O CONFIRMADOS DESDE EL MES DE --*
      *-- INGRESO (LOS "P" QUEDARON A MEDIO GENERAR, VER "INTLIQ1"). --*
      *-- EL SAC ("AAAA13"/"AAAA14") CAE EN ORDEN DESPUES DE JUNIO/  --*
      *-- DICIEMBRE DEL MISMO ANIO.                                  --*
       RECORRER-PERIODOS.
           OPEN INPUT LIQCTL.
           IF FSTCTL NOT = "00"
              GO TO RECORRER-PERIODOS-EXIT.
           MOVE W-PER-ING TO CPERIODO.
           MOVE "N" TO FIN-CTL.
           START LIQCTL KEY IS NOT LESS THAN CPERIODO
              INVALID KEY MOVE "S" TO FIN-CTL
           END-START.
           PERFORM BUSCAR-PERIODO THRU BUSCAR-PERIODO-EXIT
              UNTIL FIN-CTL = "S".
           CLOSE LIQCTL.
       RECORRER-PERIODOS-EXIT.
           EXIT.

       BUSCAR-PERIODO.
           READ LIQCTL NEXT RECORD AT END
              MOVE "S" TO FIN-CTL
              GO TO BUSCAR-PERIODO-EXIT.
           IF CESTADO NOT = "G" AND CESTADO NOT = "C"
              GO TO BUSCAR-PERIODO-EXIT.
           MOVE SPACES TO W-NOM-INT.
           STRING "LIQINT." CPERIODO DELIMITED BY SIZE
              INTO W-NOM-INT.
           OPEN INPUT LIQINT.
           IF FSTINT NOT = "00"
              GO TO BUSCAR-PERIODO-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-INT THRU LEER-INT-EXIT UNTIL FIN-ARCH = "S".
           CLOSE LIQINT.
       BUSCAR-PERIODO-EXIT.
           EXIT.

       LEER-INT.
           READ LIQINT AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-INT-EXIT.
           IF ICA NOT = W-MCA
              GO TO LEER-INT-EXIT.
           MOVE IPERIODO TO L-PER.
           IF CTIPO = "S"
              MOVE " (SAC)" TO L-SAC
           ELSE
              MOVE SPACES TO L-SAC
           END-IF.
           COMPUTE W-IMP = IBRUTO / 100.
           MOVE W-IMP TO L-BRUTO.
           ADD W-IMP TO W-TOT-BRUTO.
           COMPUTE W-IMP = IDESC / 100.
           MOVE W-IMP TO L-DESC.
           COMPUTE W-IMP = INETO / 100.
           MOVE W-IMP TO L-NETO.
           MOVE L-LIN-PER TO R-IMP.
           PERFORM ESCRIBIR.
           ADD 1 TO CONT-PER.
           MOVE "S" TO FIN-ARCH.
       LEER-INT-EXIT.
           EXIT.

      *-- SOLO LAS APROBADAS ("A") DEL ULTIMO PERIODO DE SERVICIO --*
       RECORRER-CAPACIT.
           OPEN INPUT CAPACIT.
           IF FSTCAP NOT = "00"
              GO TO RECORRER-CAPACIT-EXIT.
           MOVE "N" TO W-HAY-CURSO.
           OPEN INPUT CURSO.
           IF FSTCUR = "00"
              MOVE "S" TO W-HAY-CURSO
           END-IF.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-CAPACIT THRU LEER-CAPACIT-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE CAPACIT.
           IF W-HAY-CURSO = "S"
              CLOSE CURSO
           END-IF.
       RECORRER-CAPACIT-EXIT.
           EXIT.

       LEER-CAPACIT.
           READ CAPACIT AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-CAPACIT-EXIT.
           IF CPCA NOT = W-MCA OR CPRES NOT = "A"
              OR CPFECHA < W-FEC-ING
              GO TO LEER-CAPACIT-EXIT.
           MOVE CPCUR TO L-CUR CUCOD.
           MOVE CPEDI TO L-EDI CUEDI.
           MOVE SPACES TO L-CDESC.
           IF W-HAY-CURSO = "S"
              READ CURSO INVALID KEY MOVE "23" TO FSTCUR
              END-READ
              IF FSTCUR = "00"
                 MOVE CUDESC TO L-CDESC
              END-IF
           END-IF.
           MOVE CPFECHA TO W-FEC-AUX-N.
           PERFORM EDITAR-FECHA.
           MOVE W-FEC-ED TO L-CFEC.
           IF CPVTO = 0
              MOVE "SIN VTO." TO L-CVTO
           ELSE
              MOVE CPVTO TO W-FEC-AUX-N
              PERFORM EDITAR-FECHA
              MOVE W-FEC-ED TO L-CVTO
           END-IF.
           MOVE L-LIN-CAP TO R-IMP.
           PERFORM ESCRIBIR.
           ADD 1 TO CONT-CERT.
       LEER-CAPACIT-EXIT.
           EXIT.

      *-- SI "CERTRA.LOG" TODAVIA NO EXISTE, LO CREA ANTES DE --*
      *-- ABRIRLO EN MODO "EXTEND" (MISMO ARREGLO QUE "CONSLOG") --*
       GRABAR-EMISION.
           ACCEPT W-HORA-AHORA FROM TIME.
           OPEN EXTEND CERTRA.
           IF FSTCER = "35"
              OPEN OUTPUT CERTRA
              CLOSE CERTRA
              OPEN EXTEND CERTRA
           END-IF.
           IF FSTCER NOT = "00"
              GO TO GRABAR-EMISION-EXIT.
           MOVE W-MCA       TO TRCA.
           MOVE W-FECHA-HOY TO TRFECHA.
           COMPUTE TRHORA = W-HORA-AHORA / 100.
           COMPUTE TRNRO = W-EMISIONES + 1.
           MOVE W-OPERADOR  TO TROPER.
           WRITE R-CER.
           CLOSE CERTRA.
       GRABAR-EMISION-EXIT.
           EXIT.

       BUSCAR-EMPLEADOR.
           MOVE "(SIN PARAMETROS)" TO W-NOM-SITIO.
           OPEN INPUT PARGRAL.
           MOVE 1 TO PGCOD.
           READ PARGRAL INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE PGSITIO TO W-NOM-SITIO
           END-READ.
           CLOSE PARGRAL.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "CERTRA1"  TO L-PROGRAMA.
           MOVE CONT-RENG  TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "CERTRA1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
