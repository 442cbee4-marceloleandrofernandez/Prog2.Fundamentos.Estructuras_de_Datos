      *-- CONVERSION UNICA AL CODIGO DE LOCALIDAD DE 2 CIFRAS        --*
      *-- "MLO" (MAEEMP.CPY) Y "MLOC" (LOCALIDAD.IND) ERAN PIC 9(1): --*
      *-- NO HABIA LUGAR PARA UNA DECIMA LOCALIDAD. PASARON A 9(02)  --*
      *-- Y CON ELLOS TODO ARCHIVO QUE GUARDA EL CODIGO: EL REGISTRO --*
      *-- CRECE UN BYTE Y EL CODIGO VIEJO "D" QUEDA COMO "0D" (LOS   --*
      *-- CODIGOS NO CAMBIAN, SOLO SU ANCHO). ESTE UTILITARIO PASA   --*
      *-- CADA ARCHIVO UNA SOLA VEZ, CON EL MISMO ESQUEMA QUE        --*
      *-- "CONVLAY1": LO LEE CON EL LAYOUT VIEJO, LO DESCARGA A      --*
      *-- "CONVERT.TMP", PIDE CONFIRMACION Y LO RECREA CON EL NUEVO. --*
      *--   MAEEMP.IND 75->76     LOCALIDAD.IND 20->21               --*
      *--   MAEEMPH.HIS 60->61    MAEEMPB.ARC 70->71                 --*
      *--   VACANTE.IND 6->7      PPTONOM.IND 27->28                 --*
      *--   ALTAS.LOT 75->76      PROVIS.AAAAMM 44->45               --*
      *--   RESGUARDOS MAEEMP.AAAAMMDD 75->76 Y                      --*
      *--   LOCALIDAD.AAAAMMDD 20->21 (VER "BACKUP1")                --*
      *-- LOS INDEXADOS CON EL LARGO NUEVO NO ABREN CON EL VIEJO     --*
      *-- (STATUS "39") Y NO SE TOCAN. LOS SECUENCIALES NO DAN "39": --*
      *-- CADA RENGLON SE VALIDA CON EL LAYOUT VIEJO (FECHA, PERIODO --*
      *-- O CAMPOS NUMERICOS EN SU LUGAR) Y LOS RESGUARDOS ADEMAS    --*
      *-- TIENEN QUE CUADRAR CON SU LINEA DE "BACKUP.CAT" (LA CUENTA --*
      *-- Y EL TOTAL DE CONTROL NO CAMBIAN AL CONVERTIR, ASI QUE     --*
      *-- "RESTOR1" LOS SIGUE ACEPTANDO). SI ALGO NO CUADRA, EL      --*
      *-- ARCHIVO YA ESTA CONVERTIDO (O DANADO) Y NO SE TOCA.        --*
      *-- LOS ARCHIVOS DE "LAYOUTS" AUN MAS VIEJOS (MAEEMP DE 67,    --*
      *-- ETC.) LOS PASA DIRECTO AL LAYOUT VIGENTE "CONVLAY1".       --*
      *-- "EMPSITIO.EXP" (VER "TRFSIT1") NO SE CONVIERTE: SE VUELVE  --*
      *-- A EXPORTAR CUANDO LOS DOS SITIOS ESTAN CONVERTIDOS.        --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVLOC1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ****  VISTAS CON EL LAYOUT VIEJO (SOLO LECTURA)  ***************
           SELECT VIEJO-MAE ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VMCA
           ALTERNATE RECORD KEY IS VMAN DUPLICATES
           FILE STATUS IS FST-VMA.

           SELECT VIEJO-LOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VMLOC
           ALTERNATE RECORD KEY IS VMLDESC DUPLICATES
           FILE STATUS IS FST-VLO.

           SELECT VIEJO-VAC ASSIGN TO DISK "VACANTE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VVACLAVE
           FILE STATUS IS FST-VVA.

           SELECT VIEJO-PPT ASSIGN TO DISK "PPTONOM.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VPPCLAVE
           FILE STATUS IS FST-VPP.

           SELECT VIEJO-HIS ASSIGN TO DISK "MAEEMPH.HIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VHI.

           SELECT VIEJO-BAJ ASSIGN TO DISK "MAEEMPB.ARC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VBA.

           SELECT VIEJO-LOT ASSIGN TO DISK "ALTAS.LOT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VLT.

           SELECT VIEJO-PRO ASSIGN TO DISK W-NOM-PRO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VPR.

           SELECT VIEJO-RMA ASSIGN TO DISK W-NOM-RES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VRM.

           SELECT VIEJO-RLO ASSIGN TO DISK W-NOM-RES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VRL.

      ****  VISTAS CON EL LAYOUT NUEVO (SE RECREAN)  *****************
           SELECT NUEVO-MAE ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST-NMA.

           SELECT NUEVO-LOC ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           ALTERNATE RECORD KEY IS MLDESC DUPLICATES
           FILE STATUS IS FST-NLO.

           SELECT NUEVO-VAC ASSIGN TO DISK "VACANTE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VACLAVE
           FILE STATUS IS FST-NVA.

           SELECT NUEVO-PPT ASSIGN TO DISK "PPTONOM.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PPCLAVE
           FILE STATUS IS FST-NPP.

           SELECT NUEVO-HIS ASSIGN TO DISK "MAEEMPH.HIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-NHI.

           SELECT NUEVO-BAJ ASSIGN TO DISK "MAEEMPB.ARC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-NBA.

           SELECT NUEVO-LOT ASSIGN TO DISK "ALTAS.LOT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-NLT.

           SELECT NUEVO-PRO ASSIGN TO DISK W-NOM-PRO
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-NPR.

           SELECT NUEVO-RMA ASSIGN TO DISK W-NOM-RES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-NRM.

           SELECT NUEVO-RLO ASSIGN TO DISK W-NOM-RES
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-NRL.

      ****  CATALOGO DE GENERACIONES QUE DEJA "BACKUP1"  ************
           SELECT BCAT ASSIGN TO DISK "BACKUP.CAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCAT.

      *-- DESCARGA TEMPORAL CON EL REGISTRO VIEJO (EL MAS LARGO: 75) --*
           SELECT TMPSEC ASSIGN TO DISK "CONVERT.TMP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTTMP.

       DATA DIVISION.
       FILE SECTION.
      *-- LAYOUT VIEJO DE "MAEEMP.IND" (75, "MLO" EN 44 DE 1 CIFRA) --*
       FD  VIEJO-MAE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS R-VMA.
        01 R-VMA.
           02 VMCA     PIC 9(08).
           02 VMAN     PIC X(30).
           02 FILLER   PIC X(37).

      *-- LAYOUT VIEJO DE "LOCALIDAD.IND" (20, "MLOC" DE 1 CIFRA) --*
       FD  VIEJO-LOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS R-VLO.
        01 R-VLO.
           02 VMLOC    PIC 9(1).
           02 VMLDESC  PIC X(15).
           02 VMLOCAP  PIC 9(04).

      *-- LAYOUT VIEJO DE "VACANTE.IND" (6, "VACLO" DE 1 CIFRA) --*
       FD  VIEJO-VAC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 6 CHARACTERS
           DATA RECORD IS R-VVA.
        01 R-VVA.
           02 VVACLAVE.
              03 VVACLO   PIC 9(1).
              03 VVACCAT  PIC 9(1).
           02 VVACPRES PIC 9(04).

      *-- LAYOUT VIEJO DE "PPTONOM.IND" (27, "PPLO" EN 7 DE 1 CIFRA) --*
       FD  VIEJO-PPT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 27 CHARACTERS
           DATA RECORD IS R-VPP.
        01 R-VPP.
           02 VPPCLAVE.
              03 VPPANIO  PIC 9(04).
              03 VPPMES   PIC 9(02).
              03 VPPLO    PIC 9(1).
              03 VPPCAT   PIC 9(1).
           02 VPPIMP      PIC 9(09)V99.
           02 VPPOPER     PIC X(08).

      *-- HISTORIAL Y RESPALDO DE BAJAS: "HLO"/"BLO" EN 44 (1 CIFRA) --*
      *-- Y LA FECHA AAAAMMDD, CON LA QUE SE VALIDA EL LAYOUT VIEJO. --*
       FD  VIEJO-HIS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-VHI.
        01 R-VHI.
           02 VHPRE    PIC X(43).
           02 VHLO     PIC X(01).
           02 VHANIO   PIC 9(04).
           02 VHMES    PIC 99.
           02 VHDIA    PIC 99.
           02 VHOPER   PIC X(08).

       FD  VIEJO-BAJ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS R-VBA.
        01 R-VBA.
           02 VBPRE    PIC X(43).
           02 VBLO     PIC X(01).
           02 VBTEL    PIC X(10).
           02 VBANIO   PIC 9(04).
           02 VBMES    PIC 99.
           02 VBDIA    PIC 99.
           02 VBOPER   PIC X(08).

      *-- LOTE DE ALTAS Y RESGUARDO DEL MAESTRO: REGISTRO "MAEEMP" --*
      *-- VIEJO; "MSUP" (68) ES NUMERICO, EN EL NUEVO AHI VA "MEC". --*
       FD  VIEJO-LOT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS R-VLT.
        01 R-VLT.
           02 VLCA     PIC X(08).
           02 FILLER   PIC X(35).
           02 VLLO     PIC X(01).
           02 FILLER   PIC X(23).
           02 VLSUP    PIC X(08).

       FD  VIEJO-RMA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS R-VRM.
        01 R-VRM.
           02 VRCA     PIC X(08).
           02 FILLER   PIC X(30).
           02 VRSB     PIC X(05).
           02 VRLO     PIC X(01).
           02 FILLER   PIC X(23).
           02 VRSUP    PIC X(08).

       FD  VIEJO-RLO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 20 CHARACTERS
           DATA RECORD IS R-VRL.
        01 R-VRL.
           02 VRLOC    PIC X(01).
           02 VRLDESC  PIC X(15).
           02 VRLOCAP  PIC X(04).

      *-- PROVISION DEL MES (VER "PROVIS1"): "PVLO" EN 16 DE 1 CIFRA --*
       FD  VIEJO-PRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 44 CHARACTERS
           DATA RECORD IS R-VPR.
        01 R-VPR.
           02 VPVPERIODO PIC X(06).
           02 VPVTIPO    PIC X(01).
           02 VPVCA      PIC X(08).
           02 VPVLO      PIC X(01).
           02 FILLER     PIC X(28).

      *-- LAYOUTS NUEVOS, LOS MISMOS DE LOS PROGRAMAS ACTUALES --*
       FD  NUEVO-MAE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  NUEVO-LOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).

       FD  NUEVO-VAC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 7 CHARACTERS
           DATA RECORD IS R-VACN.
           COPY VACNREC.

       FD  NUEVO-PPT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-PPTO.
           COPY PPTOREC.

       FD  NUEVO-HIS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-NHI.
        01 R-NHI PIC X(61).

       FD  NUEVO-BAJ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS R-NBA.
        01 R-NBA PIC X(71).

       FD  NUEVO-LOT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-NLT.
        01 R-NLT PIC X(76).

       FD  NUEVO-PRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS R-NPR.
        01 R-NPR PIC X(45).

       FD  NUEVO-RMA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-NRM.
        01 R-NRM PIC X(76).

       FD  NUEVO-RLO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-NRL.
        01 R-NRL PIC X(21).

      *-- LAYOUT COMPARTIDO CON "BACKUP1" (VER COPY/BCATREC.CPY) --*
       FD  BCAT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS R-BCAT.
           COPY BCATREC.

       FD  TMPSEC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 75 CHARACTERS
           DATA RECORD IS R-TMP.
        01 R-TMP PIC X(75).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FST-VMA           PIC XX.
       77 FST-VLO           PIC XX.
       77 FST-VVA           PIC XX.
       77 FST-VPP           PIC XX.
       77 FST-VHI           PIC XX.
       77 FST-VBA           PIC XX.
       77 FST-VLT           PIC XX.
       77 FST-VPR           PIC XX.
       77 FST-VRM           PIC XX.
       77 FST-VRL           PIC XX.
       77 FST-NMA           PIC XX.
       77 FST-NLO           PIC XX.
       77 FST-NVA           PIC XX.
       77 FST-NPP           PIC XX.
       77 FST-NHI           PIC XX.
       77 FST-NBA           PIC XX.
       77 FST-NLT           PIC XX.
       77 FST-NPR           PIC XX.
       77 FST-NRM           PIC XX.
       77 FST-NRL           PIC XX.
       77 FSTCAT            PIC XX.
       77 FSTTMP            PIC XX.
       77 FIN-ARCH          PIC X     VALUE "N".
       77 FIN-CAT           PIC X     VALUE "N".
       77 W-APROB           PIC X     VALUE SPACES.
       77 CONT-DESC         PIC 9(05) VALUE 0.
       77 CONT-CARG         PIC 9(05) VALUE 0.
       77 CONT-ERRORES      PIC 9(05) VALUE 0.
      *-- RENGLONES QUE NO RESPONDEN AL LAYOUT VIEJO --*
       77 CONT-INVAL        PIC 9(05) VALUE 0.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".

      *-- NOMBRES FECHADOS: "PROVIS.AAAAMM" Y LOS RESGUARDOS --*
       77 W-NOM-PRO         PIC X(20) VALUE SPACES.
       77 W-NOM-RES         PIC X(20) VALUE SPACES.
       77 W-PERIODO         PIC 9(06) VALUE 0.
       77 W-PER-ANIO        PIC 9(04) VALUE 0.
       77 W-PER-MES         PIC 99    VALUE 0.
       77 W-FECHA-RES       PIC 9(08) VALUE 0.

      *-- LINEA DE "BACKUP.CAT" DEL RESGUARDO Y LO RECONTADO --*
       77 W-HAY-CAT         PIC X     VALUE "N".
       77 W-CAT-REGS        PIC 9(05) VALUE 0.
       77 W-CAT-TOTAL       PIC 9(12) VALUE 0.
       77 W-VER-TOTAL       PIC 9(12) VALUE 0.
       77 W-CAMPO5          PIC 9(05) VALUE 0.
       77 W-CAMPO1          PIC 9(1)  VALUE 0.

      *-- ENSANCHE DEL CODIGO: POSICION DEL DIGITO EN EL REGISTRO --*
      *-- VIEJO, LARGO VIEJO Y REGISTRO NUEVO ARMADO (VER         --*
      *-- "ENSANCHAR-LOC").                                       --*
       77 W-POS             PIC 99    VALUE 0.
       77 W-LARGO           PIC 99    VALUE 0.
       77 W-POS-ANT         PIC 99    VALUE 0.
       77 W-POS-SIG         PIC 99    VALUE 0.
       77 W-POS-NUE         PIC 99    VALUE 0.
       77 W-RESTO           PIC 99    VALUE 0.
       77 W-LO1             PIC 9(1)  VALUE 0.
       77 W-LO2             PIC 9(02) VALUE 0.
       77 W-NUEVO           PIC X(76) VALUE SPACES.

      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "REBIDX1") --*
       77 W-OPERADOR        PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK        PIC X     VALUE "N".
       77 W-NIVEL           PIC 9(1)  VALUE 0.

      *-- TABLA DE ETIQUETAS PARA "MENU-OPC" (VER COMENTARIO ALLI) --*
       01 TABLA-OPCIONES.
           02 FILLER PIC X(20) VALUE "[MAEEMP.IND  75-76 ]".
           02 FILLER PIC X(20) VALUE "[LOCALIDAD   20-21 ]".
           02 FILLER PIC X(20) VALUE "[MAEEMPH.HIS 60-61 ]".
           02 FILLER PIC X(20) VALUE "[MAEEMPB.ARC 70-71 ]".
           02 FILLER PIC X(20) VALUE "[VACANTE.IND  6-7  ]".
           02 FILLER PIC X(20) VALUE "[PPTONOM.IND 27-28 ]".
           02 FILLER PIC X(20) VALUE "[ALTAS.LOT   75-76 ]".
           02 FILLER PIC X(20) VALUE "[PROVIS.MES  44-45 ]".
           02 FILLER PIC X(20) VALUE "[RESG.MAEEMP 75-76 ]".
           02 FILLER PIC X(20) VALUE "[RESG.LOCAL. 20-21 ]".
           02 FILLER PIC X(20) VALUE "[CANCELAR          ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 11 TIMES.

       77 W-CANT  PIC 99 VALUE 11.
       77 W-LIN   PIC 99 VALUE 06.
       77 W-COL   PIC 99 VALUE 30.
       77 W-ANCHO PIC 99 VALUE 20.
       77 W-IND   PIC 99.
       77 W-RES   PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
          02 BLANK SCREEN.
          02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
          02 LINE 03 COLUMN 18 REVERSE VALUE
             "CONVERSION A LOCALIDAD DE 2 CIFRAS".

       PROCEDURE DIVISION.
       INICIO.
      *-- MISMO CONTROL QUE "REBIDX1": USUARIO/CLAVE VALIDOS Y  --*
      *-- NIVEL DE SUPERVISOR (7 O MAS).                        --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           IF W-NIVEL < 7
              DISPLAY "** SE NECESITA NIVEL 7 O MAS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.

      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 05 52 17 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

           CALL   "MENU-OPC" USING TABLA-OPCIONES W-CANT W-LIN W-COL
                                    W-ANCHO W-IND W-RES.
           CANCEL "MENU-OPC".

           IF W-IND = 1
              PERFORM CONV-MAEEMP THRU CONV-MAEEMP-EXIT
             ELSE IF W-IND = 2
              PERFORM CONV-MAELOC THRU CONV-MAELOC-EXIT
             ELSE IF W-IND = 3
              PERFORM CONV-MAEEMPH THRU CONV-MAEEMPH-EXIT
             ELSE IF W-IND = 4
              PERFORM CONV-MAEEMPB THRU CONV-MAEEMPB-EXIT
             ELSE IF W-IND = 5
              PERFORM CONV-VACANTE THRU CONV-VACANTE-EXIT
             ELSE IF W-IND = 6
              PERFORM CONV-PPTONOM THRU CONV-PPTONOM-EXIT
             ELSE IF W-IND = 7
              PERFORM CONV-ALTLOT THRU CONV-ALTLOT-EXIT
             ELSE IF W-IND = 8
              PERFORM CONV-PROVIS THRU CONV-PROVIS-EXIT
             ELSE IF W-IND = 9
              PERFORM CONV-RESG-MAE THRU CONV-RESG-MAE-EXIT
             ELSE IF W-IND = 10
              PERFORM CONV-RESG-LOC THRU CONV-RESG-LOC-EXIT
             END-IF.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- AVISOS Y CONFIRMACION COMUNES A TODOS LOS ARCHIVOS --*
       AVISAR-NO-VIEJO.
           DISPLAY "** EL ARCHIVO NO ABRE CON EL LAYOUT VIEJO: O NO"
              LINE 19, POSITION 05.
           DISPLAY "EXISTE O YA ESTA CONVERTIDO, NO SE TOCA NADA **"
              LINE 20, POSITION 05 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.

       AVISAR-RENGLON-INVALIDO.
           DISPLAY "** " CONT-INVAL " RENGLONES FUERA DEL LAYOUT VIEJO:"
              LINE 19, POSITION 05.
           DISPLAY "YA ESTA CONVERTIDO O DANADO, NO SE TOCA NADA **"
              LINE 20, POSITION 05 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.

       CONFIRMAR-CONV.
           MOVE "N" TO W-APROB.
           DISPLAY "DESCARGADOS: " CONT-DESC LINE 19 POSITION 05.
           DISPLAY "ESTO RECREA EL ARCHIVO CON EL LAYOUT NUEVO,"
              LINE 20 POSITION 05.
           DISPLAY "CONTINUA S/N: " LINE 21 POSITION 05.
           ACCEPT W-APROB LINE 21 POSITION 20.

       MOSTRAR-RESULTADO.
           DISPLAY SUBRAYADO LINE 22 POSITION 01.
           DISPLAY "DESCARGADOS: " CONT-DESC "  CONVERTIDOS: "
              CONT-CARG "  ERRORES: " CONT-ERRORES
              LINE 23, POSITION 05.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.

      *-- ARMA EN "W-NUEVO" EL REGISTRO NUEVO A PARTIR DEL VIEJO EN  --*
      *-- "R-TMP": TODO IGUAL SALVO EL DIGITO EN "W-POS", QUE PASA A --*
      *-- 2 CIFRAS POR UN CAMPO 9(1) -> 9(02) (EL "5" VIEJO QUEDA    --*
      *-- "05"); LO QUE SIGUE SE CORRE UN LUGAR.                     --*
       ENSANCHAR-LOC.
           MOVE SPACES TO W-NUEVO.
           COMPUTE W-POS-ANT = W-POS - 1.
           COMPUTE W-POS-SIG = W-POS + 1.
           COMPUTE W-POS-NUE = W-POS + 2.
           COMPUTE W-RESTO   = W-LARGO - W-POS.
           IF W-POS-ANT > 0
              MOVE R-TMP (1:W-POS-ANT) TO W-NUEVO (1:W-POS-ANT)
           END-IF.
           MOVE R-TMP (W-POS:1) TO W-LO1.
           MOVE W-LO1 TO W-LO2.
           MOVE W-LO2 TO W-NUEVO (W-POS:2).
           IF W-RESTO > 0
              MOVE R-TMP (W-POS-SIG:W-RESTO)
                 TO W-NUEVO (W-POS-NUE:W-RESTO)
           END-IF.

      *-- MAEEMP.IND 75 -> 76 -----------------------------------------*
       CONV-MAEEMP.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-MAE.
           IF FST-VMA NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-MAEEMP-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-MAEEMP THRU DESC-MAEEMP-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-MAE.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-MAEEMP-EXIT.

           OPEN OUTPUT NUEVO-MAE.
           OPEN INPUT TMPSEC.
           MOVE 44 TO W-POS.
           MOVE 75 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-MAEEMP THRU CARG-MAEEMP-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-MAE.
           PERFORM MOSTRAR-RESULTADO.
       CONV-MAEEMP-EXIT.
           EXIT.

       DESC-MAEEMP.
           READ VIEJO-MAE NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-MAEEMP-EXIT.
           MOVE R-VMA TO R-TMP.
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-MAEEMP-EXIT.
           EXIT.

       CARG-MAEEMP.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-MAEEMP-EXIT.
           PERFORM ENSANCHAR-LOC.
           MOVE W-NUEVO TO R-MAE.
           WRITE R-MAE INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-CARG
           END-WRITE.
       CARG-MAEEMP-EXIT.
           EXIT.

      *-- LOCALIDAD.IND 20 -> 21 --------------------------------------*
       CONV-MAELOC.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-LOC.
           IF FST-VLO NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-MAELOC-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-MAELOC THRU DESC-MAELOC-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-LOC.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-MAELOC-EXIT.

           OPEN OUTPUT NUEVO-LOC.
           OPEN INPUT TMPSEC.
           MOVE 1  TO W-POS.
           MOVE 20 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-MAELOC THRU CARG-MAELOC-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-LOC.
           PERFORM MOSTRAR-RESULTADO.
       CONV-MAELOC-EXIT.
           EXIT.

       DESC-MAELOC.
           READ VIEJO-LOC NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-MAELOC-EXIT.
           MOVE SPACES TO R-TMP.
           MOVE R-VLO TO R-TMP (1:20).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-MAELOC-EXIT.
           EXIT.

       CARG-MAELOC.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-MAELOC-EXIT.
           PERFORM ENSANCHAR-LOC.
           MOVE W-NUEVO (1:21) TO R-LOC.
           WRITE R-LOC INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-CARG
           END-WRITE.
       CARG-MAELOC-EXIT.
           EXIT.

      *-- MAEEMPH.HIS 60 -> 61 ----------------------------------------*
       CONV-MAEEMPH.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES CONT-INVAL.
           OPEN INPUT VIEJO-HIS.
           IF FST-VHI NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-MAEEMPH-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-MAEEMPH THRU DESC-MAEEMPH-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-HIS.
           IF CONT-INVAL > 0
              PERFORM AVISAR-RENGLON-INVALIDO
              GO TO CONV-MAEEMPH-EXIT.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-MAEEMPH-EXIT.

           OPEN OUTPUT NUEVO-HIS.
           OPEN INPUT TMPSEC.
           MOVE 44 TO W-POS.
           MOVE 60 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-MAEEMPH THRU CARG-MAEEMPH-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-HIS.
           PERFORM MOSTRAR-RESULTADO.
       CONV-MAEEMPH-EXIT.
           EXIT.

      *-- EN EL LAYOUT VIEJO "HLO" ES UN DIGITO Y LA FECHA ES REAL; --*
      *-- UN RENGLON YA ENSANCHADO CORRE LA FECHA UN LUGAR.         --*
       DESC-MAEEMPH.
           READ VIEJO-HIS NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-MAEEMPH-EXIT.
           IF FST-VHI NOT = "00"
              ADD 1 TO CONT-INVAL
              MOVE "S" TO FIN-ARCH
              GO TO DESC-MAEEMPH-EXIT.
           IF VHLO IS NOT NUMERIC
              OR VHANIO IS NOT NUMERIC OR VHANIO < 1900
              OR VHANIO > 2099
              OR VHMES IS NOT NUMERIC OR VHMES < 1 OR VHMES > 12
              OR VHDIA IS NOT NUMERIC OR VHDIA < 1 OR VHDIA > 31
              ADD 1 TO CONT-INVAL
           END-IF.
           MOVE SPACES TO R-TMP.
           MOVE R-VHI TO R-TMP (1:60).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-MAEEMPH-EXIT.
           EXIT.

       CARG-MAEEMPH.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-MAEEMPH-EXIT.
           PERFORM ENSANCHAR-LOC.
           MOVE W-NUEVO (1:61) TO R-NHI.
           WRITE R-NHI.
           IF FST-NHI = "00"
              ADD 1 TO CONT-CARG
           ELSE
              ADD 1 TO CONT-ERRORES
           END-IF.
       CARG-MAEEMPH-EXIT.
           EXIT.

      *-- MAEEMPB.ARC 70 -> 71 ----------------------------------------*
       CONV-MAEEMPB.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES CONT-INVAL.
           OPEN INPUT VIEJO-BAJ.
           IF FST-VBA NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-MAEEMPB-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-MAEEMPB THRU DESC-MAEEMPB-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-BAJ.
           IF CONT-INVAL > 0
              PERFORM AVISAR-RENGLON-INVALIDO
              GO TO CONV-MAEEMPB-EXIT.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-MAEEMPB-EXIT.

           OPEN OUTPUT NUEVO-BAJ.
           OPEN INPUT TMPSEC.
           MOVE 44 TO W-POS.
           MOVE 70 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-MAEEMPB THRU CARG-MAEEMPB-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-BAJ.
           PERFORM MOSTRAR-RESULTADO.
       CONV-MAEEMPB-EXIT.
           EXIT.

      *-- MISMA VALIDACION QUE "DESC-MAEEMPH" --*
       DESC-MAEEMPB.
           READ VIEJO-BAJ NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-MAEEMPB-EXIT.
           IF FST-VBA NOT = "00"
              ADD 1 TO CONT-INVAL
              MOVE "S" TO FIN-ARCH
              GO TO DESC-MAEEMPB-EXIT.
           IF VBLO IS NOT NUMERIC
              OR VBANIO IS NOT NUMERIC OR VBANIO < 1900
              OR VBANIO > 2099
              OR VBMES IS NOT NUMERIC OR VBMES < 1 OR VBMES > 12
              OR VBDIA IS NOT NUMERIC OR VBDIA < 1 OR VBDIA > 31
              ADD 1 TO CONT-INVAL
           END-IF.
           MOVE SPACES TO R-TMP.
           MOVE R-VBA TO R-TMP (1:70).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-MAEEMPB-EXIT.
           EXIT.

       CARG-MAEEMPB.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-MAEEMPB-EXIT.
           PERFORM ENSANCHAR-LOC.
           MOVE W-NUEVO (1:71) TO R-NBA.
           WRITE R-NBA.
           IF FST-NBA = "00"
              ADD 1 TO CONT-CARG
           ELSE
              ADD 1 TO CONT-ERRORES
           END-IF.
       CARG-MAEEMPB-EXIT.
           EXIT.

      *-- VACANTE.IND 6 -> 7 ------------------------------------------*
       CONV-VACANTE.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-VAC.
           IF FST-VVA NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-VACANTE-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-VACANTE THRU DESC-VACANTE-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-VAC.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-VACANTE-EXIT.

           OPEN OUTPUT NUEVO-VAC.
           OPEN INPUT TMPSEC.
           MOVE 1 TO W-POS.
           MOVE 6 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-VACANTE THRU CARG-VACANTE-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-VAC.
           PERFORM MOSTRAR-RESULTADO.
       CONV-VACANTE-EXIT.
           EXIT.

       DESC-VACANTE.
           READ VIEJO-VAC NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-VACANTE-EXIT.
           MOVE SPACES TO R-TMP.
           MOVE R-VVA TO R-TMP (1:6).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-VACANTE-EXIT.
           EXIT.

       CARG-VACANTE.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-VACANTE-EXIT.
           PERFORM ENSANCHAR-LOC.
           MOVE W-NUEVO (1:7) TO R-VACN.
           WRITE R-VACN INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-CARG
           END-WRITE.
       CARG-VACANTE-EXIT.
           EXIT.

      *-- PPTONOM.IND 27 -> 28 ----------------------------------------*
       CONV-PPTONOM.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-PPT.
           IF FST-VPP NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-PPTONOM-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-PPTONOM THRU DESC-PPTONOM-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-PPT.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-PPTONOM-EXIT.

           OPEN OUTPUT NUEVO-PPT.
           OPEN INPUT TMPSEC.
           MOVE 7  TO W-POS.
           MOVE 27 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-PPTONOM THRU CARG-PPTONOM-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-PPT.
           PERFORM MOSTRAR-RESULTADO.
       CONV-PPTONOM-EXIT.
           EXIT.

       DESC-PPTONOM.
           READ VIEJO-PPT NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-PPTONOM-EXIT.
           MOVE SPACES TO R-TMP.
           MOVE R-VPP TO R-TMP (1:27).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-PPTONOM-EXIT.
           EXIT.

       CARG-PPTONOM.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-PPTONOM-EXIT.
           PERFORM ENSANCHAR-LOC.
           MOVE W-NUEVO (1:28) TO R-PPTO.
           WRITE R-PPTO INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-CARG
           END-WRITE.
       CARG-PPTONOM-EXIT.
           EXIT.

      *-- ALTAS.LOT 75 -> 76 ------------------------------------------*
       CONV-ALTLOT.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES CONT-INVAL.
           OPEN INPUT VIEJO-LOT.
           IF FST-VLT NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-ALTLOT-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-ALTLOT THRU DESC-ALTLOT-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-LOT.
           IF CONT-INVAL > 0
              PERFORM AVISAR-RENGLON-INVALIDO
              GO TO CONV-ALTLOT-EXIT.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-ALTLOT-EXIT.

           OPEN OUTPUT NUEVO-LOT.
           OPEN INPUT TMPSEC.
           MOVE 44 TO W-POS.
           MOVE 75 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-ALTLOT THRU CARG-ALTLOT-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-LOT.
           PERFORM MOSTRAR-RESULTADO.
       CONV-ALTLOT-EXIT.
           EXIT.

      *-- EN EL LAYOUT VIEJO "MCA", "MLO" Y "MSUP" SON NUMERICOS; EN --*
      *-- UN RENGLON YA ENSANCHADO LA POSICION DE "MSUP" EMPIEZA CON --*
      *-- EL ESTADO CIVIL ("MEC").                                   --*
       DESC-ALTLOT.
           READ VIEJO-LOT NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-ALTLOT-EXIT.
           IF FST-VLT NOT = "00"
              ADD 1 TO CONT-INVAL
              MOVE "S" TO FIN-ARCH
              GO TO DESC-ALTLOT-EXIT.
           IF VLCA IS NOT NUMERIC OR VLLO IS NOT NUMERIC
              OR VLSUP IS NOT NUMERIC
              ADD 1 TO CONT-INVAL
           END-IF.
           MOVE R-VLT TO R-TMP.
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-ALTLOT-EXIT.
           EXIT.

       CARG-ALTLOT.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-ALTLOT-EXIT.
           PERFORM ENSANCHAR-LOC.
           MOVE W-NUEVO TO R-NLT.
           WRITE R-NLT.
           IF FST-NLT = "00"
              ADD 1 TO CONT-CARG
           ELSE
              ADD 1 TO CONT-ERRORES
           END-IF.
       CARG-ALTLOT-EXIT.
           EXIT.

      *-- PROVIS.AAAAMM 44 -> 45 --------------------------------------*
      *-- "PROVIS1" SOLO RELEE LA PROVISION DEL MES ANTERIOR PARA --*
      *-- REVERTIRLA: ALCANZA CON CONVERTIR LA DEL ULTIMO MES.    --*
       CONV-PROVIS.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES CONT-INVAL.
           DISPLAY "PERIODO A CONVERTIR (AAAAMM): " LINE 18 POSITION 05.
           ACCEPT W-PERIODO LINE 18 POSITION 35.
           IF W-PERIODO IS NOT NUMERIC OR W-PERIODO < 190001
              GO TO CONV-PROVIS-EXIT.
           DIVIDE W-PERIODO BY 100 GIVING W-PER-ANIO
              REMAINDER W-PER-MES.
           IF W-PER-MES < 1 OR W-PER-MES > 12
              GO TO CONV-PROVIS-EXIT.
           MOVE SPACES TO W-NOM-PRO.
           STRING "PROVIS." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-PRO.
           OPEN INPUT VIEJO-PRO.
           IF FST-VPR NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-PROVIS-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-PROVIS THRU DESC-PROVIS-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-PRO.
           IF CONT-INVAL > 0
              PERFORM AVISAR-RENGLON-INVALIDO
              GO TO CONV-PROVIS-EXIT.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-PROVIS-EXIT.

           OPEN OUTPUT NUEVO-PRO.
           OPEN INPUT TMPSEC.
           MOVE 16 TO W-POS.
           MOVE 44 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-PROVIS THRU CARG-PROVIS-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-PRO.
           PERFORM MOSTRAR-RESULTADO.
       CONV-PROVIS-EXIT.
           EXIT.

      *-- TODO RENGLON DEL LAYOUT VIEJO ES DEL PERIODO PEDIDO Y DE   --*
      *-- UN TIPO CONOCIDO; UNO YA ENSANCHADO SE CORRE DESDE EL 2DO. --*
       DESC-PROVIS.
           READ VIEJO-PRO NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-PROVIS-EXIT.
           IF FST-VPR NOT = "00"
              ADD 1 TO CONT-INVAL
              MOVE "S" TO FIN-ARCH
              GO TO DESC-PROVIS-EXIT.
           IF VPVPERIODO NOT = W-PERIODO OR VPVLO IS NOT NUMERIC
              OR (VPVTIPO NOT = "D" AND VPVTIPO NOT = "P"
                  AND VPVTIPO NOT = "R" AND VPVTIPO NOT = "T")
              ADD 1 TO CONT-INVAL
           END-IF.
           MOVE SPACES TO R-TMP.
           MOVE R-VPR TO R-TMP (1:44).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-PROVIS-EXIT.
           EXIT.

       CARG-PROVIS.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-PROVIS-EXIT.
           PERFORM ENSANCHAR-LOC.
           MOVE W-NUEVO (1:45) TO R-NPR.
           WRITE R-NPR.
           IF FST-NPR = "00"
              ADD 1 TO CONT-CARG
           ELSE
              ADD 1 TO CONT-ERRORES
           END-IF.
       CARG-PROVIS-EXIT.
           EXIT.

      *-- RESGUARDO MAEEMP.AAAAMMDD 75 -> 76 --------------------------*
       CONV-RESG-MAE.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES CONT-INVAL.
           MOVE 0 TO W-VER-TOTAL.
           PERFORM PEDIR-FECHA-RES.
           IF W-FECHA-RES < 19000101
              GO TO CONV-RESG-MAE-EXIT.
           MOVE SPACES TO W-NOM-RES.
           STRING "MAEEMP." W-FECHA-RES DELIMITED BY SIZE
              INTO W-NOM-RES.
           PERFORM BUSCAR-CATALOGO THRU F-BUSCAR-CATALOGO.
           IF W-HAY-CAT = "N"
              PERFORM AVISAR-SIN-CATALOGO
              GO TO CONV-RESG-MAE-EXIT.
           OPEN INPUT VIEJO-RMA.
           IF FST-VRM NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-RESG-MAE-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-RESG-MAE THRU DESC-RESG-MAE-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-RMA.
           IF CONT-INVAL > 0
              PERFORM AVISAR-RENGLON-INVALIDO
              GO TO CONV-RESG-MAE-EXIT.
           IF CONT-DESC NOT = W-CAT-REGS
              OR W-VER-TOTAL NOT = W-CAT-TOTAL
              PERFORM AVISAR-NO-CUADRA
              GO TO CONV-RESG-MAE-EXIT.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-RESG-MAE-EXIT.

           OPEN OUTPUT NUEVO-RMA.
           OPEN INPUT TMPSEC.
           MOVE 44 TO W-POS.
           MOVE 75 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-RESG-MAE THRU CARG-RESG-MAE-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-RMA.
           PERFORM MOSTRAR-RESULTADO.
       CONV-RESG-MAE-EXIT.
           EXIT.

      *-- MISMA VALIDACION QUE "DESC-ALTLOT", MAS EL RECUENTO DE LO --*
      *-- QUE SUMA "BACKUP1" PARA EL CATALOGO ("MSB").              --*
       DESC-RESG-MAE.
           READ VIEJO-RMA NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-RESG-MAE-EXIT.
           IF FST-VRM NOT = "00"
              ADD 1 TO CONT-INVAL
              MOVE "S" TO FIN-ARCH
              GO TO DESC-RESG-MAE-EXIT.
           IF VRCA IS NOT NUMERIC OR VRLO IS NOT NUMERIC
              OR VRSB IS NOT NUMERIC OR VRSUP IS NOT NUMERIC
              ADD 1 TO CONT-INVAL
           ELSE
              MOVE VRSB TO W-CAMPO5
              ADD W-CAMPO5 TO W-VER-TOTAL
           END-IF.
           MOVE R-VRM TO R-TMP.
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-RESG-MAE-EXIT.
           EXIT.

       CARG-RESG-MAE.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-RESG-MAE-EXIT.
           PERFORM ENSANCHAR-LOC.
           MOVE W-NUEVO TO R-NRM.
           WRITE R-NRM.
           IF FST-NRM = "00"
              ADD 1 TO CONT-CARG
           ELSE
              ADD 1 TO CONT-ERRORES
           END-IF.
       CARG-RESG-MAE-EXIT.
           EXIT.

      *-- RESGUARDO LOCALIDAD.AAAAMMDD 20 -> 21 -----------------------*
       CONV-RESG-LOC.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES CONT-INVAL.
           MOVE 0 TO W-VER-TOTAL.
           PERFORM PEDIR-FECHA-RES.
           IF W-FECHA-RES < 19000101
              GO TO CONV-RESG-LOC-EXIT.
           MOVE SPACES TO W-NOM-RES.
           STRING "LOCALIDAD." W-FECHA-RES DELIMITED BY SIZE
              INTO W-NOM-RES.
           PERFORM BUSCAR-CATALOGO THRU F-BUSCAR-CATALOGO.
           IF W-HAY-CAT = "N"
              PERFORM AVISAR-SIN-CATALOGO
              GO TO CONV-RESG-LOC-EXIT.
           OPEN INPUT VIEJO-RLO.
           IF FST-VRL NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-RESG-LOC-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-RESG-LOC THRU DESC-RESG-LOC-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-RLO.
           IF CONT-INVAL > 0
              PERFORM AVISAR-RENGLON-INVALIDO
              GO TO CONV-RESG-LOC-EXIT.
           IF CONT-DESC NOT = W-CAT-REGS
              OR W-VER-TOTAL NOT = W-CAT-TOTAL
              PERFORM AVISAR-NO-CUADRA
              GO TO CONV-RESG-LOC-EXIT.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-RESG-LOC-EXIT.

           OPEN OUTPUT NUEVO-RLO.
           OPEN INPUT TMPSEC.
           MOVE 1  TO W-POS.
           MOVE 20 TO W-LARGO.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-RESG-LOC THRU CARG-RESG-LOC-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-RLO.
           PERFORM MOSTRAR-RESULTADO.
       CONV-RESG-LOC-EXIT.
           EXIT.

      *-- "MLOC" DE UN DIGITO Y "MLOCAP" NUMERICO; EL TOTAL DE  --*
      *-- CONTROL DE "BACKUP1" ES LA SUMA DE "MLOC".            --*
       DESC-RESG-LOC.
           READ VIEJO-RLO NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-RESG-LOC-EXIT.
           IF FST-VRL NOT = "00"
              ADD 1 TO CONT-INVAL
              MOVE "S" TO FIN-ARCH
              GO TO DESC-RESG-LOC-EXIT.
           IF VRLOC IS NOT NUMERIC OR VRLOCAP IS NOT NUMERIC
              ADD 1 TO CONT-INVAL
           ELSE
              MOVE VRLOC TO W-CAMPO1
              ADD W-CAMPO1 TO W-VER-TOTAL
           END-IF.
           MOVE SPACES TO R-TMP.
           MOVE R-VRL TO R-TMP (1:20).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-RESG-LOC-EXIT.
           EXIT.

       CARG-RESG-LOC.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-RESG-LOC-EXIT.
           PERFORM ENSANCHAR-LOC.
           MOVE W-NUEVO (1:21) TO R-NRL.
           WRITE R-NRL.
           IF FST-NRL = "00"
              ADD 1 TO CONT-CARG
           ELSE
              ADD 1 TO CONT-ERRORES
           END-IF.
       CARG-RESG-LOC-EXIT.
           EXIT.

      *-- FECHA DEL RESGUARDO, MISMO NOMBRE QUE LE DA "BACKUP1" --*
       PEDIR-FECHA-RES.
           MOVE 0 TO W-FECHA-RES.
           DISPLAY "FECHA DEL RESGUARDO (AAAAMMDD): "
              LINE 18 POSITION 05.
           ACCEPT W-FECHA-RES LINE 18 POSITION 37.
           IF W-FECHA-RES IS NOT NUMERIC
              MOVE 0 TO W-FECHA-RES
           END-IF.

      *-- ULTIMA LINEA DEL CATALOGO PARA EL NOMBRE ELEGIDO (MISMO --*
      *-- CRITERIO QUE "RESTOR1").                                --*
       BUSCAR-CATALOGO.
           MOVE "N" TO W-HAY-CAT.
           OPEN INPUT BCAT.
           IF FSTCAT NOT = "00"
              GO TO F-BUSCAR-CATALOGO.
           MOVE "N" TO FIN-CAT.
           PERFORM LEER-CATALOGO THRU LEER-CATALOGO-EXIT
              UNTIL FIN-CAT = "S".
           CLOSE BCAT.
       F-BUSCAR-CATALOGO.
           EXIT.

       LEER-CATALOGO.
           READ BCAT NEXT RECORD AT END
              MOVE "S" TO FIN-CAT
              GO TO LEER-CATALOGO-EXIT.
           IF BCNOM = W-NOM-RES
              MOVE "S" TO W-HAY-CAT
              MOVE BCREGS  TO W-CAT-REGS
              MOVE BCTOTAL TO W-CAT-TOTAL
           END-IF.
       LEER-CATALOGO-EXIT.
           EXIT.

       AVISAR-SIN-CATALOGO.
           DISPLAY "** " W-NOM-RES " NO FIGURA EN BACKUP.CAT,"
              LINE 19, POSITION 05.
           DISPLAY "NO SE TOCA NADA **"
              LINE 20, POSITION 05 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.

       AVISAR-NO-CUADRA.
           DISPLAY "** NO CUADRA CON BACKUP.CAT EN EL LAYOUT VIEJO,"
              LINE 19, POSITION 05.
           DISPLAY "NO SE TOCA NADA **"
              LINE 20, POSITION 05 CONTROL "FCOLOR=RED", BLINK.
           DISPLAY "CATALOGO: " W-CAT-REGS " / " W-CAT-TOTAL
              "  CONTADO: " CONT-DESC " / " W-VER-TOTAL
              LINE 21, POSITION 05.
           ACCEPT TECLA.
