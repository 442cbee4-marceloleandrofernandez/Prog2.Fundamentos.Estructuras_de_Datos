      *-- ARMA (O REHACE) LA COPIA DE ENTRENAMIENTO (VER "ENTORNO")  --*
      *-- DESDE LA ULTIMA GENERACION DE "BACKUP1" DE CADA MAESTRO    --*
      *-- RESGUARDADO ("MAEEMP", "LOCALIDAD", "PERSONA"), RECONTADA  --*
      *-- Y CUADRADA CONTRA "BACKUP.CAT" IGUAL QUE EN "RESTOR1".     --*
      *-- LOS DATOS PERSONALES SE ENMASCARAN AL CARGAR: EL NOMBRE    --*
      *-- PASA A "EMPLEADO"/"PERSONA" + NUMERO Y EL TELEFONO QUEDA   --*
      *-- EN BLANCO (SUELDOS, LOCALIDADES Y FECHAS QUEDAN, LOS       --*
      *-- NECESITA LA PRACTICA). TAMBIEN COPIA "USUARIO.IND",        --*
      *-- "USULOC.IND" Y "PARGRAL.IND" DE PRODUCCION, PARA QUE LOS   --*
      *-- OPERADORES PUEDAN INGRESAR A LA COPIA CON SU MISMA CLAVE.  --*
      *-- LOS MOVIMIENTOS Y CONTROLES DE LIQUIDACION QUE DEJO LA     --*
      *-- PRACTICA ANTERIOR SE VACIAN (VER "VACIAR-COPIA"); NADA DE  --*
      *-- ESO SE COPIA DE PRODUCCION. LOS RESGUARDOS Y MAESTROS DE   --*
      *-- PRODUCCION SE ABREN ANTES DE CAMBIAR DE AMBIENTE Y SOLO SE --*
      *-- LEEN. "ENTRENA.CTL" SE ESCRIBE AL FINAL: SI LA CORRIDA SE  --*
      *-- CORTA, LA COPIA QUEDA SIN HABILITAR HASTA REHACERLA.       --*
      *-- SOLO NIVEL 9, Y SOLO DESDE PRODUCCION.                     --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENTREF1.
      ****
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      ****  RESGUARDOS DE ENTRADA (PRODUCCION), UNO POR MAESTRO  *****
           SELECT RESG-MAE ASSIGN TO DISK W-NOM-MAE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FST-RES.

           SELECT RESG-LOC ASSIGN TO DISK W-NOM-LOC
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FST-RES.

           SELECT RESG-PER ASSIGN TO DISK W-NOM-PER
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FST-RES.

      ****  CATALOGO DE GENERACIONES QUE DEJA "BACKUP1"  ************
           SELECT BCAT ASSIGN TO DISK "BACKUP.CAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTCAT.

      ****  MAESTROS DE PRODUCCION QUE SE COPIAN TAL CUAL  ***********
           SELECT USUARIO-P ASSIGN TO DISK "USUARIO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PUUSU
           FILE STATUS IS FST-USP.

           SELECT USULOC-P ASSIGN TO DISK "USULOC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PULUSU
           FILE STATUS IS FST-ULP.

           SELECT PARGRAL-P ASSIGN TO DISK "PARGRAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS PPGCOD
           FILE STATUS IS FST-PAP.

      ****  COPIA DE ENTRENAMIENTO (SE ABRE CON EL PREFIJO YA  ******
      ****  CAMBIADO POR "ENTORNO", MISMOS NOMBRES)             ******
           SELECT MAESTRO-E ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST-IND.

           SELECT MAELOC-E ASSIGN TO DISK "LOCALIDAD.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MLOC
           ALTERNATE RECORD KEY IS MLDESC DUPLICATES
           FILE STATUS IS FST-LOC.

           SELECT MAEPERS-E ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           FILE STATUS IS FST-PER.

           SELECT USUARIO-E ASSIGN TO DISK "USUARIO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS UUSU
           FILE STATUS IS FST-USE.

           SELECT USULOC-E ASSIGN TO DISK "USULOC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ULUSU
           FILE STATUS IS FST-ULE.

           SELECT PARGRAL-E ASSIGN TO DISK "PARGRAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PGCOD
           FILE STATUS IS FST-PAE.

           SELECT ENTCTL ASSIGN TO DISK "ENTRENA.CTL"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTENC.

      ****  MOVIMIENTOS Y CONTROLES DE LA COPIA QUE SE VACIAN AL  ****
      ****  REHACERLA (VER "VACIAR-COPIA"), MISMOS NOMBRES        ****
           SELECT NOVED-E ASSIGN TO DISK "NOVED.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS NVCLAVE
           FILE STATUS IS FST-VAC.

           SELECT ASISTEN-E ASSIGN TO DISK "ASISTEN.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VAC.

           SELECT ASIIND-E ASSIGN TO DISK "ASISTEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AXCLAVE
           FILE STATUS IS FST-VAC.

           SELECT SANCION-E ASSIGN TO DISK "SANCION.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VAC.

           SELECT SANIND-E ASSIGN TO DISK "SANCION.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SXCLAVE
           FILE STATUS IS FST-VAC.

           SELECT LICMOV-E ASSIGN TO DISK "LICMOV.DAT"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VAC.

           SELECT LICIND-E ASSIGN TO DISK "LICMOV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LXCLAVE
           FILE STATUS IS FST-VAC.

           SELECT LIQCTL-E ASSIGN TO DISK "LIQINT.CTL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPERIODO
           FILE STATUS IS FSTCTL.

      *-- DETALLES DE CADA PERIODO DE "LIQINT.CTL" (NOMBRES ARMADOS --*
      *-- EN "VACIAR-PERIODO", COMO EN "INTLIQ1").                   --*
           SELECT LIQINT-E ASSIGN TO DISK W-NOM-INT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VAC.

           SELECT LIQDOM-E ASSIGN TO DISK W-NOM-DOM
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VAC.

           SELECT LIQDSH-E ASSIGN TO DISK W-NOM-DSH
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VAC.

           SELECT LIQCKP-E ASSIGN TO DISK "LIQCKP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS KPPERIODO
           FILE STATUS IS FST-VAC.

           SELECT PRESTAMO-E ASSIGN TO DISK "PRESTAMO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PRCLAVE
           FILE STATUS IS FST-VAC.

           SELECT EMBARGO-E ASSIGN TO DISK "EMBARGO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EMCLAVE
           FILE STATUS IS FST-VAC.

           SELECT EMBLIQ-E ASSIGN TO DISK "EMBLIQ.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EHCLAVE
           FILE STATUS IS FST-VAC.

           SELECT GANACU-E ASSIGN TO DISK "GANACU.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS GACLAVE
           FILE STATUS IS FST-VAC.

           SELECT FIRMAS-E ASSIGN TO DISK "FIRMAS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FRCLAVE
           FILE STATUS IS FST-VAC.

           SELECT CAMBPEN-E ASSIGN TO DISK "CAMBPEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PNCLAVE
           FILE STATUS IS FST-VAC.

           SELECT LOCKMAE-E ASSIGN TO DISK "LOCKMAE.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LMCA
           FILE STATUS IS FST-VAC.

       DATA DIVISION.
       FILE SECTION.
      *-- COPIAS PLANAS DE "BACKUP1" (VER "RESTOR1") --*
       FD  RESG-MAE
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-RES-MAE.
        01 R-RES-MAE PIC X(76).

       FD  RESG-LOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-RES-LOC.
        01 R-RES-LOC PIC X(21).

       FD  RESG-PER
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS R-RES-PER.
        01 R-RES-PER PIC X(45).

      *-- LAYOUT COMPARTIDO CON "BACKUP1" (VER COPY/BCATREC.CPY) --*
       FD  BCAT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS R-BCAT.
           COPY BCATREC.

      *-- LOS DE PRODUCCION SE LEEN COMO REGISTRO ENTERO; LA CLAVE --*
      *-- VA PRIMERO EN LOS TRES (VER USUREC/USLOREC/"MODPAR").     --*
       FD  USUARIO-P
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-USP.
        01 R-USP.
           02 PUUSU    PIC X(08).
           02 FILLER   PIC X(52).

       FD  USULOC-P
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS R-ULP.
        01 R-ULP.
           02 PULUSU   PIC X(08).
           02 FILLER   PIC X(21).

       FD  PARGRAL-P
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS R-PAP.
        01 R-PAP.
           02 PPGCOD   PIC 9(1).
           02 FILLER   PIC X(63).

      *-- LAYOUT COMPARTIDO CON "MODABM"/"ORDMA-01" --*
       FD  MAESTRO-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  MAELOC-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).

       FD  MAEPERS-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS R-PER.
        01 R-PER.
           02 PCA   PIC 9(08).
           02 PAN   PIC X(30).
           02 PSA   PIC 9(05).
           02 PTS   PIC 9.
           02 PSUC  PIC 9(1).

       FD  USUARIO-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS R-USU.
           COPY USUREC.

       FD  USULOC-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS R-ULC.
           COPY USLOREC.

      *-- LAYOUT COMPARTIDO CON "MODPAR"/"INICIAL" --*
       FD  PARGRAL-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS R-PAR.
        01 R-PAR.
           02 PGCOD    PIC 9(1).
           02 PGSITIO  PIC X(27).
           02 PGOPER   PIC X(27).
           02 PGVERS   PIC X(08).
           02 PGENTR   PIC X(01).

       FD  ENTCTL
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS R-ENC.
           COPY ENTCREC.

      *-- LAYOUTS COMPARTIDOS CON LOS PROGRAMAS QUE LOS GRABAN; LOS --*
      *-- SECUENCIALES SOLO SE RECREAN, VAN COMO REGISTRO ENTERO.   --*
       FD  NOVED-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS R-NOV.
           COPY NOVREC.

       FD  ASISTEN-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 32 CHARACTERS
           DATA RECORD IS R-ASIS.
        01 R-ASIS PIC X(32).

       FD  ASIIND-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-ASIX.
           COPY ASIXREC.

       FD  SANCION-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS R-SANC.
        01 R-SANC PIC X(74).

       FD  SANIND-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-SANX.
           COPY SANXREC.

       FD  LICMOV-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 74 CHARACTERS
           DATA RECORD IS R-LICM.
        01 R-LICM PIC X(74).

       FD  LICIND-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-LICX.
           COPY LICXREC.

       FD  LIQCTL-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 57 CHARACTERS
           DATA RECORD IS R-CTL.
           COPY LIQCREC.

       FD  LIQINT-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS R-INT.
        01 R-INT PIC X(47).

       FD  LIQDOM-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS R-DOM.
        01 R-DOM PIC X(68).

       FD  LIQDSH-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 154 CHARACTERS
           DATA RECORD IS R-DSH.
        01 R-DSH PIC X(154).

       FD  LIQCKP-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 94 CHARACTERS
           DATA RECORD IS R-CKP.
        01 R-CKP.
           02 KPPERIODO PIC 9(06).
           02 FILLER    PIC X(88).

       FD  PRESTAMO-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 65 CHARACTERS
           DATA RECORD IS R-PRE.
           COPY PRESREC.

       FD  EMBARGO-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 153 CHARACTERS
           DATA RECORD IS R-EMB.
           COPY EMBREC.

       FD  EMBLIQ-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS R-EMBH.
           COPY EMBHREC.

       FD  GANACU-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-GACU.
           COPY GACUREC.

       FD  FIRMAS-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS R-FIR.
           COPY FIRMREC.

       FD  CAMBPEN-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS R-PEN.
           COPY PENDREC.

       FD  LOCKMAE-E
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 16 CHARACTERS
           DATA RECORD IS R-LOCK.
        01 R-LOCK.
           02 LMCA   PIC 9(08).
           02 LOPER  PIC X(08).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST-RES          PIC XX.
       77 FST-IND          PIC XX.
       77 FST-LOC          PIC XX.
       77 FST-PER          PIC XX.
       77 FST-USP          PIC XX.
       77 FST-ULP          PIC XX.
       77 FST-PAP          PIC XX.
       77 FST-USE          PIC XX.
       77 FST-ULE          PIC XX.
       77 FST-PAE          PIC XX.
       77 FSTENC           PIC XX.
       77 FSTCAT           PIC XX.
       77 FSTCTL           PIC XX.
       77 FST-VAC          PIC XX.
       77 FIN-ARCH         PIC X  VALUE "N".
       77 FIN-CAT          PIC X  VALUE "N".
       77 FIN-CTL          PIC X  VALUE "N".
       77 CONT-MAE         PIC 9(05) VALUE 0.
       77 CONT-LOC         PIC 9(05) VALUE 0.
       77 CONT-PER         PIC 9(05) VALUE 0.
       77 CONT-USU         PIC 9(05) VALUE 0.
       77 CONT-ULC         PIC 9(05) VALUE 0.
       77 CONT-PAR         PIC 9(05) VALUE 0.
       77 CONT-ERRORES     PIC 9(05) VALUE 0.
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1) VALUE 0.
       77 OP-SN            PIC X.

      *-- ULTIMA GENERACION DE CADA MAESTRO EN "BACKUP.CAT" (LA DE  --*
      *-- FECHA MAYOR; A IGUAL FECHA, LA ULTIMA LINEA), CON SU      --*
      *-- CUENTA Y TOTAL DE CONTROL.                                --*
       77 W-NOM-MAE        PIC X(20) VALUE SPACES.
       77 W-NOM-LOC        PIC X(20) VALUE SPACES.
       77 W-NOM-PER        PIC X(20) VALUE SPACES.
       77 W-FEC-MAE        PIC 9(08) VALUE 0.
       77 W-FEC-LOC        PIC 9(08) VALUE 0.
       77 W-FEC-PER        PIC 9(08) VALUE 0.
       77 W-REGS-MAE       PIC 9(05) VALUE 0.
       77 W-REGS-LOC       PIC 9(05) VALUE 0.
       77 W-REGS-PER       PIC 9(05) VALUE 0.
       77 W-TOTAL-MAE      PIC 9(12) VALUE 0.
       77 W-TOTAL-LOC      PIC 9(12) VALUE 0.
       77 W-TOTAL-PER      PIC 9(12) VALUE 0.
      *-- RECUENTO DE LA GENERACION (MISMOS CAMPOS QUE "BACKUP1") --*
       77 W-VER-REGS       PIC 9(05) VALUE 0.
       77 W-VER-TOTAL      PIC 9(12) VALUE 0.
       77 W-CAMPO5         PIC 9(05) VALUE 0.
       77 W-CAMPO2         PIC 9(02) VALUE 0.
       77 W-CUADRA         PIC X     VALUE "S".
       77 W-NOM-MAL        PIC X(20) VALUE SPACES.
      *-- DETALLES DE UN PERIODO DE LA COPIA (VER "VACIAR-PERIODO") --*
       77 W-NOM-INT        PIC X(13) VALUE SPACES.
       77 W-NOM-DOM        PIC X(13) VALUE SPACES.
       77 W-NOM-DSH        PIC X(13) VALUE SPACES.

       01 W-FECHA-HOY      PIC 9(08).
       01 W-HORA-AHORA.
          02 W-AHORA-HH    PIC 99.
          02 W-AHORA-MM    PIC 99.
          02 FILLER        PIC 9(04).

           COPY ENTWREC.
           COPY ENTMREC.

       SCREEN SECTION.
       01 P-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 03 COLUMN 18 REVERSE VALUE
              "PREPARAR LA COPIA DE ENTRENAMIENTO".

       01 P-GENERACIONES.
           02 LINE 06 COLUMN 05 VALUE
              "ULTIMAS GENERACIONES DE BACKUP1:".
           02 LINE 08 COLUMN 08 VALUE "EMPLEADOS  : ".
           02 LINE 08 COLUMN 21 PIC X(20) FROM W-NOM-MAE.
           02 LINE 08 COLUMN 43 PIC ZZZZ9 FROM W-REGS-MAE.
           02 LINE 08 COLUMN 49 VALUE "REGISTROS".
           02 LINE 09 COLUMN 08 VALUE "LOCALIDADES: ".
           02 LINE 09 COLUMN 21 PIC X(20) FROM W-NOM-LOC.
           02 LINE 09 COLUMN 43 PIC ZZZZ9 FROM W-REGS-LOC.
           02 LINE 09 COLUMN 49 VALUE "REGISTROS".
           02 LINE 10 COLUMN 08 VALUE "PERSONAS   : ".
           02 LINE 10 COLUMN 21 PIC X(20) FROM W-NOM-PER.
           02 LINE 10 COLUMN 43 PIC ZZZZ9 FROM W-REGS-PER.
           02 LINE 10 COLUMN 49 VALUE "REGISTROS".

       01 P-CONFIRMAR.
           02 LINE 12 COLUMN 05 VALUE
              "ESTO REEMPLAZA LA COPIA DE ENTRENAMIENTO (NOMBRES Y".
           02 LINE 13 COLUMN 05 VALUE
              "TELEFONOS ENMASCARADOS), DESEA CONTINUAR S/N: ".

       PROCEDURE DIVISION.
       INICIO.
      *-- NADA SIN USUARIO/CLAVE VALIDOS, Y SOLO EL NIVEL 9 --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           IF W-NIVEL < 9
              DISPLAY "** SE NECESITA NIVEL 9 **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.
      *-- DESDE LA COPIA NO SE VEN LOS RESGUARDOS DE PRODUCCION --*
           IF ENT-MODO = "E"
              DISPLAY "** EN ENTRENAMIENTO NO: LA COPIA SE PREPARA"
                 " DESDE PRODUCCION **"
                 LINE 24, POSITION 10 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              EXIT PROGRAM
           END-IF.

           DISPLAY P-TITULO.
           PERFORM BUSCAR-CATALOGO THRU F-BUSCAR-CATALOGO.
           IF W-NOM-MAE = SPACES OR W-NOM-LOC = SPACES
              OR W-NOM-PER = SPACES
              DISPLAY "** FALTA ALGUN MAESTRO EN BACKUP.CAT:"
                 " CORRER ANTES BACKUP1 **"
                 LINE 16 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           DISPLAY P-GENERACIONES.

      *-- SI ALGUNA GENERACION NO EXISTE O NO CUADRA CON EL        --*
      *-- CATALOGO NO SE TOCA LA COPIA QUE HUBIERA.                --*
           MOVE "S" TO W-CUADRA.
           PERFORM VERIFICAR-MAE THRU F-VERIFICAR-MAE.
           IF W-CUADRA = "S"
              PERFORM VERIFICAR-LOC THRU F-VERIFICAR-LOC.
           IF W-CUADRA = "S"
              PERFORM VERIFICAR-PER THRU F-VERIFICAR-PER.
           IF W-CUADRA = "N"
              DISPLAY "** " W-NOM-MAL " NO EXISTE O NO CUADRA CON"
                 " EL CATALOGO **"
                 LINE 16 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              DISPLAY "CATALOGO/CONTADO: " W-VER-REGS " / "
                 W-VER-TOTAL LINE 17 POSITION 05
              ACCEPT TECLA
              GO TO FIN.

           DISPLAY P-CONFIRMAR
           ACCEPT  OP-SN LINE 13 POSITION 52.
           IF OP-SN NOT = "S"
              GO TO FIN.

           PERFORM ARMAR-COPIA THRU F-ARMAR-COPIA.
           IF FST-IND NOT = "00"
              GO TO FIN.

           DISPLAY "EMPLEADOS: " CONT-MAE "  LOCALIDADES: " CONT-LOC
              "  PERSONAS: " CONT-PER LINE 16 POSITION 05.
           DISPLAY "USUARIOS : " CONT-USU "  ACCESOS LOC.: " CONT-ULC
              "  SITIOS  : " CONT-PAR LINE 17 POSITION 05.
           DISPLAY "REGISTROS CON ERROR: " CONT-ERRORES
              LINE 18 POSITION 05.
           DISPLAY "COPIA DE ENTRENAMIENTO LISTA. PULSE UNA TECLA"
              LINE 20 POSITION 05 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- RECORRE TODO EL CATALOGO QUEDANDOSE CON LA GENERACION MAS --*
      *-- NUEVA DE CADA MAESTRO.                                    --*
       BUSCAR-CATALOGO.
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
           IF BCNOM (1:7) = "MAEEMP." AND BCFECHA NOT < W-FEC-MAE
              MOVE BCNOM    TO W-NOM-MAE
              MOVE BCFECHA  TO W-FEC-MAE
              MOVE BCREGS   TO W-REGS-MAE
              MOVE BCTOTAL  TO W-TOTAL-MAE
           END-IF.
           IF BCNOM (1:10) = "LOCALIDAD." AND BCFECHA NOT < W-FEC-LOC
              MOVE BCNOM    TO W-NOM-LOC
              MOVE BCFECHA  TO W-FEC-LOC
              MOVE BCREGS   TO W-REGS-LOC
              MOVE BCTOTAL  TO W-TOTAL-LOC
           END-IF.
           IF BCNOM (1:8) = "PERSONA." AND BCFECHA NOT < W-FEC-PER
              MOVE BCNOM    TO W-NOM-PER
              MOVE BCFECHA  TO W-FEC-PER
              MOVE BCREGS   TO W-REGS-PER
              MOVE BCTOTAL  TO W-TOTAL-PER
           END-IF.
       LEER-CATALOGO-EXIT.
           EXIT.

      *-- RECUENTO DE CADA GENERACION (REGISTROS Y TOTAL DE CONTROL,--*
      *-- MISMOS CAMPOS QUE SUMA "BACKUP1") CONTRA SU LINEA.        --*
       VERIFICAR-MAE.
           MOVE 0 TO W-VER-REGS W-VER-TOTAL.
           OPEN INPUT RESG-MAE.
           IF FST-RES NOT = "00"
              MOVE "N" TO W-CUADRA
              MOVE W-NOM-MAE TO W-NOM-MAL
              GO TO F-VERIFICAR-MAE.
           MOVE "N" TO FIN-ARCH.
           PERFORM CONTAR-MAE THRU CONTAR-MAE-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE RESG-MAE.
           IF W-VER-REGS NOT = W-REGS-MAE
              OR W-VER-TOTAL NOT = W-TOTAL-MAE
              MOVE "N" TO W-CUADRA
              MOVE W-NOM-MAE TO W-NOM-MAL
           END-IF.
       F-VERIFICAR-MAE.
           EXIT.

       CONTAR-MAE.
           READ RESG-MAE NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CONTAR-MAE-EXIT.
           MOVE R-RES-MAE (39:5) TO W-CAMPO5.
           ADD W-CAMPO5 TO W-VER-TOTAL.
           ADD 1 TO W-VER-REGS.
       CONTAR-MAE-EXIT.
           EXIT.

       VERIFICAR-LOC.
           MOVE 0 TO W-VER-REGS W-VER-TOTAL.
           OPEN INPUT RESG-LOC.
           IF FST-RES NOT = "00"
              MOVE "N" TO W-CUADRA
              MOVE W-NOM-LOC TO W-NOM-MAL
              GO TO F-VERIFICAR-LOC.
           MOVE "N" TO FIN-ARCH.
           PERFORM CONTAR-LOC THRU CONTAR-LOC-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE RESG-LOC.
           IF W-VER-REGS NOT = W-REGS-LOC
              OR W-VER-TOTAL NOT = W-TOTAL-LOC
              MOVE "N" TO W-CUADRA
              MOVE W-NOM-LOC TO W-NOM-MAL
           END-IF.
       F-VERIFICAR-LOC.
           EXIT.

       CONTAR-LOC.
           READ RESG-LOC NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CONTAR-LOC-EXIT.
           MOVE R-RES-LOC (1:2) TO W-CAMPO2.
           ADD W-CAMPO2 TO W-VER-TOTAL.
           ADD 1 TO W-VER-REGS.
       CONTAR-LOC-EXIT.
           EXIT.

       VERIFICAR-PER.
           MOVE 0 TO W-VER-REGS W-VER-TOTAL.
           OPEN INPUT RESG-PER.
           IF FST-RES NOT = "00"
              MOVE "N" TO W-CUADRA
              MOVE W-NOM-PER TO W-NOM-MAL
              GO TO F-VERIFICAR-PER.
           MOVE "N" TO FIN-ARCH.
           PERFORM CONTAR-PER THRU CONTAR-PER-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE RESG-PER.
           IF W-VER-REGS NOT = W-REGS-PER
              OR W-VER-TOTAL NOT = W-TOTAL-PER
              MOVE "N" TO W-CUADRA
              MOVE W-NOM-PER TO W-NOM-MAL
           END-IF.
       F-VERIFICAR-PER.
           EXIT.

       CONTAR-PER.
           READ RESG-PER NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CONTAR-PER-EXIT.
           MOVE R-RES-PER (39:5) TO W-CAMPO5.
           ADD W-CAMPO5 TO W-VER-TOTAL.
           ADD 1 TO W-VER-REGS.
       CONTAR-PER-EXIT.
           EXIT.

      *-- PRIMERO SE ABRE TODO LO DE PRODUCCION (SOLO LECTURA);     --*
      *-- LUEGO "ENTORNO" APUNTA AL DIRECTORIO DE ENTRENAMIENTO (LO --*
      *-- CREA SI NO EXISTE) Y LA COPIA SE RECREA VACIA Y SE        --*
      *-- RECARGA; LO QUE DEJO LA PRACTICA ANTERIOR SE VACIA.       --*
      *-- "ENTRENA.CTL" SE VACIA AL EMPEZAR Y SE GRABA AL FINAL.    --*
       ARMAR-COPIA.
           OPEN INPUT RESG-MAE.
           OPEN INPUT RESG-LOC.
           OPEN INPUT RESG-PER.
           OPEN INPUT USUARIO-P.
           OPEN INPUT USULOC-P.
           OPEN INPUT PARGRAL-P.

           MOVE "R" TO ENT-ACCION.
           CALL   "ENTORNO" USING ENT-DATOS.
           CANCEL "ENTORNO".

           OPEN OUTPUT ENTCTL.
           CLOSE ENTCTL.
           OPEN OUTPUT MAESTRO-E.
           IF FST-IND NOT = "00"
              DISPLAY "** NO SE PUEDE CREAR LA COPIA (STATUS " FST-IND
                 "), NO SE HIZO NADA **"
                 LINE 16 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              PERFORM CERRAR-PRODUCCION
              PERFORM VOLVER-PRODUCCION
              GO TO F-ARMAR-COPIA.
           OPEN OUTPUT MAELOC-E.
           OPEN OUTPUT MAEPERS-E.
           OPEN OUTPUT USUARIO-E.
           OPEN OUTPUT USULOC-E.
           OPEN OUTPUT PARGRAL-E.
           PERFORM VACIAR-COPIA THRU F-VACIAR-COPIA.

           MOVE "N" TO FIN-ARCH.
           PERFORM CARGAR-MAE THRU CARGAR-MAE-EXIT
              UNTIL FIN-ARCH = "S".
           MOVE "N" TO FIN-ARCH.
           PERFORM CARGAR-LOC THRU CARGAR-LOC-EXIT
              UNTIL FIN-ARCH = "S".
           MOVE "N" TO FIN-ARCH.
           PERFORM CARGAR-PER THRU CARGAR-PER-EXIT
              UNTIL FIN-ARCH = "S".
      *-- SIN "USULOC.IND"/"PARGRAL.IND" EN PRODUCCION LA COPIA LOS --*
      *-- TIENE VACIOS, IGUAL QUE PRODUCCION ANTES DE CARGARLOS.    --*
           IF FST-USP = "00"
              MOVE "N" TO FIN-ARCH
              PERFORM CARGAR-USU THRU CARGAR-USU-EXIT
                 UNTIL FIN-ARCH = "S"
           END-IF.
           IF FST-ULP = "00"
              MOVE "N" TO FIN-ARCH
              PERFORM CARGAR-ULC THRU CARGAR-ULC-EXIT
                 UNTIL FIN-ARCH = "S"
           END-IF.
           IF FST-PAP = "00"
              MOVE "N" TO FIN-ARCH
              PERFORM CARGAR-PAR THRU CARGAR-PAR-EXIT
                 UNTIL FIN-ARCH = "S"
           END-IF.

           CLOSE MAESTRO-E MAELOC-E MAEPERS-E.
           CLOSE USUARIO-E USULOC-E PARGRAL-E.
           PERFORM CERRAR-PRODUCCION.

           ACCEPT W-FECHA-HOY  FROM DATE YYYYMMDD.
           ACCEPT W-HORA-AHORA FROM TIME.
           MOVE SPACES TO R-ENC.
           MOVE W-FECHA-HOY TO ECFECHA.
           COMPUTE ECHORA = W-AHORA-HH * 100 + W-AHORA-MM.
           MOVE W-OPERADOR  TO ECOPER.
           MOVE W-NOM-MAE   TO ECGMAE.
           MOVE W-NOM-LOC   TO ECGLOC.
           MOVE W-NOM-PER   TO ECGPER.
           OPEN OUTPUT ENTCTL.
           WRITE R-ENC.
           CLOSE ENTCTL.
           PERFORM VOLVER-PRODUCCION.
       F-ARMAR-COPIA.
           EXIT.

      *-- MOVIMIENTOS Y CONTROLES DE LA PRACTICA ANTERIOR: SE       --*
      *-- RECREAN VACIOS, IGUAL QUE "ENTRENA.CTL".                  --*
      *--   NOVEDADES ............ "NOVED.IND"                      --*
      *--   ASISTENCIA ........... "ASISTEN.DAT" Y "ASISTEN.IND"    --*
      *--   SANCIONES ............ "SANCION.DAT" Y "SANCION.IND"    --*
      *--   LICENCIAS ............ "LICMOV.DAT" Y "LICMOV.IND"      --*
      *--   LIQUIDACION .......... "LIQINT.CTL", Y POR CADA PERIODO --*
      *--                          SUYO "LIQINT"/"LIQDOM"/"LIQDSH"  --*
      *--                          (LOS SAC AAAA13/14 SOLO "LIQINT")--*
      *--                          Y "LIQCKP.IND"                   --*
      *--   PRESTAMOS/EMBARGOS ... "PRESTAMO.IND", "EMBARGO.IND" Y  --*
      *--                          "EMBLIQ.IND"                     --*
      *--   GANANCIAS ............ "GANACU.IND"                     --*
      *--   RECIBOS FIRMADOS ..... "FIRMAS.IND"                     --*
      *--   CAMBIOS PROGRAMADOS .. "CAMBPEN.IND"                    --*
      *--   BLOQUEOS DE LEGAJOS .. "LOCKMAE.IND"                    --*
      *-- LOS DETALLES DE CADA PERIODO SE VACIAN ANTES QUE EL       --*
      *-- CONTROL, QUE ES DONDE ESTA LA LISTA DE PERIODOS.          --*
       VACIAR-COPIA.
           OPEN INPUT LIQCTL-E.
           IF FSTCTL = "00"
              MOVE "N" TO FIN-CTL
              PERFORM VACIAR-PERIODO THRU VACIAR-PERIODO-EXIT
                 UNTIL FIN-CTL = "S"
              CLOSE LIQCTL-E
           END-IF.
           OPEN OUTPUT LIQCTL-E.
           CLOSE LIQCTL-E.
           OPEN OUTPUT LIQCKP-E.
           CLOSE LIQCKP-E.
           OPEN OUTPUT NOVED-E.
           CLOSE NOVED-E.
           OPEN OUTPUT ASISTEN-E.
           CLOSE ASISTEN-E.
           OPEN OUTPUT ASIIND-E.
           CLOSE ASIIND-E.
           OPEN OUTPUT SANCION-E.
           CLOSE SANCION-E.
           OPEN OUTPUT SANIND-E.
           CLOSE SANIND-E.
           OPEN OUTPUT LICMOV-E.
           CLOSE LICMOV-E.
           OPEN OUTPUT LICIND-E.
           CLOSE LICIND-E.
           OPEN OUTPUT PRESTAMO-E.
           CLOSE PRESTAMO-E.
           OPEN OUTPUT EMBARGO-E.
           CLOSE EMBARGO-E.
           OPEN OUTPUT EMBLIQ-E.
           CLOSE EMBLIQ-E.
           OPEN OUTPUT GANACU-E.
           CLOSE GANACU-E.
           OPEN OUTPUT FIRMAS-E.
           CLOSE FIRMAS-E.
           OPEN OUTPUT CAMBPEN-E.
           CLOSE CAMBPEN-E.
           OPEN OUTPUT LOCKMAE-E.
           CLOSE LOCKMAE-E.
       F-VACIAR-COPIA.
           EXIT.

       VACIAR-PERIODO.
           READ LIQCTL-E NEXT RECORD AT END
              MOVE "S" TO FIN-CTL
              GO TO VACIAR-PERIODO-EXIT.
           MOVE SPACES TO W-NOM-INT W-NOM-DOM W-NOM-DSH.
           STRING "LIQINT." CPERIODO DELIMITED BY SIZE
              INTO W-NOM-INT.
           STRING "LIQDOM." CPERIODO DELIMITED BY SIZE
              INTO W-NOM-DOM.
           STRING "LIQDSH." CPERIODO DELIMITED BY SIZE
              INTO W-NOM-DSH.
           OPEN OUTPUT LIQINT-E.
           CLOSE LIQINT-E.
           IF CTIPO NOT = "S"
              OPEN OUTPUT LIQDOM-E
              CLOSE LIQDOM-E
              OPEN OUTPUT LIQDSH-E
              CLOSE LIQDSH-E
           END-IF.
       VACIAR-PERIODO-EXIT.
           EXIT.

       CERRAR-PRODUCCION.
           CLOSE RESG-MAE RESG-LOC RESG-PER.
           IF FST-USP = "00"
              CLOSE USUARIO-P.
           IF FST-ULP = "00"
              CLOSE USULOC-P.
           IF FST-PAP = "00"
              CLOSE PARGRAL-P.

       VOLVER-PRODUCCION.
           MOVE "P" TO ENT-ACCION.
           CALL   "ENTORNO" USING ENT-DATOS.
           CANCEL "ENTORNO".

      *-- EL NOMBRE PASA A "EMPLEADO" + LEGAJO (SIGUE SIENDO UNICO  --*
      *-- PARA BUSCAR POR NOMBRE) Y EL TELEFONO QUEDA EN BLANCO.    --*
       CARGAR-MAE.
           READ RESG-MAE NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARGAR-MAE-EXIT.
           MOVE R-RES-MAE TO R-MAE.
           MOVE SPACES TO MAN.
           STRING "EMPLEADO " MCA DELIMITED BY SIZE INTO MAN.
           MOVE SPACES TO MTEL.
           WRITE R-MAE INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-MAE
           END-WRITE.
       CARGAR-MAE-EXIT.
           EXIT.

       CARGAR-LOC.
           READ RESG-LOC NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARGAR-LOC-EXIT.
           MOVE R-RES-LOC TO R-LOC.
           WRITE R-LOC INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-LOC
           END-WRITE.
       CARGAR-LOC-EXIT.
           EXIT.

       CARGAR-PER.
           READ RESG-PER NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARGAR-PER-EXIT.
           MOVE R-RES-PER TO R-PER.
           MOVE SPACES TO PAN.
           STRING "PERSONA " PCA DELIMITED BY SIZE INTO PAN.
           WRITE R-PER INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-PER
           END-WRITE.
       CARGAR-PER-EXIT.
           EXIT.

       CARGAR-USU.
           READ USUARIO-P NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARGAR-USU-EXIT.
           MOVE R-USP TO R-USU.
           WRITE R-USU INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-USU
           END-WRITE.
       CARGAR-USU-EXIT.
           EXIT.

       CARGAR-ULC.
           READ USULOC-P NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARGAR-ULC-EXIT.
           MOVE R-ULP TO R-ULC.
           WRITE R-ULC INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-ULC
           END-WRITE.
       CARGAR-ULC-EXIT.
           EXIT.

       CARGAR-PAR.
           READ PARGRAL-P NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARGAR-PAR-EXIT.
           MOVE R-PAP TO R-PAR.
           WRITE R-PAR INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-PAR
           END-WRITE.
       CARGAR-PAR-EXIT.
           EXIT.
