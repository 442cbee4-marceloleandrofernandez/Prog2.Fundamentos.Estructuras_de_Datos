      *** ANONIMIZACION DE DATOS PERSONALES DE BAJAS ANTIGUAS         ***
      *** "MAEEMPB.ARC", "PERSONAB.ARC", LOS HISTORIALES, Y           ***
      *** "CONTAC.IND", "FAMILIA.IND" Y "BANCO.IND" GUARDABAN PARA    ***
      *** SIEMPRE NOMBRES, DOMICILIOS, CBU Y FECHAS DE NACIMIENTO     ***
      *** DE LOS FAMILIARES, MUCHO DESPUES DEL PLAZO LEGAL DE         ***
      *** CONSERVACION. ESTE PROCESO ANUAL BUSCA LOS LEGAJOS DADOS    ***
      *** DE BAJA HACE MAS DE LOS ANIOS PEDIDOS (Y QUE NO VOLVIERON   ***
      *** A ESTAR ACTIVOS), LOS MUESTRA PRIMERO EN UNA LISTA PREVIA,  ***
      *** Y SOLO CON LA CONFIRMACION DE UN USUARIO DE NIVEL 9         ***
      *** ENMASCARA SUS DATOS PERSONALES EN TODOS ESOS ARCHIVOS.      ***
      *** QUEDA LO QUE LIQUIDACION Y LA HISTORIA LEGAL NECESITAN      ***
      *** (LEGAJO, SUELDOS, LOCALIDAD, FECHAS, OPERADORES, TIPO DE    ***
      *** PAGO, PARENTESCO, ANIO DE NACIMIENTO Y ASIGNACION), Y LA    ***
      *** CORRIDA DEJA UN CERTIFICADO IMPRESO (CON COPIA EN           ***
      *** "LISTADOS.IND", VER "SPOOLIMP") DE QUE SE ANONIMIZO.        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIM1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LOS DOS MAESTROS, SOLO PARA SABER SI EL LEGAJO VOLVIO --*
           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

           SELECT MAEPERS ASSIGN TO DISK "PERSONA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PCA
           ALTERNATE RECORD KEY IS PAN DUPLICATES
           FILE STATUS IS FSTPER.

      *-- RESPALDOS DE BAJA (VER "MODABM" Y "MODPER") --*
           SELECT MAEEMPB ASSIGN TO DISK "MAEEMPB.ARC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTARC.

           SELECT MAEPERB ASSIGN TO DISK "PERSONAB.ARC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTARP.

      *-- HISTORIALES DE MODIFICACIONES DE LOS DOS MAESTROS --*
           SELECT MAEEMPH ASSIGN TO DISK "MAEEMPH.HIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTHIS.

           SELECT MAEPERH ASSIGN TO DISK "PERSONAH.HIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTHIP.

      *-- DATOS POR EMPLEADO COLGADOS DEL "MCA" --*
           SELECT CONTAC ASSIGN TO DISK "CONTAC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CCA
           FILE STATUS IS FSTCON.

           SELECT FAMILIA ASSIGN TO DISK "FAMILIA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS FCLAVE
           FILE STATUS IS FSTFAM.

           SELECT BANCO ASSIGN TO DISK "BANCO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS BCCA
           FILE STATUS IS FSTBCO.

      *-- COPIA FECHADA DEL CERTIFICADO: "SPOOLIMP" LE DA EL NOMBRE --*
      *-- Y, AL CERRARLA, LA MANDA A "PRN" (VER "ABRIR-COPIA-IMP")  --*
           SELECT LISTADO-IMP ASSIGN TO DISK SPL-ARCH
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

      *-- LAYOUT COMPARTIDO CON "MODPER"/"ORDMA-01" --*
       FD  MAEPERS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 45 CHARACTERS
           DATA RECORD IS R-PER.
        01 R-PER.
           02 PCA   PIC 9(08).
           02 PAN   PIC X(30).
           02 PSA   PIC 9(05).
           02 PTS   PIC 9.
           02 PSUC  PIC 9(1).

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
           02 BFECHA.
              03 BANIO  PIC 9(04).
              03 BMES   PIC 99.
              03 BDIA   PIC 99.
           02 BOPER PIC X(08).

      *-- MISMO LAYOUT QUE "MODPER" --*
       FD  MAEPERB
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-ARCP.
        01 R-ARCP.
           02 QCA   PIC 9(08).
           02 QAN   PIC X(30).
           02 QSA   PIC 9(05).
           02 QTS   PIC 9.
           02 QSUC  PIC 9(1).
           02 QFECHA.
              03 QANIO  PIC 9(04).
              03 QMES   PIC 99.
              03 QDIA   PIC 99.
           02 QOPER PIC X(08).

      *-- MISMO LAYOUT QUE "MODABM" --*
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

      *-- MISMO LAYOUT QUE "MODPER" --*
       FD  MAEPERH
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-HISP.
        01 R-HISP.
           02 JCA   PIC 9(08).
           02 JAN   PIC X(30).
           02 JSA   PIC 9(05).
           02 JTS   PIC 9.
           02 JSUC  PIC 9(1).
           02 JFECHA.
              03 JANIO  PIC 9(04).
              03 JMES   PIC 99.
              03 JDIA   PIC 99.
           02 JOPER PIC X(08).

       FD  CONTAC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 108 CHARACTERS
           DATA RECORD IS R-CON.
           COPY CONTREC.

       FD  FAMILIA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 54 CHARACTERS
           DATA RECORD IS R-FAM.
           COPY FAMREC.

       FD  BANCO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS R-BCO.
           COPY BCOREC.

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTPER           PIC XX.
       77 FSTARC           PIC XX.
       77 FSTARP           PIC XX.
       77 FSTHIS           PIC XX.
       77 FSTHIP           PIC XX.
       77 FSTCON           PIC XX.
       77 FSTFAM           PIC XX.
       77 FSTBCO           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
       77 CONT-LIN         PIC 99    VALUE 0.
       77 LIN-ACT          PIC 99    VALUE 0.
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- QUIEN CONFIRMA: EL MISMO OPERADOR SI ES NIVEL 9, SI NO --*
      *-- OTRO USUARIO DE NIVEL 9 QUE SE IDENTIFICA EN EL MOMENTO --*
       77 W-OPER-CONF      PIC X(08) VALUE SPACES.
       77 W-LOGIN-CONF     PIC X     VALUE "N".
       77 W-NIVEL-CONF     PIC 9(1)  VALUE 0.
       77 W-OK             PIC X     VALUE "N".
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

      *-- ANIOS DESDE LA BAJA QUE SE CONSERVAN LOS DATOS PERSONALES --*
       77 W-ANIOS          PIC 9(02) VALUE 10.
       01 FECHA-HOY.
          02 HOY-ANIO      PIC 9(04).
          02 HOY-MES       PIC 99.
          02 HOY-DIA       PIC 99.
       01 FECHA-HOY-N REDEFINES FECHA-HOY PIC 9(08).
      *-- SE ANONIMIZA SI LA ULTIMA BAJA ES ANTERIOR A ESTA FECHA --*
       01 W-CORTE.
          02 W-CORTE-ANIO  PIC 9(04).
          02 W-CORTE-MES   PIC 99.
          02 W-CORTE-DIA   PIC 99.
       01 W-CORTE-N REDEFINES W-CORTE PIC 9(08).
       77 W-FECHA-REG      PIC 9(08) VALUE 0.
       77 W-ANIO-NAC       PIC 9(04) VALUE 0.
      *-- VALOR QUE REEMPLAZA CADA NOMBRE; TAMBIEN MARCA LO YA HECHO --*
       77 W-MASCARA        PIC X(30) VALUE "*** DATO ANONIMIZADO ***".

      *-- UN CANDIDATO POR LEGAJO DADO DE BAJA: "E" = "MCA" DE  --*
      *-- "MAEEMPB.ARC", "P" = "PCA" DE "PERSONAB.ARC" (CODIGOS --*
      *-- DISTINTOS, VER "SYNCPER1"). SI LA TABLA SE LLENA, LOS --*
      *-- LEGAJOS QUE NO ENTRAN QUEDAN PARA LA PROXIMA CORRIDA. --*
       77 W-MAX-CAND       PIC 9(03) VALUE 500.
       77 W-CANT-CAND      PIC 9(03) VALUE 0.
       77 W-CANT-ELEG      PIC 9(03) VALUE 0.
       77 IND-C            PIC 9(03) VALUE 0.
       77 W-HALLADO        PIC X     VALUE "N".
       77 W-DESBORDE       PIC X     VALUE "N".
       77 W-ORIGEN-BUS     PIC X     VALUE SPACE.
       77 W-CA-BUS         PIC 9(08) VALUE 0.
       01 TABLA-CAND.
          02 CAND OCCURS 500 TIMES.
             03 C-ORIGEN   PIC X.
             03 C-CA       PIC 9(08).
      *-- FECHA DE LA ULTIMA BAJA Y NOMBRE QUE FIGURA EN ELLA --*
             03 C-FBAJA    PIC 9(08).
             03 C-NOM      PIC X(30).
      *-- "S" SI QUEDA ALGUN RESPALDO SIN ANONIMIZAR --*
             03 C-PEND     PIC X.
      *-- "S" SI ENTRA EN LA LISTA PREVIA (VER "FILTRAR-CAND") --*
             03 C-ELEGIDO  PIC X.
      *-- REGISTROS ANONIMIZADOS POR ARCHIVO, PARA EL CERTIFICADO --*
             03 C-N-BAJ    PIC 9(03).
             03 C-N-HIS    PIC 9(03).
             03 C-N-CON    PIC 9(03).
             03 C-N-FAM    PIC 9(03).
             03 C-N-BCO    PIC 9(03).

       77 TOT-BAJ          PIC 9(05) VALUE 0.
       77 TOT-HIS          PIC 9(05) VALUE 0.
       77 TOT-CON          PIC 9(05) VALUE 0.
       77 TOT-FAM          PIC 9(05) VALUE 0.
       77 TOT-BCO          PIC 9(05) VALUE 0.

      *-- LINEAS DEL CERTIFICADO (SIN NOMBRES, SOLO LEGAJOS) --*
       01 L-LIN1.
          02 FILLER    PIC X(08) VALUE "FECHA: ".
          02 L-FECHA   PIC 9(08).
          02 FILLER    PIC X(13) VALUE "  OPERADOR: ".
          02 L-OPER    PIC X(08).
          02 FILLER    PIC X(13) VALUE "  CONFIRMO: ".
          02 L-CONF    PIC X(08).
       01 L-LIN2.
          02 FILLER    PIC X(31) VALUE
             "BAJAS ANTERIORES AL (AAAAMMDD)".
          02 L-CORTE   PIC 9(08).
          02 FILLER    PIC X(02) VALUE " (".
          02 L-ANIOS   PIC Z9.
          02 FILLER    PIC X(18) VALUE " ANIOS DE RETENC.)".
       01 L-TIT.
          02 FILLER    PIC X(40) VALUE
             "O LEGAJO   ULT.BAJA  BAJAS HIST. CONT.".
          02 FILLER    PIC X(12) VALUE " FAM.  BCO.".
       01 L-DET.
          02 L-ORIGEN  PIC X.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-CA      PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-FBAJA   PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-NBAJ    PIC ZZ9.
          02 FILLER    PIC X(03) VALUE SPACE.
          02 L-NHIS    PIC ZZ9.
          02 FILLER    PIC X(03) VALUE SPACE.
          02 L-NCON    PIC ZZ9.
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-NFAM    PIC ZZ9.
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-NBCO    PIC ZZ9.
       01 L-TOT.
          02 FILLER    PIC X(10) VALUE "TOTALES: ".
          02 L-TCANT   PIC ZZ9.
          02 FILLER    PIC X(08) VALUE " LEGAJ. ".
          02 L-TBAJ    PIC ZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-THIS    PIC ZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-TCON    PIC ZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-TFAM    PIC ZZZZ9.
          02 FILLER    PIC X(01) VALUE SPACE.
          02 L-TBCO    PIC ZZZZ9.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- CUALQUIER USUARIO PUEDE VER LA LISTA PREVIA; ANONIMIZAR --*
      *-- PIDE NIVEL 9 (VER "CONFIRMAR").                         --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           ACCEPT FECHA-HOY FROM DATE YYYYMMDD.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "ANONIMIZACION DE DATOS PERSONALES DE BAJAS"
              LINE 01 POSITION 19.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ANIOS DESDE LA BAJA A CONSERVAR (DEFECTO 10): "
              LINE 04 POSITION 01.
           ACCEPT W-ANIOS LINE 04 POSITION 48.
           IF W-ANIOS IS NOT NUMERIC OR W-ANIOS = 0
              MOVE 10 TO W-ANIOS
           END-IF.
           MOVE FECHA-HOY TO W-CORTE.
           SUBTRACT W-ANIOS FROM W-CORTE-ANIO.

           PERFORM JUNTAR-BAJAS THRU JUNTAR-BAJAS-EXIT.
           PERFORM FILTRAR-CAND THRU FILTRAR-CAND-EXIT.
           IF W-CANT-ELEG = 0
              DISPLAY "** NO HAY LEGAJOS PARA ANONIMIZAR **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.

           PERFORM MOSTRAR-PREVIA THRU MOSTRAR-PREVIA-EXIT.
           PERFORM CONFIRMAR THRU CONFIRMAR-EXIT.
           IF W-OK NOT = "S"
              GO TO FIN.

           PERFORM ANONIMIZAR-BAJAS THRU ANONIMIZAR-BAJAS-EXIT.
           PERFORM ANONIMIZAR-HISTORIAL THRU
              ANONIMIZAR-HISTORIAL-EXIT.
           PERFORM ANONIMIZAR-INDEXADOS THRU
              ANONIMIZAR-INDEXADOS-EXIT.
           PERFORM IMPRIMIR-CERTIFICADO THRU
              IMPRIMIR-CERTIFICADO-EXIT.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "LEGAJOS ANONIMIZADOS: " W-CANT-ELEG
              LINE 10 POSITION 10.
           DISPLAY "CERTIFICADO IMPRESO, COPIA: " SPL-ARCH
              LINE 12 POSITION 10.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- UNA PASADA POR CADA RESPALDO DE BAJA: POR LEGAJO QUEDA LA --*
      *-- ULTIMA BAJA (UN REINCORPORADO PUEDE TENER VARIAS).        --*
       JUNTAR-BAJAS.
           MOVE 0 TO W-CANT-CAND.
           MOVE "N" TO W-DESBORDE.
           OPEN INPUT MAEEMPB.
           IF FSTARC = "00"
              MOVE "N" TO FIN-ARCH
              PERFORM JUNTAR-UNA-EMP THRU JUNTAR-UNA-EMP-EXIT
                 UNTIL FIN-ARCH = "S"
              CLOSE MAEEMPB
           END-IF.
           OPEN INPUT MAEPERB.
           IF FSTARP = "00"
              MOVE "N" TO FIN-ARCH
              PERFORM JUNTAR-UNA-PER THRU JUNTAR-UNA-PER-EXIT
                 UNTIL FIN-ARCH = "S"
              CLOSE MAEPERB
           END-IF.
       JUNTAR-BAJAS-EXIT.
           EXIT.

       JUNTAR-UNA-EMP.
           READ MAEEMPB AT END
              MOVE "S" TO FIN-ARCH
              GO TO JUNTAR-UNA-EMP-EXIT.
           MOVE "E"    TO W-ORIGEN-BUS.
           MOVE BCA    TO W-CA-BUS.
           MOVE BFECHA TO W-FECHA-REG.
           PERFORM AGREGAR-CAND THRU AGREGAR-CAND-EXIT.
           IF W-HALLADO = "S"
              IF BAN NOT = W-MASCARA
                 MOVE "S" TO C-PEND (IND-C)
                 IF W-FECHA-REG NOT < C-FBAJA (IND-C)
                    MOVE BAN TO C-NOM (IND-C)
                 END-IF
              END-IF
              IF W-FECHA-REG > C-FBAJA (IND-C)
                 MOVE W-FECHA-REG TO C-FBAJA (IND-C)
              END-IF
           END-IF.
       JUNTAR-UNA-EMP-EXIT.
           EXIT.

       JUNTAR-UNA-PER.
           READ MAEPERB AT END
              MOVE "S" TO FIN-ARCH
              GO TO JUNTAR-UNA-PER-EXIT.
           MOVE "P"    TO W-ORIGEN-BUS.
           MOVE QCA    TO W-CA-BUS.
           MOVE QFECHA TO W-FECHA-REG.
           PERFORM AGREGAR-CAND THRU AGREGAR-CAND-EXIT.
           IF W-HALLADO = "S"
              IF QAN NOT = W-MASCARA
                 MOVE "S" TO C-PEND (IND-C)
                 IF W-FECHA-REG NOT < C-FBAJA (IND-C)
                    MOVE QAN TO C-NOM (IND-C)
                 END-IF
              END-IF
              IF W-FECHA-REG > C-FBAJA (IND-C)
                 MOVE W-FECHA-REG TO C-FBAJA (IND-C)
              END-IF
           END-IF.
       JUNTAR-UNA-PER-EXIT.
           EXIT.

      *-- DEJA "IND-C" EN EL CANDIDATO "W-ORIGEN-BUS"+"W-CA-BUS", --*
      *-- AGREGANDOLO SI NO ESTABA; "W-HALLADO" = "N" SOLO SI LA  --*
      *-- TABLA YA ESTA LLENA.                                    --*
       AGREGAR-CAND.
           PERFORM BUSCAR-CAND.
           IF W-HALLADO = "S"
              GO TO AGREGAR-CAND-EXIT.
           IF W-CANT-CAND NOT < W-MAX-CAND
              MOVE "S" TO W-DESBORDE
              GO TO AGREGAR-CAND-EXIT.
           ADD 1 TO W-CANT-CAND.
           MOVE W-CANT-CAND  TO IND-C.
           MOVE W-ORIGEN-BUS TO C-ORIGEN (IND-C).
           MOVE W-CA-BUS     TO C-CA (IND-C).
           MOVE 0            TO C-FBAJA (IND-C).
           MOVE W-MASCARA    TO C-NOM (IND-C).
           MOVE "N"          TO C-PEND (IND-C) C-ELEGIDO (IND-C).
           MOVE 0 TO C-N-BAJ (IND-C) C-N-HIS (IND-C) C-N-CON (IND-C)
                     C-N-FAM (IND-C) C-N-BCO (IND-C).
           MOVE "S" TO W-HALLADO.
       AGREGAR-CAND-EXIT.
           EXIT.

      *-- BUSQUEDA LINEAL, COMO EN "RPTSES1" --*
       BUSCAR-CAND.
           MOVE "N" TO W-HALLADO.
           PERFORM COMPARAR-CAND
              VARYING IND-C FROM 1 BY 1
              UNTIL IND-C > W-CANT-CAND OR W-HALLADO = "S".
           IF W-HALLADO = "S"
              SUBTRACT 1 FROM IND-C
           END-IF.

       COMPARAR-CAND.
           IF C-ORIGEN (IND-C) = W-ORIGEN-BUS
              AND C-CA (IND-C) = W-CA-BUS
              MOVE "S" TO W-HALLADO
           END-IF.

      *-- ENTRA EN LA LISTA PREVIA SI LA ULTIMA BAJA ES ANTERIOR  --*
      *-- AL CORTE, QUEDA ALGO SIN ANONIMIZAR Y EL CODIGO NO      --*
      *-- VOLVIO A ESTAR ACTIVO EN SU MAESTRO ("REINCOR1").       --*
       FILTRAR-CAND.
           MOVE 0 TO W-CANT-ELEG.
           OPEN INPUT MAESTRO.
           OPEN INPUT MAEPERS.
           PERFORM FILTRAR-UNO
              VARYING IND-C FROM 1 BY 1 UNTIL IND-C > W-CANT-CAND.
           IF FST NOT = "35"
              CLOSE MAESTRO
           END-IF.
           IF FSTPER NOT = "35"
              CLOSE MAEPERS
           END-IF.
       FILTRAR-CAND-EXIT.
           EXIT.

       FILTRAR-UNO.
           IF C-PEND (IND-C) = "S"
              AND C-FBAJA (IND-C) < W-CORTE-N
              MOVE "S" TO C-ELEGIDO (IND-C)
              IF C-ORIGEN (IND-C) = "E"
                 MOVE C-CA (IND-C) TO MCA
                 READ MAESTRO INVALID KEY MOVE "23" TO FST
                 END-READ
                 IF FST = "00"
                    MOVE "N" TO C-ELEGIDO (IND-C)
                 END-IF
              ELSE
                 MOVE C-CA (IND-C) TO PCA
                 READ MAEPERS INVALID KEY MOVE "23" TO FSTPER
                 END-READ
                 IF FSTPER = "00"
                    MOVE "N" TO C-ELEGIDO (IND-C)
                 END-IF
              END-IF
              IF C-ELEGIDO (IND-C) = "S"
                 ADD 1 TO W-CANT-ELEG
              END-IF
           END-IF.

      *-- LISTA PREVIA EN PANTALLA, 15 LEGAJOS POR HOJA --*
       MOSTRAR-PREVIA.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO-PREVIA.
           PERFORM MOSTRAR-UN-CAND
              VARYING IND-C FROM 1 BY 1 UNTIL IND-C > W-CANT-CAND.
           IF W-DESBORDE = "S"
              DISPLAY "** MAS DE 500 LEGAJOS DE BAJA: EL RESTO QUEDA "
                 "PARA OTRA CORRIDA **" LINE 22 POSITION 01
                 CONTROL "FCOLOR=RED", BLINK
           END-IF.
           DISPLAY SUBRAYADO LINE 23 POSITION 01.
       MOSTRAR-PREVIA-EXIT.
           EXIT.

       MOSTRAR-UN-CAND.
           IF C-ELEGIDO (IND-C) = "S"
              IF CONT-LIN > 14
                 DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                    LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 DISPLAY " " ERASE EOS
                 DISPLAY ENT-MARCA LINE 01 POSITION 01
                 PERFORM ENCABEZADO-PREVIA
              END-IF
              COMPUTE LIN-ACT = 06 + CONT-LIN
              DISPLAY C-ORIGEN (IND-C) LINE LIN-ACT, POSITION 01
              DISPLAY C-CA (IND-C)     LINE LIN-ACT, POSITION 04
              DISPLAY C-FBAJA (IND-C)  LINE LIN-ACT, POSITION 14
              DISPLAY C-NOM (IND-C)    LINE LIN-ACT, POSITION 25
              ADD 1 TO CONT-LIN
           END-IF.

       ENCABEZADO-PREVIA.
           DISPLAY "LISTA PREVIA: BAJAS ANTERIORES AL " LINE 01
              POSITION 17.
           DISPLAY W-CORTE-N LINE 01 POSITION 51.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "E = EMPLEADO (MAEEMP)  P = PERSONAL (PERSONA)"
              LINE 03 POSITION 01.
           DISPLAY "O" LINE 04 POSITION 01.
           DISPLAY "LEGAJO" LINE 04 POSITION 04.
           DISPLAY "ULT.BAJA" LINE 04 POSITION 14.
           DISPLAY "APELLIDO Y NOMBRE" LINE 04 POSITION 25.
           DISPLAY SUBRAYADO LINE 05 POSITION 01.
           MOVE 0 TO CONT-LIN.

      *-- PRIMERO EL OPERADOR CONFIRMA LA LISTA; DESPUES HACE FALTA --*
      *-- NIVEL 9: EL SUYO, O EL DE OTRO USUARIO QUE SE IDENTIFICA  --*
      *-- EN ESE MOMENTO (QUEDA COMO "CONFIRMO" EN EL CERTIFICADO). --*
       CONFIRMAR.
           MOVE "N" TO W-OK.
           DISPLAY "ANONIMIZA LOS " LINE 24 POSITION 01.
           DISPLAY W-CANT-ELEG LINE 24 POSITION 15.
           DISPLAY " LEGAJOS LISTADOS (NO SE PUEDE DESHACER) S/N: "
              LINE 24 POSITION 18.
           ACCEPT W-OK LINE 24 POSITION 65.
           IF W-OK NOT = "S"
              GO TO CONFIRMAR-EXIT.
           IF W-NIVEL = 9
              MOVE W-OPERADOR TO W-OPER-CONF
              GO TO CONFIRMAR-EXIT.
           MOVE "N" TO W-OK.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CONFIRMACION: INGRESE UN USUARIO DE NIVEL 9"
              LINE 10 POSITION 15 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
           CALL   "LOGIN" USING W-OPER-CONF W-LOGIN-CONF W-NIVEL-CONF
           CANCEL "LOGIN".
           IF W-LOGIN-CONF NOT = "S" OR W-NIVEL-CONF < 9
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              DISPLAY "** SE NECESITA NIVEL 9 PARA ANONIMIZAR **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CONFIRMAR-EXIT.
           MOVE "S" TO W-OK.
       CONFIRMAR-EXIT.
           EXIT.

      *-- RESPALDOS DE BAJA: EL NOMBRE SE ENMASCARA Y EL TELEFONO --*
      *-- SE BORRA; QUEDAN LEGAJO, SUELDO, LOCALIDAD, FECHA Y     --*
      *-- OPERADOR DE LA BAJA.                                    --*
       ANONIMIZAR-BAJAS.
           OPEN I-O MAEEMPB.
           IF FSTARC = "00"
              MOVE "N" TO FIN-ARCH
              PERFORM ANONIMIZAR-UNA-EMP THRU ANONIMIZAR-UNA-EMP-EXIT
                 UNTIL FIN-ARCH = "S"
              CLOSE MAEEMPB
           END-IF.
           OPEN I-O MAEPERB.
           IF FSTARP = "00"
              MOVE "N" TO FIN-ARCH
              PERFORM ANONIMIZAR-UNA-PER THRU ANONIMIZAR-UNA-PER-EXIT
                 UNTIL FIN-ARCH = "S"
              CLOSE MAEPERB
           END-IF.
       ANONIMIZAR-BAJAS-EXIT.
           EXIT.

       ANONIMIZAR-UNA-EMP.
           READ MAEEMPB AT END
              MOVE "S" TO FIN-ARCH
              GO TO ANONIMIZAR-UNA-EMP-EXIT.
           MOVE "E" TO W-ORIGEN-BUS.
           MOVE BCA TO W-CA-BUS.
           PERFORM BUSCAR-CAND.
           IF W-HALLADO = "N"
              GO TO ANONIMIZAR-UNA-EMP-EXIT.
           IF C-ELEGIDO (IND-C) NOT = "S"
              GO TO ANONIMIZAR-UNA-EMP-EXIT.
           MOVE W-MASCARA TO BAN.
           MOVE SPACES    TO BTEL.
           REWRITE R-ARC.
           IF FSTARC = "00"
              ADD 1 TO C-N-BAJ (IND-C)
           END-IF.
       ANONIMIZAR-UNA-EMP-EXIT.
           EXIT.

       ANONIMIZAR-UNA-PER.
           READ MAEPERB AT END
              MOVE "S" TO FIN-ARCH
              GO TO ANONIMIZAR-UNA-PER-EXIT.
           MOVE "P" TO W-ORIGEN-BUS.
           MOVE QCA TO W-CA-BUS.
           PERFORM BUSCAR-CAND.
           IF W-HALLADO = "N"
              GO TO ANONIMIZAR-UNA-PER-EXIT.
           IF C-ELEGIDO (IND-C) NOT = "S"
              GO TO ANONIMIZAR-UNA-PER-EXIT.
           MOVE W-MASCARA TO QAN.
           REWRITE R-ARCP.
           IF FSTARP = "00"
              ADD 1 TO C-N-BAJ (IND-C)
           END-IF.
       ANONIMIZAR-UNA-PER-EXIT.
           EXIT.

      *-- HISTORIALES: SOLO EL NOMBRE; LOS SUELDOS Y FECHAS SON LA --*
      *-- HISTORIA LEGAL Y DE LIQUIDACION QUE HAY QUE CONSERVAR.   --*
       ANONIMIZAR-HISTORIAL.
           OPEN I-O MAEEMPH.
           IF FSTHIS = "00"
              MOVE "N" TO FIN-ARCH
              PERFORM ANONIMIZAR-HIS-EMP THRU ANONIMIZAR-HIS-EMP-EXIT
                 UNTIL FIN-ARCH = "S"
              CLOSE MAEEMPH
           END-IF.
           OPEN I-O MAEPERH.
           IF FSTHIP = "00"
              MOVE "N" TO FIN-ARCH
              PERFORM ANONIMIZAR-HIS-PER THRU ANONIMIZAR-HIS-PER-EXIT
                 UNTIL FIN-ARCH = "S"
              CLOSE MAEPERH
           END-IF.
       ANONIMIZAR-HISTORIAL-EXIT.
           EXIT.

       ANONIMIZAR-HIS-EMP.
           READ MAEEMPH AT END
              MOVE "S" TO FIN-ARCH
              GO TO ANONIMIZAR-HIS-EMP-EXIT.
           MOVE "E" TO W-ORIGEN-BUS.
           MOVE HCA TO W-CA-BUS.
           PERFORM BUSCAR-CAND.
           IF W-HALLADO = "N"
              GO TO ANONIMIZAR-HIS-EMP-EXIT.
           IF C-ELEGIDO (IND-C) NOT = "S" OR HAN = W-MASCARA
              GO TO ANONIMIZAR-HIS-EMP-EXIT.
           MOVE W-MASCARA TO HAN.
           REWRITE R-HIS.
           IF FSTHIS = "00"
              ADD 1 TO C-N-HIS (IND-C)
           END-IF.
       ANONIMIZAR-HIS-EMP-EXIT.
           EXIT.

       ANONIMIZAR-HIS-PER.
           READ MAEPERH AT END
              MOVE "S" TO FIN-ARCH
              GO TO ANONIMIZAR-HIS-PER-EXIT.
           MOVE "P" TO W-ORIGEN-BUS.
           MOVE JCA TO W-CA-BUS.
           PERFORM BUSCAR-CAND.
           IF W-HALLADO = "N"
              GO TO ANONIMIZAR-HIS-PER-EXIT.
           IF C-ELEGIDO (IND-C) NOT = "S" OR JAN = W-MASCARA
              GO TO ANONIMIZAR-HIS-PER-EXIT.
           MOVE W-MASCARA TO JAN.
           REWRITE R-HISP.
           IF FSTHIP = "00"
              ADD 1 TO C-N-HIS (IND-C)
           END-IF.
       ANONIMIZAR-HIS-PER-EXIT.
           EXIT.

      *-- CONTACTO, FAMILIARES Y BANCO CUELGAN DEL "MCA": SOLO SE --*
      *-- TOCAN PARA LOS CANDIDATOS "E", LEYENDO POR CLAVE.       --*
       ANONIMIZAR-INDEXADOS.
           OPEN I-O CONTAC.
           OPEN I-O FAMILIA.
           OPEN I-O BANCO.
           PERFORM ANONIMIZAR-UN-CAND
              VARYING IND-C FROM 1 BY 1 UNTIL IND-C > W-CANT-CAND.
           IF FSTCON NOT = "35"
              CLOSE CONTAC
           END-IF.
           IF FSTFAM NOT = "35"
              CLOSE FAMILIA
           END-IF.
           IF FSTBCO NOT = "35"
              CLOSE BANCO
           END-IF.
       ANONIMIZAR-INDEXADOS-EXIT.
           EXIT.

       ANONIMIZAR-UN-CAND.
           IF C-ELEGIDO (IND-C) = "S" AND C-ORIGEN (IND-C) = "E"
              PERFORM ANONIMIZAR-CONTACTO
              PERFORM ANONIMIZAR-FAMILIA THRU
                 ANONIMIZAR-FAMILIA-EXIT
              PERFORM ANONIMIZAR-BANCO
           END-IF.

      *-- DOMICILIO, MAIL Y CONTACTO DE EMERGENCIA NO HACEN FALTA --*
      *-- PARA NADA: SE BORRAN Y QUEDA SOLO LA CLAVE.             --*
       ANONIMIZAR-CONTACTO.
           MOVE C-CA (IND-C) TO CCA.
           READ CONTAC INVALID KEY MOVE "23" TO FSTCON
           END-READ.
           IF FSTCON = "00"
              MOVE SPACES TO CDOMIC CMAIL CEMERG CTELEM
              REWRITE R-CON INVALID KEY MOVE "23" TO FSTCON
              END-REWRITE
              IF FSTCON = "00"
                 ADD 1 TO C-N-CON (IND-C)
              END-IF
           END-IF.

      *-- DEL FAMILIAR QUEDAN PARENTESCO, ASIGNACION Y SOLO EL ANIO --*
      *-- DE NACIMIENTO; EL NOMBRE SE ENMASCARA.                    --*
       ANONIMIZAR-FAMILIA.
           IF FSTFAM NOT = "00"
              GO TO ANONIMIZAR-FAMILIA-EXIT.
           MOVE C-CA (IND-C) TO FCA.
           MOVE 0 TO FSEC.
           MOVE "N" TO FIN-ARCH.
           START FAMILIA KEY IS NOT LESS THAN FCLAVE
              INVALID KEY MOVE "S" TO FIN-ARCH.
           PERFORM ANONIMIZAR-UN-FAMILIAR THRU
              ANONIMIZAR-UN-FAMILIAR-EXIT
              UNTIL FIN-ARCH = "S".
           MOVE "00" TO FSTFAM.
       ANONIMIZAR-FAMILIA-EXIT.
           EXIT.

       ANONIMIZAR-UN-FAMILIAR.
           READ FAMILIA NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO ANONIMIZAR-UN-FAMILIAR-EXIT.
           IF FCA NOT = C-CA (IND-C)
              MOVE "S" TO FIN-ARCH
              GO TO ANONIMIZAR-UN-FAMILIAR-EXIT.
           IF FNOM = W-MASCARA
              GO TO ANONIMIZAR-UN-FAMILIAR-EXIT.
           MOVE W-MASCARA TO FNOM.
           DIVIDE FNAC BY 10000 GIVING W-ANIO-NAC.
           COMPUTE FNAC = W-ANIO-NAC * 10000.
           REWRITE R-FAM INVALID KEY
              GO TO ANONIMIZAR-UN-FAMILIAR-EXIT
           END-REWRITE.
           ADD 1 TO C-N-FAM (IND-C).
       ANONIMIZAR-UN-FAMILIAR-EXIT.
           EXIT.

      *-- EL CBU SE BORRA; QUEDA LA FORMA DE PAGO --*
       ANONIMIZAR-BANCO.
           MOVE C-CA (IND-C) TO BCCA.
           READ BANCO INVALID KEY MOVE "23" TO FSTBCO
           END-READ.
           IF FSTBCO = "00" AND BCCBU NOT = SPACES
              MOVE SPACES TO BCCBU
              REWRITE R-BCO INVALID KEY MOVE "23" TO FSTBCO
              END-REWRITE
              IF FSTBCO = "00"
                 ADD 1 TO C-N-BCO (IND-C)
              END-IF
           END-IF.

      *-- CERTIFICADO: QUIEN, CUANDO, CON QUE CORTE Y CUANTOS      --*
      *-- REGISTROS DE CADA LEGAJO SE ANONIMIZARON (SIN NOMBRES).  --*
       IMPRIMIR-CERTIFICADO.
           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           MOVE "*** CERTIFICADO DE ANONIMIZACION DE DATOS PERSONALES"
              TO R-IMP.
           WRITE R-IMP.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE FECHA-HOY-N TO L-FECHA.
           MOVE W-OPERADOR  TO L-OPER.
           MOVE W-OPER-CONF TO L-CONF.
           WRITE R-IMP FROM L-LIN1.
           MOVE W-CORTE-N   TO L-CORTE.
           MOVE W-ANIOS     TO L-ANIOS.
           WRITE R-IMP FROM L-LIN2.
           MOVE "SE ENMASCARARON NOMBRES Y SE BORRARON TELEFONO,"
              TO R-IMP.
           WRITE R-IMP.
           MOVE "DOMICILIO, MAIL, CONTACTO DE EMERGENCIA, CBU Y"
              TO R-IMP.
           WRITE R-IMP.
           MOVE "DIA/MES DE NACIMIENTO DE FAMILIARES."
              TO R-IMP.
           WRITE R-IMP.
           MOVE "SE CONSERVAN LEGAJO, SUELDOS, LOCALIDAD Y FECHAS."
              TO R-IMP.
           WRITE R-IMP.
           MOVE "O: E = MAEEMP.IND, P = PERSONA.IND"
              TO R-IMP.
           WRITE R-IMP.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           WRITE R-IMP FROM L-TIT.
           MOVE 0 TO TOT-BAJ TOT-HIS TOT-CON TOT-FAM TOT-BCO.
           PERFORM IMPRIMIR-UN-CAND
              VARYING IND-C FROM 1 BY 1 UNTIL IND-C > W-CANT-CAND.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE W-CANT-ELEG TO L-TCANT.
           MOVE TOT-BAJ     TO L-TBAJ.
           MOVE TOT-HIS     TO L-THIS.
           MOVE TOT-CON     TO L-TCON.
           MOVE TOT-FAM     TO L-TFAM.
           MOVE TOT-BCO     TO L-TBCO.
           WRITE R-IMP FROM L-TOT.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           PERFORM GRABAR-PRINTLOG.
       IMPRIMIR-CERTIFICADO-EXIT.
           EXIT.

       IMPRIMIR-UN-CAND.
           IF C-ELEGIDO (IND-C) = "S"
              MOVE C-ORIGEN (IND-C) TO L-ORIGEN
              MOVE C-CA (IND-C)     TO L-CA
              MOVE C-FBAJA (IND-C)  TO L-FBAJA
              MOVE C-N-BAJ (IND-C)  TO L-NBAJ
              MOVE C-N-HIS (IND-C)  TO L-NHIS
              MOVE C-N-CON (IND-C)  TO L-NCON
              MOVE C-N-FAM (IND-C)  TO L-NFAM
              MOVE C-N-BCO (IND-C)  TO L-NBCO
              WRITE R-IMP FROM L-DET
              ADD C-N-BAJ (IND-C) TO TOT-BAJ
              ADD C-N-HIS (IND-C) TO TOT-HIS
              ADD C-N-CON (IND-C) TO TOT-CON
              ADD C-N-FAM (IND-C) TO TOT-FAM
              ADD C-N-BCO (IND-C) TO TOT-BCO
           END-IF.

       GRABAR-PRINTLOG.
           MOVE "ANONIM1" TO L-PROGRAMA.
           MOVE W-CANT-ELEG TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "ANONIM1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
