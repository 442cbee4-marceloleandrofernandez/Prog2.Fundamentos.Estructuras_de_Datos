      *-- CONVERSION UNICA DE LAYOUTS DE LOS MAESTROS ENSANCHADOS --*
      *-- TRES MAESTROS CRECIERON DE LARGO DE REGISTRO: "MAEEMP.IND" --*
      *-- 67 -> 76 (SE AGREGO "MSUP"), "LOCALIDAD.IND" 16 -> 21 (SE  --*
      *-- AGREGO "MLOCAP") Y "USUARIO.IND" 16 -> 27 (SE AGREGARON    --*
      *-- "UNIVEL" Y "UVENCE"). UN ARCHIVO CON EL LARGO VIEJO ABRE   --*
      *-- CON STATUS "39" EN LOS PROGRAMAS NUEVOS (QUE YA NO LO      --*
      *-- VENCIAN, ASI NADIE PIERDE ACCESO AL CONVERTIR).            --*
      *-- NO LLAMA A "LOGIN" A PROPOSITO: "USUARIO.IND" PUEDE ESTAR  --*
      *-- TODAVIA EN EL LAYOUT VIEJO Y "LOGIN" NO PODRIA ABRIRLO.    --*
      *-- TAMBIEN PASA A AAAAMMDD LA FECHA DE LOS HISTORIALES Y      --*
      *-- RESPALDOS DE BAJA ("MAEEMPH.HIS", "MAEEMPB.ARC",           --*
      *-- "PERSONAH.HIS", "PERSONAB.ARC"), QUE LA GUARDABAN CON EL   --*
      *-- ANIO EN 2 CIFRAS: 00-49 SE TOMA COMO 20AA Y 50-99 COMO     --*
      *-- 19AA. SON SECUENCIALES Y NO DAN STATUS "39": SI ALGUN      --*
      *-- RENGLON NO TRAE MES Y DIA VALIDOS EN EL LAYOUT VIEJO, EL   --*
      *-- ARCHIVO YA ESTA CONVERTIDO (O DANADO) Y NO SE TOCA.        --*
      *-- EL LAYOUT NUEVO ES EL VIGENTE, CON EL CODIGO DE LOCALIDAD  --*
      *-- ("MLO", "MLOC", "HLO", "BLO") YA EN 2 CIFRAS: LOS ARCHIVOS --*
      *-- QUE ESTABAN EN 75/20/60/70 LOS PASA "CONVLOC1".            --*
      *-- "USUARIO.IND" QUEDA ACA EN 27 CON LA CLAVE A LA VISTA: LO  --*
      *-- PASA A 60, CON LA CLAVE CIFRADA, "CONVCLV1".               --*
      *-- "PARGRAL.IND" 63 -> 64 (SE AGREGO "PGENTR"): QUEDA EN "N", --*
      *-- SOLO PRODUCCION, COMO ANTES DEL AMBIENTE DE ENTRENAMIENTO. --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVLAY1.
      ****
           RECORD KEY IS VUUSU
           FILE STATUS IS FST-VUS.

           SELECT VIEJO-PAR ASSIGN TO DISK "PARGRAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS VPGCOD
           FILE STATUS IS FST-VPA.

      ****  VISTAS CON EL LAYOUT NUEVO (SE RECREAN)  *****************
           SELECT NUEVO-MAE ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           RECORD KEY IS UUSU
           FILE STATUS IS FST-NUS.

           SELECT NUEVO-PAR ASSIGN TO DISK "PARGRAL.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PGCOD
           FILE STATUS IS FST-NPA.

      ****  HISTORIALES Y RESPALDOS DE BAJA, LAYOUT VIEJO  ***********
           SELECT VIEJO-HIS ASSIGN TO DISK "MAEEMPH.HIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VHI.

           SELECT VIEJO-BAJ ASSIGN TO DISK "MAEEMPB.ARC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VBA.

           SELECT VIEJO-PHI ASSIGN TO DISK "PERSONAH.HIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VPH.

           SELECT VIEJO-PBA ASSIGN TO DISK "PERSONAB.ARC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-VPB.

      ****  HISTORIALES Y RESPALDOS DE BAJA, LAYOUT NUEVO  ***********
           SELECT NUEVO-HIS ASSIGN TO DISK "MAEEMPH.HIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-NHI.

           SELECT NUEVO-BAJ ASSIGN TO DISK "MAEEMPB.ARC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-NBA.

           SELECT NUEVO-PHI ASSIGN TO DISK "PERSONAH.HIS"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-NPH.

           SELECT NUEVO-PBA ASSIGN TO DISK "PERSONAB.ARC"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FST-NPB.

      *-- DESCARGA TEMPORAL CON EL REGISTRO VIEJO (EL MAS LARGO: 68) --*
           SELECT TMPSEC ASSIGN TO DISK "CONVERT.TMP"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           02 VUUSU    PIC X(08).
           02 VUCLAVE  PIC X(08).

      *-- LAYOUT VIEJO DE "PARGRAL.IND" (63, SIN "PGENTR") --*
       FD  VIEJO-PAR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 63 CHARACTERS
           DATA RECORD IS R-VPA.
        01 R-VPA.
           02 VPGCOD   PIC 9(1).
           02 VPGRESTO PIC X(62).

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

           02 UFALLOS PIC 9(1).
           02 UBLOQ   PIC X(1).

      *-- LAYOUT COMPARTIDO CON "MODPAR"/"INICIAL" --*
       FD  NUEVO-PAR
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 64 CHARACTERS
           DATA RECORD IS R-PAR.
        01 R-PAR.
           02 PGCOD    PIC 9(1).
           02 PGSITIO  PIC X(27).
           02 PGOPER   PIC X(27).
           02 PGVERS   PIC X(08).
           02 PGENTR   PIC X(01).

      *-- HISTORIALES Y RESPALDOS DE BAJA: SOLO IMPORTA LA FECHA, --*
      *-- LO DEMAS SE COPIA TAL CUAL (VER "MODABM"/"MODPER").     --*
       FD  VIEJO-HIS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 58 CHARACTERS
           DATA RECORD IS R-VHI.
        01 R-VHI.
           02 VHPRE    PIC X(44).
           02 VHANIO   PIC 99.
           02 VHMES    PIC 99.
           02 VHDIA    PIC 99.
           02 VHOPER   PIC X(08).

       FD  VIEJO-BAJ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS R-VBA.
        01 R-VBA.
           02 VBPRE    PIC X(54).
           02 VBANIO   PIC 99.
           02 VBMES    PIC 99.
           02 VBDIA    PIC 99.
           02 VBOPER   PIC X(08).

       FD  VIEJO-PHI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-VPH.
        01 R-VPH.
           02 VPHPRE   PIC X(45).
           02 VPHANIO  PIC 99.
           02 VPHMES   PIC 99.
           02 VPHDIA   PIC 99.
           02 VPHOPER  PIC X(08).

       FD  VIEJO-PBA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 59 CHARACTERS
           DATA RECORD IS R-VPB.
        01 R-VPB.
           02 VPBPRE   PIC X(45).
           02 VPBANIO  PIC 99.
           02 VPBMES   PIC 99.
           02 VPBDIA   PIC 99.
           02 VPBOPER  PIC X(08).

       FD  NUEVO-HIS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-NHI.
        01 R-NHI.
           02 NHPRE    PIC X(43).
           02 NHLO     PIC 9(02).
           02 NHANIO   PIC 9(04).
           02 NHMES    PIC 99.
           02 NHDIA    PIC 99.
           02 NHOPER   PIC X(08).

       FD  NUEVO-BAJ
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 71 CHARACTERS
           DATA RECORD IS R-NBA.
        01 R-NBA.
           02 NBPRE    PIC X(43).
           02 NBLO     PIC 9(02).
           02 NBTEL    PIC X(10).
           02 NBANIO   PIC 9(04).
           02 NBMES    PIC 99.
           02 NBDIA    PIC 99.
           02 NBOPER   PIC X(08).

       FD  NUEVO-PHI
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-NPH.
        01 R-NPH.
           02 NPHPRE   PIC X(45).
           02 NPHANIO  PIC 9(04).
           02 NPHMES   PIC 99.
           02 NPHDIA   PIC 99.
           02 NPHOPER  PIC X(08).

       FD  NUEVO-PBA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 61 CHARACTERS
           DATA RECORD IS R-NPB.
        01 R-NPB.
           02 NPBPRE   PIC X(45).
           02 NPBANIO  PIC 9(04).
           02 NPBMES   PIC 99.
           02 NPBDIA   PIC 99.
           02 NPBOPER  PIC X(08).

       FD  TMPSEC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 68 CHARACTERS
           DATA RECORD IS R-TMP.
        01 R-TMP PIC X(68).

       WORKING-STORAGE SECTION.
       77 TECLA             PIC X.
       77 FST-NMA           PIC XX.
       77 FST-NLO           PIC XX.
       77 FST-NUS           PIC XX.
       77 FST-VPA           PIC XX.
       77 FST-NPA           PIC XX.
       77 FST-VHI           PIC XX.
       77 FST-VBA           PIC XX.
       77 FST-VPH           PIC XX.
       77 FST-VPB           PIC XX.
       77 FST-NHI           PIC XX.
       77 FST-NBA           PIC XX.
       77 FST-NPH           PIC XX.
       77 FST-NPB           PIC XX.
       77 FSTTMP            PIC XX.
       77 FIN-ARCH          PIC X     VALUE "N".
       77 W-APROB           PIC X     VALUE SPACES.
       77 CONT-DESC         PIC 9(05) VALUE 0.
       77 CONT-CARG         PIC 9(05) VALUE 0.
       77 CONT-ERRORES      PIC 9(05) VALUE 0.
      *-- RENGLONES SIN MES/DIA VALIDOS EN EL LAYOUT VIEJO --*
       77 CONT-INVAL        PIC 9(05) VALUE 0.
      *-- FECHA VIEJA A VALIDAR Y ANIO DE 2 CIFRAS A COMPLETAR --*
       77 W-AA              PIC 99    VALUE 0.
       77 W-MM              PIC 99    VALUE 0.
       77 W-DD              PIC 99    VALUE 0.
       77 W-AAAA            PIC 9(04) VALUE 0.
      *-- CODIGO DE LOCALIDAD DE 1 CIFRA DEL LAYOUT VIEJO --*
       77 W-LO1             PIC 9(1)  VALUE 0.
       77 SUBRAYADO         PIC X(80) VALUE ALL "-".

      *-- TABLA DE ETIQUETAS PARA "MENU-OPC" (VER COMENTARIO ALLI) --*
       01 TABLA-OPCIONES.
           02 FILLER PIC X(20) VALUE "[MAEEMP.IND  67-76 ]".
           02 FILLER PIC X(20) VALUE "[LOCALIDAD   16-21 ]".
           02 FILLER PIC X(20) VALUE "[USUARIO     16-27 ]".
           02 FILLER PIC X(20) VALUE "[MAEEMPH.HIS 58-61 ]".
           02 FILLER PIC X(20) VALUE "[MAEEMPB.ARC 68-71 ]".
           02 FILLER PIC X(20) VALUE "[PERSONAH.HIS 59-61]".
           02 FILLER PIC X(20) VALUE "[PERSONAB.ARC 59-61]".
           02 FILLER PIC X(20) VALUE "[PARGRAL     63-64 ]".
           02 FILLER PIC X(20) VALUE "[CANCELAR          ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 9 TIMES.

       77 W-CANT  PIC 99 VALUE 9.
       77 W-LIN   PIC 99 VALUE 08.
       77 W-COL   PIC 99 VALUE 30.
       77 W-ANCHO PIC 99 VALUE 20.
       77 W-IND   PIC 99.
       77 W-RES   PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01 P-TITULO.
          02 BLANK SCREEN.
          02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
          02 LINE 03 COLUMN 20 REVERSE VALUE
             "CONVERSION DE LAYOUT DE UN MAESTRO".

       INICIO.
      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 07 52 18 1.
           CANCEL "FONDO"
           DISPLAY P-TITULO.

              PERFORM CONV-MAELOC THRU CONV-MAELOC-EXIT
             ELSE IF W-IND = 3
              PERFORM CONV-USUARIO THRU CONV-USUARIO-EXIT
             ELSE IF W-IND = 4
              PERFORM CONV-MAEEMPH THRU CONV-MAEEMPH-EXIT
             ELSE IF W-IND = 5
              PERFORM CONV-MAEEMPB THRU CONV-MAEEMPB-EXIT
             ELSE IF W-IND = 6
              PERFORM CONV-PERSONAH THRU CONV-PERSONAH-EXIT
             ELSE IF W-IND = 7
              PERFORM CONV-PERSONAB THRU CONV-PERSONAB-EXIT
             ELSE IF W-IND = 8
              PERFORM CONV-PARGRAL THRU CONV-PARGRAL-EXIT
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

       AVISAR-FECHA-INVALIDA.
           DISPLAY "** " CONT-INVAL " RENGLONES SIN FECHA VALIDA:"
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

      *-- MAEEMP.IND 67 -> 76 -----------------------------------------*
       CONV-MAEEMP.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-MAE.
       DESC-MAEEMP-EXIT.
           EXIT.

      *-- SE COPIA EL REGISTRO VIEJO TAL CUAL, SALVO "MLO" QUE PASA --*
      *-- DE 1 A 2 CIFRAS, Y "MSUP" QUEDA EN 0 (SIN SUPERVISOR).    --*
       CARG-MAEEMP.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-MAEEMP-EXIT.
           MOVE SPACES TO R-MAE.
           MOVE R-TMP (1:43) TO R-MAE (1:43).
           MOVE R-TMP (44:1) TO W-LO1.
           MOVE W-LO1 TO MLO.
           MOVE R-TMP (45:23) TO R-MAE (46:23).
           MOVE 0 TO MSUP.
           WRITE R-MAE INVALID KEY
              ADD 1 TO CONT-ERRORES
       CARG-MAEEMP-EXIT.
           EXIT.

      *-- LOCALIDAD.IND 16 -> 21 --------------------------------------*
       CONV-MAELOC.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-LOC.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-MAELOC-EXIT.
           MOVE R-TMP (1:1) TO W-LO1.
           MOVE W-LO1 TO MLOC.
           MOVE R-TMP (2:15) TO MLDESC.
           MOVE 0 TO MLOCAP.
           WRITE R-LOC INVALID KEY
              ADD 1 TO CONT-ERRORES
       CARG-MAELOC-EXIT.
           EXIT.

      *-- USUARIO.IND 16 -> 27 ----------------------------------------*
       CONV-USUARIO.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-USU.
           END-WRITE.
       CARG-USUARIO-EXIT.
           EXIT.

      *-- MAEEMPH.HIS 58 -> 61 ----------------------------------------*
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
              PERFORM AVISAR-FECHA-INVALIDA
              GO TO CONV-MAEEMPH-EXIT.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-MAEEMPH-EXIT.

           OPEN OUTPUT NUEVO-HIS.
           OPEN INPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-MAEEMPH THRU CARG-MAEEMPH-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-HIS.
           PERFORM MOSTRAR-RESULTADO.
       CONV-MAEEMPH-EXIT.
           EXIT.

       DESC-MAEEMPH.
           READ VIEJO-HIS NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-MAEEMPH-EXIT.
           MOVE VHANIO TO W-AA.
           MOVE VHMES  TO W-MM.
           MOVE VHDIA  TO W-DD.
           PERFORM VALIDAR-FECHA-VIEJA.
           MOVE SPACES TO R-TMP.
           MOVE R-VHI TO R-TMP (1:58).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-MAEEMPH-EXIT.
           EXIT.

      *-- MISMO RENGLON CON EL ANIO COMPLETADO A 4 CIFRAS Y "HLO" --*
      *-- A 2 CIFRAS.                                              --*
       CARG-MAEEMPH.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-MAEEMPH-EXIT.
           MOVE R-TMP (1:43) TO NHPRE.
           MOVE R-TMP (44:1) TO W-LO1.
           MOVE W-LO1 TO NHLO.
           MOVE R-TMP (45:2) TO W-AA.
           PERFORM COMPLETAR-SIGLO.
           MOVE W-AAAA TO NHANIO.
           MOVE R-TMP (47:2) TO NHMES.
           MOVE R-TMP (49:2) TO NHDIA.
           MOVE R-TMP (51:8) TO NHOPER.
           WRITE R-NHI.
           IF FST-NHI = "00"
              ADD 1 TO CONT-CARG
           ELSE
              ADD 1 TO CONT-ERRORES
           END-IF.
       CARG-MAEEMPH-EXIT.
           EXIT.

      *-- MAEEMPB.ARC 68 -> 71 ----------------------------------------*
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
              PERFORM AVISAR-FECHA-INVALIDA
              GO TO CONV-MAEEMPB-EXIT.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-MAEEMPB-EXIT.

           OPEN OUTPUT NUEVO-BAJ.
           OPEN INPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-MAEEMPB THRU CARG-MAEEMPB-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-BAJ.
           PERFORM MOSTRAR-RESULTADO.
       CONV-MAEEMPB-EXIT.
           EXIT.

       DESC-MAEEMPB.
           READ VIEJO-BAJ NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-MAEEMPB-EXIT.
           MOVE VBANIO TO W-AA.
           MOVE VBMES  TO W-MM.
           MOVE VBDIA  TO W-DD.
           PERFORM VALIDAR-FECHA-VIEJA.
           MOVE SPACES TO R-TMP.
           MOVE R-VBA TO R-TMP (1:68).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-MAEEMPB-EXIT.
           EXIT.

      *-- MISMO RENGLON CON EL ANIO COMPLETADO A 4 CIFRAS Y "BLO" --*
      *-- A 2 CIFRAS.                                              --*
       CARG-MAEEMPB.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-MAEEMPB-EXIT.
           MOVE R-TMP (1:43) TO NBPRE.
           MOVE R-TMP (44:1) TO W-LO1.
           MOVE W-LO1 TO NBLO.
           MOVE R-TMP (45:10) TO NBTEL.
           MOVE R-TMP (55:2) TO W-AA.
           PERFORM COMPLETAR-SIGLO.
           MOVE W-AAAA TO NBANIO.
           MOVE R-TMP (57:2) TO NBMES.
           MOVE R-TMP (59:2) TO NBDIA.
           MOVE R-TMP (61:8) TO NBOPER.
           WRITE R-NBA.
           IF FST-NBA = "00"
              ADD 1 TO CONT-CARG
           ELSE
              ADD 1 TO CONT-ERRORES
           END-IF.
       CARG-MAEEMPB-EXIT.
           EXIT.

      *-- PERSONAH.HIS 59 -> 61 ---------------------------------------*
       CONV-PERSONAH.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES CONT-INVAL.
           OPEN INPUT VIEJO-PHI.
           IF FST-VPH NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-PERSONAH-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-PERSONAH THRU DESC-PERSONAH-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-PHI.
           IF CONT-INVAL > 0
              PERFORM AVISAR-FECHA-INVALIDA
              GO TO CONV-PERSONAH-EXIT.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-PERSONAH-EXIT.

           OPEN OUTPUT NUEVO-PHI.
           OPEN INPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-PERSONAH THRU CARG-PERSONAH-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-PHI.
           PERFORM MOSTRAR-RESULTADO.
       CONV-PERSONAH-EXIT.
           EXIT.

       DESC-PERSONAH.
           READ VIEJO-PHI NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-PERSONAH-EXIT.
           MOVE VPHANIO TO W-AA.
           MOVE VPHMES  TO W-MM.
           MOVE VPHDIA  TO W-DD.
           PERFORM VALIDAR-FECHA-VIEJA.
           MOVE SPACES TO R-TMP.
           MOVE R-VPH TO R-TMP (1:59).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-PERSONAH-EXIT.
           EXIT.

      *-- MISMO RENGLON CON EL ANIO COMPLETADO A 4 CIFRAS --*
       CARG-PERSONAH.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-PERSONAH-EXIT.
           MOVE R-TMP (1:45) TO NPHPRE.
           MOVE R-TMP (46:2) TO W-AA.
           PERFORM COMPLETAR-SIGLO.
           MOVE W-AAAA TO NPHANIO.
           MOVE R-TMP (48:2) TO NPHMES.
           MOVE R-TMP (50:2) TO NPHDIA.
           MOVE R-TMP (52:8) TO NPHOPER.
           WRITE R-NPH.
           IF FST-NPH = "00"
              ADD 1 TO CONT-CARG
           ELSE
              ADD 1 TO CONT-ERRORES
           END-IF.
       CARG-PERSONAH-EXIT.
           EXIT.

      *-- PERSONAB.ARC 59 -> 61 ---------------------------------------*
       CONV-PERSONAB.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES CONT-INVAL.
           OPEN INPUT VIEJO-PBA.
           IF FST-VPB NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-PERSONAB-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-PERSONAB THRU DESC-PERSONAB-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-PBA.
           IF CONT-INVAL > 0
              PERFORM AVISAR-FECHA-INVALIDA
              GO TO CONV-PERSONAB-EXIT.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-PERSONAB-EXIT.

           OPEN OUTPUT NUEVO-PBA.
           OPEN INPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-PERSONAB THRU CARG-PERSONAB-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-PBA.
           PERFORM MOSTRAR-RESULTADO.
       CONV-PERSONAB-EXIT.
           EXIT.

       DESC-PERSONAB.
           READ VIEJO-PBA NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-PERSONAB-EXIT.
           MOVE VPBANIO TO W-AA.
           MOVE VPBMES  TO W-MM.
           MOVE VPBDIA  TO W-DD.
           PERFORM VALIDAR-FECHA-VIEJA.
           MOVE SPACES TO R-TMP.
           MOVE R-VPB TO R-TMP (1:59).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-PERSONAB-EXIT.
           EXIT.

      *-- MISMO RENGLON CON EL ANIO COMPLETADO A 4 CIFRAS --*
       CARG-PERSONAB.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-PERSONAB-EXIT.
           MOVE R-TMP (1:45) TO NPBPRE.
           MOVE R-TMP (46:2) TO W-AA.
           PERFORM COMPLETAR-SIGLO.
           MOVE W-AAAA TO NPBANIO.
           MOVE R-TMP (48:2) TO NPBMES.
           MOVE R-TMP (50:2) TO NPBDIA.
           MOVE R-TMP (52:8) TO NPBOPER.
           WRITE R-NPB.
           IF FST-NPB = "00"
              ADD 1 TO CONT-CARG
           ELSE
              ADD 1 TO CONT-ERRORES
           END-IF.
       CARG-PERSONAB-EXIT.
           EXIT.

      *-- PARGRAL.IND 63 -> 64 ----------------------------------------*
       CONV-PARGRAL.
           MOVE 0 TO CONT-DESC CONT-CARG CONT-ERRORES.
           OPEN INPUT VIEJO-PAR.
           IF FST-VPA NOT = "00"
              PERFORM AVISAR-NO-VIEJO
              GO TO CONV-PARGRAL-EXIT.
           OPEN OUTPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM DESC-PARGRAL THRU DESC-PARGRAL-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE VIEJO-PAR.

           PERFORM CONFIRMAR-CONV.
           IF W-APROB NOT = "S"
              GO TO CONV-PARGRAL-EXIT.

           OPEN OUTPUT NUEVO-PAR.
           OPEN INPUT TMPSEC.
           MOVE "N" TO FIN-ARCH.
           PERFORM CARG-PARGRAL THRU CARG-PARGRAL-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE TMPSEC.
           CLOSE NUEVO-PAR.
           PERFORM MOSTRAR-RESULTADO.
       CONV-PARGRAL-EXIT.
           EXIT.

       DESC-PARGRAL.
           READ VIEJO-PAR NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO DESC-PARGRAL-EXIT.
           MOVE SPACES TO R-TMP.
           MOVE R-VPA TO R-TMP (1:63).
           WRITE R-TMP.
           ADD 1 TO CONT-DESC.
       DESC-PARGRAL-EXIT.
           EXIT.

      *-- "PGENTR" QUEDA EN "N": EL SITIO SIGUE SOLO EN PRODUCCION --*
       CARG-PARGRAL.
           READ TMPSEC AT END
              MOVE "S" TO FIN-ARCH
              GO TO CARG-PARGRAL-EXIT.
           MOVE R-TMP (1:63) TO R-PAR (1:63).
           MOVE "N" TO PGENTR.
           WRITE R-PAR INVALID KEY
              ADD 1 TO CONT-ERRORES
           NOT INVALID KEY
              ADD 1 TO CONT-CARG
           END-WRITE.
       CARG-PARGRAL-EXIT.
           EXIT.

      *-- EN EL LAYOUT VIEJO MES Y DIA DEBEN SER NUMERICOS Y REALES; --*
      *-- SI NO, EL RENGLON NO ES DEL LAYOUT VIEJO.                  --*
       VALIDAR-FECHA-VIEJA.
           IF W-AA IS NOT NUMERIC OR W-MM IS NOT NUMERIC
              OR W-DD IS NOT NUMERIC
              ADD 1 TO CONT-INVAL
           ELSE
              IF W-MM < 1 OR W-MM > 12 OR W-DD < 1 OR W-DD > 31
                 ADD 1 TO CONT-INVAL
              END-IF
           END-IF.

      *-- VENTANA DE SIGLO: 00-49 = 20AA, 50-99 = 19AA --*
       COMPLETAR-SIGLO.
           IF W-AA < 50
              COMPUTE W-AAAA = 2000 + W-AA
           ELSE
              COMPUTE W-AAAA = 1900 + W-AA
           END-IF.
