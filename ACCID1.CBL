      *** REGISTRO DE ACCIDENTES DE TRABAJO POR LEGAJO: HASTA AHORA  ***
      *** SOLO QUEDABA UNA LICENCIA "E" EN "LICMOV.DAT", IGUAL A LA   ***
      *** DE UNA GRIPE. CADA ACCIDENTE VA A "ACCIDEN.IND" (VER COPY/  ***
      *** ACCIREC.CPY) CON FECHA, LUGAR, TIPO, PARTE DEL CUERPO,      ***
      *** SINIESTRO DE LA ART Y SI FUE IN ITINERE, Y SE LIGA CON LAS  ***
      *** LICENCIAS "E" APROBADAS QUE GENERO (LEIDAS DE "LICMOV.IND", ***
      *** VER "MOVIDX") PARA CONTAR LOS DIAS PERDIDOS. LAS           ***
      *** ESTADISTICAS POR LOCALIDAD ESTAN EN "RPTACC1".              ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCID1.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

      *-- UNA FILA POR ACCIDENTE: LEGAJO + NUMERO --*
           SELECT ACCIDEN ASSIGN TO DISK "ACCIDEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ACCLAVE
           FILE STATUS IS FSTACC.

      *-- MOVIMIENTOS DE LICENCIA POR LEGAJO + FECHA (VER "MOVIDX") --*
           SELECT LICIND ASSIGN TO DISK "LICMOV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LXCLAVE
           FILE STATUS IS FSTLX.

       DATA DIVISION.
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  ACCIDEN
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 197 CHARACTERS
           DATA RECORD IS R-ACC.
           COPY ACCIREC.

       FD  LICIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-LICX.
           COPY LICXREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTACC           PIC XX.
       77 FSTLX            PIC XX.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.
      *-- PARA "CONSLOG" (LOS ACCIDENTES SON DATOS DE SALUD) --*
       77 W-PGM-CONS       PIC X(08) VALUE "ACCID1".

      *-- RENGLON DE LICENCIA TAL CUAL (VER "LXREG") --*
           COPY LICMREC.

       77 W-FIN            PIC X     VALUE "N".
       77 W-FIN-LEG        PIC X     VALUE "N".
       77 W-FIN-ACC        PIC X     VALUE "N".
       77 W-FIN-LIC        PIC X     VALUE "N".
       77 W-FIN-VIN        PIC X     VALUE "N".
       77 W-OK             PIC X     VALUE "N".
       77 W-OPC            PIC X     VALUE SPACE.
       77 W-MCA            PIC 9(08) VALUE 0.
       77 W-NRO            PIC 9(03) VALUE 0.
       77 W-ULT-NRO        PIC 9(03) VALUE 0.
       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-ITIN           PIC X     VALUE "N".
       77 W-LUGAR          PIC X(30) VALUE SPACES.
       77 W-TIPO           PIC X(20) VALUE SPACES.
       77 W-ZONA           PIC X(20) VALUE SPACES.
       77 W-SINI           PIC X(15) VALUE SPACES.
       77 W-I              PIC 99    VALUE 0.
       77 W-J              PIC 99    VALUE 0.
      *-- POSICION EN "ACLIC" DE LA LICENCIA ELEGIDA; 0 = NO LIGADA --*
       77 W-POS            PIC 9     VALUE 0.
       77 W-LIBRE          PIC 9     VALUE 0.
       77 W-ELEGIDA        PIC 99    VALUE 0.
       77 W-LIGADA-OTRO    PIC X     VALUE "N".
       77 CONT-LIN         PIC 99    VALUE 0.
       77 LIN-ACT          PIC 99    VALUE 0.
       77 CONT-ACC         PIC 9(03) VALUE 0.
       77 CONT-CAND        PIC 99    VALUE 0.
       77 CONT-OTRAS       PIC 99    VALUE 0.

      *-- FECHA DEL ACCIDENTE TAL COMO LA TIPEA EL OPERADOR --*
       01 W-FECHA          PIC 9(08) VALUE 0.
       01 W-FECHA-R REDEFINES W-FECHA.
          02 W-FEC-ANIO    PIC 9(04).
          02 W-FEC-MES     PIC 99.
          02 W-FEC-DIA     PIC 99.

      *-- ACCIDENTE EN CURSO, GUARDADO MIENTRAS SE LEEN LOS DEMAS --*
      *-- DEL LEGAJO (VER "CARGAR-OTRAS-LIGAS").                   --*
       01 W-R-ACC          PIC X(197).

      *-- LICENCIAS "E" APROBADAS DESDE LA FECHA DEL ACCIDENTE QUE  --*
      *-- SE PUEDEN LIGAR; "CD-LIGADA" = "S" SI YA ESTAN LIGADAS.   --*
       01 TABLA-CAND.
          02 ELEM-CAND OCCURS 12 TIMES.
             03 CD-FECHA  PIC 9(08).
             03 CD-SEC    PIC 9(03).
             03 CD-DIAS   PIC 9(03).
             03 CD-DESDE  PIC 9(08).
             03 CD-HASTA  PIC 9(08).
             03 CD-LIGADA PIC X.

      *-- LICENCIAS YA LIGADAS A OTROS ACCIDENTES DEL LEGAJO --*
       01 TABLA-OTRAS.
          02 ELEM-OTRA OCCURS 50 TIMES.
             03 OT-FECHA  PIC 9(08).
             03 OT-SEC    PIC 9(03).

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
       USE AFTER ERROR PROCEDURE ON ACCIDEN.
       ERROR-APERTURA.
           IF FSTACC = "35"
              OPEN OUTPUT ACCIDEN
              CLOSE ACCIDEN
              OPEN I-O ACCIDEN
            END-IF.
       ERROR-APERTURA.
       END DECLARATIVES.
       SEGUNDA SECTION.
       INICIO.
      *-- MISMO NIVEL QUE "MENPPAL" PIDE PARA "MODABM" --*
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
           MOVE "ACCID1"   TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.

           OPEN INPUT MAESTRO.
           IF FST NOT = "00"
              DISPLAY "** NO HAY EMPLEADOS **"
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN I-O ACCIDEN.
           PERFORM PROCESAR-LEGAJO THRU PROCESAR-LEGAJO-EXIT
              UNTIL W-FIN = "S".
           CLOSE ACCIDEN.
           CLOSE MAESTRO.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       PROCESAR-LEGAJO.
           PERFORM ENCABEZADO.
           DISPLAY "LEGAJO (0 = TERMINAR): " LINE 04 POSITION 01.
           MOVE 0 TO W-MCA.
           ACCEPT W-MCA LINE 04 POSITION 25.
           IF W-MCA IS NOT NUMERIC OR W-MCA = 0
              MOVE "S" TO W-FIN
              GO TO PROCESAR-LEGAJO-EXIT.
           MOVE W-MCA TO MCA.
           READ MAESTRO INVALID KEY MOVE "23" TO FST.
           IF FST NOT = "00"
              DISPLAY "** NO EXISTE ESE EMPLEADO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-LEGAJO-EXIT.
           MOVE MLO TO ACL-LOC.
           MOVE MCA TO ACL-LEGAJO.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              MOVE "R" TO ACL-ACCION
              CALL   "ACCLOC" USING ACL-DATOS
              CANCEL "ACCLOC"
              DISPLAY "** LEGAJO DE UNA LOCALIDAD NO HABILITADA PARA"
                 LINE 24 POSITION 05 CONTROL "FCOLOR=RED", BLINK
              DISPLAY " SU USUARIO **"
                 LINE 24 POSITION 51 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO PROCESAR-LEGAJO-EXIT.
           CALL   "CONSLOG" USING W-OPERADOR W-PGM-CONS W-MCA.
           CANCEL "CONSLOG".
           MOVE "N" TO W-FIN-LEG.
           PERFORM ATENDER-LEGAJO THRU ATENDER-LEGAJO-EXIT
              UNTIL W-FIN-LEG = "S".
       PROCESAR-LEGAJO-EXIT.
           EXIT.

      *-- LISTA LOS ACCIDENTES DEL LEGAJO Y PIDE QUE HACER --*
       ATENDER-LEGAJO.
           PERFORM LISTAR-ACCIDENTES THRU LISTAR-ACCIDENTES-EXIT.
           DISPLAY "N=NUEVO ACCIDENTE  L=LICENCIAS DE UN ACCIDENTE  "
              LINE 19 POSITION 01.
           DISPLAY "F=OTRO LEGAJO: " LINE 19 POSITION 49.
           MOVE SPACE TO W-OPC.
           ACCEPT W-OPC LINE 19 POSITION 64.
           IF W-OPC = "N"
              PERFORM ALTA-ACCIDENTE THRU ALTA-ACCIDENTE-EXIT
              GO TO ATENDER-LEGAJO-EXIT.
           IF W-OPC NOT = "L"
              MOVE "S" TO W-FIN-LEG
              GO TO ATENDER-LEGAJO-EXIT.
           DISPLAY "NUMERO DE ACCIDENTE: " LINE 20 POSITION 01.
           MOVE 0 TO W-NRO.
           ACCEPT W-NRO LINE 20 POSITION 22.
           MOVE MCA   TO ACCA.
           MOVE W-NRO TO ACNRO.
           READ ACCIDEN INVALID KEY MOVE "23" TO FSTACC.
           IF FSTACC NOT = "00"
              DISPLAY "** NO EXISTE ESE ACCIDENTE **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ATENDER-LEGAJO-EXIT.
           MOVE "N" TO W-FIN-VIN.
           PERFORM VINCULAR-LICENCIAS THRU VINCULAR-LICENCIAS-EXIT
              UNTIL W-FIN-VIN = "S".
       ATENDER-LEGAJO-EXIT.
           EXIT.

      *-- ALTA: EL NUMERO ES EL SIGUIENTE AL ULTIMO DEL LEGAJO; LA --*
      *-- LOCALIDAD QUEDA LA DEL EMPLEADO A ESA FECHA ("MLO").      --*
       ALTA-ACCIDENTE.
           PERFORM BUSCAR-ULTIMO THRU BUSCAR-ULTIMO-EXIT.
           MOVE W-FECHA-HOY TO W-FECHA.
           MOVE "N"    TO W-ITIN.
           MOVE SPACES TO W-LUGAR W-TIPO W-ZONA W-SINI.
           DISPLAY "FECHA (AAAAMMDD): " LINE 20 POSITION 01.
           ACCEPT W-FECHA LINE 20 POSITION 19.
           DISPLAY "IN ITINERE S/N: " LINE 20 POSITION 30.
           ACCEPT W-ITIN LINE 20 POSITION 46.
           DISPLAY "SINIESTRO ART: " LINE 20 POSITION 50.
           ACCEPT W-SINI LINE 20 POSITION 65.
           DISPLAY "LUGAR: " LINE 21 POSITION 01.
           ACCEPT W-LUGAR LINE 21 POSITION 08.
           DISPLAY "TIPO: " LINE 21 POSITION 40.
           ACCEPT W-TIPO LINE 21 POSITION 46.
           DISPLAY "PARTE DEL CUERPO: " LINE 22 POSITION 01.
           ACCEPT W-ZONA LINE 22 POSITION 19.

           IF W-FECHA IS NOT NUMERIC OR W-FEC-ANIO < 1900
              OR W-FEC-MES < 1 OR W-FEC-MES > 12
              OR W-FEC-DIA < 1 OR W-FEC-DIA > 31
              OR W-FECHA > W-FECHA-HOY
              DISPLAY "** FECHA INVALIDA **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ALTA-ACCIDENTE-EXIT.
           IF W-ITIN NOT = "S" AND W-ITIN NOT = "N"
              DISPLAY "** IN ITINERE DEBE SER S O N **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ALTA-ACCIDENTE-EXIT.
           IF W-LUGAR = SPACES OR W-TIPO = SPACES
              DISPLAY "** FALTA EL LUGAR O EL TIPO **"
                 LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO ALTA-ACCIDENTE-EXIT.

           DISPLAY "GRABA S/N: " LINE 22 POSITION 50.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 22 POSITION 61.
           IF W-OK NOT = "S"
              GO TO ALTA-ACCIDENTE-EXIT.

           MOVE MCA        TO ACCA.
           COMPUTE ACNRO = W-ULT-NRO + 1.
           MOVE W-FECHA    TO ACFECHA.
           MOVE MLO        TO ACLOC.
           MOVE W-LUGAR    TO ACLUGAR.
           MOVE W-TIPO     TO ACTIPO.
           MOVE W-ZONA     TO ACZONA.
           MOVE W-SINI     TO ACSINI.
           MOVE W-ITIN     TO ACITIN.
           MOVE 0          TO ACDIAS.
           PERFORM LIMPIAR-LIGA VARYING W-I FROM 1 BY 1
              UNTIL W-I > 5.
           MOVE W-OPERADOR  TO ACOPER.
           MOVE W-FECHA-HOY TO ACFALTA.
           WRITE R-ACC INVALID KEY
              CONTINUE
           END-WRITE.
           DISPLAY "ACCIDENTE GRABADO: LIGUE SUS LICENCIAS CON L"
              LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       ALTA-ACCIDENTE-EXIT.
           EXIT.

       LIMPIAR-LIGA.
           MOVE 0 TO ACLFECHA (W-I) ACLSEC (W-I) ACLDIAS (W-I).

      *-- ULTIMO NUMERO DE ACCIDENTE DEL LEGAJO (0 = NINGUNO) --*
       BUSCAR-ULTIMO.
           MOVE 0   TO W-ULT-NRO.
           MOVE MCA TO ACCA.
           MOVE 0   TO ACNRO.
           MOVE "N" TO W-FIN-ACC.
           START ACCIDEN KEY IS NOT LESS THAN ACCLAVE
              INVALID KEY MOVE "S" TO W-FIN-ACC
           END-START.
           PERFORM LEER-ULTIMO THRU LEER-ULTIMO-EXIT
              UNTIL W-FIN-ACC = "S".
       BUSCAR-ULTIMO-EXIT.
           EXIT.

       LEER-ULTIMO.
           READ ACCIDEN NEXT RECORD AT END
              MOVE "S" TO W-FIN-ACC
              GO TO LEER-ULTIMO-EXIT.
           IF ACCA NOT = MCA
              MOVE "S" TO W-FIN-ACC
              GO TO LEER-ULTIMO-EXIT.
           MOVE ACNRO TO W-ULT-NRO.
       LEER-ULTIMO-EXIT.
           EXIT.

      *-- MUESTRA LAS LICENCIAS "E" APROBADAS DEL LEGAJO QUE EMPIEZAN --*
      *-- EL DIA DEL ACCIDENTE O DESPUES (Y NO ESTAN LIGADAS A OTRO   --*
      *-- ACCIDENTE); ELEGIR UNA LA LIGA, O LA DESLIGA SI YA LO       --*
      *-- ESTABA. LOS DIAS PERDIDOS SE RECALCULAN EN CADA CAMBIO.     --*
       VINCULAR-LICENCIAS.
           PERFORM CARGAR-OTRAS-LIGAS THRU CARGAR-OTRAS-LIGAS-EXIT.
           PERFORM CARGAR-CANDIDATAS THRU CARGAR-CANDIDATAS-EXIT.
           PERFORM ENCABEZADO.
           DISPLAY "LEGAJO: " LINE 04 POSITION 01.
           DISPLAY MCA   LINE 04 POSITION 09.
           DISPLAY MAN   LINE 04 POSITION 19.
           DISPLAY "ACCIDENTE " LINE 05 POSITION 01.
           DISPLAY ACNRO   LINE 05 POSITION 11.
           DISPLAY " DEL "  LINE 05 POSITION 14.
           DISPLAY ACFECHA LINE 05 POSITION 19.
           DISPLAY "DIAS PERDIDOS: " LINE 05 POSITION 30.
           DISPLAY ACDIAS  LINE 05 POSITION 45.
           DISPLAY " NRO  DESDE    HASTA     DIAS  LIGADA"
              LINE 06 POSITION 01.
           IF CONT-CAND = 0
              DISPLAY "(NO HAY LICENCIAS POR ENFERMEDAD DESDE ESE DIA)"
                 LINE 07 POSITION 01
           END-IF.
           PERFORM MOSTRAR-CANDIDATA VARYING W-I FROM 1 BY 1
              UNTIL W-I > CONT-CAND.
           DISPLAY "LICENCIA A LIGAR/DESLIGAR (0 = TERMINAR): "
              LINE 20 POSITION 01.
           MOVE 0 TO W-ELEGIDA.
           ACCEPT W-ELEGIDA LINE 20 POSITION 43.
           IF W-ELEGIDA IS NOT NUMERIC OR W-ELEGIDA = 0
              OR W-ELEGIDA > CONT-CAND
              MOVE "S" TO W-FIN-VIN
              GO TO VINCULAR-LICENCIAS-EXIT.

           MOVE 0 TO W-POS W-LIBRE.
           PERFORM BUSCAR-LIGA VARYING W-I FROM 1 BY 1
              UNTIL W-I > 5.
           IF W-POS NOT = 0
              MOVE W-POS TO W-I
              PERFORM LIMPIAR-LIGA
           ELSE
              IF W-LIBRE = 0
                 DISPLAY "** YA TIENE 5 LICENCIAS LIGADAS **"
                    LINE 24 POSITION 20 CONTROL "FCOLOR=RED", BLINK
                 ACCEPT TECLA
                 GO TO VINCULAR-LICENCIAS-EXIT
              END-IF
              MOVE CD-FECHA (W-ELEGIDA) TO ACLFECHA (W-LIBRE)
              MOVE CD-SEC (W-ELEGIDA)   TO ACLSEC (W-LIBRE)
              MOVE CD-DIAS (W-ELEGIDA)  TO ACLDIAS (W-LIBRE)
           END-IF.
           MOVE 0 TO ACDIAS.
           PERFORM SUMAR-DIAS VARYING W-I FROM 1 BY 1
              UNTIL W-I > 5.
           REWRITE R-ACC INVALID KEY
              CONTINUE
           END-REWRITE.
       VINCULAR-LICENCIAS-EXIT.
           EXIT.

      *-- "W-POS" = LUGAR DE LA ELEGIDA EN "ACLIC" SI YA ESTA      --*
      *-- LIGADA; "W-LIBRE" = PRIMER LUGAR VACIO.                  --*
       BUSCAR-LIGA.
           IF ACLFECHA (W-I) = CD-FECHA (W-ELEGIDA)
              AND ACLSEC (W-I) = CD-SEC (W-ELEGIDA)
              MOVE W-I TO W-POS
           END-IF.
           IF ACLFECHA (W-I) = 0 AND W-LIBRE = 0
              MOVE W-I TO W-LIBRE
           END-IF.

       SUMAR-DIAS.
           IF ACLFECHA (W-I) NOT = 0
              ADD ACLDIAS (W-I) TO ACDIAS
           END-IF.

       MOSTRAR-CANDIDATA.
           COMPUTE LIN-ACT = 06 + W-I.
           DISPLAY W-I            LINE LIN-ACT POSITION 02.
           DISPLAY CD-DESDE (W-I) LINE LIN-ACT POSITION 06.
           DISPLAY CD-HASTA (W-I) LINE LIN-ACT POSITION 15.
           DISPLAY CD-DIAS (W-I)  LINE LIN-ACT POSITION 26.
           IF CD-LIGADA (W-I) = "S"
              DISPLAY "SI" LINE LIN-ACT POSITION 33
           END-IF.

      *-- CLAVES DE LICENCIA YA LIGADAS A LOS DEMAS ACCIDENTES DEL  --*
      *-- LEGAJO; EL ACCIDENTE EN CURSO SE GUARDA Y SE RECUPERA.   --*
       CARGAR-OTRAS-LIGAS.
           MOVE R-ACC TO W-R-ACC.
           MOVE ACNRO TO W-NRO.
           MOVE 0     TO CONT-OTRAS.
           MOVE 0     TO ACNRO.
           MOVE "N"   TO W-FIN-ACC.
           START ACCIDEN KEY IS NOT LESS THAN ACCLAVE
              INVALID KEY MOVE "S" TO W-FIN-ACC
           END-START.
           PERFORM LEER-OTRO THRU LEER-OTRO-EXIT
              UNTIL W-FIN-ACC = "S".
           MOVE W-R-ACC TO R-ACC.
       CARGAR-OTRAS-LIGAS-EXIT.
           EXIT.

       LEER-OTRO.
           READ ACCIDEN NEXT RECORD AT END
              MOVE "S" TO W-FIN-ACC
              GO TO LEER-OTRO-EXIT.
           IF ACCA NOT = MCA
              MOVE "S" TO W-FIN-ACC
              GO TO LEER-OTRO-EXIT.
           IF ACNRO = W-NRO
              GO TO LEER-OTRO-EXIT.
           PERFORM GUARDAR-OTRA VARYING W-I FROM 1 BY 1
              UNTIL W-I > 5.
       LEER-OTRO-EXIT.
           EXIT.

       GUARDAR-OTRA.
           IF ACLFECHA (W-I) NOT = 0 AND CONT-OTRAS < 50
              ADD 1 TO CONT-OTRAS
              MOVE ACLFECHA (W-I) TO OT-FECHA (CONT-OTRAS)
              MOVE ACLSEC (W-I)   TO OT-SEC (CONT-OTRAS)
           END-IF.

      *-- LICENCIAS DEL LEGAJO EN "LICMOV.IND" DESDE LA FECHA DEL   --*
      *-- ACCIDENTE (LA CLAVE ES LEGAJO + INICIO DEL RANGO); ENTRAN --*
      *-- LAS "E" APROBADAS QUE NO SEAN DE OTRO ACCIDENTE.          --*
       CARGAR-CANDIDATAS.
           MOVE 0 TO CONT-CAND.
           OPEN INPUT LICIND.
           IF FSTLX NOT = "00"
              GO TO CARGAR-CANDIDATAS-EXIT.
           MOVE MCA     TO LXCA.
           MOVE ACFECHA TO LXFECHA.
           MOVE 0       TO LXSEC.
           MOVE "N" TO W-FIN-LIC.
           START LICIND KEY IS NOT LESS THAN LXCLAVE
              INVALID KEY MOVE "S" TO W-FIN-LIC.
           PERFORM LEER-LICENCIA THRU LEER-LICENCIA-EXIT
              UNTIL W-FIN-LIC = "S".
           CLOSE LICIND.
       CARGAR-CANDIDATAS-EXIT.
           EXIT.

       LEER-LICENCIA.
           READ LICIND NEXT RECORD AT END
              MOVE "S" TO W-FIN-LIC
              GO TO LEER-LICENCIA-EXIT.
           IF LXCA NOT = MCA OR CONT-CAND = 12
              MOVE "S" TO W-FIN-LIC
              GO TO LEER-LICENCIA-EXIT.
           MOVE LXREG TO R-LICM.
           IF LMTIPO NOT = "E" OR LMRESUL NOT = "A"
              GO TO LEER-LICENCIA-EXIT.
           MOVE "N" TO W-LIGADA-OTRO.
           PERFORM VER-OTRA VARYING W-J FROM 1 BY 1
              UNTIL W-J > CONT-OTRAS.
           IF W-LIGADA-OTRO = "S"
              GO TO LEER-LICENCIA-EXIT.
           ADD 1 TO CONT-CAND.
           MOVE LXFECHA TO CD-FECHA (CONT-CAND).
           MOVE LXSEC   TO CD-SEC (CONT-CAND).
           MOVE LMDIAS  TO CD-DIAS (CONT-CAND).
           MOVE LMDESDE TO CD-DESDE (CONT-CAND).
           MOVE LMHASTA TO CD-HASTA (CONT-CAND).
           MOVE "N"     TO CD-LIGADA (CONT-CAND).
           PERFORM VER-LIGADA VARYING W-I FROM 1 BY 1
              UNTIL W-I > 5.
       LEER-LICENCIA-EXIT.
           EXIT.

       VER-OTRA.
           IF OT-FECHA (W-J) = LXFECHA AND OT-SEC (W-J) = LXSEC
              MOVE "S" TO W-LIGADA-OTRO
           END-IF.

       VER-LIGADA.
           IF ACLFECHA (W-I) = LXFECHA AND ACLSEC (W-I) = LXSEC
              MOVE "S" TO CD-LIGADA (CONT-CAND)
           END-IF.

      *-- TODOS LOS ACCIDENTES DEL LEGAJO, PAGINADOS DE A 12 --*
       LISTAR-ACCIDENTES.
           PERFORM ENCABEZADO.
           DISPLAY "LEGAJO: " LINE 04 POSITION 01.
           DISPLAY MCA   LINE 04 POSITION 09.
           DISPLAY MAN   LINE 04 POSITION 19.
           DISPLAY "NRO FECHA    TIPO                 PARTE DEL CUERPO"
              LINE 05 POSITION 01.
           DISPLAY "     DIAS ITIN." LINE 05 POSITION 52.
           DISPLAY SUBRAYADO LINE 06 POSITION 01.
           MOVE 0 TO CONT-LIN CONT-ACC.
           MOVE MCA TO ACCA.
           MOVE 0   TO ACNRO.
           MOVE "N" TO W-FIN-ACC.
           START ACCIDEN KEY IS NOT LESS THAN ACCLAVE
              INVALID KEY MOVE "S" TO W-FIN-ACC
           END-START.
           PERFORM LEER-ACCIDENTE THRU LEER-ACCIDENTE-EXIT
              UNTIL W-FIN-ACC = "S".
           IF CONT-ACC = 0
              DISPLAY "(SIN ACCIDENTES REGISTRADOS)" LINE 07 POSITION 01
           END-IF.
       LISTAR-ACCIDENTES-EXIT.
           EXIT.

       LEER-ACCIDENTE.
           READ ACCIDEN NEXT RECORD AT END
              MOVE "S" TO W-FIN-ACC
              GO TO LEER-ACCIDENTE-EXIT.
           IF ACCA NOT = MCA
              MOVE "S" TO W-FIN-ACC
              GO TO LEER-ACCIDENTE-EXIT.
           IF CONT-LIN > 11
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY SUBRAYADO LINE 24 POSITION 01
              DISPLAY " " LINE 07 POSITION 01 ERASE EOS
              MOVE 0 TO CONT-LIN
           END-IF.
           COMPUTE LIN-ACT = 07 + CONT-LIN.
           DISPLAY ACNRO   LINE LIN-ACT, POSITION 01.
           DISPLAY ACFECHA LINE LIN-ACT, POSITION 05.
           DISPLAY ACTIPO  LINE LIN-ACT, POSITION 14.
           DISPLAY ACZONA  LINE LIN-ACT, POSITION 35.
           DISPLAY ACDIAS  LINE LIN-ACT, POSITION 57.
           DISPLAY ACITIN  LINE LIN-ACT, POSITION 63.
           ADD 1 TO CONT-LIN.
           ADD 1 TO CONT-ACC.
       LEER-ACCIDENTE-EXIT.
           EXIT.

       ENCABEZADO.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "ACCIDENTES DE TRABAJO" LINE 01 POSITION 30.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
