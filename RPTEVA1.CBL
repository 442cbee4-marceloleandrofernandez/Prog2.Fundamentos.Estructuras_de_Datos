      *** EVALUACIONES PENDIENTES POR SUPERVISOR: PARA EL ANIO PEDIDO ***
      *** LISTA, AGRUPADOS BAJO CADA SUPERVISOR (MSUP), LOS REPORTES  ***
      *** DIRECTOS QUE TODAVIA NO TIENEN SU EVALUACION EN             ***
      *** "EVALUA.IND" (VER "EVALU1"). "MAEEMP.IND" ESTA EN ORDEN     ***
      *** "MCA", ASI QUE EL AGRUPAMIENTO SE HACE CON LA SEGUNDA VISTA ***
      *** "MAESUP", IGUAL QUE EL ORGANIGRAMA ("RPTORG1"). SOLO SALEN  ***
      *** LOS EMPLEADOS DE LOCALIDADES A CARGO DEL OPERADOR.          ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTEVA1.
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

      *-- SEGUNDA VISTA DE "MAEEMP.IND" (TECNICA DE "MAECAP" EN      --*
      *-- "ABMCUR.CBL") PARA RECORRER LOS REPORTES DE CADA           --*
      *-- SUPERVISOR SIN TOCAR LA POSICION DEL RECORRIDO PRINCIPAL.  --*
           SELECT MAESUP ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SCA
           ALTERNATE RECORD KEY IS SAN DUPLICATES
           FILE STATUS IS FSTSUP.

           SELECT EVALUA ASSIGN TO DISK "EVALUA.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS EVCLAVE
           FILE STATUS IS FSTEVA.

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

       FD  MAESUP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE-SUP.
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-MAE-SUP==
               ==MCA== BY ==SCA== ==MAN== BY ==SAN==
               ==MSB== BY ==SSB== ==MLO== BY ==SLO==
               ==MTEL== BY ==STEL== ==MANT== BY ==SANT==
               ==MSE== BY ==SSE== ==MCATE== BY ==SCATE==
               ==MFEC== BY ==SFEC== ==MFA== BY ==SFA==
               ==MFM== BY ==SFM== ==MFD== BY ==SFD==
               ==MEC== BY ==SEC== ==MSUP== BY ==SSUP==.

       FD  EVALUA
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 131 CHARACTERS
           DATA RECORD IS R-EVA.
           COPY EVALREC.

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FST              PIC XX.
       77 FSTSUP           PIC XX.
       77 FSTEVA           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 FIN-SUP          PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- USUARIO VALIDADO POR "LOGIN" AL ENTRAR (VER "MODABM") --*
       77 W-OPERADOR       PIC X(08) VALUE SPACES.
       77 W-LOGIN-OK       PIC X     VALUE "N".
       77 W-NIVEL          PIC 9(1)  VALUE 0.
      *-- LOCALIDADES A CARGO DEL OPERADOR (VER "ACCLOC") --*
           COPY ACLWREC.
      *-- PARA "PRINTLOG" (VER "GRABAR-PRINTLOG") --*
       77 L-PROGRAMA       PIC X(08).
       77 L-CANT-REG       PIC 9(05) VALUE 0.
      *-- PARA "SPOOLIMP" (VER COPY/SPLWREC.CPY) --*
       COPY SPLWREC.

       77 W-FECHA-HOY      PIC 9(08) VALUE 0.
       77 W-ANIO           PIC 9(04) VALUE 0.
      *-- SUPERVISOR PEDIDO; 0 = TODOS --*
       77 W-SUP            PIC 9(08) VALUE 0.
      *-- "N" SI "EVALUA.IND" NO EXISTE: TODOS ESTAN PENDIENTES --*
       77 W-HAY-EVA        PIC X     VALUE "N".
       77 W-PENDIENTE      PIC X     VALUE "N".
      *-- "S" MIENTRAS EL SUPERVISOR EN CURSO TODAVIA NO IMPRIMIO --*
      *-- SU CABECERA (SALE RECIEN CON EL PRIMER PENDIENTE).      --*
       77 W-SIN-CABECERA   PIC X     VALUE "S".
       77 W-SUP-CA         PIC 9(08) VALUE 0.
       77 W-SUP-NOM        PIC X(30) VALUE SPACES.
       77 CONT-SUP-PEND    PIC 9(04) VALUE 0.
       77 CONT-PEND        PIC 9(05) VALUE 0.
       77 CONT-SUPERV      PIC 9(04) VALUE 0.
       77 CONT-REPORTES    PIC 9(05) VALUE 0.

      *-- LINEAS DEL LISTADO --*
       01 L-TIT.
          02 FILLER    PIC X(40) VALUE
             "EVALUACIONES DE DESEMPENO PENDIENTES - ".
          02 FILLER    PIC X(05) VALUE "ANIO ".
          02 L-ANIO    PIC 9(04).
          02 FILLER    PIC X(10) VALUE SPACE.
          02 FILLER    PIC X(08) VALUE "EMITIDO ".
          02 L-FECHA   PIC 9(08).
       01 L-CAB-SUP.
          02 FILLER    PIC X(12) VALUE "SUPERVISOR: ".
          02 L-SUP-CA  PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-SUP-NOM PIC X(30).
       01 L-DET.
          02 FILLER    PIC X(06) VALUE SPACE.
          02 L-CA      PIC 9(08).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 L-NOM     PIC X(30).
          02 FILLER    PIC X(02) VALUE SPACE.
          02 FILLER    PIC X(04) VALUE "CAT ".
          02 L-CATE    PIC 9.
          02 FILLER    PIC X(03) VALUE SPACE.
          02 FILLER    PIC X(04) VALUE "LOC ".
          02 L-LOC     PIC 99.
       01 L-TOT-SUP.
          02 FILLER    PIC X(06) VALUE SPACE.
          02 FILLER    PIC X(20) VALUE "PENDIENTES DEL SUP.:".
          02 L-TSUP    PIC ZZZ9.
       01 L-TOT.
          02 FILLER    PIC X(30) VALUE "REPORTES DIRECTOS REVISADOS: ".
          02 L-TREP    PIC ZZZZ9.
          02 FILLER    PIC X(04) VALUE SPACE.
          02 FILLER    PIC X(12) VALUE "PENDIENTES: ".
          02 L-TPEND   PIC ZZZZ9.
          02 FILLER    PIC X(04) VALUE SPACE.
          02 FILLER    PIC X(13) VALUE "SUPERVISORES:".
          02 L-TSUPV   PIC ZZZ9.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
      *-- EL LISTADO SE LIMITA A LAS LOCALIDADES A CARGO DEL      --*
      *-- OPERADOR (VER "ACCLOC"), ASI QUE PRIMERO HAY QUE SABER  --*
      *-- QUIEN ES.                                               --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           CANCEL "LOGIN".
           IF W-LOGIN-OK NOT = "S"
              EXIT PROGRAM
           END-IF.
           MOVE "C"        TO ACL-ACCION.
           MOVE W-OPERADOR TO ACL-OPERADOR.
           MOVE "RPTEVA1"  TO ACL-PROGRAMA.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".

           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "EVALUACIONES DE DESEMPENO PENDIENTES"
              LINE 01 POSITION 22.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "ANIO EVALUADO (AAAA): " LINE 04 POSITION 01.
           ACCEPT W-ANIO LINE 04 POSITION 31.
           IF W-ANIO IS NOT NUMERIC OR W-ANIO < 1990
              COMPUTE W-ANIO = W-FECHA-HOY / 10000
           END-IF.
           DISPLAY "SUPERVISOR (0 = TODOS): " LINE 05 POSITION 01.
           ACCEPT W-SUP LINE 05 POSITION 31.
           IF W-SUP IS NOT NUMERIC
              MOVE 0 TO W-SUP
           END-IF.

           OPEN INPUT MAESTRO.
           IF FST = "35"
              DISPLAY "** NO HAY EMPLEADOS PARA REVISAR **"
                 LINE 24, POSITION 01 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO FIN.
           OPEN INPUT MAESUP.
           OPEN INPUT EVALUA.
           IF FSTEVA = "00"
              MOVE "S" TO W-HAY-EVA
           END-IF.

           PERFORM ABRIR-COPIA-IMP.
           OPEN OUTPUT LISTADO-IMP.
           MOVE W-ANIO      TO L-ANIO.
           MOVE W-FECHA-HOY TO L-FECHA.
           WRITE R-IMP FROM L-TIT.
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           IF W-SUP = 0
              MOVE 0 TO MCA
              START MAESTRO KEY IS NOT LESS THAN MCA
                 INVALID KEY MOVE "S" TO FIN-ARCH
              END-START
              PERFORM LEER-REGISTRO
           ELSE
              MOVE W-SUP TO MCA
              READ MAESTRO INVALID KEY
                 MOVE "S" TO FIN-ARCH
                 DISPLAY "** ESE SUPERVISOR NO EXISTE EN EL MAESTRO **"
                    LINE 22, POSITION 01 CONTROL "FCOLOR=RED"
              END-READ
           END-IF.
           PERFORM CANDIDATO-SUP THRU CANDIDATO-SUP-EXIT
              UNTIL FIN-ARCH = "S".
           MOVE SUBRAYADO TO R-IMP.
           WRITE R-IMP.
           MOVE CONT-REPORTES TO L-TREP.
           MOVE CONT-PEND     TO L-TPEND.
           MOVE CONT-SUPERV   TO L-TSUPV.
           WRITE R-IMP FROM L-TOT.
           CLOSE LISTADO-IMP.
           PERFORM MANDAR-COPIA-IMP.
           IF W-HAY-EVA = "S"
              CLOSE EVALUA
           END-IF.
           CLOSE MAESUP.
           CLOSE MAESTRO.
           PERFORM GRABAR-PRINTLOG.

           DISPLAY "REPORTES DIRECTOS REVISADOS: " CONT-REPORTES
              LINE 19 POSITION 01.
           DISPLAY "EVALUACIONES PENDIENTES    : " CONT-PEND
              LINE 20 POSITION 01.
           DISPLAY "SUPERVISORES CON PENDIENTES: " CONT-SUPERV
              LINE 21 POSITION 01.
           DISPLAY "PULSE UNA TECLA PARA TERMINAR"
              LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       LEER-REGISTRO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO FIN-ARCH.

      *-- CADA EMPLEADO ES UN SUPERVISOR CANDIDATO; SUS REPORTES    --*
      *-- SE BUSCAN EN "MAESUP". CON UN SUPERVISOR PEDIDO SE HACE   --*
      *-- UNA SOLA VUELTA.                                          --*
       CANDIDATO-SUP.
           IF FIN-ARCH = "S" GO TO CANDIDATO-SUP-EXIT.
           MOVE MCA TO W-SUP-CA.
           MOVE MAN TO W-SUP-NOM.
           PERFORM LISTAR-REPORTES THRU LISTAR-REPORTES-EXIT.
           IF W-SUP NOT = 0
              MOVE "S" TO FIN-ARCH
           ELSE
              PERFORM LEER-REGISTRO
           END-IF.
       CANDIDATO-SUP-EXIT.
           EXIT.

       LISTAR-REPORTES.
           MOVE "S" TO W-SIN-CABECERA.
           MOVE 0   TO CONT-SUP-PEND.
           MOVE 0   TO SCA.
           MOVE "N" TO FIN-SUP.
           START MAESUP KEY IS NOT LESS THAN SCA
                 INVALID KEY MOVE "S" TO FIN-SUP.
           PERFORM LEER-REPORTE.
           PERFORM FILA-REPORTE THRU FILA-REPORTE-EXIT
              UNTIL FIN-SUP = "S".
           IF CONT-SUP-PEND > 0
              MOVE CONT-SUP-PEND TO L-TSUP
              WRITE R-IMP FROM L-TOT-SUP
              MOVE SPACES TO R-IMP
              WRITE R-IMP
              ADD 1 TO CONT-SUPERV
           END-IF.
       LISTAR-REPORTES-EXIT.
           EXIT.

       LEER-REPORTE.
           READ MAESUP NEXT RECORD AT END MOVE "S" TO FIN-SUP.

      *-- LOS LEGAJOS DE LOCALIDADES AJENAS AL OPERADOR SE SALTEAN --*
      *-- SIN REGISTRAR EL RECHAZO (VER "RPTLXC1").                --*
       FILA-REPORTE.
           IF FIN-SUP = "S" GO TO FILA-REPORTE-EXIT.
           IF SSUP NOT = W-SUP-CA OR SCA = W-SUP-CA
              GO TO FILA-REPORTE-SIGUE.
           MOVE SLO TO ACL-LOC.
           MOVE "V" TO ACL-ACCION.
           CALL   "ACCLOC" USING ACL-DATOS.
           CANCEL "ACCLOC".
           IF ACL-OK NOT = "S"
              GO TO FILA-REPORTE-SIGUE.
           ADD 1 TO CONT-REPORTES.
           PERFORM BUSCAR-EVALUACION.
           IF W-PENDIENTE NOT = "S"
              GO TO FILA-REPORTE-SIGUE.
           IF W-SIN-CABECERA = "S"
              MOVE W-SUP-CA  TO L-SUP-CA
              MOVE W-SUP-NOM TO L-SUP-NOM
              WRITE R-IMP FROM L-CAB-SUP
              MOVE "N" TO W-SIN-CABECERA
           END-IF.
           MOVE SCA   TO L-CA.
           MOVE SAN   TO L-NOM.
           MOVE SCATE TO L-CATE.
           MOVE SLO   TO L-LOC.
           WRITE R-IMP FROM L-DET.
           ADD 1 TO CONT-SUP-PEND.
           ADD 1 TO CONT-PEND.
       FILA-REPORTE-SIGUE.
           PERFORM LEER-REPORTE.
       FILA-REPORTE-EXIT.
           EXIT.

       BUSCAR-EVALUACION.
           MOVE "S" TO W-PENDIENTE.
           IF W-HAY-EVA = "S"
              MOVE SCA    TO EVCA
              MOVE W-ANIO TO EVANIO
              READ EVALUA INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE "N" TO W-PENDIENTE
              END-READ
           END-IF.

      *-- DEJA CONSTANCIA EN "PRINT.LOG" DE LO QUE SE MANDO A "PRN" --*
       GRABAR-PRINTLOG.
           MOVE "RPTEVA1" TO L-PROGRAMA.
           MOVE CONT-PEND TO L-CANT-REG.
           CALL   "PRINTLOG" USING L-PROGRAMA L-CANT-REG.
           CANCEL "PRINTLOG".

      *-- PIDE A "SPOOLIMP" EL NOMBRE DE LA COPIA FECHADA DONDE SE --*
      *-- ESCRIBE EL LISTADO; QUEDA REGISTRADA A NOMBRE DE ESTE PGM --*
      *-- Y DEL OPERADOR PARA VERLA O REIMPRIMIRLA CON "REIMP1".    --*
       ABRIR-COPIA-IMP.
           MOVE "N"        TO SPL-ACCION.
           MOVE "RPTEVA1"  TO SPL-PROGRAMA.
           MOVE W-OPERADOR TO SPL-OPERADOR.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".

      *-- MANDA A "PRN" LA COPIA YA CERRADA, TAL CUAL QUEDO EN DISCO --*
       MANDAR-COPIA-IMP.
           MOVE "I" TO SPL-ACCION.
           CALL   "SPOOLIMP" USING SPL-DATOS.
           CANCEL "SPOOLIMP".
