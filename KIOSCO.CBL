      *** KIOSCO DE AUTOCONSULTA DEL EMPLEADO: LA MITAD DE LAS      ***
      *** LLAMADAS A RR.HH. ERAN "CUANTOS DIAS DE VACACIONES ME     ***
      *** QUEDAN", "SE REGISTRO MI FICHADA DE AYER" Y "ME DAN UNA   ***
      *** COPIA DEL RECIBO". ESTE PGM CORRE SOLO EN LA TERMINAL DEL ***
      *** KIOSCO, SIN "LOGIN" DE OPERADOR: EL EMPLEADO ENTRA CON SU ***
      *** LEGAJO Y SU PIN DE "PINEMP.IND" (VER "KIOPIN1") Y VE, SIN ***
      *** PODER CAMBIAR NADA, SOLO LO SUYO: SALDO DE "VACAC.IND",   ***
      *** LICENCIAS APROBADAS QUE TODAVIA NO TERMINARON Y           ***
      *** CERTIFICADOS MEDICOS PENDIENTES ("LICMOV.IND"), LAS       ***
      *** FICHADAS DEL ULTIMO MES ("ASISTEN.IND") Y EL ULTIMO       ***
      *** RECIBO CONFIRMADO ("LIQINT.CTL"/"LIQINT.AAAAMM"), DEL QUE ***
      *** PUEDE PEDIR UNA REIMPRESION ("KIOPED.IND", LA ATIENDE     ***
      *** "RPTREC1"). CADA INGRESO QUEDA EN "KIOSCO.LOG" Y CADA     ***
      *** SESION EN "CONSULTA.LOG" (VER "CONSLOG").                 ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. KIOSCO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- PIN DE CADA EMPLEADO (VER COPY/PINREC.CPY) --*
           SELECT PINEMP ASSIGN TO DISK "PINEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS PICA
           FILE STATUS IS FSTPIN.

      *-- UNA LINEA POR CADA INTENTO DE INGRESO AL KIOSCO --*
           SELECT KIOLOG ASSIGN TO DISK "KIOSCO.LOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTKLG.

           SELECT MAESTRO ASSIGN TO DISK "MAEEMP.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS MCA
           ALTERNATE RECORD KEY IS MAN DUPLICATES
           FILE STATUS IS FST.

      *-- SALDO DE VACACIONES (VER "VACAC1") --*
           SELECT VACAC ASSIGN TO DISK "VACAC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS VCA
           FILE STATUS IS FSTVAC.

      *-- MOVIMIENTOS DE LICENCIA POR LEGAJO + FECHA (VER "MOVIDX") --*
           SELECT LICIND ASSIGN TO DISK "LICMOV.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS LXCLAVE
           FILE STATUS IS FSTLX.

      *-- FICHADAS POR LEGAJO + FECHA (VER "MOVIDX") --*
           SELECT ASIIND ASSIGN TO DISK "ASISTEN.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS AXCLAVE
           FILE STATUS IS FSTASI.

      *-- ESTADO DE CADA PERIODO LIQUIDADO (VER "INTLIQ1") --*
           SELECT LIQCTL ASSIGN TO DISK "LIQINT.CTL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPERIODO
           FILE STATUS IS FSTCTL.

      *-- DETALLE DEL PERIODO, NOMBRE ARMADO EN "BUSCAR-RECIBO" --*
           SELECT LIQINT ASSIGN TO DISK W-NOM-INT
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTINT.

      *-- PEDIDOS DE REIMPRESION (VER COPY/KPEDREC.CPY) --*
           SELECT KIOPED ASSIGN TO DISK "KIOPED.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS KPCLAVE
           FILE STATUS IS FSTKPD.

       DATA DIVISION.
       FILE SECTION.
       FD  PINEMP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 31 CHARACTERS
           DATA RECORD IS R-PIN.
           COPY PINREC.

      *-- MISMO ESQUEMA QUE "LOGIN.LOG", CON EL LEGAJO TECLEADO --*
       FD  KIOLOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 23 CHARACTERS
           DATA RECORD IS R-KLG.
        01 R-KLG.
           02 KLCA      PIC 9(08).
           02 KLFECHA   PIC 9(08).
           02 KLHORA    PIC 9(06).
      *-- S = INGRESO, N = LEGAJO O PIN ERRONEO, B = PIN BLOQUEADO, --*
      *-- X = LEGAJO QUE YA NO ESTA EN EL MAESTRO                   --*
           02 KLRES     PIC X.

       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  VACAC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-VAC.
        01 R-VAC.
           02 VCA       PIC 9(08).
           02 VAN       PIC X(30).
           02 VDIAS     PIC 9(03).
           02 VTOMADOS  PIC 9(03).
           02 VSALDO    PIC 9(03).
           02 VOPER     PIC X(08).

       FD  LICIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 93 CHARACTERS
           DATA RECORD IS R-LICX.
           COPY LICXREC.

       FD  ASIIND
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 55 CHARACTERS
           DATA RECORD IS R-ASIX.
           COPY ASIXREC.

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

       FD  KIOPED
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 47 CHARACTERS
           DATA RECORD IS R-KPED.
           COPY KPEDREC.

       WORKING-STORAGE SECTION.
       77 TECLA            PIC X.
       77 FSTPIN           PIC XX.
       77 FSTKLG           PIC XX.
       77 FST              PIC XX.
       77 FSTVAC           PIC XX.
       77 FSTLX            PIC XX.
       77 FSTASI           PIC XX.
       77 FSTCTL           PIC XX.
       77 FSTINT           PIC XX.
       77 FSTKPD           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
       77 CONT-LIN         PIC 99    VALUE 0.
       77 LIN-ACT          PIC 99    VALUE 0.
       77 W-SALIR          PIC X     VALUE "N".
       77 W-FIN-SESION     PIC X     VALUE "N".
       77 W-OK             PIC X     VALUE "N".
      *-- LO QUE TECLEA EL EMPLEADO AL INGRESAR Y AL CAMBIAR EL PIN --*
       77 W-MCA            PIC 9(08) VALUE 0.
       77 W-PIN            PIC 9(04) VALUE 0.
       77 W-PIN-NUEVO      PIC 9(04) VALUE 0.
       77 W-PIN-REPITE     PIC 9(04) VALUE 0.
       77 W-RES            PIC X     VALUE SPACE.
       77 W-NOMBRE         PIC X(30) VALUE SPACES.
      *-- PARA "CONSLOG": EL KIOSCO NO TIENE OPERADOR, QUEDA A --*
      *-- NOMBRE DEL PROPIO KIOSCO                             --*
       77 W-OPER-KIO       PIC X(08) VALUE "KIOSCO".
       77 W-PGM-CONS       PIC X(08) VALUE "KIOSCO".

       01 W-FECHA-HOY.
          02 W-HOY-ANIO    PIC 9(04).
          02 W-HOY-MES     PIC 99.
          02 W-HOY-DIA     PIC 99.
       01 W-FECHA-HOY-N REDEFINES W-FECHA-HOY PIC 9(08).
       01 W-HORA-AHORA.
          02 W-AHORA-HHMMSS PIC 9(06).
          02 FILLER        PIC 9(02).
      *-- PRIMER DIA DE FICHADAS A MOSTRAR (MISMO DIA DEL MES --*
      *-- ANTERIOR)                                           --*
       01 W-DESDE.
          02 W-DESDE-ANIO  PIC 9(04).
          02 W-DESDE-MES   PIC 99.
          02 W-DESDE-DIA   PIC 99.
       01 W-DESDE-N REDEFINES W-DESDE PIC 9(08).

      *-- ULTIMO PERIODO MENSUAL CONFIRMADO Y SU RENGLON DEL EMPLEADO --*
       77 W-NOM-INT        PIC X(13) VALUE SPACES.
       77 W-PERIODO        PIC 9(06) VALUE 0.
       77 W-HAY-RECIBO     PIC X     VALUE "N".
       77 W-IMP            PIC 9(09)V99 VALUE 0.
       77 W-IMP-ED         PIC ZZZ.ZZZ.ZZ9,99.

      *-- CAMPOS DEL MOVIMIENTO Y DE LA FICHADA GUARDADOS EN LOS --*
      *-- INDICES ("LXREG" / "AXREG")                            --*
           COPY LICMREC.
           COPY ASISREC.

      *-- TABLA DE ETIQUETAS PARA "MENU-OPC" (VER "REBIDX1") --*
       01 TABLA-OPCIONES.
           02 FILLER PIC X(20) VALUE "[VACACIONES/LICENC.]".
           02 FILLER PIC X(20) VALUE "[MIS FICHADAS      ]".
           02 FILLER PIC X(20) VALUE "[MI ULTIMO RECIBO  ]".
           02 FILLER PIC X(20) VALUE "[CAMBIAR MI PIN    ]".
           02 FILLER PIC X(20) VALUE "[SALIR             ]".
       01 RTABLA REDEFINES TABLA-OPCIONES.
           02 ELEMEN PIC X(20) OCCURS 5 TIMES.

       77 W-CANT  PIC 99 VALUE 5.
       77 W-LIN   PIC 99 VALUE 10.
       77 W-COL   PIC 99 VALUE 30.
       77 W-ANCHO PIC 99 VALUE 20.
       77 W-IND   PIC 99.
       77 W-RESM  PIC 99.

           COPY ENTMREC.
       SCREEN SECTION.
       01  PANTALLA-TITULO.
           02 BLANK SCREEN.
           02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
           02 LINE 03 COLUMN 24 REVERSE VALUE
              "AUTOCONSULTA DEL EMPLEADO".
           02 LINE 05 COLUMN 01 PIC X(80) FROM SUBRAYADO.

       01  PANTALLA-INGRESO AUTO.
           02 LINE 09 COLUMN 24 VALUE "LEGAJO: ".
           02 LINE 09 COLUMN 40 PIC 9(08) TO W-MCA.
           02 LINE 11 COLUMN 24 VALUE "PIN   : ".
           02 LINE 11 COLUMN 40 PIC 9(04) SECURE TO W-PIN.

       01  PANTALLA-CAMBIO-PIN AUTO.
           02 LINE 09 COLUMN 20 VALUE "PIN NUEVO (4 DIGITOS): ".
           02 LINE 09 COLUMN 45 PIC 9(04) SECURE TO W-PIN-NUEVO.
           02 LINE 11 COLUMN 20 VALUE "REPITA EL PIN NUEVO  : ".
           02 LINE 11 COLUMN 45 PIC 9(04) SECURE TO W-PIN-REPITE.

       PROCEDURE DIVISION.
       INICIO.
      *-- EL KIOSCO ATIENDE UN EMPLEADO TRAS OTRO; SOLO ESCAPE EN --*
      *-- LA PANTALLA DE INGRESO LO CIERRA.                       --*
           PERFORM ATENDER-EMPLEADO THRU ATENDER-EMPLEADO-EXIT
              UNTIL W-SALIR = "S".
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

       ATENDER-EMPLEADO.
           PERFORM INGRESAR THRU INGRESAR-EXIT.
           IF W-OK NOT = "S"
              GO TO ATENDER-EMPLEADO-EXIT.
           CALL   "CONSLOG" USING W-OPER-KIO W-PGM-CONS W-MCA.
           CANCEL "CONSLOG".
      *-- EL PIN QUE DIO RR.HH. ES PROVISORIO: HASTA CAMBIARLO NO --*
      *-- SE MUESTRA NADA.                                        --*
           IF PICAMB = "S"
              DISPLAY PANTALLA-TITULO
              DISPLAY "SU PIN ES PROVISORIO: ELIJA UNO NUEVO"
                 LINE 07 POSITION 21 CONTROL "FCOLOR=RED", BLINK
              PERFORM CAMBIAR-PIN THRU CAMBIAR-PIN-EXIT
              IF W-OK NOT = "S"
                 GO TO ATENDER-EMPLEADO-EXIT
              END-IF
           END-IF.
           MOVE "N" TO W-FIN-SESION.
           PERFORM MOSTRAR-MENU THRU MOSTRAR-MENU-EXIT
              UNTIL W-FIN-SESION = "S".
       ATENDER-EMPLEADO-EXIT.
           EXIT.

      *-- LEGAJO + PIN CONTRA "PINEMP.IND", MISMAS REGLAS QUE     --*
      *-- "LOGIN": TRES FALLOS SEGUIDOS BLOQUEAN EL PIN, Y UN PIN --*
      *-- BLOQUEADO NO SE VALIDA NI AUNQUE SEA CORRECTO. EL       --*
      *-- LEGAJO TIENE QUE SEGUIR EN EL MAESTRO (UN EMPLEADO DADO --*
      *-- DE BAJA YA NO ENTRA).                                   --*
       INGRESAR.
           MOVE "N" TO W-OK.
           MOVE 0 TO W-MCA W-PIN.
           DISPLAY PANTALLA-TITULO.
           DISPLAY PANTALLA-INGRESO.
           ACCEPT PANTALLA-INGRESO ON ESCAPE
              MOVE "S" TO W-SALIR
              GO TO INGRESAR-EXIT.
           IF W-MCA = 0
              GO TO INGRESAR-EXIT.
           ACCEPT W-FECHA-HOY  FROM DATE YYYYMMDD.
           ACCEPT W-HORA-AHORA FROM TIME.

           OPEN I-O PINEMP.
           IF FSTPIN NOT = "00"
              DISPLAY "** KIOSCO NO HABILITADO, CONSULTE A RR.HH. **"
                 LINE 18 POSITION 17 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO INGRESAR-EXIT.
           MOVE W-MCA TO PICA.
           READ PINEMP INVALID KEY MOVE "23" TO FSTPIN.
           IF FSTPIN NOT = "00"
              MOVE "N" TO W-RES
              GO TO INGRESAR-RECHAZO.
           IF PIBLOQ = "S"
              MOVE "B" TO W-RES
              GO TO INGRESAR-RECHAZO.
           IF W-PIN NOT = PIPIN
              IF PIFALLOS < 9
                 ADD 1 TO PIFALLOS
              END-IF
              IF PIFALLOS >= 3
                 MOVE "S" TO PIBLOQ
                 MOVE "B" TO W-RES
              ELSE
                 MOVE "N" TO W-RES
              END-IF
              REWRITE R-PIN INVALID KEY
                 CONTINUE
              END-REWRITE
              GO TO INGRESAR-RECHAZO.
           IF PIFALLOS NOT = 0
              MOVE 0 TO PIFALLOS
              REWRITE R-PIN INVALID KEY
                 CONTINUE
              END-REWRITE
           END-IF.
           CLOSE PINEMP.

           OPEN INPUT MAESTRO.
           MOVE W-MCA TO MCA.
           READ MAESTRO INVALID KEY MOVE "23" TO FST.
           IF FST NOT = "00"
              CLOSE MAESTRO
              MOVE "X" TO W-RES
              PERFORM GRABAR-INTENTO THRU GRABAR-INTENTO-EXIT
              DISPLAY "** LEGAJO NO ACTIVO, CONSULTE A RR.HH. **"
                 LINE 18 POSITION 15 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO INGRESAR-EXIT.
           MOVE MAN TO W-NOMBRE.
           CLOSE MAESTRO.
           MOVE "S" TO W-RES.
           PERFORM GRABAR-INTENTO THRU GRABAR-INTENTO-EXIT.
           MOVE "S" TO W-OK.
           GO TO INGRESAR-EXIT.
       INGRESAR-RECHAZO.
           CLOSE PINEMP.
           PERFORM GRABAR-INTENTO THRU GRABAR-INTENTO-EXIT.
           IF W-RES = "B"
              DISPLAY "** PIN BLOQUEADO: PIDA UNO NUEVO A RR.HH. **"
                 LINE 18 POSITION 18 CONTROL "FCOLOR=RED", BLINK
           ELSE
              DISPLAY "LEGAJO O PIN INCORRECTOS, REINTENTE"
                 LINE 18 POSITION 22 CONTROL "FCOLOR=RED", BLINK
           END-IF.
           ACCEPT TECLA.
       INGRESAR-EXIT.
           EXIT.

      *-- SI "KIOSCO.LOG" TODAVIA NO EXISTE, LO CREA ANTES DE ABRIRLO --*
      *-- EN MODO "EXTEND" (MISMO ARREGLO QUE "PRINTLOG").            --*
       GRABAR-INTENTO.
           OPEN EXTEND KIOLOG.
           IF FSTKLG = "35"
              OPEN OUTPUT KIOLOG
              CLOSE KIOLOG
              OPEN EXTEND KIOLOG
           END-IF.
           IF FSTKLG NOT = "00"
              GO TO GRABAR-INTENTO-EXIT.
           MOVE W-MCA          TO KLCA.
           MOVE W-FECHA-HOY-N  TO KLFECHA.
           MOVE W-AHORA-HHMMSS TO KLHORA.
           MOVE W-RES          TO KLRES.
           WRITE R-KLG.
           CLOSE KIOLOG.
       GRABAR-INTENTO-EXIT.
           EXIT.

       MOSTRAR-MENU.
      *-- LLAMA AL PGM "FONDO" CON "CALL" --*
      *-LAS POSICIONES SON -- IZ-AR-DE-AB-COLOR --*
           CALL "FONDO" USING 28 09 52 16 1.
           CANCEL "FONDO"
           DISPLAY PANTALLA-TITULO.
           DISPLAY "LEGAJO " LINE 07 POSITION 24.
           DISPLAY W-MCA LINE 07 POSITION 31.
           DISPLAY W-NOMBRE LINE 07 POSITION 40.

           CALL   "MENU-OPC" USING TABLA-OPCIONES W-CANT W-LIN W-COL
                                    W-ANCHO W-IND W-RESM.
           CANCEL "MENU-OPC".

           IF W-IND = 1
              PERFORM MOSTRAR-LICENCIAS THRU MOSTRAR-LICENCIAS-EXIT
             ELSE IF W-IND = 2
              PERFORM MOSTRAR-FICHADAS THRU MOSTRAR-FICHADAS-EXIT
             ELSE IF W-IND = 3
              PERFORM MOSTRAR-RECIBO THRU MOSTRAR-RECIBO-EXIT
             ELSE IF W-IND = 4
              DISPLAY PANTALLA-TITULO
              PERFORM CAMBIAR-PIN THRU CAMBIAR-PIN-EXIT
             ELSE
              MOVE "S" TO W-FIN-SESION
             END-IF.
       MOSTRAR-MENU-EXIT.
           EXIT.

      *-- EL PIN NUEVO SE TECLEA DOS VECES; 0000 Y EL MISMO PIN DE --*
      *-- ANTES NO SE ACEPTAN. "W-OK" = "S" SI QUEDO GRABADO.      --*
       CAMBIAR-PIN.
           MOVE "N" TO W-OK.
           MOVE 0 TO W-PIN-NUEVO W-PIN-REPITE.
           DISPLAY PANTALLA-CAMBIO-PIN.
           ACCEPT PANTALLA-CAMBIO-PIN ON ESCAPE
              GO TO CAMBIAR-PIN-EXIT.
           IF W-PIN-NUEVO NOT = W-PIN-REPITE
              DISPLAY "** LOS DOS PIN NO COINCIDEN, NO SE CAMBIO **"
                 LINE 18 POSITION 18 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CAMBIAR-PIN-EXIT.
           IF W-PIN-NUEVO = 0 OR W-PIN-NUEVO = W-PIN
              DISPLAY "** ELIJA UN PIN DISTINTO DEL ACTUAL Y DE 0000 **"
                 LINE 18 POSITION 16 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CAMBIAR-PIN-EXIT.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           OPEN I-O PINEMP.
           MOVE W-MCA TO PICA.
           READ PINEMP INVALID KEY MOVE "23" TO FSTPIN.
           IF FSTPIN = "00"
              MOVE W-PIN-NUEVO   TO PIPIN
              MOVE "N"           TO PICAMB
              MOVE W-FECHA-HOY-N TO PIFECHA
              MOVE W-OPER-KIO    TO PIOPER
              REWRITE R-PIN INVALID KEY
                 MOVE "23" TO FSTPIN
              END-REWRITE
           END-IF.
           CLOSE PINEMP.
           IF FSTPIN NOT = "00"
              DISPLAY "** NO SE PUDO GRABAR EL PIN, AVISE A RR.HH. **"
                 LINE 18 POSITION 17 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO CAMBIAR-PIN-EXIT.
           MOVE W-PIN-NUEVO TO W-PIN.
           MOVE "S" TO W-OK.
           DISPLAY "PIN CAMBIADO. PULSE UNA TECLA"
              LINE 18 POSITION 25.
           ACCEPT TECLA.
       CAMBIAR-PIN-EXIT.
           EXIT.

      *-- SALDO DE VACACIONES, LICENCIAS APROBADAS QUE TODAVIA NO --*
      *-- TERMINARON Y CERTIFICADOS MEDICOS PENDIENTES            --*
       MOSTRAR-LICENCIAS.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           PERFORM ENCABEZADO-LICENCIAS.
           OPEN INPUT VACAC.
           IF FSTVAC = "00"
              MOVE W-MCA TO VCA
              READ VACAC INVALID KEY MOVE "23" TO FSTVAC
              END-READ
              CLOSE VACAC
           END-IF.
           IF FSTVAC = "00"
              DISPLAY "VACACIONES: " LINE 04 POSITION 01
              DISPLAY VDIAS LINE 04 POSITION 14
              DISPLAY " ANUALES, " LINE 04 POSITION 17
              DISPLAY VTOMADOS LINE 04 POSITION 27
              DISPLAY " TOMADOS, SALDO " LINE 04 POSITION 30
              DISPLAY VSALDO LINE 04 POSITION 46
              DISPLAY " DIAS" LINE 04 POSITION 49
           ELSE
              DISPLAY "VACACIONES: (SIN SALDO CARGADO)"
                 LINE 04 POSITION 01
           END-IF.

           MOVE 0 TO CONT-LIN.
           OPEN INPUT LICIND.
           IF FSTLX NOT = "00"
              GO TO MOSTRAR-LICENCIAS-FIN.
           MOVE W-MCA TO LXCA.
           MOVE 0     TO LXFECHA LXSEC.
           MOVE "N" TO FIN-ARCH.
           START LICIND KEY IS NOT LESS THAN LXCLAVE
              INVALID KEY MOVE "S" TO FIN-ARCH.
           PERFORM LEER-LICENCIA THRU LEER-LICENCIA-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE LICIND.
       MOSTRAR-LICENCIAS-FIN.
           IF CONT-LIN = 0
              DISPLAY "(NO HAY LICENCIAS PENDIENTES NI CERTIFICADOS "
                 "POR PRESENTAR)" LINE 09 POSITION 01
           END-IF.
           DISPLAY "PULSE UNA TECLA PARA VOLVER"
              LINE 24 POSITION 27 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       MOSTRAR-LICENCIAS-EXIT.
           EXIT.

      *-- ENTRA LA LICENCIA APROBADA QUE TERMINA HOY O DESPUES (LAS --*
      *-- ACREDITACIONES "O" NO SON PEDIDOS) Y CUALQUIER "E" CON EL --*
      *-- CERTIFICADO TODAVIA PENDIENTE, AUNQUE YA HAYA TERMINADO.  --*
       LEER-LICENCIA.
           READ LICIND NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-LICENCIA-EXIT.
           IF LXCA NOT = W-MCA
              MOVE "S" TO FIN-ARCH
              GO TO LEER-LICENCIA-EXIT.
           MOVE LXREG TO R-LICM.
           IF LMTIPO = "O" OR LMRESUL NOT = "A"
              GO TO LEER-LICENCIA-EXIT.
           IF LMHASTA < W-FECHA-HOY-N AND LMCERT NOT = "P"
              GO TO LEER-LICENCIA-EXIT.
           IF CONT-LIN > 13
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 25 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              PERFORM ENCABEZADO-LICENCIAS
              MOVE 0 TO CONT-LIN
           END-IF.
           COMPUTE LIN-ACT = 09 + CONT-LIN.
           DISPLAY LMTIPO  LINE LIN-ACT POSITION 02.
           DISPLAY LMDESDE LINE LIN-ACT POSITION 07.
           DISPLAY LMHASTA LINE LIN-ACT POSITION 18.
           DISPLAY LMDIAS  LINE LIN-ACT POSITION 30.
           IF LMCERT = "P"
              DISPLAY "PENDIENTE, PRESENTAR HASTA " LINE LIN-ACT
                 POSITION 37
              DISPLAY LMCVTO LINE LIN-ACT POSITION 64
           ELSE IF LMCERT = "R"
              DISPLAY "RECIBIDO" LINE LIN-ACT POSITION 37
           END-IF.
           ADD 1 TO CONT-LIN.
       LEER-LICENCIA-EXIT.
           EXIT.

       ENCABEZADO-LICENCIAS.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "MIS VACACIONES Y LICENCIAS" LINE 01 POSITION 27.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "V=VACACIONES E=ENFERMEDAD P=PERSONAL L=SIN GOCE"
              LINE 06 POSITION 01.
           DISPLAY "TIPO DESDE      HASTA       DIAS   CERTIFICADO "
              "MEDICO" LINE 07 POSITION 01.
           DISPLAY SUBRAYADO LINE 08 POSITION 01.

      *-- FICHADAS DESDE EL MISMO DIA DEL MES ANTERIOR HASTA HOY --*
       MOSTRAR-FICHADAS.
           ACCEPT W-FECHA-HOY FROM DATE YYYYMMDD.
           MOVE W-FECHA-HOY TO W-DESDE.
           IF W-DESDE-MES = 1
              MOVE 12 TO W-DESDE-MES
              SUBTRACT 1 FROM W-DESDE-ANIO
           ELSE
              SUBTRACT 1 FROM W-DESDE-MES
           END-IF.
           PERFORM ENCABEZADO-FICHADAS.
           MOVE 0 TO CONT-LIN.
           OPEN INPUT ASIIND.
           IF FSTASI NOT = "00"
              GO TO MOSTRAR-FICHADAS-FIN.
           MOVE W-MCA     TO AXCA.
           MOVE W-DESDE-N TO AXFECHA.
           MOVE 0         TO AXHORA AXSEC.
           MOVE "N" TO FIN-ARCH.
           START ASIIND KEY IS NOT LESS THAN AXCLAVE
              INVALID KEY MOVE "S" TO FIN-ARCH.
           PERFORM LEER-FICHADA THRU LEER-FICHADA-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE ASIIND.
       MOSTRAR-FICHADAS-FIN.
           IF CONT-LIN = 0
              DISPLAY "(NO HAY FICHADAS EN EL ULTIMO MES)"
                 LINE 06 POSITION 01
           END-IF.
           DISPLAY "PULSE UNA TECLA PARA VOLVER"
              LINE 24 POSITION 27 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       MOSTRAR-FICHADAS-EXIT.
           EXIT.

       LEER-FICHADA.
           READ ASIIND NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-FICHADA-EXIT.
           IF AXCA NOT = W-MCA
              MOVE "S" TO FIN-ARCH
              GO TO LEER-FICHADA-EXIT.
           MOVE AXREG TO R-ASIS.
           IF CONT-LIN > 15
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 25 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              PERFORM ENCABEZADO-FICHADAS
              MOVE 0 TO CONT-LIN
           END-IF.
           COMPUTE LIN-ACT = 06 + CONT-LIN.
           DISPLAY AFD  LINE LIN-ACT POSITION 02.
           DISPLAY "/"  LINE LIN-ACT POSITION 04.
           DISPLAY AFM  LINE LIN-ACT POSITION 05.
           DISPLAY "/"  LINE LIN-ACT POSITION 07.
           DISPLAY AFA  LINE LIN-ACT POSITION 08.
           DISPLAY AHH  LINE LIN-ACT POSITION 15.
           DISPLAY ":"  LINE LIN-ACT POSITION 17.
           DISPLAY AMM  LINE LIN-ACT POSITION 18.
           IF ATIPO = "E"
              DISPLAY "ENTRADA" LINE LIN-ACT POSITION 23
           ELSE IF ATIPO = "S"
              DISPLAY "SALIDA " LINE LIN-ACT POSITION 23
           ELSE
              DISPLAY "AUSENTE" LINE LIN-ACT POSITION 23
           END-IF.
           IF AMARCA = "T"
              DISPLAY "LLEGADA TARDE" LINE LIN-ACT POSITION 33
           ELSE IF AMARCA = "X"
              DISPLAY "SALIDA ANTICIPADA" LINE LIN-ACT POSITION 33
           END-IF.
           ADD 1 TO CONT-LIN.
       LEER-FICHADA-EXIT.
           EXIT.

       ENCABEZADO-FICHADAS.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "MIS FICHADAS DEL ULTIMO MES" LINE 01 POSITION 27.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "FECHA        HORA  TIPO      OBSERVACION"
              LINE 04 POSITION 02.
           DISPLAY SUBRAYADO LINE 05 POSITION 01.

      *-- ULTIMO PERIODO MENSUAL CONFIRMADO (LOS DE AGUINALDO NO  --*
      *-- TIENEN RECIBO, VER "RPTREC1") Y EL RENGLON DEL EMPLEADO --*
      *-- EN SU "LIQINT.AAAAMM"; DE ESE PERIODO SE PUEDE PEDIR LA --*
      *-- REIMPRESION DEL RECIBO.                                 --*
       MOSTRAR-RECIBO.
           PERFORM BUSCAR-RECIBO THRU BUSCAR-RECIBO-EXIT.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "MI ULTIMO RECIBO DE SUELDO" LINE 01 POSITION 27.
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           IF W-HAY-RECIBO NOT = "S"
              DISPLAY "(NO HAY UN RECIBO CONFIRMADO PARA SU LEGAJO)"
                 LINE 06 POSITION 05
              DISPLAY "PULSE UNA TECLA PARA VOLVER"
                 LINE 24 POSITION 27 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              GO TO MOSTRAR-RECIBO-EXIT.
           DISPLAY "PERIODO (AAAAMM): " LINE 05 POSITION 05.
           DISPLAY W-PERIODO LINE 05 POSITION 30.
           COMPUTE W-IMP = IBRUTO / 100.
           MOVE W-IMP TO W-IMP-ED.
           DISPLAY "BRUTO           : " LINE 07 POSITION 05.
           DISPLAY W-IMP-ED LINE 07 POSITION 25.
           COMPUTE W-IMP = IDESC / 100.
           MOVE W-IMP TO W-IMP-ED.
           DISPLAY "DESCUENTOS      : " LINE 08 POSITION 05.
           DISPLAY W-IMP-ED LINE 08 POSITION 25.
           COMPUTE W-IMP = INETO / 100.
           MOVE W-IMP TO W-IMP-ED.
           DISPLAY "NETO COBRADO    : " LINE 10 POSITION 05.
           DISPLAY W-IMP-ED LINE 10 POSITION 25.
           PERFORM MOSTRAR-PEDIDO THRU MOSTRAR-PEDIDO-EXIT.
           DISPLAY "PIDE LA REIMPRESION DE ESTE RECIBO (S/N): "
              LINE 16 POSITION 05.
           MOVE "N" TO W-OK.
           ACCEPT W-OK LINE 16 POSITION 48.
           IF W-OK = "S"
              PERFORM PEDIR-REIMPRESION THRU PEDIR-REIMPRESION-EXIT
           END-IF.
       MOSTRAR-RECIBO-EXIT.
           EXIT.

       BUSCAR-RECIBO.
           MOVE "N" TO W-HAY-RECIBO.
           MOVE 0 TO W-PERIODO.
           OPEN INPUT LIQCTL.
           IF FSTCTL NOT = "00"
              GO TO BUSCAR-RECIBO-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-CTL THRU LEER-CTL-EXIT UNTIL FIN-ARCH = "S".
           CLOSE LIQCTL.
           IF W-PERIODO = 0
              GO TO BUSCAR-RECIBO-EXIT.
           MOVE SPACES TO W-NOM-INT.
           STRING "LIQINT." W-PERIODO DELIMITED BY SIZE
              INTO W-NOM-INT.
           OPEN INPUT LIQINT.
           IF FSTINT NOT = "00"
              GO TO BUSCAR-RECIBO-EXIT.
           MOVE "N" TO FIN-ARCH.
           PERFORM LEER-INT THRU LEER-INT-EXIT UNTIL FIN-ARCH = "S".
           CLOSE LIQINT.
       BUSCAR-RECIBO-EXIT.
           EXIT.

      *-- EL INDICE VA EN ORDEN DE PERIODO: QUEDA EL ULTIMO "C" "M" --*
       LEER-CTL.
           READ LIQCTL NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-CTL-EXIT.
           IF CESTADO = "C" AND CTIPO NOT = "S"
              MOVE CPERIODO TO W-PERIODO
           END-IF.
       LEER-CTL-EXIT.
           EXIT.

       LEER-INT.
           READ LIQINT AT END
              MOVE "S" TO FIN-ARCH
              GO TO LEER-INT-EXIT.
           IF ICA = W-MCA
              MOVE "S" TO W-HAY-RECIBO
              MOVE "S" TO FIN-ARCH
           END-IF.
       LEER-INT-EXIT.
           EXIT.

      *-- ESTADO DEL PEDIDO ANTERIOR DE ESTE PERIODO, SI LO HUBO --*
       MOSTRAR-PEDIDO.
           OPEN INPUT KIOPED.
           IF FSTKPD NOT = "00"
              GO TO MOSTRAR-PEDIDO-EXIT.
           MOVE W-MCA     TO KPCA.
           MOVE W-PERIODO TO KPPERIODO.
           READ KIOPED INVALID KEY MOVE "23" TO FSTKPD.
           CLOSE KIOPED.
           IF FSTKPD NOT = "00"
              GO TO MOSTRAR-PEDIDO-EXIT.
           IF KPEST = "P"
              DISPLAY "YA PIDIO LA REIMPRESION EL " LINE 13 POSITION 05
              DISPLAY KPFPED LINE 13 POSITION 32
              DISPLAY ": PENDIENTE EN RR.HH." LINE 13 POSITION 40
           ELSE
              DISPLAY "REIMPRESO EL " LINE 13 POSITION 05
              DISPLAY KPFIMP LINE 13 POSITION 18
              DISPLAY ", RETIRELO EN RR.HH." LINE 13 POSITION 26
           END-IF.
       MOSTRAR-PEDIDO-EXIT.
           EXIT.

      *-- UN PEDIDO POR LEGAJO Y PERIODO: SI YA EXISTE SE VUELVE A --*
      *-- DEJAR PENDIENTE CON LA FECHA NUEVA Y SE CUENTA LA VEZ.   --*
       PEDIR-REIMPRESION.
           ACCEPT W-FECHA-HOY  FROM DATE YYYYMMDD.
           ACCEPT W-HORA-AHORA FROM TIME.
           OPEN I-O KIOPED.
           IF FSTKPD = "35"
              OPEN OUTPUT KIOPED
              CLOSE KIOPED
              OPEN I-O KIOPED
           END-IF.
           IF FSTKPD NOT = "00"
              GO TO PEDIR-REIMPRESION-ERROR.
           MOVE W-MCA     TO KPCA.
           MOVE W-PERIODO TO KPPERIODO.
           READ KIOPED INVALID KEY MOVE "23" TO FSTKPD.
           IF FSTKPD = "00"
              IF KPCANT < 99
                 ADD 1 TO KPCANT
              END-IF
           ELSE
              MOVE W-MCA     TO KPCA
              MOVE W-PERIODO TO KPPERIODO
              MOVE 1         TO KPCANT
           END-IF.
           MOVE "P"            TO KPEST.
           MOVE W-FECHA-HOY-N  TO KPFPED.
           MOVE W-AHORA-HHMMSS TO KPHPED.
           MOVE 0              TO KPFIMP.
           MOVE SPACES         TO KPOPER.
           IF FSTKPD = "00"
              REWRITE R-KPED INVALID KEY
                 MOVE "99" TO FSTKPD
              END-REWRITE
           ELSE
              MOVE "00" TO FSTKPD
              WRITE R-KPED INVALID KEY
                 MOVE "99" TO FSTKPD
              END-WRITE
           END-IF.
           CLOSE KIOPED.
           IF FSTKPD NOT = "00"
              GO TO PEDIR-REIMPRESION-ERROR.
           DISPLAY "PEDIDO REGISTRADO: RETIRE EL RECIBO EN RR.HH."
              LINE 18 POSITION 17.
           ACCEPT TECLA.
           GO TO PEDIR-REIMPRESION-EXIT.
       PEDIR-REIMPRESION-ERROR.
           DISPLAY "** NO SE REGISTRO EL PEDIDO, AVISE A RR.HH. **"
              LINE 18 POSITION 14 CONTROL "FCOLOR=RED", BLINK.
           ACCEPT TECLA.
       PEDIR-REIMPRESION-EXIT.
           EXIT.
