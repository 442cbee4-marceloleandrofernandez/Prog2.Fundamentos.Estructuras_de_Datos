      *** A LOS A-B-M (EMPLEADOS/LOCALIDADES/PERSONAS) Y AL MENU DE  ***
      *** ORDENAR/LISTAR EN VEZ DE QUE EL OPERADOR TENGA QUE SABER   ***
      *** DE MEMORIA QUE PGM ABRIR PARA CADA COSA.                   ***
      *** CADA VEZ QUE EL OPERADOR VUELVE AL MENU Y ELIGE UNA OPCION ***
      *** SE VERIFICA SU SESION ("SESCTL"): SI ESTUVO INACTIVO MAS   ***
      *** DE LO PERMITIDO O UN NIVEL 9 LA FINALIZO ("SESADM1"), EL   ***
      *** MENU SE CIERRA. AL SALIR SE CIERRA LA SESION.              ***
      *** SEGUN "PGENTR" DEL SITIO ELEGIDO EN "INICIAL" SE TRABAJA   ***
      *** EN PRODUCCION, SE PREGUNTA, O SE PASA SIEMPRE A LA COPIA   ***
      *** DE ENTRENAMIENTO ("ENTORNO"); LA SESION SIGUE REGISTRADA   ***
      *** EN PRODUCCION ("SESCTL"). AL SALIR SE VUELVE A PRODUCCION. ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENPPAL.
       DATA DIVISION.
       77 W-LOGIN-OK PIC X.
       77 W-NIVEL    PIC 9(1) VALUE 0.
       77 W-AUTORIZADO PIC X VALUE "S".
      *-- SESION ABIERTA POR "LOGIN" (VER "SESCTL"); "N" CUANDO YA --*
      *-- LA CERRO LA VERIFICACION DE INACTIVIDAD.                 --*
       77 W-SESION-ABIERTA PIC X VALUE "S".
           COPY SESWREC.
      *-- "PGENTR" DEL SITIO (VER "MODPAR") Y RESPUESTA DEL OPERADOR --*
       77 W-PGENTR   PIC X VALUE SPACE.
       77 W-ENTRENA  PIC X VALUE "N".
           COPY ENTWREC.
           COPY ENTMREC.
      *-- NIVEL MINIMO REQUERIDO PARA CADA OPCION DEL MENU (MISMO --*
      *-- ORDEN QUE "TABLA-OPCIONES"); "SALIR" NO SE VERIFICA.    --*
       01 TABLA-NIVELES.
       SCREEN SECTION.
       01 P-TITULO.
          02 BLANK SCREEN.
          02 LINE 01 COLUMN 01 PIC X(15) FROM ENT-MARCA.
          02 LINE 03 COLUMN 26 REVERSE VALUE
             "SISTEMA DE PERSONAL - MENU PRINCIPAL".

       PROCEDURE DIVISION.
        INICIO.
      *-- TODA CORRIDA ARRANCA EN PRODUCCION, SIN MARCA EN PANTALLA --*
           MOVE "P" TO ENT-ACCION.
           CALL   "ENTORNO" USING ENT-DATOS
           CANCEL "ENTORNO".
      *-- NO SE MUESTRA EL MENU SIN UN USUARIO/CLAVE VALIDOS (VER --*
      *-- "LOGIN.CBL"); SE SALE DIRECTAMENTE SI NO SE VALIDA.     --*
           CALL   "LOGIN" USING W-OPERADOR W-LOGIN-OK W-NIVEL
           END-IF.

      *-- MUESTRA LA PANTALLA DE PRESENTACION UNA SOLA VEZ AL ENTRAR --*
           CALL   "INICIAL" USING W-PGENTR
           CANCEL "INICIAL"
           ACCEPT TECLA.

           PERFORM ELEGIR-AMBIENTE THRU F-ELEGIR-AMBIENTE.
           IF W-SESION-ABIERTA = "N"
              EXIT PROGRAM
           END-IF.

      *-- AVISOS DE LA CARTELERA QUE ESTE OPERADOR AUN NO VIO --*
      *-- (VER "MODNOT"/"NOTLEE1"): SE MUESTRAN UNA SOLA VEZ. --*
           CALL   "NOTLEE1" USING W-OPERADOR
           CANCEL "NOTLEE1".

           PERFORM MOSTRAR-MENU THRU F-MOSTRAR-MENU UNTIL WFIN = "S".
           IF W-SESION-ABIERTA = "S"
              MOVE "C"        TO SES-ACCION
              MOVE W-OPERADOR TO SES-OPERADOR
              CALL   "SESCTL" USING SES-DATOS
              CANCEL "SESCTL"
           END-IF.
           IF ENT-MODO = "E"
              MOVE "P" TO ENT-ACCION
              CALL   "ENTORNO" USING ENT-DATOS
              CANCEL "ENTORNO"
           END-IF.
           EXIT PROGRAM.
      *    STOP RUN.

                                    W-ANCHO W-IND W-RES.
           CANCEL "MENU-OPC".

           PERFORM VERIFICAR-SESION.
           IF W-SESION-ABIERTA = "N"
              MOVE "S" TO WFIN
              GO TO F-MOSTRAR-MENU
           END-IF.

      *-- ESCAPE EN "MENU-OPC" DEVUELVE 0: SIN OPCION ELEGIDA NO --*
      *-- HAY NIVEL QUE VERIFICAR (Y "REQ-NIVEL(0)" NO EXISTE).  --*
           IF W-IND >= 1 AND W-IND NOT = 15
                 LINE 24, POSITION 20 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.

      *-- EL OPERADOR VOLVIO AL MENU: SI SU SESION YA NO ES DE ESTA  --*
      *-- TERMINAL O ESTUVO INACTIVA DEMASIADO, AVISA Y NO SIGUE.    --*
       VERIFICAR-SESION.
           MOVE "V"        TO SES-ACCION.
           MOVE W-OPERADOR TO SES-OPERADOR.
           CALL   "SESCTL" USING SES-DATOS.
           CANCEL "SESCTL".
           IF SES-RES = "I"
              MOVE "N" TO W-SESION-ABIERTA
              DISPLAY "** SESION CERRADA POR INACTIVIDAD, VUELVA A"
                 " INGRESAR **" LINE 24, POSITION 14
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           ELSE IF SES-RES = "F"
              MOVE "N" TO W-SESION-ABIERTA
              DISPLAY "** SU SESION FUE FINALIZADA O TOMADA DESDE OTRA"
                 " TERMINAL **" LINE 24, POSITION 12
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
           END-IF.

      *-- "E" = SIEMPRE ENTRENAMIENTO, "O" = LO ELIGE EL OPERADOR,  --*
      *-- CUALQUIER OTRO VALOR = PRODUCCION. LA SESION QUE ABRIO    --*
      *-- "LOGIN" QUEDA EN EL REGISTRO DE PRODUCCION AUNQUE SE PASE --*
      *-- A LA COPIA (VER "SESCTL"), ASI NADIE ENTRA CON EL MISMO   --*
      *-- USUARIO EN OTRA TERMINAL MIENTRAS TANTO.                  --*
       ELEGIR-AMBIENTE.
           MOVE "N" TO W-ENTRENA.
           IF W-PGENTR = "E"
              MOVE "S" TO W-ENTRENA
           ELSE IF W-PGENTR = "O"
              DISPLAY "TRABAJAR EN MODO ENTRENAMIENTO S/N: "
                 LINE 24, POSITION 20
              ACCEPT W-ENTRENA LINE 24, POSITION 56
           END-IF.
           IF W-ENTRENA NOT = "S"
              GO TO F-ELEGIR-AMBIENTE.

           MOVE "E" TO ENT-ACCION.
           CALL   "ENTORNO" USING ENT-DATOS.
           CANCEL "ENTORNO".
      *-- SIN COPIA PREPARADA ("ENTREF1"): SI EL SITIO ES SOLO DE   --*
      *-- ENTRENAMIENTO NO SE ENTRA; SI NO, SE SIGUE EN PRODUCCION. --*
           IF ENT-RES = "N"
              DISPLAY "** NO HAY COPIA DE ENTRENAMIENTO PREPARADA"
                 " (VER ENTREF1) **" LINE 24, POSITION 14
                 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              IF W-PGENTR = "E"
                 MOVE "C"        TO SES-ACCION
                 MOVE W-OPERADOR TO SES-OPERADOR
                 CALL   "SESCTL" USING SES-DATOS
                 CANCEL "SESCTL"
                 MOVE "N" TO W-SESION-ABIERTA
              END-IF
              GO TO F-ELEGIR-AMBIENTE.

           DISPLAY "COPIA DE ENTRENAMIENTO DEL " ENT-FECHA " "
              ENT-HORA " HS. POR " ENT-OPER
              LINE 24, POSITION 12.
           ACCEPT TECLA.
       F-ELEGIR-AMBIENTE.
           EXIT.
