      *** CIFRADO DE CLAVES DE OPERADOR: "USUARIO.IND" YA NO GUARDA   ***
      *** LA CLAVE SINO UNA "SAL" PROPIA DE CADA CUENTA ("USAL") Y EL ***
      *** RESULTADO DE MEZCLAR SAL + USUARIO + CLAVE ("UHASH"), QUE   ***
      *** NO SE PUEDE DESHACER PARA RECUPERAR LA CLAVE. LO LLAMAN     ***
      *** "LOGIN" (PARA VALIDAR), "CAMBPAS"/"MODUSU" (PARA GRABAR UNA ***
      *** CLAVE NUEVA) Y "CONVCLV1" (CONVERSION DE LAS CUENTAS QUE    ***
      *** TENIAN LA CLAVE A LA VISTA).                                ***
      ***   "N" = SAL NUEVA: GENERA UNA SAL AL AZAR EN "L-SAL" Y      ***
      ***         DEVUELVE EN "L-HASH" LA CLAVE CIFRADA CON ELLA.     ***
      ***   "V" = VALIDAR: CIFRA "L-CLAVE" CON LA "L-SAL" RECIBIDA;   ***
      ***         EL LLAMADOR COMPARA "L-HASH" CONTRA "UHASH".        ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIFRCLV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
      *-- CARACTERES IMPRIMIBLES EN ORDEN ASCII: LA POSICION DE CADA --*
      *-- CARACTER DE LA CLAVE EN ESTA TABLA ES EL VALOR QUE ENTRA   --*
      *-- EN LA MEZCLA (CUALQUIER OTRO CARACTER VALE 95).            --*
       01 W-ALFABETO.
          02 FILLER PIC X(32) VALUE
             " !""#$%&'()*+,-./0123456789:;<=>?".
          02 FILLER PIC X(32) VALUE
             "@ABCDEFGHIJKLMNOPQRSTUVWXYZ[\]^_".
          02 FILLER PIC X(31) VALUE
             "`abcdefghijklmnopqrstuvwxyz{|}~".

      *-- CARACTERES CON LOS QUE SE ARMA UNA SAL NUEVA --*
       01 W-ALFA-SAL.
          02 FILLER PIC X(36) VALUE
             "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789".
          02 FILLER PIC X(26) VALUE
             "abcdefghijklmnopqrstuvwxyz".
       01 W-ALFA-SAL-R REDEFINES W-ALFA-SAL.
          02 W-CAR-SAL  PIC X OCCURS 62 TIMES.

      *-- TEXTO QUE SE MEZCLA (SAL + USUARIO + CLAVE) Y EL VALOR DE   --*
      *-- CADA UNO DE SUS CARACTERES; SE BORRAN AL TERMINAR PARA NO   --*
      *-- DEJAR LA CLAVE EN MEMORIA.                                  --*
       01 W-TEXTO.
          02 W-TX-SAL      PIC X(08).
          02 W-TX-USU      PIC X(08).
          02 W-TX-CLAVE    PIC X(08).
       01 W-TEXTO-R REDEFINES W-TEXTO.
          02 W-TX-CAR      PIC X OCCURS 24 TIMES.
       01 TABLA-VALORES.
          02 W-VALOR       PIC 9(03) OCCURS 24 TIMES.

      *-- LOS CUATRO ACUMULADORES DE LA MEZCLA; JUNTOS FORMAN LOS 32 --*
      *-- DIGITOS QUE SE DEVUELVEN EN "L-HASH".                      --*
       01 W-RESULTADO.
          02 W-H           PIC 9(08) OCCURS 4 TIMES.

      *-- MODULO DE LA MEZCLA (PRIMO MAS GRANDE DE 8 DIGITOS) Y       --*
      *-- CANTIDAD DE VUELTAS: CUANTAS MAS, MAS LENTO ES PROBAR       --*
      *-- CLAVES AL AZAR CONTRA UN "USUARIO.IND" COPIADO.             --*
       77 W-PRIMO          PIC 9(08) VALUE 99999989.
       77 W-VUELTAS        PIC 9(04) VALUE 1000.

       77 W-VUELTA         PIC 9(04) VALUE 0.
       77 IND-CAR          PIC 99    VALUE 0.
       77 IND-H            PIC 9     VALUE 0.
       77 IND-SIG          PIC 9     VALUE 0.
       77 W-POS            PIC 9(03) VALUE 0.
       77 W-CAR            PIC X     VALUE SPACE.
       77 W-PRODUCTO       PIC 9(18) VALUE 0.
       77 W-COCIENTE       PIC 9(18) VALUE 0.
       77 W-RESTO          PIC 9(08) VALUE 0.
       77 W-COC-4          PIC 9(03) VALUE 0.
       77 W-RESTO-4        PIC 9     VALUE 0.

      *-- SEMILLA DEL GENERADOR DE SALES: HORA CON CENTESIMAS, FECHA --*
      *-- Y LOS CARACTERES DEL USUARIO, PARA QUE DOS ALTAS EN EL     --*
      *-- MISMO INSTANTE NO SALGAN CON LA MISMA SAL.                 --*
       01 W-FECHA-HOY      PIC 9(08).
       01 W-HORA-AHORA     PIC 9(08).
       77 W-SEMILLA        PIC 9(08) VALUE 0.
       77 W-COC-62         PIC 9(08) VALUE 0.
       77 W-RESTO-62       PIC 99    VALUE 0.
       77 IND-SAL          PIC 9     VALUE 0.

       LINKAGE SECTION.
      *-- "N" = GENERAR SAL Y CIFRAR, "V" = CIFRAR CON "L-SAL" --*
       77 L-ACCION         PIC X.
       77 L-USUARIO        PIC X(08).
      *-- SAL DE LA CUENTA: LA DEVUELVE CON "N", LA RECIBE CON "V" --*
       77 L-SAL            PIC X(08).
       77 L-CLAVE          PIC X(08).
       77 L-HASH           PIC X(32).

       PROCEDURE DIVISION USING L-ACCION L-USUARIO L-SAL L-CLAVE
                                L-HASH.
       INICIO.
           IF L-ACCION = "N"
              PERFORM GENERAR-SAL
           END-IF.
           MOVE L-SAL     TO W-TX-SAL.
           MOVE L-USUARIO TO W-TX-USU.
           MOVE L-CLAVE   TO W-TX-CLAVE.
           PERFORM VALOR-CARACTER VARYING IND-CAR FROM 1 BY 1
              UNTIL IND-CAR > 24.

      *-- VALORES INICIALES FIJOS: DEBEN SER SIEMPRE LOS MISMOS, O  --*
      *-- NINGUNA CLAVE YA GRABADA VOLVERIA A VALIDAR.              --*
           MOVE 31415926 TO W-H (1).
           MOVE 27182818 TO W-H (2).
           MOVE 14142135 TO W-H (3).
           MOVE 17320508 TO W-H (4).
           PERFORM MEZCLAR-VUELTA VARYING W-VUELTA FROM 1 BY 1
              UNTIL W-VUELTA > W-VUELTAS.
           MOVE W-RESULTADO TO L-HASH.

           MOVE SPACES TO W-TEXTO.
           MOVE ZEROS  TO TABLA-VALORES.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- POSICION (0 A 94) DEL CARACTER EN "W-ALFABETO" --*
       VALOR-CARACTER.
           MOVE W-TX-CAR (IND-CAR) TO W-CAR.
           MOVE 0 TO W-POS.
           INSPECT W-ALFABETO TALLYING W-POS
              FOR CHARACTERS BEFORE INITIAL W-CAR.
           MOVE W-POS TO W-VALOR (IND-CAR).

      *-- UNA VUELTA: CADA CARACTER ENTRA EN UNO DE LOS CUATRO      --*
      *-- ACUMULADORES (EN ROTACION) JUNTO CON EL SIGUIENTE Y EL    --*
      *-- NUMERO DE VUELTA; AL FINAL SE CRUZAN LOS CUATRO ENTRE SI  --*
      *-- PARA QUE CADA CARACTER TERMINE AFECTANDO A TODO "L-HASH". --*
       MEZCLAR-VUELTA.
           PERFORM MEZCLAR-CARACTER VARYING IND-CAR FROM 1 BY 1
              UNTIL IND-CAR > 24.
           PERFORM CRUZAR-ACUMULADOR VARYING IND-H FROM 1 BY 1
              UNTIL IND-H > 4.

       MEZCLAR-CARACTER.
           DIVIDE IND-CAR BY 4 GIVING W-COC-4 REMAINDER W-RESTO-4.
           COMPUTE IND-H = W-RESTO-4 + 1.
           PERFORM CALCULAR-SIGUIENTE.
           COMPUTE W-PRODUCTO = W-H (IND-H) * (W-VALOR (IND-CAR) + 131)
              + W-H (IND-SIG) + W-VUELTA.
           DIVIDE W-PRODUCTO BY W-PRIMO GIVING W-COCIENTE
              REMAINDER W-RESTO.
           MOVE W-RESTO TO W-H (IND-H).

       CRUZAR-ACUMULADOR.
           PERFORM CALCULAR-SIGUIENTE.
           COMPUTE W-PRODUCTO = W-H (IND-H) * (W-H (IND-SIG) + 7)
              + IND-H.
           DIVIDE W-PRODUCTO BY W-PRIMO GIVING W-COCIENTE
              REMAINDER W-RESTO.
           MOVE W-RESTO TO W-H (IND-H).

      *-- ACUMULADOR QUE SIGUE A "IND-H" (DEL 4 SE VUELVE AL 1) --*
       CALCULAR-SIGUIENTE.
           IF IND-H = 4
              MOVE 1 TO IND-SIG
           ELSE
              COMPUTE IND-SIG = IND-H + 1
           END-IF.

      *-- OCHO CARACTERES AL AZAR DE "W-ALFA-SAL", CON UN GENERADOR  --*
      *-- CONGRUENCIAL SOBRE "W-SEMILLA".                            --*
       GENERAR-SAL.
           ACCEPT W-FECHA-HOY  FROM DATE YYYYMMDD.
           ACCEPT W-HORA-AHORA FROM TIME.
           MOVE SPACES    TO W-TX-SAL W-TX-CLAVE.
           MOVE L-USUARIO TO W-TX-USU.
           MOVE W-HORA-AHORA TO W-PRODUCTO.
           ADD W-FECHA-HOY TO W-PRODUCTO.
           PERFORM SUMAR-USUARIO-SEMILLA VARYING IND-CAR FROM 9 BY 1
              UNTIL IND-CAR > 16.
           DIVIDE W-PRODUCTO BY W-PRIMO GIVING W-COCIENTE
              REMAINDER W-SEMILLA.
           PERFORM ELEGIR-CARACTER-SAL VARYING IND-SAL FROM 1 BY 1
              UNTIL IND-SAL > 8.

       SUMAR-USUARIO-SEMILLA.
           PERFORM VALOR-CARACTER.
           COMPUTE W-PRODUCTO = W-PRODUCTO * 3 + W-VALOR (IND-CAR).

       ELEGIR-CARACTER-SAL.
           COMPUTE W-PRODUCTO = W-SEMILLA * 16807 + 12345.
           DIVIDE W-PRODUCTO BY W-PRIMO GIVING W-COCIENTE
              REMAINDER W-SEMILLA.
           DIVIDE W-SEMILLA BY 62 GIVING W-COC-62
              REMAINDER W-RESTO-62.
           MOVE W-CAR-SAL (W-RESTO-62 + 1) TO L-SAL (IND-SAL:1).
