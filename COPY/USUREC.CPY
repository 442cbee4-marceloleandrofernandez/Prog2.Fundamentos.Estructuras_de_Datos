      *-- LAYOUT UNICO DEL MAESTRO DE USUARIOS "USUARIO.IND". LO     --*
      *-- COMPARTEN "LOGIN", "CAMBPAS", "MODUSU" (ABMUSU.CBL),       --*
      *-- "RPTRES1" Y "CONVCLV1". LA CLAVE YA NO SE GUARDA: SOLO LA  --*
      *-- "SAL" PROPIA DE CADA CUENTA Y EL RESULTADO DE CIFRAR SAL + --*
      *-- CLAVE CON "CIFRCLV", QUE NO SE PUEDE DESHACER. PARA        --*
      *-- VALIDAR SE CIFRA LA CLAVE TECLEADA CON LA MISMA SAL Y SE   --*
      *-- COMPARA EL RESULTADO.                                      --*
       01 R-USU.
          02 UUSU    PIC X(08).
          02 USAL    PIC X(08).
          02 UHASH   PIC X(32).
      *-- NIVEL DE ACCESO: 1 (CONSULTA) A 9 (ADMINISTRADOR); LO LEE --*
      *-- "LOGIN" Y LO USA "MENPPAL" PARA HABILITAR CADA OPCION.    --*
          02 UNIVEL  PIC 9(1).
      *-- FECHA DE VENCIMIENTO DE LA CLAVE, RECALCULADA A CADA ALTA  --*
      *-- O CAMBIO (VER "CALCULAR-VENCIMIENTO"); EN CERO PARA LAS    --*
      *-- CUENTAS QUE EXISTIAN ANTES DE ESTE CAMPO.                  --*
          02 UVENCE.
             03 UVANIO PIC 9(04).
             03 UVMES  PIC 99.
             03 UVDIA  PIC 99.
      *-- FALLOS CONSECUTIVOS DE CLAVE Y MARCA DE CUENTA BLOQUEADA  --*
      *-- ("S" DESPUES DE 3 SEGUIDOS): LOS LLEVA "LOGIN"; EL        --*
      *-- DESBLOQUEO SE HACE EN "MODUSU", RESERVADO AL NIVEL 9.     --*
          02 UFALLOS PIC 9(1).
          02 UBLOQ   PIC X(1).
      *-- "S" = EL OPERADOR TIENE QUE ELEGIR UNA CLAVE NUEVA AL     --*
      *-- PROXIMO INGRESO ("LOGIN" NO LO DEJA PASAR SIN HACERLO):   --*
      *-- QUEDA ASI AL CONVERTIR ("CONVCLV1") Y CUANDO UN NIVEL 9   --*
      *-- LE ASIGNA LA CLAVE DESDE "MODUSU".                        --*
          02 UCAMBIO PIC X(1).
