      *-- LAYOUT UNICO DE "PINEMP.IND" (CLAVE PERSONAL DEL EMPLEADO --*
      *-- PARA EL KIOSCO DE AUTOCONSULTA, APARTE DE "USUARIO.IND":  --*
      *-- EL EMPLEADO NO ES UN OPERADOR DEL SISTEMA). UN REGISTRO   --*
      *-- POR LEGAJO; LO ASIGNA RR.HH. EN "KIOPIN1" Y LO VALIDA Y   --*
      *-- CAMBIA EL PROPIO EMPLEADO EN "KIOSCO".                    --*
       01 R-PIN.
          02 PICA       PIC 9(08).
          02 PIPIN      PIC 9(04).
      *-- FALLOS SEGUIDOS DE PIN Y BLOQUEO, MISMA REGLA QUE "LOGIN": --*
      *-- CON EL TERCERO QUEDA EN "S" HASTA QUE RR.HH. ASIGNE OTRO.  --*
          02 PIFALLOS   PIC 9(1).
          02 PIBLOQ     PIC X(1).
      *-- "S" = PIN PROVISORIO DE RR.HH.: EL KIOSCO OBLIGA A --*
      *-- CAMBIARLO ANTES DE MOSTRAR NADA                    --*
          02 PICAMB     PIC X(1).
      *-- ULTIMA ASIGNACION O CAMBIO, Y QUIEN LO HIZO ("KIOSCO" SI --*
      *-- LO CAMBIO EL EMPLEADO)                                   --*
          02 PIFECHA    PIC 9(08).
          02 PIOPER     PIC X(08).
