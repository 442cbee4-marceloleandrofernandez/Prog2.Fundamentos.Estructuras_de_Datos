      *-- LAYOUT UNICO DE "SESACT.IND": UNA SESION ABIERTA POR    --*
      *-- OPERADOR DE "USUARIO.IND" (LA ABRE "LOGIN", LA CIERRA   --*
      *-- "MENPPAL" AL SALIR; LA MANEJA "SESCTL", LA LISTA        --*
      *-- "SESADM1"). EL REGISTRO DE CLAVE EN BLANCO NO ES UNA    --*
      *-- SESION: GUARDA LOS MINUTOS DE INACTIVIDAD ("R-SESP").   --*
       01 R-SES.
          02 SAUSU       PIC X(08).
      *-- NOMBRE DE LA PC DESDE LA QUE SE INGRESO ("COMPUTERNAME") --*
          02 SATERM      PIC X(15).
          02 SAINICIO.
             03 SAIFECHA PIC 9(08).
             03 SAIHORA  PIC 9(04).
      *-- ULTIMO INGRESO A UN PGM ("LOGIN") O REGRESO AL MENU --*
          02 SAULTIMA.
             03 SAUFECHA PIC 9(08).
             03 SAUHORA  PIC 9(04).
          02 FILLER      PIC X(13).
      *-- REGISTRO DE CONTROL: "SPCLAVE" EN BLANCO; SIN EL SE TOMAN --*
      *-- 60 MINUTOS. 0 = SIN LIMITE DE INACTIVIDAD.                --*
       01 R-SESP.
          02 SPCLAVE     PIC X(08).
          02 SPMINUT     PIC 9(03).
          02 FILLER      PIC X(49).
