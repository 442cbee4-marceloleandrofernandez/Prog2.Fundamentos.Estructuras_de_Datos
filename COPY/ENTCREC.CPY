      *-- LAYOUT DE "ENTRENA.CTL", UN SOLO REGISTRO EN EL DIRECTORIO --*
      *-- DE ENTRENAMIENTO: LO ESCRIBE "ENTREF1" AL TERMINAR DE      --*
      *-- ARMAR LA COPIA Y LO LEE "ENTORNO" ANTES DE DEJAR ENTRAR.   --*
      *-- SIN ESTE REGISTRO LA COPIA NO ESTA COMPLETA.               --*
       01 R-ENC.
          02 ECFECHA  PIC 9(08).
          02 ECHORA   PIC 9(04).
          02 ECOPER   PIC X(08).
      *-- GENERACIONES DE "BACKUP1" DE LAS QUE SALIO LA COPIA --*
          02 ECGMAE   PIC X(20).
          02 ECGLOC   PIC X(20).
          02 ECGPER   PIC X(20).
