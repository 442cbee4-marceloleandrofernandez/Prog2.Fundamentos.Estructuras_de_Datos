      *-- AREA UNICA DE COMUNICACION CON "SPOOLIMP" (COPIA FECHADA   --*
      *-- DE CADA LISTADO QUE VA A "PRN"). EL LISTADO SE ESCRIBE     --*
      *-- PRIMERO EN DISCO, EN EL ARCHIVO "SPL-ARCH" QUE "SPOOLIMP"  --*
      *-- LE ASIGNA ("N"); AL CERRARLO, "SPOOLIMP" LO MANDA TAL CUAL --*
      *-- A LA IMPRESORA Y LO REGISTRA EN "LISTADOS.IND" ("I"). LA   --*
      *-- COPIA QUEDA PARA VERLA O REIMPRIMIRLA ("R") EN "REIMP1".   --*
       01 SPL-DATOS.
      *-- "N" = NOMBRE NUEVO, "I" = IMPRIMIR Y REGISTRAR, --*
      *-- "R" = REIMPRIMIR LAS HOJAS "SPL-DESDE" A "SPL-HASTA". --*
          02 SPL-ACCION     PIC X.
      *-- PROGRAMA QUE IMPRIME Y OPERADOR (VER "LOGIN"), O BLANCO --*
      *-- SI EL PROGRAMA NO PIDE USUARIO.                         --*
          02 SPL-PROGRAMA   PIC X(08).
          02 SPL-OPERADOR   PIC X(08).
      *-- NOMBRE DE LA COPIA: "AAAAMMDD.NNN" (FECHA + NRO DEL DIA) --*
          02 SPL-ARCH       PIC X(12).
          02 SPL-DESDE      PIC 9(04).
          02 SPL-HASTA      PIC 9(04).
      *-- SALIDAS: RENGLONES Y HOJAS MANDADOS A "PRN", Y "S"/"N" --*
      *-- SEGUN SI LA COPIA QUEDO REGISTRADA.                    --*
          02 SPL-LINEAS     PIC 9(06).
          02 SPL-PAGINAS    PIC 9(04).
          02 SPL-OK         PIC X.
