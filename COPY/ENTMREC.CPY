      *-- AMBIENTE DE TRABAJO DE LA CORRIDA, COMPARTIDO (EXTERNAL) --*
      *-- POR TODOS LOS PROGRAMAS QUE SE LLAMAN DESDE "MENPPAL". LO --*
      *-- ARMA "ENTORNO": EN ENTRENAMIENTO "ENT-MARCA" SALE EN LA   --*
      *-- LINEA 1 DE CADA PANTALLA; EN PRODUCCION QUEDA EN BLANCO.  --*
       01 ENT-AMBIENTE EXTERNAL.
      *-- "E" = ENTRENAMIENTO, "P" (O BLANCO) = PRODUCCION --*
          02 ENT-MODO        PIC X.
          02 ENT-MARCA       PIC X(15).
      *-- PREFIJO DE ARCHIVOS DE PRODUCCION ("FILE_PREFIX") COMO   --*
      *-- ESTABA AL ARRANCAR, PARA VOLVER A EL ("S" = YA TOMADO).  --*
          02 ENT-PROD-LEIDO  PIC X.
          02 ENT-PROD        PIC X(60).
