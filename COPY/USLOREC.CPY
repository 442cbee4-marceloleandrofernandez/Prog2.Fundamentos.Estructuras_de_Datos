      *-- LAYOUT UNICO DE "USULOC.IND": LOCALIDADES A CARGO DE CADA  --*
      *-- USUARIO DE "USUARIO.IND" (LO MANTIENE "MODUSU"; LO LEE     --*
      *-- "ACCLOC"). UN USUARIO SIN REGISTRO ACA VE TODAS LAS        --*
      *-- LOCALIDADES, COMO ANTES DE ESTE ARCHIVO.                   --*
       01 R-ULC.
          02 ULUSU    PIC X(08).
      *-- "S" = TODAS LAS LOCALIDADES, "N" = SOLO LAS DE "ULLOC" --*
          02 ULTODAS  PIC X(01).
      *-- HASTA 10 CODIGOS DE "MLOC"; 0 = POSICION LIBRE --*
          02 ULLOCS.
             03 ULLOC PIC 9(02) OCCURS 10 TIMES.
