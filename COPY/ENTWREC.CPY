      *-- AREA UNICA DE COMUNICACION CON "ENTORNO" (AMBIENTE DE    --*
      *-- ENTRENAMIENTO, VER COPY/ENTMREC.CPY).                    --*
       01 ENT-DATOS.
      *-- "E" = PASAR A ENTRENAMIENTO (LA COPIA TIENE QUE ESTAR    --*
      *-- PREPARADA POR "ENTREF1"), "R" = APUNTAR A LA COPIA SIN   --*
      *-- VERIFICARLA NI MARCAR LAS PANTALLAS (SOLO "ENTREF1", QUE --*
      *-- LA ESTA ARMANDO), "P" = VOLVER A PRODUCCION.             --*
          02 ENT-ACCION      PIC X.
      *-- "S" = HECHO; "N" (CON "E") = NO HAY COPIA PREPARADA, SE  --*
      *-- SIGUE EN PRODUCCION.                                     --*
          02 ENT-RES         PIC X.
      *-- CON "E": CUANDO Y QUIEN PREPARO LA COPIA ("ENTRENA.CTL") --*
          02 ENT-FECHA       PIC 9(08).
          02 ENT-HORA        PIC 9(04).
          02 ENT-OPER        PIC X(08).
