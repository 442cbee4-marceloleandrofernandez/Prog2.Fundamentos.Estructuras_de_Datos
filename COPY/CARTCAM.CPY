      *-- CAMPOS QUE SE PUEDEN COMBINAR EN UNA PLANTILLA DE         --*
      *-- "CARTA.IND": "MODCAR" MUESTRA ESTA LISTA Y RECHAZA LOS    --*
      *-- CAMPOS QUE NO ESTEN EN ELLA; "CARTA1" REEMPLAZA CADA UNO  --*
      *-- SEGUN SU POSICION EN LA TABLA ("ARMAR-VALOR"), ASI QUE UN --*
      *-- CAMPO NUEVO SE AGREGA AL FINAL Y EN LOS DOS PROGRAMAS.    --*
       01 TABLA-CAMPOS.
          02 FILLER PIC X(40) VALUE
             "@LEGAJO CODIGO DE LEGAJO".
          02 FILLER PIC X(40) VALUE
             "@NOMBRE APELLIDO Y NOMBRE".
          02 FILLER PIC X(40) VALUE
             "@SUELDO SUELDO BASICO".
          02 FILLER PIC X(40) VALUE
             "@CATEGO CATEGORIA".
          02 FILLER PIC X(40) VALUE
             "@INGRES FECHA DE INGRESO".
          02 FILLER PIC X(40) VALUE
             "@FPRUEB FIN DEL PERIODO DE PRUEBA".
          02 FILLER PIC X(40) VALUE
             "@ANTIGU ANIOS DE ANTIGUEDAD".
          02 FILLER PIC X(40) VALUE
             "@LOCALI LOCALIDAD".
          02 FILLER PIC X(40) VALUE
             "@TELEFO TELEFONO".
          02 FILLER PIC X(40) VALUE
             "@DOMICI DOMICILIO (CONTACTO)".
          02 FILLER PIC X(40) VALUE
             "@CORREO CORREO ELECTRONICO (CONTACTO)".
          02 FILLER PIC X(40) VALUE
             "@EMPRES NOMBRE DEL EMPLEADOR".
          02 FILLER PIC X(40) VALUE
             "@FECHOY FECHA DE EMISION DE LA CARTA".
          02 FILLER PIC X(40) VALUE
             "@MOVTIP MOVIMIENTO: TIPO".
          02 FILLER PIC X(40) VALUE
             "@MOVDES MOVIMIENTO: DESDE".
          02 FILLER PIC X(40) VALUE
             "@MOVHAS MOVIMIENTO: HASTA".
          02 FILLER PIC X(40) VALUE
             "@MOVDIA MOVIMIENTO: DIAS".
          02 FILLER PIC X(40) VALUE
             "@MOVDET MOVIMIENTO: DETALLE O MOTIVO".
       01 RTABLA-CAMPOS REDEFINES TABLA-CAMPOS.
          02 T-CAMPO OCCURS 18 TIMES.
             03 T-CAM-COD   PIC X(07).
             03 FILLER      PIC X(01).
             03 T-CAM-DESC  PIC X(32).
       77 CANT-CAMPOS       PIC 99 VALUE 18.
