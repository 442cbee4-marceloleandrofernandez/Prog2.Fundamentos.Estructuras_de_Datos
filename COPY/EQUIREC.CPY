      *-- LAYOUT UNICO DE "EQUIPO.IND" (MAESTRO DE ELEMENTOS QUE SE  --*
      *-- ENTREGAN AL PERSONAL: HERRAMIENTAS, COMPUTADORAS, ROPA DE  --*
      *-- TRABAJO Y ELEMENTOS DE PROTECCION). LO MANTIENE "MODEQU";  --*
      *-- LO LEEN "ASIGEQ1" (ENTREGAS) Y "RPTEQU1" (REPOSICIONES).   --*
       01 R-EQU.
          02 EQCOD    PIC 9(04).
          02 EQDESC   PIC X(30).
      *-- H = HERRAMIENTA, C = COMPUTADORA, U = UNIFORME / ROPA, --*
      *-- S = ELEMENTO DE SEGURIDAD (PROTECCION PERSONAL)         --*
          02 EQCLASE  PIC X(01).
      *-- "S" SI SE ENTREGA POR TALLE (SE PIDE EN CADA ENTREGA) --*
          02 EQTALLE  PIC X(01).
      *-- MESES DE USO HASTA REPONERLO; 0 = NO SE REPONE --*
          02 EQMESES  PIC 9(03).
      *-- "S" = SE SIGUE ENTREGANDO, "N" = DISCONTINUADO --*
          02 EQACT    PIC X(01).
