      *-- LAYOUT UNICO DE "AULA.IND" (MAESTRO DE AULAS): CODIGO,    --*
      *-- DESCRIPCION Y CAPACIDAD EN ALUMNOS. LO MANTIENE "AULA1";  --*
      *-- "HORCUR1" LO USA PARA UBICAR CADA FRANJA DE "CURHOR.IND"  --*
      *-- (VER COPY/HAULREC.CPY) Y AVISAR SI EL CUPO "CUCAP" DEL    --*
      *-- CURSO NO ENTRA EN EL AULA.                                --*
       01 R-AUL.
          02 AUCOD       PIC 9(03).
          02 AUDESC      PIC X(20).
          02 AUCAP       PIC 9(03).
          02 AUFECHA     PIC 9(08).
          02 AUOPER      PIC X(08).
