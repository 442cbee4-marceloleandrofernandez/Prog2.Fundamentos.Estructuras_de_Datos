      *-- LAYOUT UNICO DE "CURAULA.IND": EL AULA DE CADA FRANJA DE  --*
      *-- "CURHOR.IND", CON SU MISMA CLAVE. ARCHIVO APARTE PARA NO  --*
      *-- CAMBIAR EL LARGO DE "CURHOR.IND" (Y TENER QUE CONVERTIRLO --*
      *-- COMO CON "CONVCUR1"). LO GRABA Y BORRA "HORCUR1" JUNTO    --*
      *-- CON LA FRANJA; UNA FRANJA SIN FILA ACA NO TIENE AULA.     --*
       01 R-HAU.
          02 HACLAVE.
             03 HACUR    PIC 9(03).
             03 HAEDI    PIC 9(02).
             03 HADIA    PIC 9(1).
             03 HAHDES   PIC 9(04).
          02 HAAULA      PIC 9(03).
