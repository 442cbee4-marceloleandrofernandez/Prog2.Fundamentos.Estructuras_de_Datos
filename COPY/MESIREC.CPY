      *-- LAYOUT UNICO DE "MESAINS.IND" (INSCRIPTOS A MESA): UNA    --*
      *-- FILA POR MESA Y ALUMNO, CON LA EDICION, EL RESULTADO Y LA --*
      *-- ASISTENCIA DEL ACTA "F" O "L" QUE SE RINDE. LA NOTA LA    --*
      *-- CARGA EL TRIBUNAL EN "MESA1"; EL APROBADO GRABA ADEMAS UN --*
      *-- "A" EN "ACTA.DAT" CON LA FECHA DE LA MESA.                --*
       01 R-MSI.
          02 MICLAVE.
             03 MICUR    PIC 9(03).
             03 MIFECHA  PIC 9(08).
             03 MICA     PIC 9(08).
          02 MIEDI       PIC 9(02).
          02 MIRES       PIC X(01).
          02 MIASIS      PIC 9(03).
      *-- I = INSCRIPTO, A = APROBADO, D = DESAPROBADO, X = AUSENTE --*
          02 MIEST       PIC X(01).
          02 MINOTA      PIC 9(02).
          02 MIFEST      PIC 9(08).
          02 MIOPER      PIC X(08).
