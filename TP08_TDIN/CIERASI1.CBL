      *--      "ASISTEN.AAAAMM" Y REESCRIBE "ASISTEN.DAT" SIN EL;     --*
      *--   3) DEJA CONSTANCIA DEL PASO EN "BATCH.LOG" VIA "BATCHLOG" --*
      *--      COMO EL RESTO DE LA CADENA NOCTURNA.                   --*
      *-- EL INDICE "ASISTEN.IND" (VER "MOVIDX") NO SE TOCA: SIGUE    --*
      *-- GUARDANDO LOS RENGLONES ARCHIVADOS PARA LAS CONSULTAS.      --*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERASI1.
      ****
       77 L-PASO             PIC X(15).
       77 L-RESULTADO        PIC X.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       DECLARATIVES.
       PRIMERA SECTION.
              EXIT PROGRAM
           END-IF.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           DISPLAY "CIERRE MENSUAL DE ASISTENCIA" LINE 01
              POSITION 26.
           DISPLAY "PERIODO A CERRAR (AAAAMM, 0 = TERMINAR): "
