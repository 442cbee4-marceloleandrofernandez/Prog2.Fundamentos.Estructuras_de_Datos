      *** COPIA FECHADA DE LOS LISTADOS QUE VAN A "PRINTER \"PRN\"":  ***
      *** HASTA AHORA CADA LISTADO SALIA DERECHO A LA IMPRESORA Y SI  ***
      *** EL PAPEL SE TRABABA O LA HOJA SE PERDIA HABIA QUE VOLVER A  ***
      *** CORRER TODO, CON LOS DATOS YA CAMBIADOS. AHORA EL LISTADO   ***
      *** SE ESCRIBE EN UN ARCHIVO "AAAAMMDD.NNN" QUE ESTE            ***
      *** SUBPROGRAMA LE ASIGNA ("N"); AL CERRARLO, ESE MISMO ARCHIVO ***
      *** SE MANDA TAL CUAL A "PRN" Y QUEDA REGISTRADO EN             ***
      *** "LISTADOS.IND" CON PROGRAMA, OPERADOR, FECHA, HORA Y HOJAS  ***
      *** ("I"). "REIMP1" LO USA PARA REIMPRIMIR TODO O UN RANGO DE   ***
      *** HOJAS ("R"). AREA DE COMUNICACION EN COPY/SPLWREC.CPY.      ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SPOOLIMP.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- INDICE DE COPIAS (VER COPY/SPLIREC.CPY) --*
           SELECT LISTADOS ASSIGN TO DISK "LISTADOS.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS SXCLAVE
           FILE STATUS IS FSTSPL.

      *-- LA COPIA FECHADA QUE DEJO EL PROGRAMA QUE IMPRIME --*
           SELECT COPIA ASSIGN TO DISK W-NOM-COPIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTCOP.

      *-- B.DATOS DE SALIDA A IMPRESORA --*
           SELECT LISTADO-IMP ASSIGN TO PRINTER "PRN"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LISTADOS
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 48 CHARACTERS
           DATA RECORD IS R-SPL.
           COPY SPLIREC.

       FD  COPIA.
       01  R-COP PIC X(80).

       FD  LISTADO-IMP.
       01  R-IMP PIC X(80).

       WORKING-STORAGE SECTION.
       77 FSTSPL           PIC XX.
       77 FSTCOP           PIC XX.
       77 FIN-ARCH         PIC X     VALUE "N".
       77 W-GRABADO        PIC X     VALUE "N".
       77 W-NOM-COPIA      PIC X(12) VALUE SPACES.
       77 W-SEC            PIC 9(03) VALUE 0.
       77 CONT-LEIDOS      PIC 9(06) VALUE 0.
       77 CONT-IMPRESOS    PIC 9(06) VALUE 0.
       77 W-LIN-DESDE      PIC 9(06) VALUE 0.
       77 W-LIN-HASTA      PIC 9(06) VALUE 0.
       77 W-COCIENTE       PIC 9(06) VALUE 0.
       77 W-RESTO          PIC 9(02) VALUE 0.
      *-- RENGLONES POR HOJA: LOS LISTADOS NO MANDAN SALTO DE    --*
      *-- PAGINA, ASI QUE LA HOJA ES LA DEL FORMULARIO CONTINUO. --*
       77 W-LIN-HOJA       PIC 9(02) VALUE 60.
       01 W-FECHA-HOY.
          02 W-HOY-ANIO    PIC 9(04).
          02 W-HOY-MES     PIC 99.
          02 W-HOY-DIA     PIC 99.
       01 W-FECHA-HOY-N REDEFINES W-FECHA-HOY PIC 9(08).
       01 W-HORA-AHORA.
          02 W-AHORA-HHMMSS PIC 9(06).
          02 FILLER        PIC 9(02).

       LINKAGE SECTION.
           COPY SPLWREC.

       PROCEDURE DIVISION USING SPL-DATOS.
       INICIO.
           MOVE "N" TO SPL-OK.
           IF SPL-ACCION = "N"
              PERFORM NOMBRE-NUEVO THRU F-NOMBRE-NUEVO
           ELSE IF SPL-ACCION = "I"
              PERFORM IMPRIMIR-COPIA THRU F-IMPRIMIR-COPIA
           ELSE IF SPL-ACCION = "R"
              PERFORM REIMPRIMIR THRU F-REIMPRIMIR
           END-IF.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- RESERVA EL PROXIMO "AAAAMMDD.NNN" LIBRE DEL DIA GRABANDO --*
      *-- YA SU REGISTRO "G": DOS LISTADOS A LA VEZ NUNCA RECIBEN  --*
      *-- EL MISMO NOMBRE. SI EL INDICE NO ABRE O EL DIA SE LLENO, --*
      *-- EL LISTADO IGUAL SALE, SOBRE "LISTADO.TMP" SIN REGISTRO. --*
       NOMBRE-NUEVO.
           ACCEPT W-FECHA-HOY  FROM DATE YYYYMMDD.
           ACCEPT W-HORA-AHORA FROM TIME.
           MOVE "LISTADO.TMP" TO SPL-ARCH.
           PERFORM ABRIR-INDICE.
           IF FSTSPL NOT = "00"
              GO TO F-NOMBRE-NUEVO.
           MOVE "N" TO W-GRABADO.
           MOVE 0 TO W-SEC.
           PERFORM PROBAR-NOMBRE UNTIL W-GRABADO = "S" OR W-SEC = 999.
           IF W-GRABADO = "S"
              MOVE SXCLAVE TO SPL-ARCH
              MOVE "S" TO SPL-OK
           END-IF.
           CLOSE LISTADOS.
       F-NOMBRE-NUEVO.
           EXIT.

       PROBAR-NOMBRE.
           ADD 1 TO W-SEC.
           MOVE W-FECHA-HOY-N  TO SXFECHA.
           MOVE "."            TO SXPUNTO.
           MOVE W-SEC          TO SXSEC.
           MOVE SPL-PROGRAMA   TO SXPROGRAMA.
           MOVE SPL-OPERADOR   TO SXOPER.
           MOVE W-AHORA-HHMMSS TO SXHORA.
           MOVE 0              TO SXLINEAS SXPAGINAS SXREIMP.
           MOVE "G"            TO SXEST.
           WRITE R-SPL INVALID KEY
              CONTINUE
              NOT INVALID KEY
              MOVE "S" TO W-GRABADO
           END-WRITE.

      *-- MANDA LA COPIA COMPLETA A "PRN" Y DEJA SU REGISTRO "I" --*
      *-- CON LOS RENGLONES Y LAS HOJAS QUE OCUPO.               --*
       IMPRIMIR-COPIA.
           MOVE 1 TO W-LIN-DESDE.
           MOVE 999999 TO W-LIN-HASTA.
           PERFORM COPIAR-A-PRN THRU F-COPIAR-A-PRN.
           IF SPL-ARCH = "LISTADO.TMP"
              GO TO F-IMPRIMIR-COPIA.
           PERFORM ABRIR-INDICE.
           IF FSTSPL NOT = "00"
              GO TO F-IMPRIMIR-COPIA.
           MOVE SPL-ARCH TO SXCLAVE.
           READ LISTADOS INVALID KEY MOVE "99" TO FSTSPL.
           IF FSTSPL = "00"
              MOVE CONT-IMPRESOS TO SXLINEAS
              MOVE SPL-PAGINAS   TO SXPAGINAS
              MOVE "I"           TO SXEST
              REWRITE R-SPL INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
                 MOVE "S" TO SPL-OK
              END-REWRITE
           END-IF.
           CLOSE LISTADOS.
       F-IMPRIMIR-COPIA.
           EXIT.

      *-- REIMPRIME LAS HOJAS "SPL-DESDE" A "SPL-HASTA" (0 EN --*
      *-- "SPL-HASTA" = HASTA EL FINAL) Y CUENTA LA REIMPRESION. --*
       REIMPRIMIR.
           IF SPL-DESDE = 0
              MOVE 1 TO SPL-DESDE.
           COMPUTE W-LIN-DESDE = (SPL-DESDE - 1) * W-LIN-HOJA + 1.
           IF SPL-HASTA = 0
              MOVE 999999 TO W-LIN-HASTA
           ELSE
              COMPUTE W-LIN-HASTA = SPL-HASTA * W-LIN-HOJA
           END-IF.
           PERFORM COPIAR-A-PRN THRU F-COPIAR-A-PRN.
           IF CONT-LEIDOS = 0
              GO TO F-REIMPRIMIR.
           PERFORM ABRIR-INDICE.
           IF FSTSPL NOT = "00"
              GO TO F-REIMPRIMIR.
           MOVE SPL-ARCH TO SXCLAVE.
           READ LISTADOS INVALID KEY MOVE "99" TO FSTSPL.
           IF FSTSPL = "00"
              ADD 1 TO SXREIMP
              REWRITE R-SPL INVALID KEY
                 CONTINUE
                 NOT INVALID KEY
                 MOVE "S" TO SPL-OK
              END-REWRITE
           END-IF.
           CLOSE LISTADOS.
       F-REIMPRIMIR.
           EXIT.

      *-- PASA A "PRN" LOS RENGLONES "W-LIN-DESDE" A "W-LIN-HASTA" --*
      *-- DE LA COPIA; DEVUELVE LOS IMPRESOS Y LAS HOJAS QUE OCUPA --*
      *-- LA COPIA ENTERA.                                         --*
       COPIAR-A-PRN.
           MOVE 0 TO CONT-LEIDOS CONT-IMPRESOS SPL-LINEAS SPL-PAGINAS.
           MOVE "N" TO FIN-ARCH.
           MOVE SPL-ARCH TO W-NOM-COPIA.
           OPEN INPUT COPIA.
           IF FSTCOP NOT = "00"
              GO TO F-COPIAR-A-PRN.
           OPEN OUTPUT LISTADO-IMP.
           PERFORM LEER-COPIA.
           PERFORM COPIAR-RENGLON UNTIL FIN-ARCH = "S".
           CLOSE LISTADO-IMP.
           CLOSE COPIA.
           MOVE CONT-IMPRESOS TO SPL-LINEAS.
           DIVIDE CONT-LEIDOS BY W-LIN-HOJA GIVING W-COCIENTE
              REMAINDER W-RESTO.
           IF W-RESTO > 0
              ADD 1 TO W-COCIENTE
           END-IF.
           MOVE W-COCIENTE TO SPL-PAGINAS.
       F-COPIAR-A-PRN.
           EXIT.

       COPIAR-RENGLON.
           ADD 1 TO CONT-LEIDOS.
           IF CONT-LEIDOS NOT < W-LIN-DESDE
              AND CONT-LEIDOS NOT > W-LIN-HASTA
              WRITE R-IMP FROM R-COP
              ADD 1 TO CONT-IMPRESOS
           END-IF.
           PERFORM LEER-COPIA.

       LEER-COPIA.
           READ COPIA AT END MOVE "S" TO FIN-ARCH.

      *-- SI "LISTADOS.IND" TODAVIA NO EXISTE LO CREA (MISMO ARREGLO --*
      *-- QUE "PRINTLOG" USA PARA "PRINT.LOG").                      --*
       ABRIR-INDICE.
           OPEN I-O LISTADOS.
           IF FSTSPL = "35"
              OPEN OUTPUT LISTADOS
              CLOSE LISTADOS
              OPEN I-O LISTADOS
           END-IF.
