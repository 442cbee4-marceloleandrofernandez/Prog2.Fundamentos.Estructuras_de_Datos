      *** CONSULTA SI UN PERIODO DE LIQUIDACION YA FUE CONFIRMADO ***
      *** POR CONTABILIDAD EN "LIQINT.CTL". LA LLAMAN TODOS LOS   ***
      *** PROGRAMAS QUE CARGAN DATOS QUE USA "LIQCALC" (NOVEDADES,***
      *** SANCIONES, FICHADAS, LICENCIAS, FAMILIARES, PRESTAMOS,  ***
      *** TABLAS CON VIGENCIA) PARA NO MODIFICAR UN MES YA        ***
      *** CONTABILIZADO. UN PERIODO CONFIRMADO SOLO SE DESBLOQUEA ***
      *** CON "REAPER1".                                          ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCERR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQCTL ASSIGN TO DISK "LIQINT.CTL"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CPERIODO
           FILE STATUS IS FSTCTL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIQCTL
           LABEL RECORD IS STANDARD
           DATA RECORD IS R-CTL.
           COPY LIQCREC.

       WORKING-STORAGE SECTION.
       77 FSTCTL           PIC XX.
       77 FIN-ARCH         PIC X  VALUE "N".
       77 W-MES-CTL        PIC 99.
       77 W-COCIENTE       PIC 9(04).

       LINKAGE SECTION.
      *-- PERIODO A CONSULTAR (AAAAMM, O AAAA13/AAAA14 PARA SAC) --*
       77 L-PERIODO        PIC 9(06).
      *-- "S" SI "L-PERIODO" ESTA CONFIRMADO, "N" SI NO --*
       77 L-CERRADO        PIC X.
      *-- ULTIMO PERIODO MENSUAL CONFIRMADO (0 SI NO HAY NINGUNO). --*
      *-- LO USAN LAS TABLAS CON VIGENCIA: UN RENGLON VIGENTE      --*
      *-- DESDE UN MES YA CONFIRMADO CAMBIARIA ESE MES Y LOS       --*
      *-- SIGUIENTES.                                              --*
       77 L-ULT-CERRADO    PIC 9(06).

       PROCEDURE DIVISION USING L-PERIODO L-CERRADO L-ULT-CERRADO.
       INICIO.
           MOVE "N" TO L-CERRADO.
           MOVE 0 TO L-ULT-CERRADO.
      *-- SIN "LIQINT.CTL" TODAVIA NO SE CONFIRMO NINGUN PERIODO --*
           OPEN INPUT LIQCTL.
           IF FSTCTL NOT = "00"
              GO TO FIN.
           MOVE L-PERIODO TO CPERIODO.
           READ LIQCTL
              INVALID KEY MOVE "N" TO L-CERRADO
              NOT INVALID KEY
                 IF CESTADO = "C"
                    MOVE "S" TO L-CERRADO
                 END-IF
           END-READ.
           MOVE "N" TO FIN-ARCH.
           MOVE 0 TO CPERIODO.
           START LIQCTL KEY IS NOT LESS THAN CPERIODO
              INVALID KEY MOVE "S" TO FIN-ARCH.
           PERFORM BUSCAR-ULTIMO THRU BUSCAR-ULTIMO-EXIT
              UNTIL FIN-ARCH = "S".
           CLOSE LIQCTL.
       FIN.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- LOS PERIODOS SAC (MES 13/14) NO CUENTAN COMO MES CALENDARIO --*
       BUSCAR-ULTIMO.
           READ LIQCTL NEXT RECORD AT END
              MOVE "S" TO FIN-ARCH
              GO TO BUSCAR-ULTIMO-EXIT.
           DIVIDE CPERIODO BY 100 GIVING W-COCIENTE
              REMAINDER W-MES-CTL.
           IF CESTADO = "C" AND W-MES-CTL < 13
              AND CPERIODO > L-ULT-CERRADO
              MOVE CPERIODO TO L-ULT-CERRADO
           END-IF.
       BUSCAR-ULTIMO-EXIT.
           EXIT.
