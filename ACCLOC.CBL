      *** LOCALIDADES A CARGO DE CADA OPERADOR: EL NIVEL DE ACCESO    ***
      *** DE "USUARIO.IND" DECIDE QUE OPCIONES SE ABREN, PERO UNA VEZ ***
      *** ADENTRO CUALQUIER OPERADOR VEIA Y CAMBIABA LOS LEGAJOS DE   ***
      *** TODA LA EMPRESA. ESTE SUBPROGRAMA CARGA DE "USULOC.IND"     ***
      *** (VER "MODUSU") LA LISTA DEL OPERADOR ("C"), DICE SI UNA     ***
      *** LOCALIDAD ESTA EN ELLA ("V") Y DEJA CONSTANCIA EN           ***
      *** "ACCLOC.LOG" DE CADA ACCESO NEGADO ("R"). AREA DE           ***
      *** COMUNICACION EN COPY/ACLWREC.CPY.                           ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCLOC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- LOCALIDADES POR USUARIO (VER COPY/USLOREC.CPY) --*
           SELECT USULOC ASSIGN TO DISK "USULOC.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS ULUSU
           FILE STATUS IS FSTULC.

           SELECT ALOG ASSIGN TO DISK "ACCLOC.LOG"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS FSTALOG.

       DATA DIVISION.
       FILE SECTION.
       FD  USULOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 29 CHARACTERS
           DATA RECORD IS R-ULC.
           COPY USLOREC.

      *-- UNA LINEA POR ACCESO NEGADO, NUNCA SE REESCRIBE/BORRA --*
       FD  ALOG
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 40 CHARACTERS
           DATA RECORD IS R-ALOG.
           COPY ALOGREC.

       WORKING-STORAGE SECTION.
       77 FSTULC           PIC XX.
       77 FSTALOG          PIC XX.
       77 IND-LOC          PIC 99    VALUE 0.
       01 W-FECHA-HOY.
          02 W-HOY-ANIO    PIC 9(04).
          02 W-HOY-MES     PIC 99.
          02 W-HOY-DIA     PIC 99.
       01 W-HORA-AHORA.
          02 W-AHORA-HH    PIC 99.
          02 W-AHORA-MM    PIC 99.
          02 W-AHORA-SS    PIC 99.
          02 FILLER        PIC 9(04).

       LINKAGE SECTION.
           COPY ACLWREC.

       PROCEDURE DIVISION USING ACL-DATOS.
       INICIO.
           IF ACL-ACCION = "C"
              PERFORM CARGAR-LISTA THRU F-CARGAR-LISTA
           ELSE IF ACL-ACCION = "V"
              PERFORM VERIFICAR-LOC THRU F-VERIFICAR-LOC
           ELSE IF ACL-ACCION = "R"
              PERFORM REGISTRAR-RECHAZO THRU F-REGISTRAR-RECHAZO
           END-IF.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- SIN "USULOC.IND", O SIN REGISTRO PARA EL OPERADOR, SE VEN  --*
      *-- TODAS LAS LOCALIDADES (ASI NADIE PIERDE ACCESO HASTA QUE   --*
      *-- "MODUSU" LE CARGUE SU LISTA). SI EL ARCHIVO EXISTE PERO NO --*
      *-- SE PUEDE LEER, NO SE HABILITA NINGUNA.                     --*
       CARGAR-LISTA.
           MOVE "S" TO ACL-TODAS.
           MOVE ZEROS TO ACL-LOCS.
           OPEN INPUT USULOC.
           IF FSTULC = "35"
              GO TO F-CARGAR-LISTA.
           IF FSTULC NOT = "00"
              MOVE "N" TO ACL-TODAS
              GO TO F-CARGAR-LISTA.
           MOVE ACL-OPERADOR TO ULUSU.
           READ USULOC INVALID KEY MOVE "23" TO FSTULC.
           IF FSTULC = "00"
              MOVE ULTODAS TO ACL-TODAS
              MOVE ULLOCS  TO ACL-LOCS
           END-IF.
           CLOSE USULOC.
       F-CARGAR-LISTA.
           EXIT.

       VERIFICAR-LOC.
           MOVE "N" TO ACL-OK.
           IF ACL-TODAS = "S"
              MOVE "S" TO ACL-OK
              GO TO F-VERIFICAR-LOC.
           IF ACL-LOC = 0
              GO TO F-VERIFICAR-LOC.
           PERFORM BUSCAR-LOC VARYING IND-LOC FROM 1 BY 1
              UNTIL IND-LOC > 10 OR ACL-OK = "S".
       F-VERIFICAR-LOC.
           EXIT.

       BUSCAR-LOC.
           IF ACL-LOC-HAB (IND-LOC) = ACL-LOC
              MOVE "S" TO ACL-OK.

      *-- SI "ACCLOC.LOG" TODAVIA NO EXISTE, LO CREA ANTES DE ABRIRLO --*
      *-- EN MODO "EXTEND" (MISMO ARREGLO QUE "PRINTLOG").            --*
       REGISTRAR-RECHAZO.
           ACCEPT W-FECHA-HOY  FROM DATE YYYYMMDD.
           ACCEPT W-HORA-AHORA FROM TIME.
           OPEN EXTEND ALOG.
           IF FSTALOG = "35"
              OPEN OUTPUT ALOG
              CLOSE ALOG
              OPEN EXTEND ALOG
           END-IF.
           IF FSTALOG NOT = "00"
              GO TO F-REGISTRAR-RECHAZO.
           MOVE ACL-OPERADOR TO AL-OPERADOR.
           MOVE W-HOY-ANIO   TO AL-ANIO.
           MOVE W-HOY-MES    TO AL-MES.
           MOVE W-HOY-DIA    TO AL-DIA.
           MOVE W-AHORA-HH   TO AL-HH.
           MOVE W-AHORA-MM   TO AL-MM.
           MOVE W-AHORA-SS   TO AL-SS.
           MOVE ACL-PROGRAMA TO AL-PROGRAMA.
           MOVE ACL-LEGAJO   TO AL-LEGAJO.
           MOVE ACL-LOC      TO AL-LOC.
           WRITE R-ALOG.
           CLOSE ALOG.
       F-REGISTRAR-RECHAZO.
           EXIT.
