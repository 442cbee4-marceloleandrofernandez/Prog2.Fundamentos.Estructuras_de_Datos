      *** ROSTER DE ALUMNOS POR CURSO ***
      *** LEE "ALUMNO.ORD", SALIDA DE "ORDAL-01" (OPCION=3 O 4,   *
      *** ORDEN POR "ACUR"/"AEDI") Y DETALLA CADA ALUMNO CON      *
      *** QUIEBRE DE CONTROL POR CURSO/EDICION, IGUAL QUE         *
      *** "RPTSUC1.CBL" LO HACE POR SUCURSAL, CON EL NOMBRE DEL   *
      *** CURSO TOMADO DE "CURSO.IND".                            *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCUR1.
       ENVIRONMENT DIVISION.
                   DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- B.DATOS SALIDA DE "ORDAL-01", ORDENADO POR ACUR/AEDI --*
           SELECT MAEALU-L ASSIGN TO DISK "ALUMNO.ORD"
           ORGANIZATION IS SEQUENTIAL
           ACCESS IS SEQUENTIAL
           SELECT CURSO ASSIGN TO DISK "CURSO.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS DYNAMIC
           RECORD KEY IS CUCLAVE
           ALTERNATE RECORD KEY IS CUDESC DUPLICATES
           FILE STATUS IS FSTCUR.

       FILE SECTION.
       FD  MAEALU-L
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-ALU-L.
        01 R-ALU-L.
           02 ACA   PIC 9(08).
           02 AAN   PIC X(30).
           02 ACUR  PIC 9(03).
           02 AEDI  PIC 9(02).

       FD  MAEALU-T
           LABEL RECORD IS STANDARD

       FD CURSO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 28 CHARACTERS
           DATA RECORD IS R-CUR.
        01 R-CUR.
           02 CUCLAVE.
              03 CUCOD    PIC 9(03).
              03 CUEDI    PIC 9(02).
           02 CUDESC   PIC X(20).
           02 CUCAP    PIC 9(03).

       77 LIN-ACT          PIC 99    VALUE 0.
       77 CONT-LEIDOS      PIC 9(05) VALUE 0.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- CONTROL DE QUIEBRE POR CURSO/EDICION (ACUR/AEDI) --*
       77 PRIMER-REG       PIC X     VALUE "S".
       77 WCUR-ANT         PIC 9(03) VALUE 0.
       77 WEDI-ANT         PIC 9(02) VALUE 0.
       77 CONT-GRUPO       PIC 9(05) VALUE 0.
      *-- NOMBRE DEL CURSO DEL GRUPO EN CURSO, DE "CURSO.IND" --*
       77 W-CUR-NOM        PIC X(20) VALUE SPACES.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT MAEALU-T.
              ACCEPT TECLA
              GO TO FIN.

           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM LEER-REGISTRO.
           PERFORM IMPRIMIR-REGISTRO THRU IMPRIMIR-REGISTRO-EXIT
           IF FIN-ARCH = "S" GO TO IMPRIMIR-REGISTRO-EXIT.
           IF PRIMER-REG = "S"
              MOVE ACUR TO WCUR-ANT
              MOVE AEDI TO WEDI-ANT
              MOVE "N" TO PRIMER-REG
           ELSE
              IF ACUR NOT = WCUR-ANT OR AEDI NOT = WEDI-ANT
                 PERFORM ROMPER-CONTROL
              END-IF
           END-IF.
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY ACA  LINE LIN-ACT, POSITION 01.
           DISPLAY AAN  LINE LIN-ACT, POSITION 11.
           DISPLAY ACUR LINE LIN-ACT, POSITION 43.
           DISPLAY "/"  LINE LIN-ACT, POSITION 46.
           DISPLAY AEDI LINE LIN-ACT, POSITION 47.
           ADD 1 TO CONT-LIN.
           ADD 1 TO CONT-LEIDOS.
           ADD 1 TO CONT-GRUPO.
       IMPRIMIR-REGISTRO-EXIT.
           EXIT.

      *-- QUIEBRE DE CURSO/EDICION: SUBTOTAL CON EL NOMBRE DEL CURSO --*
       ROMPER-CONTROL.
           PERFORM LEER-CURSO.
           COMPUTE LIN-ACT = 05 + CONT-LIN.
           DISPLAY "SUBTOTAL CURSO " WCUR-ANT "/" WEDI-ANT " "
              W-CUR-NOM ": " CONT-GRUPO LINE LIN-ACT, POSITION 01.
           ADD 1 TO CONT-LIN.
           MOVE 0 TO CONT-GRUPO.
           MOVE ACUR TO WCUR-ANT.
           MOVE AEDI TO WEDI-ANT.
           IF CONT-LIN > 17
              DISPLAY "PULSE UNA TECLA PARA CONTINUAR"
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.

      *-- NOMBRE DE "WCUR-ANT"/"WEDI-ANT" DESDE "CURSO.IND" (MISMA --*
      *-- BUSQUEDA QUE "LEER-CURSO" EN "MODALU"); SI EL CURSO NO   --*
      *-- ESTA DADO DE ALTA EN "MODCRS" SE MUESTRA UNA LEYENDA.    --*
       LEER-CURSO.
           OPEN INPUT CURSO.
           IF FSTCUR = "00"
              MOVE WCUR-ANT TO CUCOD
              MOVE WEDI-ANT TO CUEDI
              READ CURSO KEY IS CUCLAVE
                   INVALID KEY
                      MOVE "(CURSO SIN DEFINIR) " TO W-CUR-NOM
                   NOT INVALID KEY
           DISPLAY SUBRAYADO LINE 02 POSITION 01.
           DISPLAY "DNI" LINE 03 POSITION 01.
           DISPLAY "APELLIDO Y NOMBRES" LINE 03 POSITION 11.
           DISPLAY "CUR/ED" LINE 03 POSITION 43.
           DISPLAY SUBRAYADO LINE 04 POSITION 01.
           MOVE 0 TO CONT-LIN.
