      *** ORGANIGRAMA: RECORRE LAS LOCALIDADES 0-99 Y, DENTRO DE CADA  ***
      *** UNA, IMPRIME AL PERSONAL AGRUPADO BAJO SU SUPERVISOR         ***
      *** (MSUP): PRIMERO LOS QUE NO TIENEN SUPERVISOR, DESPUES CADA   ***
      *** SUPERVISOR DE LA LOCALIDAD CON SUS REPORTES DIRECTOS, Y AL   ***
       FILE SECTION.
       FD  MAESTRO
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE.
           COPY MAEEMP.

       FD  MAESUP
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 76 CHARACTERS
           DATA RECORD IS R-MAE-SUP.
           COPY MAEEMP REPLACING ==R-MAE== BY ==R-MAE-SUP==
               ==MCA== BY ==SCA== ==MAN== BY ==SAN==

       FD  MAELOC
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 21 CHARACTERS
           DATA RECORD IS R-LOC.
        01 R-LOC.
           02 MLOC    PIC 9(02).
           02 MLDESC  PIC X(15).
           02 MLOCAP  PIC 9(04).

       77 LIN-ACT          PIC 99    VALUE 0.
       77 CONT-LEIDOS      PIC 9(05) VALUE 0.
       77 SUBRAYADO        PIC X(80) VALUE ALL "-".
      *-- LOCALIDAD DE LA PASADA EN CURSO (PIC 999: EL "VARYING ... --*
      *-- UNTIL > 99" NECESITA LLEGAR A 100) Y SU DOTACION;          --*
      *-- "W-LOC-COD" ES LA COPIA DE DOS DIGITOS PARA MOSTRAR.       --*
       77 W-LOC            PIC 999   VALUE 0.
       77 W-LOC-COD        PIC 99    VALUE 0.
       77 W-DOT-LOC        PIC 9(05) VALUE 0.
      *-- "S" MIENTRAS EL GRUPO EN CURSO TODAVIA NO IMPRIMIO SU --*
      *-- CABECERA (SE IMPRIME RECIEN CON LA PRIMERA FILA).     --*
      *-- MISMA LOCALIDAD (VER "CLASIFICAR-SUPERVISOR").         --*
       77 W-SUP-LOCAL      PIC XX    VALUE SPACES.

      *-- TABLA DE DESCRIPCIONES DE LOCALIDAD, UNA POSICION POR MLOC,--*
      *-- CON LA DOTACION DE CADA UNA CONTADA EN UNA SOLA PASADA.    --*
       01 TABLA-LOC.
          02 ELEM-LOC OCCURS 100 TIMES INDEXED BY IND-LOC.
             03 LOC-DESC  PIC X(15) VALUE SPACES.
             03 LOC-DOT   PIC 9(05) VALUE 0.

           COPY ENTMREC.
       PROCEDURE DIVISION.
       INICIO.
           OPEN INPUT MAELOC.
              GO TO FIN.
           OPEN INPUT MAESUP.

           PERFORM CONTAR-DOTACIONES THRU CONTAR-DOTACIONES-EXIT.
           DISPLAY " " ERASE EOS
           DISPLAY ENT-MARCA LINE 01 POSITION 01.
           PERFORM ENCABEZADO.
           PERFORM PROCESAR-LOCALIDAD THRU PROCESAR-LOCALIDAD-EXIT
              VARYING W-LOC FROM 0 BY 1 UNTIL W-LOC > 99.

           DISPLAY SUBRAYADO LINE 23 POSITION 01.
           DISPLAY "TOTAL GENERAL: " CONT-LEIDOS
       LEER-REGISTRO.
           READ MAESTRO NEXT RECORD AT END MOVE "S" TO FIN-ARCH.

      *-- DOTACION DE LA LOCALIDAD EN CURSO, YA CONTADA EN LA TABLA --*
      *-- POR "CONTAR-DOTACIONES" (UNA PASADA PARA LAS 100 Y NO UNA  --*
      *-- PASADA POR CADA CODIGO POSIBLE).                           --*
       CONTAR-DOTACION-LOC.
           COMPUTE IND-LOC = W-LOC + 1.
           MOVE LOC-DOT (IND-LOC) TO W-DOT-LOC.
       CONTAR-DOTACION-LOC-EXIT.
           EXIT.

       CONTAR-DOTACIONES.
           PERFORM REBOBINAR-MAESTRO.
           PERFORM LEER-REGISTRO.
           PERFORM CONTAR-UNO THRU CONTAR-UNO-EXIT
              UNTIL FIN-ARCH = "S".
       CONTAR-DOTACIONES-EXIT.
           EXIT.

       CONTAR-UNO.
           IF FIN-ARCH = "S" GO TO CONTAR-UNO-EXIT.
           COMPUTE IND-LOC = MLO + 1.
           ADD 1 TO LOC-DOT (IND-LOC).
           PERFORM LEER-REGISTRO.
       CONTAR-UNO-EXIT.
           EXIT.
                 LINE 24 POSITION 30 CONTROL "FCOLOR=RED", BLINK
              ACCEPT TECLA
              DISPLAY " " ERASE EOS
              DISPLAY ENT-MARCA LINE 01 POSITION 01
              PERFORM ENCABEZADO
           END-IF.

