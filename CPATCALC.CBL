      *** CUENTA DE CONTRIBUCIONES PATRONALES DE UN EMPLEADO PARA UN ***
      *** PERIODO: LO QUE PAGA EL EMPLEADOR ENCIMA DEL BRUTO         ***
      *** (JUBILACION, OBRA SOCIAL, INSSJP, ART, SEGURO DE VIDA) SE   ***
      *** CALCULABA FUERA DEL SISTEMA. MISMA FORMA QUE "LIQCALC": EL  ***
      *** LLAMADOR CARGA "CPT-DATOS" (COPY CPATWREC) Y RECIBE EL      ***
      *** DETALLE POR CONCEPTO. LAS ALICUOTAS DE "CONPAT.IND" SE LEEN ***
      *** UNA SOLA VEZ POR PERIODO Y QUEDAN CACHEADAS MIENTRAS EL     ***
      *** LLAMADOR NO HAGA "CANCEL".                                  ***
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPATCALC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *-- CONTRIBUCIONES PATRONALES, MANTENIDAS EN "MODCPAT" --*
           SELECT CONPAT ASSIGN TO DISK "CONPAT.IND"
           ORGANIZATION IS INDEXED
           ACCESS IS SEQUENTIAL
           RECORD KEY IS CPCLAVE
           FILE STATUS IS FSTCPA.

       DATA DIVISION.
       FILE SECTION.
      *-- LAYOUT COMPARTIDO CON "MODCPAT" (VER COPY/CPATREC.CPY) --*
       FD  CONPAT
           LABEL RECORD IS STANDARD
           RECORD CONTAINS 43 CHARACTERS
           DATA RECORD IS R-CPAT.
           COPY CPATREC.

       WORKING-STORAGE SECTION.
       77 FSTCPA           PIC XX.
       77 W-PERIODO-CARGADO PIC 9(06) VALUE 0.
       77 W-FIN-CPA        PIC X     VALUE "N".
       77 W-FECHA-TOPE     PIC 9(08) VALUE 0.
       77 IND-CPA          PIC 99    VALUE 0.

      *-- ALICUOTAS VIGENTES DEL PERIODO CARGADO, UNA FILA POR --*
      *-- CODIGO DE CONCEPTO (01 A 09).                        --*
       01 TABLA-ALICUOTAS.
          02 TA OCCURS 9 TIMES.
             03 TA-DESC    PIC X(20).
             03 TA-PORC    PIC 99V99.
             03 TA-FIJO    PIC 9(07)V99.

       LINKAGE SECTION.
           COPY CPATWREC.

       PROCEDURE DIVISION USING CPT-DATOS.
       INICIO.
           IF CPT-PERIODO NOT = W-PERIODO-CARGADO
              PERFORM LEER-ALICUOTAS THRU LEER-ALICUOTAS-EXIT
              MOVE CPT-PERIODO TO W-PERIODO-CARGADO
           END-IF.

           MOVE 0 TO CPT-TOTAL.
           PERFORM CALCULAR-CONCEPTO
              VARYING IND-CPA FROM 1 BY 1 UNTIL IND-CPA > 9.
           EXIT PROGRAM.
      *    STOP RUN.

      *-- ALICUOTA SOBRE LA BASE MAS LA CUOTA FIJA; QUIEN NO COBRO --*
      *-- NADA REMUNERATIVO EN EL PERIODO NO GENERA CUOTA FIJA.    --*
       CALCULAR-CONCEPTO.
           MOVE TA-DESC (IND-CPA) TO CPT-DESC (IND-CPA).
           MOVE 0 TO CPT-IMP (IND-CPA).
           IF CPT-BASE > 0
              COMPUTE CPT-IMP (IND-CPA) ROUNDED =
                 CPT-BASE * TA-PORC (IND-CPA) / 100 + TA-FIJO (IND-CPA)
           END-IF.
           ADD CPT-IMP (IND-CPA) TO CPT-TOTAL.

      *-- LAS FILAS VIENEN POR CONCEPTO + VIGENCIA: LA ULTIMA QUE --*
      *-- NO SUPERA EL FIN DEL PERIODO PISA A LAS ANTERIORES.     --*
      *-- SIN "CONPAT.IND" TODO QUEDA EN CERO.                    --*
       LEER-ALICUOTAS.
           PERFORM LIMPIAR-ALICUOTA
              VARYING IND-CPA FROM 1 BY 1 UNTIL IND-CPA > 9.
           COMPUTE W-FECHA-TOPE = CPT-PERIODO * 100 + 99.
           OPEN INPUT CONPAT.
           IF FSTCPA NOT = "00"
              GO TO LEER-ALICUOTAS-EXIT.
           MOVE "N" TO W-FIN-CPA.
           PERFORM LEER-UNA-ALICUOTA THRU LEER-UNA-ALICUOTA-EXIT
              UNTIL W-FIN-CPA = "S".
           CLOSE CONPAT.
       LEER-ALICUOTAS-EXIT.
           EXIT.

       LIMPIAR-ALICUOTA.
           MOVE SPACES TO TA-DESC (IND-CPA).
           MOVE 0 TO TA-PORC (IND-CPA) TA-FIJO (IND-CPA).

       LEER-UNA-ALICUOTA.
           READ CONPAT NEXT RECORD AT END
              MOVE "S" TO W-FIN-CPA
              GO TO LEER-UNA-ALICUOTA-EXIT.
           IF CPCON < 1 OR CPCON > 9
              GO TO LEER-UNA-ALICUOTA-EXIT.
           IF CPVIG NOT > W-FECHA-TOPE
              MOVE CPDESC TO TA-DESC (CPCON)
              MOVE CPPORC TO TA-PORC (CPCON)
              MOVE CPFIJO TO TA-FIJO (CPCON)
           END-IF.
       LEER-UNA-ALICUOTA-EXIT.
           EXIT.
