      *-- LAYOUT UNICO DE "CANDID.IND" (POSTULANTES A UNA VACANTE):  --*
      *-- UNA FILA POR CANDIDATO DE CADA PAREJA MLO/MCATE DE         --*
      *-- "VACANTE.IND", NUMERADOS 001, 002, ... DENTRO DE LA        --*
      *-- PAREJA. LO MANTIENE "CANDID1", QUE AL ACEPTAR UN CANDIDATO --*
      *-- EMITE SU FILA DE "ALTAS.LOT" PARA "ALTLOT1".               --*
       01 R-CAN.
          02 CNCLAVE.
             03 CNLO     PIC 9(02).
             03 CNCAT    PIC 9(01).
             03 CNNRO    PIC 9(03).
      *-- DOCUMENTO: PASA A SER EL LEGAJO DEL ALTA (COMO "ALUALTA1") --*
          02 CNDOC       PIC 9(08).
          02 CNNOM       PIC X(30).
          02 CNTEL       PIC X(10).
          02 CNMAIL      PIC X(30).
      *-- DE DONDE VINO: AVISO, REFERIDO, CONSULTORA, ESPONTANEO... --*
          02 CNFUENTE    PIC X(12).
      *-- R = RECIBIDO, E = ENTREVISTADO, O = OFERTADO,              --*
      *-- A = ACEPTADO (YA EMITIDO A "ALTAS.LOT"), X = RECHAZADO     --*
          02 CNETAPA     PIC X(01).
          02 CNFREC      PIC 9(08).
          02 CNFENT      PIC 9(08).
          02 CNENTREV    PIC X(20).
          02 CNFOFE      PIC 9(08).
          02 CNSUELDO    PIC 9(05).
      *-- FECHA DE ACEPTACION O DE RECHAZO --*
          02 CNFCIE      PIC 9(08).
          02 CNOBS       PIC X(30).
          02 CNOPER      PIC X(08).
