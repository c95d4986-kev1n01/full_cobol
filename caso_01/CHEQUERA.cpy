      ******************************************************************
      *  COPY CHEQUERA - RENGLON DEL REGISTRO DE CHEQUERAS EMITIDAS
      *  (chequeras.dat), UN RANGO DE NUMEROS DE CHEQUE POR CHEQUERA.
      *  LO MANTIENE PSA02 (TRANSACCIONES 'Q' EMISION Y 'S'
      *  SUSPENSION) Y LO LEE PSA01 PARA VALIDAR CADA CHEQUE
      *  PRESENTADO CONTRA LAS CHEQUERAS DEL CLIENTE. COLUMNAS FIJAS
      *  SEPARADAS POR UN ESPACIO, IGUAL QUE titulares_cuenta.dat
      ******************************************************************
       01 REG-CHEQUERA.
           02 CHQ-CLI-ID             PIC X(05).
           02 FILLER                 PIC X(01).
           02 CHQ-DESDE              PIC 9(07).
           02 FILLER                 PIC X(01).
           02 CHQ-HASTA              PIC 9(07).
           02 FILLER                 PIC X(01).
      *    A = VIGENTE, S = SUSPENDIDA (PSA01 DEVUELVE LOS CHEQUES DE
      *    UNA CHEQUERA SUSPENDIDA Y PSA02 NO EMITE OTRA AL CLIENTE)
           02 CHQ-ESTADO             PIC X(01).
           02 FILLER                 PIC X(01).
           02 CHQ-FECHA-EMISION      PIC 9(08).
