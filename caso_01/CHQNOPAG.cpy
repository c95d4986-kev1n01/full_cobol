      ******************************************************************
      *  COPY CHQNOPAG - RENGLON DE ORDEN DE NO PAGO DE UN CHEQUE
      *  (cheques_no_pagar.dat). LO MANTIENE PSA02 (TRANSACCION 'N')
      *  Y LO LEE PSA01, QUE DEVUELVE EL CHEQUE AL BANCO PRESENTADOR
      *  EN VEZ DE PAGARLO. COLUMNAS FIJAS SEPARADAS POR UN ESPACIO
      ******************************************************************
       01 REG-NO-PAGO.
           02 NOP-CLI-ID             PIC X(05).
           02 FILLER                 PIC X(01).
           02 NOP-NRO-CHEQUE         PIC 9(07).
           02 FILLER                 PIC X(01).
           02 NOP-FECHA              PIC 9(08).
