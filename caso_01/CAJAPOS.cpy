      ******************************************************************
      *  COPY CAJAPOS - RENGLON DEL EXTRACTO DE MOVIMIENTOS DE
      *  VENTANILLA (caja_posteada.txt) QUE PSA01 DEJA POR CADA
      *  DEPOSITO O RETIRO APLICADO POR EL CANAL 'CAJA', CON LA
      *  SUCURSAL Y EL CAJERO QUE TRAE EL MOVIMIENTO EN SU DECIMO Y
      *  UNDECIMO CAMPO. LO LEE PSA19 PARA CUADRAR CADA GAVETA CONTRA
      *  EL ARQUEO DEL CAJERO. SE REESCRIBE POR CORRIDA; COLUMNAS
      *  FIJAS SEPARADAS POR UN ESPACIO, IGUAL QUE alertas_clientes.txt
      ******************************************************************
       01 REG-CAJA-POSTEADA.
      *    SUCURSAL DE LA VENTANILLA; 'SINS' SI EL MOVIMIENTO NO LA TRAE
           02 CPO-SUCURSAL           PIC X(04).
           02 FILLER                 PIC X(01).
      *    CODIGO DEL CAJERO; 'SINCAJER' SI EL MOVIMIENTO NO LO TRAE
           02 CPO-CAJERO             PIC X(08).
           02 FILLER                 PIC X(01).
      *    D = DEPOSITO (ENTRA EFECTIVO A LA GAVETA), R = RETIRO (SALE)
           02 CPO-TIPO               PIC X(01).
           02 FILLER                 PIC X(01).
           02 CPO-MONEDA             PIC X(03).
           02 FILLER                 PIC X(01).
           02 CPO-MONTO              PIC 9(07)V99.
           02 FILLER                 PIC X(01).
           02 CPO-CLI-ID             PIC X(05).
           02 FILLER                 PIC X(01).
           02 CPO-FECHA              PIC 9(08).
           02 FILLER                 PIC X(01).
      *    FECHA DE NEGOCIO DE LA CORRIDA QUE LO POSTEO
           02 CPO-FECHA-NEGOCIO      PIC 9(08).
           02 FILLER                 PIC X(01).
           02 CPO-LOTE-ID            PIC X(11).
