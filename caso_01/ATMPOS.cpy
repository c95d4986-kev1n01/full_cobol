      ******************************************************************
      *  COPY ATMPOS - RENGLON DEL EXTRACTO DE RETIROS POR CAJERO
      *  AUTOMATICO (atm_posteado.txt) QUE PSA01 DEJA POR CADA RETIRO
      *  APLICADO POR EL CANAL 'ATM', CON LA REFERENCIA DEL SWITCH QUE
      *  TRAE EL MOVIMIENTO EN SU UNDECIMO CAMPO. LO LEE PSA20 PARA
      *  CONCILIARLO CONTRA LA LIQUIDACION DIARIA DEL SWITCH. SE
      *  REESCRIBE POR CORRIDA; COLUMNAS FIJAS SEPARADAS POR UN
      *  ESPACIO, IGUAL QUE caja_posteada.txt (COPY CAJAPOS)
      ******************************************************************
       01 REG-ATM-POSTEADO.
      *    REFERENCIA DEL SWITCH; EN BLANCO SI EL MOVIMIENTO NO LA TRAE
      *    (NUNCA CONCILIA Y SALE COMO POSTEADO NO PAGADO)
           02 APO-REFERENCIA         PIC X(20).
           02 FILLER                 PIC X(01).
           02 APO-CLI-ID             PIC X(05).
           02 FILLER                 PIC X(01).
      *    FECHA DEL RETIRO EN EL CAJERO (FECHA DEL MOVIMIENTO)
           02 APO-FECHA              PIC 9(08).
           02 FILLER                 PIC X(01).
           02 APO-MONEDA             PIC X(03).
           02 FILLER                 PIC X(01).
           02 APO-MONTO              PIC 9(07)V99.
           02 FILLER                 PIC X(01).
      *    FECHA DE NEGOCIO DE LA CORRIDA QUE LO POSTEO
           02 APO-FECHA-NEGOCIO      PIC 9(08).
           02 FILLER                 PIC X(01).
           02 APO-LOTE-ID            PIC X(11).
