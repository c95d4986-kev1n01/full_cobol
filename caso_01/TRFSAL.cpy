      ******************************************************************
      *  COPY TRFSAL - RENGLON DE transferencias_salientes.txt, UNA
      *  TRANSFERENCIA A CUENTA DE OTRO BANCO YA DEBITADA AL CLIENTE.
      *  LO GRABA PSA01 AL APLICAR EL MOVIMIENTO (CANAL 'TRFEXT') Y LO
      *  LEE PSA13 PARA ARMAR EL ARCHIVO DE SALIDA A LA CAMARA DE
      *  COMPENSACION. TRS-TRAZA (LOTE + CONSECUTIVO) IDENTIFICA LA
      *  TRANSFERENCIA ANTE LA CAMARA Y ES LA CLAVE CON QUE VUELVEN SU
      *  LIQUIDACION O SU DEVOLUCION. COLUMNAS FIJAS SEPARADAS POR UN
      *  ESPACIO, IGUAL QUE chequeras.dat
      ******************************************************************
       01 REG-TRF-SALIENTE.
           02 TRS-TRAZA              PIC X(16).
           02 FILLER                 PIC X(01).
           02 TRS-CLI-ID             PIC X(05).
           02 FILLER                 PIC X(01).
           02 TRS-NOMBRE             PIC X(20).
           02 FILLER                 PIC X(01).
           02 TRS-MONEDA             PIC X(03).
           02 FILLER                 PIC X(01).
           02 TRS-MONTO              PIC 9(05)V99.
           02 FILLER                 PIC X(01).
           02 TRS-BANCO-DEST         PIC X(04).
           02 FILLER                 PIC X(01).
           02 TRS-CUENTA-DEST        PIC X(20).
           02 FILLER                 PIC X(01).
      *    REFERENCIA DEL CLIENTE (QUINTO CAMPO DEL MOVIMIENTO)
           02 TRS-REFERENCIA         PIC X(07).
           02 FILLER                 PIC X(01).
           02 TRS-FECHA              PIC 9(08).
           02 FILLER                 PIC X(01).
           02 TRS-LOTE-ID            PIC X(11).
