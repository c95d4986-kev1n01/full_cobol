      ******************************************************************
      *  COPY DEVCLI - RENGLON DE LA BITACORA DE DEVENGOS POR CLIENTE
      *  (devengos_clientes.txt) QUE PSA01 AGREGA EN CADA DEVENGO
      *  APLICADO (VER GRABAR-DEVENGO-CLIENTE): EL INTERES BRUTO, LO
      *  RETENIDO, LA CUOTA DE MANTENIMIENTO Y EL INTERES DEUDOR DE
      *  SOBREGIRO DE CADA CUENTA, QUE EN transferencias_destino.dat
      *  QUEDAN MEZCLADOS COMO "D"/"R". LO LEE PSA23 PARA LA
      *  RENTABILIDAD MENSUAL POR CLIENTE. CRECE ENTRE CORRIDAS;
      *  COLUMNAS FIJAS SEPARADAS POR UN ESPACIO
      ******************************************************************
       01 REG-DEVENGO-CLIENTE.
           02 DVL-CLI-ID             PIC X(05).
           02 FILLER                 PIC X(01).
      *    FECHA DE NEGOCIO DEL DEVENGO
           02 DVL-FECHA              PIC 9(08).
           02 FILLER                 PIC X(01).
           02 DVL-MONEDA             PIC X(03).
           02 FILLER                 PIC X(01).
           02 DVL-INTERES-BRUTO      PIC 9(07)V99.
           02 FILLER                 PIC X(01).
           02 DVL-RETENIDO           PIC 9(07)V99.
           02 FILLER                 PIC X(01).
           02 DVL-CUOTA              PIC 9(07)V99.
           02 FILLER                 PIC X(01).
           02 DVL-INT-DEUDOR         PIC 9(07)V99.
           02 FILLER                 PIC X(01).
           02 DVL-LOTE-ID            PIC X(11).
