      ******************************************************************
      *  COPY ALERTPRF - RENGLON DE PREFERENCIAS DE ALERTA DEL CLIENTE
      *  (alertas_preferencias.dat), UNO POR CLIENTE. LO MANTIENE PSA02
      *  (TRANSACCIONES 'W' PREFERENCIAS Y 'O' EXCLUSION) Y LO LEE
      *  PSA01, QUE AL CERRAR EL GRUPO DEL CLIENTE DEJA LAS ALERTAS EN
      *  alertas_clientes.txt (COPY ALERTA). UN CLIENTE SIN RENGLON NO
      *  RECIBE ALERTAS. COLUMNAS FIJAS SEPARADAS POR UN ESPACIO, IGUAL
      *  QUE barridos_cuenta.dat
      ******************************************************************
       01 REG-ALERTA-PREF.
           02 PRF-CLI-ID             PIC X(05).
           02 FILLER                 PIC X(01).
      *    MEDIO DE ENVIO DE LA PASARELA: 'SMS  ' O 'EMAIL'
           02 PRF-MEDIO              PIC X(05).
           02 FILLER                 PIC X(01).
      *    NUMERO DE CELULAR O DIRECCION DE CORREO SEGUN EL MEDIO
           02 PRF-DESTINO            PIC X(50).
           02 FILLER                 PIC X(01).
      *    SALDO BAJO: AVISA CUANDO EL SALDO DEL CIERRE DEL GRUPO CAE
      *    POR DEBAJO DE ESTE MONTO (CERO = SIN ALERTA DE SALDO)
           02 PRF-UMBRAL-SALDO       PIC 9(07)V99.
           02 FILLER                 PIC X(01).
      *    DEBITO GRANDE: AVISA CADA DEBITO INDIVIDUAL MAYOR A ESTE
      *    MONTO (CERO = SIN ALERTA DE DEBITO)
           02 PRF-MONTO-DEBITO       PIC 9(07)V99.
           02 FILLER                 PIC X(01).
      *    S = AVISA EL PRIMER DEBITO POR UN CANAL QUE EL CLIENTE NUNCA
      *    HABIA USADO (VER canales_clientes.dat EN PSA01)
           02 PRF-ALERTA-CANAL       PIC X(01).
           02 FILLER                 PIC X(01).
      *    S = EL CLIENTE PIDIO NO RECIBIR ALERTAS; MANDA SOBRE TODO LO
      *    ANTERIOR Y SOLO LO LEVANTA OTRA TRANSACCION 'O'
           02 PRF-EXCLUIDO           PIC X(01).
           02 FILLER                 PIC X(01).
           02 PRF-FECHA-ALTA         PIC 9(08).
           02 FILLER                 PIC X(01).
           02 PRF-FECHA-ESTADO       PIC 9(08).
