      ******************************************************************
      *  COPY EMBARGO - RENGLON DEL REGISTRO DE EMBARGOS JUDICIALES
      *  (embargos_clientes.dat), UNA ORDEN DE JUZGADO POR RENGLON.
      *  LO MANTIENE PSA02 (TRANSACCIONES 'E' ALTA Y 'X'
      *  LEVANTAMIENTO) Y LO LEE Y ACTUALIZA PSA01: DURANTE EL POSTEO
      *  RESERVA LO PENDIENTE DE LAS ORDENES VIGENTES CONTRA LOS
      *  DEBITOS DEL CLIENTE Y, AL TERMINAR, EMBARGA EL SALDO EN ORDEN
      *  DE PRIORIDAD (VER APLICAR-EMBARGOS). COLUMNAS FIJAS SEPARADAS
      *  POR UN ESPACIO, IGUAL QUE chequeras.dat
      ******************************************************************
       01 REG-EMBARGO.
           02 EMB-CLI-ID             PIC X(05).
           02 FILLER                 PIC X(01).
      *    EXPEDIENTE DEL JUZGADO; IDENTIFICA LA ORDEN EN LA REMESA Y
      *    ES LA CLAVE DEL LEVANTAMIENTO (UNICA POR CLIENTE)
           02 EMB-REFERENCIA         PIC X(20).
           02 FILLER                 PIC X(01).
           02 EMB-JUZGADO            PIC X(20).
           02 FILLER                 PIC X(01).
      *    MONTO QUE ORDENA EL JUZGADO Y LO YA EMBARGADO EN CORRIDAS
      *    ANTERIORES; LO PENDIENTE ES LA DIFERENCIA
           02 EMB-MONTO-ORDENADO     PIC 9(07)V99.
           02 FILLER                 PIC X(01).
           02 EMB-MONTO-EMBARGADO    PIC 9(07)V99.
           02 FILLER                 PIC X(01).
      *    01 = LA PRIMERA EN COBRARSE; A IGUAL PRIORIDAD SE COBRA
      *    PRIMERO LA MAS ANTIGUA (EMB-FECHA-ALTA)
           02 EMB-PRIORIDAD          PIC 9(02).
           02 FILLER                 PIC X(01).
           02 EMB-FECHA-ALTA         PIC 9(08).
           02 FILLER                 PIC X(01).
      *    CERO = SIN VENCIMIENTO
           02 EMB-FECHA-VENCE        PIC 9(08).
           02 FILLER                 PIC X(01).
      *    A = VIGENTE, S = SATISFECHA (YA SE EMBARGO TODO LO
      *    ORDENADO), L = LEVANTADA POR EL JUZGADO, V = VENCIDA; SOLO
      *    UNA ORDEN VIGENTE RESERVA Y EMBARGA SALDO
           02 EMB-ESTADO             PIC X(01).
           02 FILLER                 PIC X(01).
           02 EMB-FECHA-ESTADO       PIC 9(08).
