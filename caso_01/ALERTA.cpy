      ******************************************************************
      *  COPY ALERTA - RENGLON DEL EXTRACTO DE ALERTAS AL CLIENTE
      *  (alertas_clientes.txt) QUE PSA01 DEJA AL CERRAR CADA GRUPO
      *  PARA LA PASARELA DE SMS/CORREO; UNA ALERTA POR RENGLON, YA
      *  CON EL MEDIO Y EL DESTINO DE alertas_preferencias.dat (COPY
      *  ALERTPRF) PARA QUE LA PASARELA NO TENGA QUE CRUZAR NADA.
      *  COLUMNAS FIJAS SEPARADAS POR UN ESPACIO, IGUAL QUE EL
      *  EXTRACTO DE NOTIFC01
      ******************************************************************
       01 REG-ALERTA.
           02 ALE-CLI-ID             PIC X(05).
           02 FILLER                 PIC X(01).
      *    'SMS  ' O 'EMAIL'
           02 ALE-MEDIO              PIC X(05).
           02 FILLER                 PIC X(01).
           02 ALE-DESTINO            PIC X(50).
           02 FILLER                 PIC X(01).
      *    SALDOB = SALDO BAJO EL UMBRAL, DEBITO = DEBITO GRANDE,
      *    CANALN = PRIMER USO DE UN CANAL
           02 ALE-TIPO               PIC X(06).
           02 FILLER                 PIC X(01).
      *    FECHA DEL MOVIMIENTO (DEBITO Y CANAL) O DE NEGOCIO (SALDO)
           02 ALE-FECHA              PIC 9(08).
           02 FILLER                 PIC X(01).
           02 ALE-MONEDA             PIC X(03).
           02 FILLER                 PIC X(01).
      *    SALDO DEL CIERRE (SALDOB, PUEDE SER NEGATIVO) O MONTO DEL
      *    DEBITO (DEBITO/CANALN)
           02 ALE-MONTO              PIC S9(07)V99
                                     SIGN IS LEADING SEPARATE.
           02 FILLER                 PIC X(01).
      *    UMBRAL DEL CLIENTE QUE DISPARO LA ALERTA (CERO EN CANALN)
           02 ALE-UMBRAL             PIC 9(07)V99.
           02 FILLER                 PIC X(01).
      *    CANAL DEL MOVIMIENTO (EN BLANCO EN SALDOB)
           02 ALE-CANAL              PIC X(06).
           02 FILLER                 PIC X(01).
           02 ALE-LOTE-ID            PIC X(11).
           02 FILLER                 PIC X(01).
      *    TEXTO LISTO PARA ENVIAR, SIN MONTOS (LOS ARMA LA PASARELA
      *    CON SU PROPIO FORMATO A PARTIR DE ALE-MONTO/ALE-MONEDA)
           02 ALE-TEXTO              PIC X(60).
