      ******************************************************************
      *  COPY SOLPANT - RENGLON DE LA COLA DE SOLICITUDES DE
      *  MANTENIMIENTO CAPTURADAS EN LA PANTALLA DE CLIENTES (PSA25,
      *  mantcli_pantalla.dat). LA TRANSACCION VA EN EL MISMO FORMATO
      *  QUE UN RENGLON DE mantcli.dat; PSA02 LA APLICA ESA NOCHE CON EL
      *  USUARIO QUE LA CAPTURO EN VEZ DEL USUARIO DEL LOTE, Y LA PASA
      *  A mantcli_pantalla_aplicadas.dat CON SU FECHA DE APLICACION
      ******************************************************************
       01 REG-SOLPANT.
           02 SPN-USUARIO            PIC X(08).
           02 FILLER                 PIC X(01).
           02 SPN-FECHA              PIC 9(08).
           02 FILLER                 PIC X(01).
           02 SPN-HORA               PIC 9(06).
           02 FILLER                 PIC X(01).
           02 SPN-TRANSACCION        PIC X(100).
           02 FILLER                 PIC X(01).
      *    FECHA EN QUE PSA02 LA APLICO; EN CERO MIENTRAS ESTA EN COLA
           02 SPN-FECHA-APLICADA     PIC 9(08).
