      *----------------------------------------------------------------+
      *    COPY VALMANT - VALIDACIONES DE CAMPO DE UNA TRANSACCION DE  +
      *    MANTENIMIENTO DE CLIMAST (TX-ACCION/TX-ID/TX-NOMBRE), ANTES +
      *    DE TOCAR EL MAESTRO; CADA UNA DEJA SU PROPIO MOTIVO EN      +
      *    WS-MOTIVO-RECHAZO PARA QUE EL REPORTE SEA ESPECIFICO EN VEZ +
      *    DE UN RECHAZO GENERICO. LA USAN PSA02 AL APLICAR EL LOTE Y  +
      *    LA PANTALLA PSA25 AL CAPTURAR LA SOLICITUD, PARA QUE AMBAS  +
      *    RECHACEN LO MISMO                                           +
      *----------------------------------------------------------------+
           MOVE 'S' TO WS-VALIDACION-OK
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           IF TX-ID = SPACES OR TX-ID = ZEROS
               MOVE 'N' TO WS-VALIDACION-OK
               MOVE "ID DE CLIENTE INVALIDO" TO WS-MOTIVO-RECHAZO
           ELSE
               IF (TX-ACCION = "A" OR TX-ACCION = "C") AND
                  TX-NOMBRE = SPACES
                   MOVE 'N' TO WS-VALIDACION-OK
                   MOVE "NOMBRE DE CLIENTE VACIO" TO WS-MOTIVO-RECHAZO
               END-IF
           END-IF.
