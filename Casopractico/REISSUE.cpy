               INDEXED BY WS-REIS-IDX.
               10 WS-REIS-PAN-NUEVO      PIC X(16).
               10 WS-REIS-PAN-ANTERIOR   PIC X(16).

      *    EL MISMO CRUCE ORDENADO POR EL PAN ANTERIOR, CON LA FECHA DE
      *    ACTIVACION DEL PAN NUEVO SEGUN FECACTVO.dat (CERO SI TODAVIA
      *    NO SE ACTIVO), PARA 3740-VERIFICAR-PAN-ANTERIOR: SE ARMA EN
      *    1165D-ARMAR-CRUCE-ANTERIOR AL TERMINAR LA CARGA
       01 WS-CANT-REIA               PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-REIA.
           05 WS-REIA-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-REIA
               ASCENDING KEY IS WS-REIA-PAN-ANTERIOR
               INDEXED BY WS-REIA-IDX.
               10 WS-REIA-PAN-ANTERIOR   PIC X(16).
               10 WS-REIA-PAN-NUEVO      PIC X(16).
               10 WS-REIA-FEC-ACT        PIC 9(08).
