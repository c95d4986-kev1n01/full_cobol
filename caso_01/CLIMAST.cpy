      *    MOVIMIENTOS Y MANTENIMIENTO IGUAL QUE 'I'). UN
      *    REGISTRO GRABADO ANTES DE ESTE CAMPO QUEDA EN SPACES, QUE SE
      *    TRATA COMO ACTIVA (MISMO CRITERIO PERMISIVO QUE CLI-MONEDA
      *    EN SPACES); SOLO 'I'/'E' BLOQUEAN MOVIMIENTOS EN PSA01.
      *    'F' = TITULAR FALLECIDO (MARCADO POR PSA09/
      *    proceso_fallecidos.cbl AL CERRARSE SU TARJETA POR
      *    FALLECIMIENTO): LA CUENTA QUEDA EN SUCESION, PSA01 LE
      *    RECHAZA LOS DEBITOS (R/T) PERO LE SIGUE ACREDITANDO, Y
      *    PSA02 LA MANTIENE COMO ACTIVA PARA PODER CERRARLA
           02 CLI-ESTADO             PIC X(01).
      *    LIMITES DIARIOS POR TIPO DE MOVIMIENTO (CANTIDAD Y MONTO
      *    MAXIMOS POR DIA PARA D, R Y T), MANTENIDOS POR PSA02
           02 CLI-LIM-MON-R          PIC 9(06)V99.
           02 CLI-LIM-CNT-T          PIC 9(03).
           02 CLI-LIM-MON-T          PIC 9(06)V99.
      *    PRODUCTO DE DEPOSITO DEL CATALOGO PRODUCTOS.txt (VER COPY
      *    PRODUCTO), ASIGNADO POR PSA02 (TRANSACCION 'K'); EL DEVENGO
      *    DE PSA01 COBRA Y PAGA SEGUN ESE PRODUCTO. SPACES = SIN
      *    PRODUCTO, SE DEVENGA CON LA TASA/COMISION DE PARMPSA01.txt
      *    COMO SIEMPRE. MISMA NOTA DE MIGRACION QUE LOS LIMITES
           02 CLI-PRODUCTO           PIC X(04).
