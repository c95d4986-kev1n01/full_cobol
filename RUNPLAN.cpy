      *    CRUZA INI CONTRA FIN POR PROGRAMA+LOTE PARA DETECTAR UN
      *    PROGRAMA QUE ARRANCO Y NUNCA TERMINO
           02 RPL-TIPO             PIC X(03).
      *    DATOS DE LOS RENGLONES QUE GRABA EL DRIVER DE LA CADENA
      *    (CADENA01, RPL-PROGRAMA 'CADENA01'): EL PASO DEL PLAN Y EL
      *    RC CON QUE TERMINO. EN ESOS RENGLONES RPL-LOTE-ID LLEVA EL
      *    MISMO ID DE PASO, PARA QUE VIGIA01 CRUCE INI CONTRA FIN POR
      *    PASO, Y RPL-TIPO ADEMAS PUEDE SER 'ERR' (EL PASO TERMINO
      *    CON UN RC NO ACEPTABLE) U 'OMI' (NO LE TOCABA A LA FECHA
      *    SEGUN SU FRECUENCIA). LOS DEMAS PROGRAMAS NO LLENAN NI LEEN
      *    ESTOS CAMPOS
           02 FILLER               PIC X(01) VALUE SPACE.
           02 RPL-PASO             PIC X(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 RPL-RC               PIC 9(04).
