      ******************************************************************
      *  COPY LISTAVIG - RENGLON DE LISTA_VIGILANCIA.txt, LA LISTA DE
      *  SANCIONES Y DE VIGILANCIA INTERNA CONTRA LA QUE SE CRIBAN LOS
      *  NOMBRES Y DOCUMENTOS DE CLIMAST (PSA02) Y DE FECACTVO
      *  (CDCB14Q). EL PRIMER RENGLON ES UN ENCABEZADO 'H' CON LA
      *  VERSION DE LA LISTA; AL CARGARSE UNA VERSION NUEVA PSA16
      *  (cribado_listas.cbl) RECRIBA AMBAS POBLACIONES COMPLETAS. LOS
      *  DEMAS RENGLONES SON DETALLE 'D', UNO POR PERSONA LISTADA; EL
      *  DOCUMENTO PUEDE VENIR EN BLANCO (SOLO SE COMPARA EL NOMBRE)
      ******************************************************************
       01 REG-LISTAVIG.
           02 LVG-TIPO-REG           PIC X(01).
           02 FILLER                 PIC X(01).
           02 LVG-ID                 PIC X(08).
           02 FILLER                 PIC X(01).
      *    'S' = LISTA DE SANCIONES, 'I' = VIGILANCIA INTERNA
           02 LVG-LISTA              PIC X(01).
           02 FILLER                 PIC X(01).
           02 LVG-NOMBRE             PIC X(40).
           02 FILLER                 PIC X(01).
           02 LVG-DOCUMENTO          PIC X(15).
       01 REG-LISTAVIG-CAB.
           02 LVC-TIPO-REG           PIC X(01).
           02 FILLER                 PIC X(01).
           02 LVC-VERSION            PIC X(14).
           02 FILLER                 PIC X(01).
           02 LVC-FECHA              PIC 9(08).
           02 FILLER                 PIC X(44).
