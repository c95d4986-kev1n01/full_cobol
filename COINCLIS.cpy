      ******************************************************************
      *  COPY COINCLIS - RENGLON DE coincidencias_listas.dat, LA
      *  EVIDENCIA DEL CRIBADO CONTRA LISTAS DE VIGILANCIA (COPY
      *  LISTAVIG). SOLO SE ANEXA, NUNCA SE REESCRIBE: CADA POSIBLE
      *  COINCIDENCIA QUEDA COMO UN EVENTO 'H' (UNO POR RENGLON DE LA
      *  LISTA QUE COINCIDIO) Y CADA DECISION DE CUMPLIMIENTO COMO UN
      *  EVENTO 'L' (LIBERADA, FALSO POSITIVO) O 'C' (CONFIRMADA) CON
      *  EL MISMO CNC-ID. LO GRABAN PSA02 Y CDCB14Q AL RETENER UN ALTA
      *  O CAMBIO, Y PSA16 AL RECRIBAR Y AL APLICAR LAS DECISIONES
      ******************************************************************
       01 REG-COINCLIS.
      *    'H' = COINCIDENCIA, 'L' = LIBERADA, 'C' = CONFIRMADA
           02 CNC-EVENTO             PIC X(01).
           02 FILLER                 PIC X(01).
      *    PROCESO QUE LO GENERO ('M' = PSA02, 'F' = CDCB14Q, 'R' =
      *    RECRIBADO DE PSA16) + FECHA + HORA + CONSECUTIVO DE 4
      *    DIGITOS; UNO POR REGISTRO CRIBADO, COMPARTIDO POR TODOS SUS
      *    EVENTOS. ES LA CLAVE CON QUE CUMPLIMIENTO DECIDE
           02 CNC-ID                 PIC X(19).
           02 FILLER                 PIC X(01).
           02 CNC-FECHA              PIC 9(08).
           02 FILLER                 PIC X(01).
           02 CNC-HORA               PIC 9(06).
           02 FILLER                 PIC X(01).
      *    'C' = CLIENTE DE CLIMAST, 'T' = TARJETA DE FECACTVO
           02 CNC-ORIGEN             PIC X(01).
           02 FILLER                 PIC X(01).
      *    CLI-ID, O EL PAN ENMASCARADO (6 PRIMEROS + 4 ULTIMOS)
           02 CNC-CLAVE              PIC X(16).
           02 FILLER                 PIC X(01).
      *    'A' = ALTA, 'M' = CAMBIO, 'R' = RECRIBADO POR LISTA NUEVA
           02 CNC-MOTIVO             PIC X(01).
           02 FILLER                 PIC X(01).
      *    'S' = EL ALTA/CAMBIO QUEDO RETENIDO HASTA LA DECISION
           02 CNC-RETENIDO           PIC X(01).
           02 FILLER                 PIC X(01).
           02 CNC-NOMBRE             PIC X(40).
           02 FILLER                 PIC X(01).
           02 CNC-DOCUMENTO          PIC X(15).
           02 FILLER                 PIC X(01).
           02 CNC-LISTA-ID           PIC X(08).
           02 FILLER                 PIC X(01).
           02 CNC-LISTA-TIPO         PIC X(01).
           02 FILLER                 PIC X(01).
      *    'D' = DOCUMENTO, 'N' = NOMBRE COMPLETO, 'P' = PARCIAL
           02 CNC-NIVEL              PIC X(01).
           02 FILLER                 PIC X(01).
           02 CNC-LISTA-NOMBRE       PIC X(40).
           02 FILLER                 PIC X(01).
           02 CNC-VERSION            PIC X(14).
           02 FILLER                 PIC X(01).
      *    SOLO EN LOS EVENTOS DE DECISION ('L'/'C')
           02 CNC-USUARIO            PIC X(08).
           02 FILLER                 PIC X(01).
           02 CNC-COMENTARIO         PIC X(30).
