      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Sanctions and watch-list screening: applies the
      *           compliance decisions (clear or confirm) recorded in
      *           decisiones_cumplimiento.txt to the possible hits in
      *           coincidencias_listas.dat, rescreens the whole
      *           customer master and card file against
      *           LISTA_VIGILANCIA.txt whenever a new list version is
      *           loaded, and lists every hit still waiting for a
      *           decision
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LISTA DE SANCIONES Y VIGILANCIA INTERNA (COPY LISTAVIG)
           SELECT FLISTAVIG ASSIGN TO 'LISTA_VIGILANCIA.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLISTAVIG.
      * VERSION DE LA LISTA CONTRA LA QUE SE HIZO EL ULTIMO RECRIBADO
      * COMPLETO; SI NO EXISTE NUNCA SE RECRIBO. SE REESCRIBE SOLO
      * CUANDO EL RECRIBADO TERMINA SIN ERRORES
           SELECT FCONTROL ASSIGN TO 'listas_control.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCONTROL.
      * EVIDENCIA DE COINCIDENCIAS Y DECISIONES (COPY COINCLIS); SE
      * LEE COMPLETA AL INICIO Y LUEGO SOLO SE ANEXA
           SELECT FCOINC ASSIGN TO 'coincidencias_listas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCOINC.
      * DECISIONES DE CUMPLIMIENTO SOBRE LAS COINCIDENCIAS PENDIENTES;
      * OPCIONAL. SE VACIA AL TERMINAR, LAS RECHAZADAS QUEDAN EN EL
      * REPORTE PARA VOLVER A PRESENTARSE CORREGIDAS
           SELECT FDECISION ASSIGN TO 'decisiones_cumplimiento.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FDECISION.
           SELECT CLIMASTER ASSIGN TO 'CLIMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS CLIMASTER-STATUS.
      * TARJETAS VIGENTES, MANTENIDO POR CDCB14Q
           SELECT FECACTVO ASSIGN TO 'FECACTVO.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REP-PAN
               FILE STATUS IS FS-FECACTVO.
      * PARM-CARD DE PSA01, PARA LA FECHA DE NEGOCIO
           SELECT FILPARM ASSIGN TO 'PARMPSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.
      * REPORTE PARA CUMPLIMIENTO, cribado_listas_<FECHA>.txt; SE
      * REESCRIBE POR CORRIDA
           SELECT FREPORTE ASSIGN TO WS-NOM-FREPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREPORTE.

       DATA DIVISION.
       FILE SECTION.
       FD FLISTAVIG.
           COPY LISTAVIG.

       FD FCONTROL.
       01 REG-CONTROL.
           02 LCT-VERSION          PIC X(14).
           02 FILLER               PIC X(01).
      *    FECHA DE NEGOCIO DEL RECRIBADO Y RENGLONES DE LA LISTA
           02 LCT-FECHA            PIC 9(08).
           02 FILLER               PIC X(01).
           02 LCT-RENGLONES        PIC 9(05).

       FD FCOINC.
           COPY COINCLIS.

       FD FDECISION.
       01 REG-DECISION.
           02 DEC-ID               PIC X(19).
           02 FILLER               PIC X(01).
      *    'L' = LIBERAR (FALSO POSITIVO), 'C' = CONFIRMAR
           02 DEC-DECISION         PIC X(01).
           02 FILLER               PIC X(01).
           02 DEC-USUARIO          PIC X(08).
           02 FILLER               PIC X(01).
           02 DEC-COMENTARIO       PIC X(30).

       FD CLIMASTER.
           COPY CLIMAST.

      * MISMO LAYOUT QUE REG-SALIDA EN CDCB14Q
       FD FECACTVO.
       01 REG-SALIDA.
           COPY CDCFDREP REPLACING LEADING ==CDC== BY ==REP==.
           02 REP-NUMPLAST         PIC 9(12).
           02 REP-NUMBEN           PIC 9(05).
           02 REP-LINEVENT         PIC X(02).

       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA

       FD FREPORTE.
       01 REPORTE-REGISTER         PIC X(140).

       WORKING-STORAGE SECTION.
       01 FS-FLISTAVIG             PIC XX.
       01 FS-FCONTROL              PIC XX.
       01 FS-FCOINC                PIC XX.
       01 FS-FDECISION             PIC XX.
       01 CLIMASTER-STATUS         PIC XX.
       01 FS-FECACTVO              PIC XX.
       01 FS-FILPARM               PIC XX.
       01 FS-FREPORTE              PIC XX.
       01 WS-LISTA-EOF             PIC X VALUE 'N'.
       01 WS-COINC-EOF             PIC X VALUE 'N'.
       01 WS-DECISION-EOF          PIC X VALUE 'N'.
       01 EOF-CLIMAST              PIC X VALUE 'N'.
       01 EOF-FECACTVO             PIC X VALUE 'N'.

       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-HORA-SISTEMA          PIC 9(08).
       01 WS-NOM-FREPORTE          PIC X(40) VALUE SPACES.
       01 WS-VERSION-ANTERIOR      PIC X(14) VALUE SPACES.
       01 WS-RECRIBAR              PIC X VALUE 'N'.
       01 WS-ERROR-FATAL           PIC X VALUE 'N'.
       01 WS-TABLAS-LLENAS         PIC X VALUE 'N'.

      * LISTA EN MEMORIA Y AREAS DE LA NORMALIZACION/COMPARACION
       COPY CRIBAWS.

      * EVENTOS 'H' DE coincidencias_listas.dat CON LA DECISION QUE
      * HAYAN RECIBIDO (SPACE = PENDIENTE); LOS 'H' DE UN MISMO
      * REGISTRO CRIBADO COMPARTEN EL ID Y QUEDAN CONTIGUOS
       01 WS-CANT-EVID             PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-EVID.
           02 WS-EVI-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-EVID
               INDEXED BY WS-EVI-IDX.
               03 WS-EVI-ID          PIC X(19).
               03 WS-EVI-FECHA       PIC 9(08).
               03 WS-EVI-ORIGEN      PIC X(01).
               03 WS-EVI-CLAVE       PIC X(16).
               03 WS-EVI-MOTIVO      PIC X(01).
               03 WS-EVI-RETENIDO    PIC X(01).
               03 WS-EVI-NOMBRE      PIC X(40).
               03 WS-EVI-DOCUMENTO   PIC X(15).
               03 WS-EVI-LISTA-ID    PIC X(08).
               03 WS-EVI-NIVEL       PIC X(01).
               03 WS-EVI-DECISION    PIC X(01).
       01 WS-EVI-PRIMERO           PIC 9(05) COMP VALUE ZERO.
       01 WS-EVI-ENCONTRADO        PIC X VALUE 'N'.

      * REGISTRO EN CURSO DEL RECRIBADO
       01 WS-CRB-ORIGEN            PIC X(01).
       01 WS-CRB-CLAVE             PIC X(16).
       01 WS-CRB-HIT-NUM           PIC 9(01).
       01 WS-CRB-ID                PIC X(19).
       01 WS-ID-ARMADO.
           02 WS-ID-PROCESO        PIC X(01) VALUE 'R'.
           02 WS-ID-FECHA          PIC 9(08).
           02 WS-ID-HORA           PIC 9(06).
           02 WS-ID-SECUENCIA      PIC 9(04) VALUE ZERO.
       01 WS-RECHAZO               PIC X(30).
       01 WS-DIAS-PENDIENTE        PIC 9(05).
       01 WS-DIAS-DISP             PIC ZZZZ9.

       01 COUNT-RENGLONES-LISTA    PIC 9(5) VALUE 0.
       01 COUNT-DECISIONES-LEIDAS  PIC 9(5) VALUE 0.
       01 COUNT-LIBERADAS          PIC 9(5) VALUE 0.
       01 COUNT-CONFIRMADAS        PIC 9(5) VALUE 0.
       01 COUNT-DECISIONES-RECHAZO PIC 9(5) VALUE 0.
       01 COUNT-CLIENTES-CRIBADOS  PIC 9(5) VALUE 0.
       01 COUNT-TARJETAS-CRIBADAS  PIC 9(7) VALUE 0.
       01 COUNT-COINCIDENCIAS      PIC 9(5) VALUE 0.
       01 COUNT-YA-CONOCIDAS       PIC 9(5) VALUE 0.
       01 COUNT-PENDIENTES         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-LISTA
           PERFORM CARGAR-CONTROL
           PERFORM CARGAR-EVIDENCIA

           MOVE SPACES TO WS-NOM-FREPORTE
           STRING 'cribado_listas_' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FREPORTE
           OPEN OUTPUT FREPORTE
           PERFORM GRABAR-CABECERA-REPORTE

           OPEN EXTEND FCOINC
           IF FS-FCOINC = '35'
               OPEN OUTPUT FCOINC
               CLOSE FCOINC
               OPEN EXTEND FCOINC
           END-IF
           IF FS-FCOINC NOT = '00'
               DISPLAY "ERROR AL ABRIR coincidencias_listas.dat FS: "
                   FS-FCOINC
               MOVE 16 TO RETURN-CODE
               CLOSE FREPORTE
               STOP RUN
           END-IF

           PERFORM APLICAR-DECISIONES

           IF WS-RECRIBAR = 'S'
               PERFORM RECRIBAR-CLIENTES
               PERFORM RECRIBAR-TARJETAS
               IF WS-ERROR-FATAL = 'N' AND WS-TABLAS-LLENAS = 'N'
                   PERFORM GRABAR-CONTROL
               END-IF
           END-IF
           CLOSE FCOINC

           PERFORM LISTAR-PENDIENTES
           CLOSE FREPORTE

           DISPLAY "VERSION DE LA LISTA        : " WS-CRB-VERSION
           DISPLAY "RENGLONES DE LA LISTA      : " COUNT-RENGLONES-LISTA
           DISPLAY "DECISIONES LEIDAS          : "
               COUNT-DECISIONES-LEIDAS
           DISPLAY "COINCIDENCIAS LIBERADAS    : " COUNT-LIBERADAS
           DISPLAY "COINCIDENCIAS CONFIRMADAS  : " COUNT-CONFIRMADAS
           DISPLAY "DECISIONES RECHAZADAS      : "
               COUNT-DECISIONES-RECHAZO
           DISPLAY "CLIENTES RECRIBADOS        : "
               COUNT-CLIENTES-CRIBADOS
           DISPLAY "TARJETAS RECRIBADAS        : "
               COUNT-TARJETAS-CRIBADAS
           DISPLAY "COINCIDENCIAS NUEVAS       : " COUNT-COINCIDENCIAS
           DISPLAY "COINCIDENCIAS YA CONOCIDAS : " COUNT-YA-CONOCIDAS
           DISPLAY "PENDIENTES DE DECISION     : " COUNT-PENDIENTES
           IF WS-ERROR-FATAL = 'S' OR WS-TABLAS-LLENAS = 'S'
               DISPLAY "CRIBADO INCOMPLETO, SE REPITE EN LA PROXIMA "
                   "CORRIDA"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF COUNT-PENDIENTES > 0 OR COUNT-DECISIONES-RECHAZO > 0
                  OR WS-CRB-CANT-LIS = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       LEER-PARAMETROS.
           ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           OPEN INPUT FILPARM
           IF FS-FILPARM = '00'
               READ FILPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-NEGOCIO NOT = 0
                           MOVE PARM-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-NEGOCIO TO WS-ID-FECHA
           MOVE WS-HORA-SISTEMA(1:6) TO WS-ID-HORA
           DISPLAY "FECHA DE NEGOCIO           : " WS-FECHA-NEGOCIO.

       CARGAR-LISTA.
      *    EL ENCABEZADO 'H' TRAE LA VERSION; CADA DETALLE 'D' SE
      *    GUARDA YA NORMALIZADO
           OPEN INPUT FLISTAVIG
           IF FS-FLISTAVIG NOT = '00'
               DISPLAY "LISTA_VIGILANCIA.txt NO DISPONIBLE FS: "
                   FS-FLISTAVIG
           ELSE
               PERFORM LEER-LISTA
               PERFORM UNTIL WS-LISTA-EOF = 'S'
                   EVALUATE LVG-TIPO-REG
                       WHEN 'H'
                           MOVE LVC-VERSION TO WS-CRB-VERSION
                       WHEN 'D'
                           PERFORM GUARDAR-RENGLON-LISTA
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM LEER-LISTA
               END-PERFORM
               CLOSE FLISTAVIG
           END-IF.

       LEER-LISTA.
           READ FLISTAVIG
               AT END
                   MOVE 'S' TO WS-LISTA-EOF
               NOT AT END
                   CONTINUE
           END-READ.

       GUARDAR-RENGLON-LISTA.
           ADD 1 TO COUNT-RENGLONES-LISTA
           IF WS-CRB-CANT-LIS >= 10000
               MOVE 'S' TO WS-TABLAS-LLENAS
           ELSE
               ADD 1 TO WS-CRB-CANT-LIS
               SET WS-CRB-LIS-IDX TO WS-CRB-CANT-LIS
               MOVE LVG-ID TO WS-CRB-LIS-ID(WS-CRB-LIS-IDX)
               MOVE LVG-LISTA TO WS-CRB-LIS-TIPO(WS-CRB-LIS-IDX)
               MOVE LVG-NOMBRE TO WS-CRB-LIS-NOMBRE(WS-CRB-LIS-IDX)
               MOVE LVG-NOMBRE TO WS-CRB-NOMBRE
               MOVE LVG-DOCUMENTO TO WS-CRB-DOCUMENTO
               PERFORM NORMALIZAR-NOMBRE
               MOVE WS-CRB-DOC-NORM TO WS-CRB-LIS-DOC(WS-CRB-CANT-LIS)
               MOVE WS-CRB-CANT-PAL
                 TO WS-CRB-LIS-CANT-PAL(WS-CRB-CANT-LIS)
               MOVE WS-CRB-PALABRAS
                 TO WS-CRB-LIS-PALABRAS(WS-CRB-CANT-LIS)
           END-IF.

       CARGAR-CONTROL.
      *    SIN ENCABEZADO DE VERSION NO HAY FORMA DE SABER SI LA LISTA
      *    ES NUEVA, ASI QUE NO SE RECRIBA
           OPEN INPUT FCONTROL
           IF FS-FCONTROL = '00'
               READ FCONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LCT-VERSION TO WS-VERSION-ANTERIOR
               END-READ
               CLOSE FCONTROL
           END-IF
           IF WS-CRB-VERSION NOT = SPACES
              AND WS-CRB-VERSION NOT = WS-VERSION-ANTERIOR
              AND WS-CRB-CANT-LIS > 0
               MOVE 'S' TO WS-RECRIBAR
           END-IF.

       CARGAR-EVIDENCIA.
           OPEN INPUT FCOINC
           IF FS-FCOINC = '00'
               PERFORM LEER-EVIDENCIA
               PERFORM UNTIL WS-COINC-EOF = 'S'
                   EVALUATE CNC-EVENTO
                       WHEN 'H'
                           PERFORM GUARDAR-EVIDENCIA
                       WHEN 'L'
                       WHEN 'C'
                           MOVE CNC-ID TO WS-CRB-ID
                           PERFORM MARCAR-DECISION
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   PERFORM LEER-EVIDENCIA
               END-PERFORM
               CLOSE FCOINC
           END-IF.

       LEER-EVIDENCIA.
           READ FCOINC
               AT END
                   MOVE 'S' TO WS-COINC-EOF
               NOT AT END
                   CONTINUE
           END-READ.

       GUARDAR-EVIDENCIA.
           IF WS-CANT-EVID >= 20000
               MOVE 'S' TO WS-TABLAS-LLENAS
           ELSE
               ADD 1 TO WS-CANT-EVID
               SET WS-EVI-IDX TO WS-CANT-EVID
               MOVE CNC-ID TO WS-EVI-ID(WS-EVI-IDX)
               MOVE CNC-FECHA TO WS-EVI-FECHA(WS-EVI-IDX)
               MOVE CNC-ORIGEN TO WS-EVI-ORIGEN(WS-EVI-IDX)
               MOVE CNC-CLAVE TO WS-EVI-CLAVE(WS-EVI-IDX)
               MOVE CNC-MOTIVO TO WS-EVI-MOTIVO(WS-EVI-IDX)
               MOVE CNC-RETENIDO TO WS-EVI-RETENIDO(WS-EVI-IDX)
               MOVE CNC-NOMBRE TO WS-EVI-NOMBRE(WS-EVI-IDX)
               MOVE CNC-DOCUMENTO TO WS-EVI-DOCUMENTO(WS-EVI-IDX)
               MOVE CNC-LISTA-ID TO WS-EVI-LISTA-ID(WS-EVI-IDX)
               MOVE CNC-NIVEL TO WS-EVI-NIVEL(WS-EVI-IDX)
               MOVE SPACE TO WS-EVI-DECISION(WS-EVI-IDX)
           END-IF.

       MARCAR-DECISION.
      *    LA DECISION VALE PARA TODAS LAS COINCIDENCIAS DEL REGISTRO
      *    (TODOS LOS 'H' CON EL MISMO ID)
           PERFORM VARYING WS-EVI-IDX FROM 1 BY 1
               UNTIL WS-EVI-IDX > WS-CANT-EVID
               IF WS-EVI-ID(WS-EVI-IDX) = WS-CRB-ID
                   MOVE CNC-EVENTO TO WS-EVI-DECISION(WS-EVI-IDX)
               END-IF
           END-PERFORM.

       GRABAR-CABECERA-REPORTE.
           MOVE SPACES TO REPORTE-REGISTER
           STRING 'CRIBADO CONTRA LISTAS DE VIGILANCIA - FECHA '
               DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING 'VERSION DE LISTA: ' DELIMITED BY SIZE
               WS-CRB-VERSION DELIMITED BY SIZE
               '  ANTERIOR: ' DELIMITED BY SIZE
               WS-VERSION-ANTERIOR DELIMITED BY SIZE
               '  RENGLONES: ' DELIMITED BY SIZE
               COUNT-RENGLONES-LISTA DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           IF WS-CRB-CANT-LIS = 0
               MOVE 'LISTA NO DISPONIBLE O VACIA: NO SE CRIBA'
                 TO REPORTE-REGISTER
           ELSE
               IF WS-RECRIBAR = 'S'
                   MOVE 'LISTA NUEVA: SE RECRIBAN CLIENTES Y TARJETAS'
                     TO REPORTE-REGISTER
               ELSE
                   MOVE 'LISTA SIN CAMBIO DE VERSION: NO SE RECRIBA'
                     TO REPORTE-REGISTER
               END-IF
           END-IF
           WRITE REPORTE-REGISTER.

      ******************************************************************
      * DECISIONES DE CUMPLIMIENTO: CADA UNA SE VALIDA CONTRA LA
      * EVIDENCIA Y, SI PROCEDE, QUEDA COMO UN EVENTO 'L'/'C' CON EL
      * USUARIO QUE LA TOMO. EL ALTA/CAMBIO RETENIDO SE APLICA (O SE
      * DESCARTA) EN LA SIGUIENTE CORRIDA DE PSA02 O CDCB14Q
      ******************************************************************
       APLICAR-DECISIONES.
           OPEN INPUT FDECISION
           IF FS-FDECISION = '00'
               MOVE SPACES TO REPORTE-REGISTER
               WRITE REPORTE-REGISTER
               MOVE 'DECISIONES DE CUMPLIMIENTO' TO REPORTE-REGISTER
               WRITE REPORTE-REGISTER
               PERFORM LEER-DECISION
               PERFORM UNTIL WS-DECISION-EOF = 'S'
                   IF REG-DECISION NOT = SPACES
                       PERFORM PROCESAR-DECISION
                   END-IF
                   PERFORM LEER-DECISION
               END-PERFORM
               CLOSE FDECISION
               OPEN OUTPUT FDECISION
               CLOSE FDECISION
           END-IF.

       LEER-DECISION.
           READ FDECISION
               AT END
                   MOVE 'S' TO WS-DECISION-EOF
               NOT AT END
                   CONTINUE
           END-READ.

       PROCESAR-DECISION.
           ADD 1 TO COUNT-DECISIONES-LEIDAS
           MOVE SPACES TO WS-RECHAZO
           MOVE 0 TO WS-EVI-PRIMERO
           PERFORM VARYING WS-EVI-IDX FROM 1 BY 1
               UNTIL WS-EVI-IDX > WS-CANT-EVID
               IF WS-EVI-ID(WS-EVI-IDX) = DEC-ID
                  AND WS-EVI-PRIMERO = 0
                   SET WS-EVI-PRIMERO TO WS-EVI-IDX
               END-IF
           END-PERFORM
           IF WS-EVI-PRIMERO = 0
               MOVE 'ID SIN COINCIDENCIA REGISTRADA' TO WS-RECHAZO
           ELSE
               IF WS-EVI-DECISION(WS-EVI-PRIMERO) NOT = SPACE
                   MOVE 'COINCIDENCIA YA DECIDIDA' TO WS-RECHAZO
               ELSE
                   IF DEC-DECISION NOT = 'L' AND DEC-DECISION NOT = 'C'
                       MOVE 'DECISION DEBE SER L O C' TO WS-RECHAZO
                   ELSE
                       IF DEC-USUARIO = SPACES
                           MOVE 'FALTA EL USUARIO QUE DECIDE'
                             TO WS-RECHAZO
                       END-IF
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO REPORTE-REGISTER
           IF WS-RECHAZO NOT = SPACES
               ADD 1 TO COUNT-DECISIONES-RECHAZO
               STRING DEC-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DEC-DECISION DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DEC-USUARIO DELIMITED BY SIZE
                   ' RECHAZADA: ' DELIMITED BY SIZE
                   WS-RECHAZO DELIMITED BY SIZE
                   INTO REPORTE-REGISTER
               WRITE REPORTE-REGISTER
           ELSE
               PERFORM GRABAR-DECISION
               STRING DEC-ID DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DEC-DECISION DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DEC-USUARIO DELIMITED BY SIZE
                   ' APLICADA   ' DELIMITED BY SIZE
                   WS-EVI-ORIGEN(WS-EVI-PRIMERO) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EVI-CLAVE(WS-EVI-PRIMERO) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-EVI-NOMBRE(WS-EVI-PRIMERO) DELIMITED BY SIZE
                   INTO REPORTE-REGISTER
               WRITE REPORTE-REGISTER
           END-IF.

       GRABAR-DECISION.
           MOVE SPACES TO REG-COINCLIS
           MOVE DEC-DECISION TO CNC-EVENTO
           MOVE DEC-ID TO CNC-ID
           MOVE WS-FECHA-NEGOCIO TO CNC-FECHA
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:6) TO CNC-HORA
           MOVE WS-EVI-ORIGEN(WS-EVI-PRIMERO) TO CNC-ORIGEN
           MOVE WS-EVI-CLAVE(WS-EVI-PRIMERO) TO CNC-CLAVE
           MOVE WS-EVI-MOTIVO(WS-EVI-PRIMERO) TO CNC-MOTIVO
           MOVE WS-EVI-RETENIDO(WS-EVI-PRIMERO) TO CNC-RETENIDO
           MOVE WS-EVI-NOMBRE(WS-EVI-PRIMERO) TO CNC-NOMBRE
           MOVE WS-EVI-DOCUMENTO(WS-EVI-PRIMERO) TO CNC-DOCUMENTO
           MOVE WS-CRB-VERSION TO CNC-VERSION
           MOVE DEC-USUARIO TO CNC-USUARIO
           MOVE DEC-COMENTARIO TO CNC-COMENTARIO
           WRITE REG-COINCLIS
           MOVE DEC-ID TO WS-CRB-ID
           PERFORM MARCAR-DECISION
           IF DEC-DECISION = 'L'
               ADD 1 TO COUNT-LIBERADAS
           ELSE
               ADD 1 TO COUNT-CONFIRMADAS
           END-IF.

      ******************************************************************
      * RECRIBADO COMPLETO POR LISTA NUEVA: CLIENTES VIGENTES DE
      * CLIMAST Y TARJETAS DE FECACTVO. NO SE RETIENE NADA (YA ESTAN
      * VIGENTES); CADA COINCIDENCIA NUEVA QUEDA PENDIENTE DE DECISION
      ******************************************************************
       RECRIBAR-CLIENTES.
           MOVE SPACES TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE 'COINCIDENCIAS DEL RECRIBADO' TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           OPEN INPUT CLIMASTER
           IF CLIMASTER-STATUS NOT = '00'
               DISPLAY "ERROR AL ABRIR CLIMAST.dat FS: "
                   CLIMASTER-STATUS
               MOVE 'S' TO WS-ERROR-FATAL
           ELSE
               PERFORM LEER-CLIMAST
               PERFORM UNTIL EOF-CLIMAST = 'S'
      *            LAS CUENTAS DADAS DE BAJA O ESCHEATADAS NO SE CRIBAN
                   IF CLI-ESTADO NOT = 'I' AND CLI-ESTADO NOT = 'E'
                       ADD 1 TO COUNT-CLIENTES-CRIBADOS
                       MOVE 'C' TO WS-CRB-ORIGEN
                       MOVE CLI-ID TO WS-CRB-CLAVE
                       MOVE CLI-NOMBRE TO WS-CRB-NOMBRE
                       MOVE SPACES TO WS-CRB-DOCUMENTO
                       PERFORM CRIBAR-REGISTRO
                   END-IF
                   PERFORM LEER-CLIMAST
               END-PERFORM
               CLOSE CLIMASTER
           END-IF.

       LEER-CLIMAST.
           READ CLIMASTER NEXT RECORD
               AT END
                   MOVE 'S' TO EOF-CLIMAST
               NOT AT END
                   CONTINUE
           END-READ.

       RECRIBAR-TARJETAS.
      *    SIN FECACTVO.dat TODAVIA NO HAY TARJETAS QUE RECRIBAR; LA
      *    CABECERA (PAN EN BLANCO) Y EL PIE (PAN EN 'Z') SE SALTAN
           OPEN INPUT FECACTVO
           IF FS-FECACTVO = '35'
               DISPLAY "FECACTVO.dat NO EXISTE, SIN TARJETAS QUE "
                   "RECRIBAR"
           ELSE
               IF FS-FECACTVO NOT = '00'
                   DISPLAY "ERROR AL ABRIR FECACTVO.dat FS: "
                       FS-FECACTVO
                   MOVE 'S' TO WS-ERROR-FATAL
               ELSE
                   PERFORM LEER-FECACTVO
                   PERFORM UNTIL EOF-FECACTVO = 'S'
                       IF REP-PAN NOT = SPACES
                          AND REP-PAN NOT = ALL 'Z'
                           ADD 1 TO COUNT-TARJETAS-CRIBADAS
                           MOVE 'T' TO WS-CRB-ORIGEN
                           MOVE SPACES TO WS-CRB-CLAVE
                           STRING REP-PAN(1:6) DELIMITED BY SIZE
                               '******' DELIMITED BY SIZE
                               REP-PAN(13:4) DELIMITED BY SIZE
                               INTO WS-CRB-CLAVE
                           MOVE REP-NOM-CLIENTE TO WS-CRB-NOMBRE
                           MOVE REP-NUM-DOC TO WS-CRB-DOCUMENTO
                           PERFORM CRIBAR-REGISTRO
                       END-IF
                       PERFORM LEER-FECACTVO
                   END-PERFORM
                   CLOSE FECACTVO
               END-IF
           END-IF.

       LEER-FECACTVO.
           READ FECACTVO NEXT RECORD
               AT END
                   MOVE 'S' TO EOF-FECACTVO
               NOT AT END
                   CONTINUE
           END-READ.

       CRIBAR-REGISTRO.
      *    UNA COINCIDENCIA YA REGISTRADA PARA LA MISMA CLAVE, NOMBRE
      *    Y RENGLON DE LISTA (PENDIENTE, LIBERADA O CONFIRMADA) NO SE
      *    VUELVE A LEVANTAR; LAS NUEVAS DEL REGISTRO COMPARTEN UN ID
           PERFORM NORMALIZAR-NOMBRE
           PERFORM COMPARAR-CONTRA-LISTA
           MOVE SPACES TO WS-CRB-ID
           PERFORM VARYING WS-CRB-HIT-NUM FROM 1 BY 1
               UNTIL WS-CRB-HIT-NUM > WS-CRB-CANT-HIT
               SET WS-CRB-LIS-IDX TO WS-CRB-HIT-IDX(WS-CRB-HIT-NUM)
               MOVE 'N' TO WS-EVI-ENCONTRADO
               PERFORM VARYING WS-EVI-IDX FROM 1 BY 1
                   UNTIL WS-EVI-IDX > WS-CANT-EVID
                   IF WS-EVI-ORIGEN(WS-EVI-IDX) = WS-CRB-ORIGEN
                      AND WS-EVI-CLAVE(WS-EVI-IDX) = WS-CRB-CLAVE
                      AND WS-EVI-NOMBRE(WS-EVI-IDX) = WS-CRB-NOMBRE
                      AND WS-EVI-LISTA-ID(WS-EVI-IDX) =
                          WS-CRB-LIS-ID(WS-CRB-LIS-IDX)
                       MOVE 'S' TO WS-EVI-ENCONTRADO
                   END-IF
               END-PERFORM
               IF WS-EVI-ENCONTRADO = 'S'
                   ADD 1 TO COUNT-YA-CONOCIDAS
               ELSE
                   IF WS-CRB-ID = SPACES AND WS-ID-SECUENCIA >= 9999
                       MOVE 'S' TO WS-TABLAS-LLENAS
                   ELSE
                       PERFORM GRABAR-COINCIDENCIA
                   END-IF
               END-IF
           END-PERFORM.

       GRABAR-COINCIDENCIA.
           IF WS-CRB-ID = SPACES
               ADD 1 TO WS-ID-SECUENCIA
               MOVE WS-ID-ARMADO TO WS-CRB-ID
           END-IF
           ADD 1 TO COUNT-COINCIDENCIAS
           MOVE SPACES TO REG-COINCLIS
           MOVE 'H' TO CNC-EVENTO
           MOVE WS-CRB-ID TO CNC-ID
           MOVE WS-FECHA-NEGOCIO TO CNC-FECHA
           MOVE WS-ID-HORA TO CNC-HORA
           MOVE WS-CRB-ORIGEN TO CNC-ORIGEN
           MOVE WS-CRB-CLAVE TO CNC-CLAVE
           MOVE 'R' TO CNC-MOTIVO
           MOVE 'N' TO CNC-RETENIDO
           MOVE WS-CRB-NOMBRE TO CNC-NOMBRE
           MOVE WS-CRB-DOCUMENTO TO CNC-DOCUMENTO
           MOVE WS-CRB-LIS-ID(WS-CRB-LIS-IDX) TO CNC-LISTA-ID
           MOVE WS-CRB-LIS-TIPO(WS-CRB-LIS-IDX) TO CNC-LISTA-TIPO
           MOVE WS-CRB-HIT-NIVEL(WS-CRB-HIT-NUM) TO CNC-NIVEL
           MOVE WS-CRB-LIS-NOMBRE(WS-CRB-LIS-IDX) TO CNC-LISTA-NOMBRE
           MOVE WS-CRB-VERSION TO CNC-VERSION
           WRITE REG-COINCLIS
           PERFORM GUARDAR-EVIDENCIA
           MOVE SPACES TO REPORTE-REGISTER
           STRING CNC-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CNC-ORIGEN DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CNC-CLAVE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CNC-NIVEL DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CNC-LISTA-TIPO DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CNC-LISTA-ID DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CNC-NOMBRE DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               CNC-LISTA-NOMBRE DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-CONTROL.
           OPEN OUTPUT FCONTROL
           MOVE SPACES TO REG-CONTROL
           MOVE WS-CRB-VERSION TO LCT-VERSION
           MOVE WS-FECHA-NEGOCIO TO LCT-FECHA
           MOVE WS-CRB-CANT-LIS TO LCT-RENGLONES
           WRITE REG-CONTROL
           CLOSE FCONTROL.

       LISTAR-PENDIENTES.
      *    UN RENGLON POR COINCIDENCIA SIN DECISION, CON LOS DIAS QUE
      *    LLEVA ESPERANDO; 'S' EN RETENIDO = HAY UN ALTA/CAMBIO SIN
      *    APLICAR A LA ESPERA DE ESTA DECISION
           MOVE SPACES TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           STRING 'PENDIENTES DE DECISION (ID, ORIGEN, CLAVE, '
               DELIMITED BY SIZE
               'RETENIDO, NIVEL, LISTA, DIAS, NOMBRE)' DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           PERFORM VARYING WS-EVI-IDX FROM 1 BY 1
               UNTIL WS-EVI-IDX > WS-CANT-EVID
               IF WS-EVI-DECISION(WS-EVI-IDX) = SPACE
                   ADD 1 TO COUNT-PENDIENTES
                   MOVE 0 TO WS-DIAS-PENDIENTE
                   IF WS-EVI-FECHA(WS-EVI-IDX) IS NUMERIC
                      AND WS-EVI-FECHA(WS-EVI-IDX) > 19000000
                      AND WS-EVI-FECHA(WS-EVI-IDX) < WS-FECHA-NEGOCIO
                       COMPUTE WS-DIAS-PENDIENTE =
                           FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
                         - FUNCTION INTEGER-OF-DATE(
                               WS-EVI-FECHA(WS-EVI-IDX))
                   END-IF
                   MOVE WS-DIAS-PENDIENTE TO WS-DIAS-DISP
                   MOVE SPACES TO REPORTE-REGISTER
                   STRING WS-EVI-ID(WS-EVI-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-EVI-ORIGEN(WS-EVI-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-EVI-CLAVE(WS-EVI-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-EVI-RETENIDO(WS-EVI-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-EVI-NIVEL(WS-EVI-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-EVI-LISTA-ID(WS-EVI-IDX) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-DIAS-DISP DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WS-EVI-NOMBRE(WS-EVI-IDX) DELIMITED BY SIZE
                       INTO REPORTE-REGISTER
                   WRITE REPORTE-REGISTER
               END-IF
           END-PERFORM
           IF COUNT-PENDIENTES = 0
               MOVE 'SIN COINCIDENCIAS PENDIENTES' TO REPORTE-REGISTER
               WRITE REPORTE-REGISTER
           END-IF.

       NORMALIZAR-NOMBRE.
           COPY CRIBANRM.

       COMPARAR-CONTRA-LISTA.
           COPY CRIBACMP.
