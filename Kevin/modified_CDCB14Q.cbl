************************************************************************
******* 560001 15/10/26 TEC TOKEN DESVINCULADO POR BORRAD01 NO SE      *
******* 560001 15/10/26 TEC TRADUCE A *BORRADO* NI RECIBE TOKEN NUEVO  *
******* 559001 15/10/26 TEC FECACTVO CONSERVA LA MARCA *BORRADO* DE    *
******* 559001 15/10/26 TEC BORRAD01 AUNQUE LA ENTRADA TRAIGA LA PAN   *
******* 558001 15/10/26 TEC RENGLON DE RUNPLAN.txt SE LIMPIA ANTES DE  *
******* 558001 15/10/26 TEC ARMARLO (CAMPOS RPL-PASO/RPL-RC)           *
******* 557001 15/10/26 TEC OVERRIDE DE CERROJO SOLO CON FUNCION      *
******* 557001 15/10/26 TEC CANDADO VIGENTE (OPERADORES/ACCESOS.txt)   *
******* 556001 15/10/26 TEC CRIBADO DE ALTAS/CAMBIOS CONTRA LA LISTA   *
******* 556001 15/10/26 TEC DE VIGILANCIA CON RETENCION (CUMPLIMIENTO) *
******* 555001 02/09/26 TEC SECUENCIA DE BOVEDA ACOTADA A LA BANDA    *
******* 555001 02/09/26 TEC BASE (PARTICIONES DE PROGRAM1 APARTE)      *
******* 554001 02/09/26 TEC EXTRACTO CDC (I/U/D) DE FECACTVO PARA EL  *
553001        ORGANIZATION IS LINE SEQUENTIAL
553001        ACCESS MODE IS SEQUENTIAL
553001        FILE STATUS IS FS-FILOVERRIDE.
557001*    EL OVERRIDE SOLO VALE SI EL USUARIO QUE LO FIRMA TIENE LA
557001*    FUNCION CANDADO VIGENTE EN OPERADORES.txt (COPY OPERADOR);
557001*    EL INTENTO QUEDA EN LA BITACORA COMUN ACCESOS.txt
557001     SELECT  FOPERADORES ASSIGN TO 'OPERADORES.txt'
557001        ORGANIZATION IS LINE SEQUENTIAL
557001        ACCESS MODE IS SEQUENTIAL
557001        FILE STATUS IS FS-FOPERADORES.
557001     SELECT  FACCESOS ASSIGN TO 'ACCESOS.txt'
557001        ORGANIZATION IS LINE SEQUENTIAL
557001        ACCESS MODE IS SEQUENTIAL
557001        FILE STATUS IS FS-FACCESOS.

552001*    SOLICITUDES EMITIDAS QUE NUNCA SE ACTIVARON, PERSISTIDAS
552001*    ENTRE CORRIDAS CON SU PRIMERA FECHA DE APARICION, CANAL Y
552001        ACCESS MODE IS SEQUENTIAL
552001        FILE STATUS IS FS-FNOAGING.

556001*    LISTA DE VIGILANCIA (COPY LISTAVIG), LA MISMA QUE CRIBAN
556001*    PSA02 Y PSA16; SIN ARCHIVO NO SE CRIBA
556001     SELECT  FLISTAVIG ASSIGN TO 'LISTA_VIGILANCIA.txt'
556001        ORGANIZATION IS LINE SEQUENTIAL
556001        ACCESS MODE IS SEQUENTIAL
556001        FILE STATUS IS FS-FLISTAVIG.
556001
556001*    EVIDENCIA DE COINCIDENCIAS Y DECISIONES DE CUMPLIMIENTO
556001*    (COPY COINCLIS), COMPARTIDA CON PSA02 Y PSA16; AQUI SE ANEXAN
556001*    LAS COINCIDENCIAS Y SE LEEN LAS DECISIONES
556001     SELECT  FCOINC ASSIGN TO 'coincidencias_listas.dat'
556001        ORGANIZATION IS LINE SEQUENTIAL
556001        ACCESS MODE IS SEQUENTIAL
556001        FILE STATUS IS FS-FCOINC.
556001
556001*    TARJETAS RETENIDAS POR COINCIDENCIA, PENDIENTES DE DECISION;
556001*    SE REESCRIBE AL FINAL SIN LAS LIBERADAS NI LAS CONFIRMADAS
556001     SELECT  FRETTAR ASSIGN TO 'FECACTVO_RETENIDAS.txt'
556001        ORGANIZATION IS LINE SEQUENTIAL
556001        ACCESS MODE IS SEQUENTIAL
556001        FILE STATUS IS FS-FRETTAR.

      *=============*
       DATA DIVISION.
      *=============*

553001 FD  FILOVERRIDE
553001     RECORDING MODE IS F.
557001*    LAS PRIMERAS 8 POSICIONES LLEVAN EL USUARIO DEL OPERADOR
557001*    QUE DESTRABA (VER 1031-VERIFICAR-OVERRIDE)
553001 01  REG-OVERRIDE            PIC X(20).

557001 FD  FOPERADORES
557001     RECORDING MODE IS F.
557001     COPY OPERADOR.

557001 FD  FACCESOS
557001     RECORDING MODE IS F.
557001     COPY ACCLOG.

552001 FD  FNOACTIV
552001     RECORDING MODE IS F.
552001 01  REG-NOACTIV.
552001    02 FILLER               PIC X(01) VALUE SPACE.
552001    02 NAG-PRODUCTO         PIC X(20).

556001 FD  FLISTAVIG
556001     RECORDING MODE IS F.
556001     COPY LISTAVIG.
556001
556001 FD  FCOINC
556001     RECORDING MODE IS F.
556001     COPY COINCLIS.
556001
556001*    LA IMAGEN ES EL REG-SALIDA QUE SE HABRIA GRABADO, CON LA PAN
556001*    CAMBIADA POR SU TOKEN DE BOVEDA (RTT-PAN, MISMA POSICION QUE
556001*    REP-PAN) PARA QUE EL ARCHIVO NO GUARDE PAN EN CLARO
556001 FD  FRETTAR
556001     RECORDING MODE IS F.
556001 01  REG-RETTAR.
556001    02 RTT-ID               PIC X(19). *> ID DE LA RETENCION
556001    02 FILLER               PIC X(01) VALUE SPACE.
556001    02 RTT-FECHA            PIC 9(08). *> FECHA DE RETENCION
556001    02 FILLER               PIC X(01) VALUE SPACE.
556001    02 RTT-IMAGEN.
556001       03 FILLER            PIC X(100).
556001       03 RTT-PAN           PIC X(22). *> TOKEN DE LA PAN
556001       03 FILLER            PIC X(190).

546001 FD  FINCONSI
546001     RECORDING MODE IS F.
546001 01  REG-INCONSI.
553001     05 WS-FIN-CERROJO      PIC  X(01)  VALUE ' '.
552001     05 FS-FNOAGING         PIC  X(02)  VALUE '00'.
552001     05 WS-FIN-FNOACTIV     PIC  X(01)  VALUE ' '.
556001     05 FS-FLISTAVIG        PIC  X(02)  VALUE '00'.
556001     05 FS-FCOINC           PIC  X(02)  VALUE '00'.
556001     05 FS-FRETTAR          PIC  X(02)  VALUE '00'.
556001     05 WS-FIN-FLISTAVIG    PIC  X(01)  VALUE ' '.
556001     05 WS-FIN-FCOINC       PIC  X(01)  VALUE ' '.
556001     05 WS-FIN-FRETTAR      PIC  X(01)  VALUE ' '.
512972     05 WS-MATCH            PIC  X      VALUE ' '.
512972        88 SW-MATCH-SI                  VALUE 'S'.
512972     05 WS-NO-MATCH         PIC  X      VALUE ' '.
543001     05 WSV-CONT-HISTFEC    PIC  9(07) COMP VALUE ZEROS.
544001     05 WSV-CONT-ARCHFEC    PIC  9(07) COMP VALUE ZEROS.
546001     05 WSV-CONT-INCONSI    PIC  9(07) COMP VALUE ZEROS.
556001     05 WSV-CONT-RETLIS     PIC  9(07) COMP VALUE ZEROS.
556001     05 WSV-CONT-LIBLIS     PIC  9(07) COMP VALUE ZEROS.
556001     05 WSV-CONT-CONFLIS    PIC  9(07) COMP VALUE ZEROS.

543001*    SOPORTE DE 2024-CAPTURAR-IMAGEN-ANTERIOR: WS-SALIDA-NUEVA
543001*    RESGUARDA EL REGISTRO RECIEN ARMADO MIENTRAS SE HACE EL READ
543001     05 WS-SALIDA-NUEVA      PIC  X(312) VALUE SPACES.
543001     05 WS-HISTFEC-EXISTE    PIC  X(01)  VALUE ' '.
543001        88 SW-HISTFEC-EXISTE-SI         VALUE 'S'.
559001*    LA IMAGEN VIGENTE YA TENIA LOS DATOS PERSONALES BORRADOS POR
559001*    BORRAD01; LA ENTRADA NO LOS PUEDE VOLVER A PONER
559001     05 WS-FECACTVO-BORRADO  PIC  X(01)  VALUE ' '.
559001        88 SW-FECACTVO-BORRADO-SI       VALUE 'S'.
559001     05 WS-MARCA-BORRADO     PIC  X(09)  VALUE '*BORRADO*'.

544001*    POLITICA DE ARCHIVO DE CUENTAS CERRADAS (VER 1007-LEER-PARM-
544001*    AMBIENTE Y 3012-ARCHIVAR-CERRADAS); 0 = POLITICA DESACTIVADA
551001*-------------------------------------------------------------*
551001 COPY BOVEDA.

557001*-------------------------------------------------------------*
557001* AUTORIZACION DEL OVERRIDE DE CERROJO CONTRA OPERADORES.txt
557001* (VER 1031-VERIFICAR-OVERRIDE)
557001*-------------------------------------------------------------*
557001 COPY AUTORWS.

552001*-------------------------------------------------------------*
552001* SOLICITUDES SIN ACTIVACION, PERSISTIDAS ENTRE CORRIDAS (VER
552001* 1019-CARGAR-NOACTIV / 2032-REGISTRAR-NO-ACTIVADA); UN PAN
552001 01 WS-NOA-ENCONTRADO       PIC  X(01)  VALUE 'N'.
552001 01 WS-NOA-DIAS             PIC S9(07)  COMP VALUE ZERO.

556001*-------------------------------------------------------------*
556001* CRIBADO CONTRA LA LISTA DE VIGILANCIA (VER 1023-CARGAR-LISTA-
556001* VIGILANCIA Y 2034-CRIBAR-Y-GRABAR), CON LAS MISMAS AREAS Y EL
556001* MISMO CRITERIO QUE PSA02 Y PSA16. UNA ALTA O UN CAMBIO DE
556001* NOMBRE/DOCUMENTO CON COINCIDENCIA NO LLEGA A FECACTVO: QUEDA EN
556001* WSR-RETENIDAS HASTA QUE CUMPLIMIENTO LO LIBERE ('L') O LO
556001* CONFIRME ('C') DESDE PSA16. EL ID ES 'F' + FECHA + HORA +
556001* SECUENCIA, PARA NO CHOCAR CON LOS DE PSA02 ('M') NI PSA16 ('R')
556001*-------------------------------------------------------------*
556001 COPY CRIBAWS.
556001 01 WSR-RETENIDAS.
556001    05 WS-CANT-RETTAR       PIC  9(05)  COMP VALUE ZERO.
556001    05 WS-RTT-ENTRY OCCURS 1 TO 2000 TIMES
556001          DEPENDING ON WS-CANT-RETTAR
556001          INDEXED BY WS-RTT-IDX.
556001       10 WS-RTT-ID         PIC  X(19).
556001       10 WS-RTT-FECHA      PIC  9(08).
556001       10 WS-RTT-PAN        PIC  X(22).
556001       10 WS-RTT-IMAGEN     PIC  X(312).
556001       10 WS-RTT-DECISION   PIC  X(01). *> ' ' = PENDIENTE,
556001*                                          'L' = LIBERADA,
556001*                                          'C' = CONFIRMADA
556001 01 WS-RTT-ENCONTRADA       PIC  X(01)  VALUE 'N'.
556001 01 WS-RTT-LIBERANDO        PIC  X(01)  VALUE 'N'.
556001    88 SW-RTT-LIBERANDO-SI              VALUE 'S'.
556001 01 WS-CRB-HIT-NUM          PIC  9(01)  VALUE ZERO.
556001 01 WS-CRB-MOTIVO           PIC  X(01)  VALUE SPACE.
556001 01 WS-CRB-NOM-NUEVO        PIC  X(40)  VALUE SPACES.
556001 01 WS-CRB-DOC-NUEVO        PIC  X(11)  VALUE SPACES.
556001 01 WS-CRB-HORA-SISTEMA     PIC  9(08)  VALUE ZERO.
556001 01 WS-CRB-ID-ARMADO.
556001    05 WS-CRB-ID-PROCESO    PIC  X(01)  VALUE 'F'.
556001    05 WS-CRB-ID-FECHA      PIC  9(08)  VALUE ZERO.
556001    05 WS-CRB-ID-HORA       PIC  9(06)  VALUE ZERO.
556001    05 WS-CRB-ID-SECUENCIA  PIC  9(04)  VALUE ZERO.

      *-----------------------+
      * VARAIBLES DE FECHAS   +
      *-----------------------+
549001     PERFORM 1015-GRABAR-RUNPLAN-INICIO
551001     PERFORM 1016-CARGAR-BOVEDA
552001     PERFORM 1019-CARGAR-NOACTIV
556001     PERFORM 1023-CARGAR-LISTA-VIGILANCIA
556001     PERFORM 1025-CARGAR-RETENIDAS
536001     PERFORM 1013-INICIAR-CRONOMETRO-SLA
554001     OPEN OUTPUT FCDCOUT
532001     PERFORM 1011-ORDENAR-ENTRADAS
           PERFORM 1001-OPEN-FILES
556001     PERFORM 1026-PROCESAR-RETENIDAS
           PERFORM 1003-READ-FTOTT09I
           PERFORM 1002-READ-FFECACTI.
      *----------------------------------------------------------------*
                MOVE CDC-FECACTI  TO REP-FEC-ACUSE-TAR
                MOVE FEC-ACT1     TO REP-TEC-TARJ
                MOVE TIP-VEN2     TO REP-LINEVENT
556001          PERFORM 2034-CRIBAR-Y-GRABAR
           END-IF
           IF SW-NO-MATCH-SI
552001          PERFORM 2032-REGISTRAR-NO-ACTIVADA
                MOVE TIP-VEN1 TO REP-LINEVENT
                MOVE FEC-ACT2 TO REP-TEC-TARJ
                MOVE FEC-SPAC TO REP-FEC-ACUSE-TAR
556001          PERFORM 2034-CRIBAR-Y-GRABAR
           END-IF
512972*    IF SW-GRABAR-SI
512972*         PERFORM 2004-GRABAR-SALIDA
543001     PERFORM 2024-CAPTURAR-IMAGEN-ANTERIOR
           WRITE REG-SALIDA
534001        INVALID KEY
559001           IF SW-FECACTVO-BORRADO-SI
559001              MOVE WS-MARCA-BORRADO TO REP-NOM-CLIENTE
559001              MOVE SPACES TO REP-TIPO-DOC REP-NUM-DOC
559001           END-IF
534001           REWRITE REG-SALIDA
534001     END-WRITE
           IF FS-FECACTVO NOT = '00'
554001     MOVE REP-NUM-CTA TO CDO-NUM-CTA
554001     MOVE WS-LOTE-ID TO CDO-LOTE-ID
554001     WRITE REG-CDCOUT
556001*    UNA TARJETA LIBERADA POR CUMPLIMIENTO (1026) SE GRABA ANTES
556001*    DE LEER LA ENTRADA, SIN REGISTRO DE FTOTT09I DEL CUAL TOMAR
556001*    LA MARCA/TIPO; YA SE CONTO EL DIA EN QUE QUEDO RETENIDA
556001     IF NOT SW-RTT-LIBERANDO-SI
556001        PERFORM 2006-ACUM-MARCA-TIPO
556001     END-IF.
      *----------------------------------------------------------------*
      *===============================*
543001 2024-CAPTURAR-IMAGEN-ANTERIOR.
543001*    QUE EL REGISTRO NUEVO SE RESGUARDA ANTES Y SE RESTAURA DESPUES
543001     MOVE REG-SALIDA TO WS-SALIDA-NUEVA
543001     MOVE ' ' TO WS-HISTFEC-EXISTE
559001     MOVE ' ' TO WS-FECACTVO-BORRADO
543001     READ FECACTVO
543001        INVALID KEY
543001           CONTINUE
543001        NOT INVALID KEY
543001           SET SW-HISTFEC-EXISTE-SI TO TRUE
559001           IF REP-NOM-CLIENTE = WS-MARCA-BORRADO
559001              SET SW-FECACTVO-BORRADO-SI TO TRUE
559001           END-IF
543001           PERFORM 2025-GRABAR-FHISTFEC
543001     END-READ
543001     MOVE WS-SALIDA-NUEVA TO REG-SALIDA.
544001     PERFORM 3012-ARCHIVAR-CERRADAS
           PERFORM 3001-CLOSE-FILES
552001     PERFORM 3022-GRABAR-NOACTIV
556001     PERFORM 3025-GRABAR-RETENIDAS
550001     PERFORM 3019-GRABAR-MANIFIESTOS
           PERFORM 3002-CARGA-DETALLES
547001     PERFORM 3018-GRABAR-RUNPLAN
543001     DISPLAY 'REG. GRABAD FHISTFEC = ' WSV-CONT-HISTFEC
544001     DISPLAY 'REG. ARCHIV FARCHFEC = ' WSV-CONT-ARCHFEC
546001     DISPLAY 'REG. GRABAD FINCONSI = ' WSV-CONT-INCONSI
556001     DISPLAY 'TARJ. RETENIDAS LISTA= ' WSV-CONT-RETLIS
556001     DISPLAY 'TARJ. LIBERADAS LISTA= ' WSV-CONT-LIBLIS
556001     DISPLAY 'TARJ. CONFIRMAD LISTA= ' WSV-CONT-CONFLIS
           DISPLAY '================================='
518304     PERFORM 3003-MOSTRAR-MARCA-TIPO
537001     PERFORM 3006-MOSTRAR-CANAL-FLUJO
547001        CLOSE FILRUNPLAN
547001        OPEN EXTEND FILRUNPLAN
547001     END-IF
558001     MOVE SPACES TO REG-RUNPLAN
547001     MOVE 'CDCB14Q ' TO RPL-PROGRAMA
547001     MOVE WS-LOTE-ID TO RPL-LOTE-ID
547001     MOVE WS-LOTE-FECHA-HOY TO RPL-FECHA-NEG
549001        CLOSE FILRUNPLAN
549001        OPEN EXTEND FILRUNPLAN
549001     END-IF
558001     MOVE SPACES TO REG-RUNPLAN
549001     MOVE 'CDCB14Q ' TO RPL-PROGRAMA
549001     MOVE WS-LOTE-ID TO RPL-LOTE-ID
549001     MOVE WS-LOTE-FECHA-HOY TO RPL-FECHA-NEG
551001*    ANEXANDO A BOVEDA.txt UNO NUEVO SI NO EXISTIA; AMBOS
551001*    PROGRAMAS CORREN EN MOMENTOS DISTINTOS DE LA CADENA, ASI
551001*    QUE LA SECUENCIA NO SE PISA ENTRE ELLOS
560001*    UN VALOR QUE YA ES TOKEN (VER 2038) VUELVE TAL CUAL
551001     MOVE 'N' TO WS-BOV-ENCONTRADO
560001     IF WS-BOV-PAN-BUSCADO(1:1) = 'T'
560001        MOVE WS-BOV-PAN-BUSCADO TO WS-BOV-RESULTADO
560001        MOVE 'S' TO WS-BOV-ENCONTRADO
560001     END-IF
560001     IF WS-CANT-BOV > 0 AND WS-BOV-ENCONTRADO = 'N'
551001        SEARCH ALL WS-BVP-ENTRY
551001           AT END
551001              CONTINUE
553001*    VARIOS RENGLONES (LAS PARTICIONES DE PROGRAM1 COEXISTEN
553001*    ENTRE SI); CDCB14Q ES EXCLUSIVO Y CUALQUIER RENGLON
553001*    VIGENTE LO RECHAZA
557001*    UN CANDADO_OVERRIDE.txt SIN FUNCION CANDADO VIGENTE SE
557001*    CONSUME IGUAL PERO NO LIMPIA NADA
553001     OPEN INPUT FILOVERRIDE
553001     IF FS-FILOVERRIDE = '00'
557001        PERFORM 1031-VERIFICAR-OVERRIDE
553001        CLOSE FILOVERRIDE
553001        DELETE FILE FILOVERRIDE
557001        IF WS-AUT-PERMITIDO = 'S'
557001           OPEN OUTPUT FILCERROJO
557001           CLOSE FILCERROJO
557001           DISPLAY 'OVERRIDE DEL OPERADOR: CERROJO ANTERIOR '
557001                   'LIMPIADO'
557001        ELSE
557001           DISPLAY 'OVERRIDE RECHAZADO: USUARIO '
557001                   WS-AUT-USUARIO ' SIN FUNCION CANDADO VIGENTE'
557001        END-IF
553001     END-IF
553001     OPEN INPUT FILCERROJO
553001     IF FS-FILCERROJO = '00'
553001     CLOSE FILCERROJO.
      *----------------------------------------------------------------*
      *===========================*
557001 1031-VERIFICAR-OVERRIDE.
      *===========================*
557001*    EL OPERADOR FIRMA EL OVERRIDE CON SU USUARIO EN LAS
557001*    PRIMERAS 8 POSICIONES; UN ARCHIVO VACIO O SIN USUARIO SE
557001*    NIEGA
557001     MOVE SPACES TO REG-OVERRIDE
557001     READ FILOVERRIDE
557001        AT END
557001           MOVE SPACES TO REG-OVERRIDE
557001     END-READ
557001     MOVE REG-OVERRIDE(1:8) TO WS-AUT-USUARIO
557001     MOVE 'CANDADO ' TO WS-AUT-FUNCION
557001     MOVE 'CDCB14Q ' TO WS-AUT-PROGRAMA
557001     ACCEPT WS-AUT-FECHA FROM DATE YYYYMMDD
557001     PERFORM 1032-BUSCAR-OPERADOR
557001     IF WS-AUT-PERMITIDO = 'S'
557001        MOVE 'OVERRIDE DE CERROJO APLICADO' TO WS-AUT-DETALLE
557001     ELSE
557001        MOVE 'OVERRIDE DE CERROJO RECHAZADO' TO WS-AUT-DETALLE
557001     END-IF
557001     PERFORM 1033-GRABAR-ACCESO.
      *----------------------------------------------------------------*
      *===========================*
557001 1032-BUSCAR-OPERADOR.
      *===========================*
557001     COPY AUTORCHK.
      *----------------------------------------------------------------*
      *===========================*
557001 1033-GRABAR-ACCESO.
      *===========================*
557001     COPY AUTORLOG.
      *----------------------------------------------------------------*
      *===========================*
553001 1022-ACTUALIZAR-CERROJO.
      *===========================*
553001*    REESCRIBE EL CERROJO CON EL LOTE YA ASIGNADO, PARA QUE UN
552001     END-IF.
      *----------------------------------------------------------------*
      *===========================*
556001 1023-CARGAR-LISTA-VIGILANCIA.
      *===========================*
556001*    CADA RENGLON 'D' SE GUARDA YA NORMALIZADO; EL ENCABEZADO
556001*    'H' SOLO APORTA LA VERSION PARA LA EVIDENCIA. SIN ARCHIVO LA
556001*    CORRIDA SIGUE SIN CRIBAR
556001     ACCEPT WS-CRB-HORA-SISTEMA FROM TIME
556001     MOVE WS-LOTE-FECHA-HOY TO WS-CRB-ID-FECHA
556001     MOVE WS-CRB-HORA-SISTEMA(1:6) TO WS-CRB-ID-HORA
556001     OPEN INPUT FLISTAVIG
556001     IF FS-FLISTAVIG = '00'
556001        PERFORM 1024-LEER-LISTA
556001        PERFORM UNTIL WS-FIN-FLISTAVIG = 'S'
556001           IF LVG-TIPO-REG = 'H'
556001              MOVE LVC-VERSION TO WS-CRB-VERSION
556001           END-IF
556001           IF LVG-TIPO-REG = 'D' AND WS-CRB-CANT-LIS < 10000
556001              PERFORM 1027-GUARDAR-RENGLON-LISTA
556001           END-IF
556001           PERFORM 1024-LEER-LISTA
556001        END-PERFORM
556001        CLOSE FLISTAVIG
556001        DISPLAY 'RENGLONES EN LISTA DE VIGILANCIA: '
556001           WS-CRB-CANT-LIS
556001     ELSE
556001        DISPLAY 'LISTA_VIGILANCIA.txt NO DISPONIBLE, NO SE '
556001           'CRIBAN ALTAS NI CAMBIOS'
556001     END-IF.
      *----------------------------------------------------------------*
      *===========================*
556001 1024-LEER-LISTA.
      *===========================*
556001     READ FLISTAVIG
556001        AT END
556001           MOVE 'S' TO WS-FIN-FLISTAVIG
556001        NOT AT END
556001           CONTINUE
556001     END-READ.
      *----------------------------------------------------------------*
      *===========================*
556001 1027-GUARDAR-RENGLON-LISTA.
      *===========================*
556001     ADD 1 TO WS-CRB-CANT-LIS
556001     SET WS-CRB-LIS-IDX TO WS-CRB-CANT-LIS
556001     MOVE LVG-ID TO WS-CRB-LIS-ID(WS-CRB-LIS-IDX)
556001     MOVE LVG-LISTA TO WS-CRB-LIS-TIPO(WS-CRB-LIS-IDX)
556001     MOVE LVG-NOMBRE TO WS-CRB-LIS-NOMBRE(WS-CRB-LIS-IDX)
556001     MOVE LVG-NOMBRE TO WS-CRB-NOMBRE
556001     MOVE LVG-DOCUMENTO TO WS-CRB-DOCUMENTO
556001     PERFORM 2039-NORMALIZAR-NOMBRE
556001     MOVE WS-CRB-DOC-NORM TO WS-CRB-LIS-DOC(WS-CRB-LIS-IDX)
556001     MOVE WS-CRB-CANT-PAL TO WS-CRB-LIS-CANT-PAL(WS-CRB-LIS-IDX)
556001     MOVE WS-CRB-PALABRAS TO WS-CRB-LIS-PALABRAS(WS-CRB-LIS-IDX).
      *----------------------------------------------------------------*
      *===========================*
556001 1025-CARGAR-RETENIDAS.
      *===========================*
556001*    PRIMERO LAS TARJETAS RETENIDAS EN CORRIDAS ANTERIORES (CON
556001*    LA PAN DE VUELTA EN CLARO) Y LUEGO, DE LA EVIDENCIA, LAS
556001*    DECISIONES QUE PSA16 REGISTRO PARA ELLAS
556001     OPEN INPUT FRETTAR
556001     IF FS-FRETTAR = '00'
556001        PERFORM 1028-LEER-RETENIDA
556001        PERFORM UNTIL WS-FIN-FRETTAR = 'S'
556001           IF RTT-ID NOT = SPACES AND WS-CANT-RETTAR < 2000
556001              ADD 1 TO WS-CANT-RETTAR
556001              SET WS-RTT-IDX TO WS-CANT-RETTAR
556001              MOVE RTT-ID TO WS-RTT-ID(WS-RTT-IDX)
556001              MOVE RTT-FECHA TO WS-RTT-FECHA(WS-RTT-IDX)
556001              MOVE RTT-IMAGEN TO WS-RTT-IMAGEN(WS-RTT-IDX)
556001              MOVE RTT-PAN(1:16) TO WS-BOV-TOKEN-BUSCADO
556001              PERFORM 2038-PAN-DE-TOKEN
556001              MOVE WS-BOV-RESULTADO TO WS-RTT-PAN(WS-RTT-IDX)
556001              MOVE SPACE TO WS-RTT-DECISION(WS-RTT-IDX)
556001           END-IF
556001           PERFORM 1028-LEER-RETENIDA
556001        END-PERFORM
556001        CLOSE FRETTAR
556001        DISPLAY 'TARJETAS RETENIDAS ARRASTRADAS: ' WS-CANT-RETTAR
556001     END-IF
556001     IF WS-CANT-RETTAR > 0
556001        OPEN INPUT FCOINC
556001        IF FS-FCOINC = '00'
556001           PERFORM 1029-LEER-COINCIDENCIA
556001           PERFORM UNTIL WS-FIN-FCOINC = 'S'
556001              IF CNC-EVENTO = 'L' OR CNC-EVENTO = 'C'
556001                 PERFORM 1030-MARCAR-DECISION
556001              END-IF
556001              PERFORM 1029-LEER-COINCIDENCIA
556001           END-PERFORM
556001           CLOSE FCOINC
556001        END-IF
556001     END-IF.
      *----------------------------------------------------------------*
      *===========================*
556001 1028-LEER-RETENIDA.
      *===========================*
556001     READ FRETTAR
556001        AT END
556001           MOVE 'S' TO WS-FIN-FRETTAR
556001        NOT AT END
556001           CONTINUE
556001     END-READ.
      *----------------------------------------------------------------*
      *===========================*
556001 1029-LEER-COINCIDENCIA.
      *===========================*
556001     READ FCOINC
556001        AT END
556001           MOVE 'S' TO WS-FIN-FCOINC
556001        NOT AT END
556001           CONTINUE
556001     END-READ.
      *----------------------------------------------------------------*
      *===========================*
556001 1030-MARCAR-DECISION.
      *===========================*
556001     PERFORM VARYING WS-RTT-IDX FROM 1 BY 1
556001        UNTIL WS-RTT-IDX > WS-CANT-RETTAR
556001        IF WS-RTT-ID(WS-RTT-IDX) = CNC-ID
556001           MOVE CNC-EVENTO TO WS-RTT-DECISION(WS-RTT-IDX)
556001        END-IF
556001     END-PERFORM.
      *----------------------------------------------------------------*
      *===========================*
556001 1026-PROCESAR-RETENIDAS.
      *===========================*
556001*    UNA TARJETA LIBERADA (FALSO POSITIVO) SE GRABA AHORA EN
556001*    FECACTVO TAL COMO QUEDO RETENIDA, SIN VOLVER A CRIBARLA; UNA
556001*    CONFIRMADA SE DESCARTA. AMBAS SALEN DE LA COLA AL FINAL
556001     PERFORM VARYING WS-RTT-IDX FROM 1 BY 1
556001        UNTIL WS-RTT-IDX > WS-CANT-RETTAR
556001        IF WS-RTT-DECISION(WS-RTT-IDX) = 'L'
556001           MOVE WS-RTT-IMAGEN(WS-RTT-IDX) TO REG-SALIDA
556001           MOVE WS-RTT-PAN(WS-RTT-IDX) TO REP-PAN
556001           SET SW-RTT-LIBERANDO-SI TO TRUE
556001           PERFORM 2004-GRABAR-SALIDA
556001           MOVE 'N' TO WS-RTT-LIBERANDO
556001           ADD 1 TO WSV-CONT-LIBLIS
556001           DISPLAY 'TARJETA LIBERADA POR CUMPLIMIENTO, ID '
556001              WS-RTT-ID(WS-RTT-IDX)
556001        END-IF
556001        IF WS-RTT-DECISION(WS-RTT-IDX) = 'C'
556001           ADD 1 TO WSV-CONT-CONFLIS
556001           DISPLAY 'TARJETA CONFIRMADA EN LISTA, NO SE GRABA, ID '
556001              WS-RTT-ID(WS-RTT-IDX)
556001        END-IF
556001     END-PERFORM.
      *----------------------------------------------------------------*
      *===========================*
556001 2034-CRIBAR-Y-GRABAR.
      *===========================*
556001*    SE LLAMA EN LUGAR DE 2004-GRABAR-SALIDA DESDE
556001*    2002-MOVER-DATOS. SI LA PAN YA ESTA RETENIDA Y PENDIENTE, LA
556001*    IMAGEN RETENIDA SE REEMPLAZA POR LA DE HOY (QUE ES LA QUE SE
556001*    GRABARA SI CUMPLIMIENTO LA LIBERA) Y NO SE VUELVE A CRIBAR;
556001*    SI NO, UNA ALTA O UN CAMBIO DE NOMBRE/DOCUMENTO SE CRIBA Y,
556001*    CON COINCIDENCIA, LA TARJETA QUEDA RETENIDA Y NO SE GRABA
556001     MOVE 'N' TO WS-RTT-ENCONTRADA
556001     PERFORM VARYING WS-RTT-IDX FROM 1 BY 1
556001        UNTIL WS-RTT-IDX > WS-CANT-RETTAR
556001        IF WS-RTT-PAN(WS-RTT-IDX) = REP-PAN AND
556001           WS-RTT-DECISION(WS-RTT-IDX) = SPACE
556001           MOVE REG-SALIDA TO WS-RTT-IMAGEN(WS-RTT-IDX)
556001           MOVE 'S' TO WS-RTT-ENCONTRADA
556001        END-IF
556001     END-PERFORM
556001     IF WS-RTT-ENCONTRADA = 'N'
556001        MOVE ZERO TO WS-CRB-CANT-HIT
556001        IF WS-CRB-CANT-LIS > 0
556001           PERFORM 2035-EVALUAR-CRIBADO
556001        END-IF
556001        IF WS-CRB-CANT-HIT > 0
556001           PERFORM 2036-RETENER-TARJETA
556001        ELSE
556001           PERFORM 2004-GRABAR-SALIDA
556001        END-IF
556001     END-IF.
      *----------------------------------------------------------------*
      *===========================*
556001 2035-EVALUAR-CRIBADO.
      *===========================*
556001*    LA COMPARACION CONTRA LA IMAGEN VIGENTE EN FECACTVO SE HACE
556001*    CON REG-SALIDA (YA ENMASCARADO SI EL AMBIENTE NO ES
556001*    PRODUCTIVO), ASI AMBOS LADOS ESTAN EN LOS MISMOS TERMINOS; LO
556001*    QUE SE CRIBA ES EL DATO DE LA ENTRADA (REG-DATAREPO). EL READ
556001*    REUTILIZA REG-SALIDA, IGUAL QUE EN 2024-CAPTURAR-IMAGEN-
556001*    ANTERIOR: EL REGISTRO NUEVO SE RESGUARDA Y SE RESTAURA
556001     MOVE REP-NOM-CLIENTE TO WS-CRB-NOM-NUEVO
556001     MOVE REP-NUM-DOC TO WS-CRB-DOC-NUEVO
556001     MOVE REG-SALIDA TO WS-SALIDA-NUEVA
556001     MOVE SPACE TO WS-CRB-MOTIVO
556001     READ FECACTVO
556001        INVALID KEY
556001           MOVE 'A' TO WS-CRB-MOTIVO
556001        NOT INVALID KEY
556001           IF REP-NOM-CLIENTE NOT = WS-CRB-NOM-NUEVO OR
556001              REP-NUM-DOC NOT = WS-CRB-DOC-NUEVO
556001              MOVE 'M' TO WS-CRB-MOTIVO
556001           END-IF
556001     END-READ
556001     MOVE WS-SALIDA-NUEVA TO REG-SALIDA
556001     IF WS-CRB-MOTIVO NOT = SPACE
556001        MOVE CDC-NOM-CLIENTE TO WS-CRB-NOMBRE
556001        MOVE CDC-NUM-DOC TO WS-CRB-DOCUMENTO
556001        PERFORM 2039-NORMALIZAR-NOMBRE
556001        PERFORM 2040-COMPARAR-CONTRA-LISTA
556001     END-IF.
      *----------------------------------------------------------------*
      *===========================*
556001 2036-RETENER-TARJETA.
      *===========================*
556001*    LA TARJETA NO SE GRABA EN FECACTVO: QUEDA RETENIDA CON UN ID
556001*    NUEVO Y CADA COINCIDENCIA SE ANEXA A LA EVIDENCIA PARA QUE
556001*    CUMPLIMIENTO LA LIBERE O LA CONFIRME (PSA16). CON LA COLA
556001*    LLENA SE DETIENE LA CORRIDA, IGUAL QUE CON LA COLA DE TOKENS
556001*    (2031): UNA TARJETA CON COINCIDENCIA NO SE PUEDE GRABAR
556001     IF WS-CANT-RETTAR >= 2000 OR WS-CRB-ID-SECUENCIA >= 9999
556001        MOVE '2036-RETENER-TARJ' TO WSV-RUTINA
556001        MOVE 'COLA RETEN. LLENA' TO WSV-ACCION
556001        MOVE WSC-99 TO WSV-FSTATUS
556001        PERFORM 9000-ERROR-PGM
556001     END-IF
556001     ADD 1 TO WS-CRB-ID-SECUENCIA
556001     ADD 1 TO WS-CANT-RETTAR
556001     SET WS-RTT-IDX TO WS-CANT-RETTAR
556001     MOVE WS-CRB-ID-ARMADO TO WS-RTT-ID(WS-RTT-IDX)
556001     MOVE WS-LOTE-FECHA-HOY TO WS-RTT-FECHA(WS-RTT-IDX)
556001     MOVE REP-PAN TO WS-RTT-PAN(WS-RTT-IDX)
556001     MOVE REG-SALIDA TO WS-RTT-IMAGEN(WS-RTT-IDX)
556001     MOVE SPACE TO WS-RTT-DECISION(WS-RTT-IDX)
556001     OPEN EXTEND FCOINC
556001     IF FS-FCOINC = '35'
556001        OPEN OUTPUT FCOINC
556001        CLOSE FCOINC
556001        OPEN EXTEND FCOINC
556001     END-IF
556001     PERFORM 2037-GRABAR-COINCIDENCIA
556001        VARYING WS-CRB-HIT-NUM FROM 1 BY 1
556001        UNTIL WS-CRB-HIT-NUM > WS-CRB-CANT-HIT
556001     CLOSE FCOINC
556001     ADD 1 TO WSV-CONT-RETLIS
556001     DISPLAY 'TARJETA RETENIDA POR LISTA DE VIGILANCIA, ID '
556001        WS-CRB-ID-ARMADO.
      *----------------------------------------------------------------*
      *===========================*
556001 2037-GRABAR-COINCIDENCIA.
      *===========================*
556001*    LA CLAVE ES LA PAN ENMASCARADA (6 + 4), IGUAL QUE EN EL
556001*    RECRIBADO DE PSA16; EL COMENTARIO LLEVA EL LOTE
556001     SET WS-CRB-LIS-IDX TO WS-CRB-HIT-IDX(WS-CRB-HIT-NUM)
556001     MOVE SPACES TO REG-COINCLIS
556001     MOVE 'H' TO CNC-EVENTO
556001     MOVE WS-CRB-ID-ARMADO TO CNC-ID
556001     MOVE WS-LOTE-FECHA-HOY TO CNC-FECHA
556001     MOVE WS-CRB-ID-HORA TO CNC-HORA
556001     MOVE 'T' TO CNC-ORIGEN
556001     STRING REP-PAN(1:6) DELIMITED BY SIZE
556001        '******' DELIMITED BY SIZE
556001        REP-PAN(13:4) DELIMITED BY SIZE
556001        INTO CNC-CLAVE
556001     MOVE WS-CRB-MOTIVO TO CNC-MOTIVO
556001     MOVE 'S' TO CNC-RETENIDO
556001     MOVE CDC-NOM-CLIENTE TO CNC-NOMBRE
556001     MOVE CDC-NUM-DOC TO CNC-DOCUMENTO
556001     MOVE WS-CRB-LIS-ID(WS-CRB-LIS-IDX) TO CNC-LISTA-ID
556001     MOVE WS-CRB-LIS-TIPO(WS-CRB-LIS-IDX) TO CNC-LISTA-TIPO
556001     MOVE WS-CRB-HIT-NIVEL(WS-CRB-HIT-NUM) TO CNC-NIVEL
556001     MOVE WS-CRB-LIS-NOMBRE(WS-CRB-LIS-IDX) TO CNC-LISTA-NOMBRE
556001     MOVE WS-CRB-VERSION TO CNC-VERSION
556001     MOVE 'CDCB14Q' TO CNC-USUARIO
556001     MOVE WS-LOTE-ID TO CNC-COMENTARIO
556001     WRITE REG-COINCLIS
556001     IF FS-FCOINC NOT = '00'
556001        MOVE '2037-GRABAR-COINC' TO WSV-RUTINA
556001        MOVE 'WRITE REG-COINCLIS' TO WSV-ACCION
556001        MOVE FS-FCOINC TO WSV-FSTATUS
556001        PERFORM 9000-ERROR-PGM
556001     END-IF.
      *----------------------------------------------------------------*
      *===========================*
556001 2038-PAN-DE-TOKEN.
      *===========================*
556001*    MISMO CONTRATO QUE 1169-PAN-DE-TOKEN EN PROGRAM1: UN VALOR
556001*    QUE EMPIEZA CON 'T' ES UN TOKEN Y SE BUSCA EN LA BOVEDA;
556001*    CUALQUIER OTRO PASA TAL CUAL
560001*    UN TOKEN CUYO PAN BORRAD01 REEMPLAZO POR LA MARCA SE DEJA
560001*    COMO TOKEN: TODOS LOS BORRADOS TENDRIAN EL MISMO "PAN"
556001     MOVE WS-BOV-TOKEN-BUSCADO TO WS-BOV-RESULTADO
556001     IF WS-BOV-TOKEN-BUSCADO(1:1) = 'T'
556001        IF WS-CANT-BOV-T > 0
556001           SEARCH ALL WS-BVT-ENTRY
556001              AT END
556001                 CONTINUE
556001              WHEN WS-BVT-TOKEN(WS-BVT-IDX) = WS-BOV-TOKEN-BUSCADO
556001                 MOVE WS-BVT-PAN(WS-BVT-IDX) TO WS-BOV-RESULTADO
556001           END-SEARCH
556001        END-IF
556001        PERFORM VARYING WS-BVN-IDX FROM 1 BY 1
556001           UNTIL WS-BVN-IDX > WS-CANT-BOV-NVO
556001           IF WS-BVN-TOKEN(WS-BVN-IDX) = WS-BOV-TOKEN-BUSCADO
556001              MOVE WS-BVN-PAN(WS-BVN-IDX) TO WS-BOV-RESULTADO
556001           END-IF
556001        END-PERFORM
560001        IF WS-BOV-RESULTADO = WS-MARCA-BORRADO
560001           MOVE WS-BOV-TOKEN-BUSCADO TO WS-BOV-RESULTADO
560001        END-IF
556001     END-IF.
      *----------------------------------------------------------------*
      *===========================*
556001 2039-NORMALIZAR-NOMBRE.
      *===========================*
556001     COPY CRIBANRM.
      *----------------------------------------------------------------*
      *===========================*
556001 2040-COMPARAR-CONTRA-LISTA.
      *===========================*
556001     COPY CRIBACMP.
      *----------------------------------------------------------------*
      *===========================*
556001 3025-GRABAR-RETENIDAS.
      *===========================*
556001*    SOLO QUEDAN LAS QUE SIGUEN SIN DECISION, INCLUIDAS LAS
556001*    RETENIDAS EN ESTA CORRIDA; LA PAN SE GUARDA COMO TOKEN
556001     OPEN OUTPUT FRETTAR
556001     PERFORM 3026-GRABAR-UNA-RETENIDA
556001        VARYING WS-RTT-IDX FROM 1 BY 1
556001        UNTIL WS-RTT-IDX > WS-CANT-RETTAR
556001     CLOSE FRETTAR.
      *----------------------------------------------------------------*
      *===========================*
556001 3026-GRABAR-UNA-RETENIDA.
      *===========================*
556001     IF WS-RTT-DECISION(WS-RTT-IDX) = SPACE
556001        MOVE SPACES TO REG-RETTAR
556001        MOVE WS-RTT-ID(WS-RTT-IDX) TO RTT-ID
556001        MOVE WS-RTT-FECHA(WS-RTT-IDX) TO RTT-FECHA
556001        MOVE WS-RTT-IMAGEN(WS-RTT-IDX) TO RTT-IMAGEN
556001        MOVE WS-RTT-PAN(WS-RTT-IDX)(1:16) TO WS-BOV-PAN-BUSCADO
556001        PERFORM 2030-TOKEN-DE-PAN
556001        MOVE SPACES TO RTT-PAN
556001        MOVE WS-BOV-RESULTADO TO RTT-PAN(1:16)
556001        WRITE REG-RETTAR
556001     END-IF.
      *----------------------------------------------------------------*
      *===========================*
550001 3021-GRABAR-UN-MANIFIESTO.
      *===========================*
550001     MOVE SPACES TO WS-NOM-FCTLOUT
