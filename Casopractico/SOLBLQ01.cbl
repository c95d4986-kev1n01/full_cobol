       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SOLBLQ01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    SOLICITUDES DE BLOQUEO/DESBLOQUEO AL PROCESADOR: TOMA EL    +
      *    ARCHIVO DONDE FRAUDE Y COBRANZAS CARGAN SUS PEDIDOS         +
      *    (SOLBLOQ.txt: ACCION B/D, PAN, CODIGO DE EVDESBLOQ, USUARIO +
      *    Y FECHA), LOS VALIDA Y ARMA EL ARCHIVO DE SALIDA PARA EL    +
      *    PROCESADOR (SOLICITUDES_PROCESADOR_<FECHA>.txt, CABECERA    +
      *    01, DETALLE 02, PIE 03). CADA SOLICITUD ENVIADA SE ANEXA A  +
      *    SOLBLOQ_SEGUIMIENTO.txt CON UN NUMERO PROPIO Y ESTADO       +
      *    PENDIENTE; PROGRAM1 LA DA POR CONFIRMADA CUANDO EL ESTADO   +
      *    PEDIDO LLEGA EN FILINP2 Y LISTA LAS QUE SIGUEN SIN LLEGAR   +
      *    (VER 3730-VERIFICAR-SOLICITUDES Y 3900-PROCESAR-SOLICITUDES +
      *    EN PROGRAM1). UNA SOLICITUD YA REGISTRADA (MISMO PAN,       +
      *    ACCION, CODIGO, USUARIO Y FECHA) NO SE VUELVE A ENVIAR, ASI +
      *    QUE REEJECUTAR CON EL MISMO SOLBLOQ.txt NO DUPLICA PEDIDOS. +
      *    EL SEGUIMIENTO GUARDA EL TOKEN DE LA BOVEDA, NO EL PAN; EL  +
      *    ARCHIVO DEL PROCESADOR SI VIAJA CON PAN EN CLARO            +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILPARM ASSIGN TO 'PARMSOLBLQ.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    PEDIDOS DEL DIA CARGADOS POR FRAUDE/COBRANZAS
           SELECT FILSOL ASSIGN TO 'SOLBLOQ.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILSOL.
      *    CODIGOS DE BLOQUEO VALIDOS (MISMO ARCHIVO QUE PROGRAM1)
           SELECT FILDESBLQ ASSIGN TO 'EVDESBLOQ.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILDESBLQ.
           SELECT FILBOV ASSIGN TO 'BOVEDA.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILBOV.
      *    SEGUIMIENTO PERMANENTE DE LAS SOLICITUDES; AQUI SOLO SE LEE
      *    Y SE ANEXA, PROGRAM1 LO REESCRIBE CON LAS CONFIRMACIONES
           SELECT FILSEG ASSIGN TO 'SOLBLOQ_SEGUIMIENTO.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILSEG.
      *    ARCHIVO DE SALIDA PARA EL PROCESADOR
           SELECT FILPRO ASSIGN TO WS-NOM-FILPRO
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPRO.
      *    PEDIDOS NO ENVIADOS, CON SU MOTIVO, PARA QUE EL AREA LOS
      *    CORRIJA
           SELECT FILRCH ASSIGN TO WS-NOM-FILRCH
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILRCH.

       DATA DIVISION.
       FILE SECTION.
       FD  FILPARM
           RECORDING MODE IS F.
       01  REG-PARM-SOLBLQ.
           02 PARM-FECHA-NEGOCIO  PIC 9(08). *> 0 = FECHA DEL SISTEMA

       FD  FILSOL
           RECORDING MODE IS F.
       01  REG-SOLICITUD.
           02 SOL-ACCION          PIC X(01). *> B = BLOQUEAR
                                             *> D = DESBLOQUEAR
           02 FILLER              PIC X(01).
           02 SOL-PAN             PIC X(16).
           02 FILLER              PIC X(01).
           02 SOL-COD-BLOQ        PIC X(02). *> CODIGO DE EVDESBLOQ;
                                             *> '00' O ESPACIOS EN
                                             *> UN DESBLOQUEO
           02 FILLER              PIC X(01).
           02 SOL-USUARIO         PIC X(08). *> QUIEN LO PIDE
           02 FILLER              PIC X(01).
           02 SOL-FECHA           PIC X(08). *> AAAAMMDD DEL PEDIDO;
                                             *> ESPACIOS = FECHA DE
                                             *> NEGOCIO
           02 FILLER              PIC X(01).
           02 SOL-MOTIVO          PIC X(30).

       FD  FILDESBLQ
           RECORDING MODE IS F.
       01  REG-DESBLQ.
           COPY EVDESREC REPLACING LEADING ==EDR== BY ==DSB==.
           02 DSB-SEVERIDAD     PIC X(01).
           02 DSB-VIG-DESDE     PIC X(08).
           02 DSB-VIG-HASTA     PIC X(08).

      *    MISMO LAYOUT QUE BOVEDA.txt EN PROGRAM1 (TOKEN + PAN)
       FD  FILBOV
           RECORDING MODE IS F.
       01  REG-BOVEDA-FD.
           02 BOV-TOKEN           PIC X(16).
           02 FILLER              PIC X(01).
           02 BOV-PAN             PIC X(16).

      *    MISMO LAYOUT QUE REG-SOLSEG EN PROGRAM1
       FD  FILSEG
           RECORDING MODE IS F.
       01  REG-SEGUIMIENTO.
           02 SEG-ID              PIC 9(07).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SEG-ACCION          PIC X(01).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SEG-PAN             PIC X(16). *> TOKEN DE LA BOVEDA
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SEG-COD-BLOQ        PIC 9(02).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SEG-USUARIO         PIC X(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SEG-FECHA-SOL       PIC 9(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SEG-FECHA-ENVIO     PIC 9(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SEG-ESTADO          PIC X(01). *> P = PENDIENTE
                                             *> C = CONFIRMADA
                                             *> R = REEMPLAZADA
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SEG-FECHA-CONF      PIC 9(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SEG-DIAS-HABILES    PIC 9(03).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SEG-FECHA-ULT       PIC 9(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SEG-MOTIVO          PIC X(30).

      *    FORMATO FIJO DEL PROCESADOR; MISMA CONVENCION DE TIPOS DE
      *    RENGLON QUE EL EXTRACTO DE REGBLQ01
       FD  FILPRO
           RECORDING MODE IS F.
       01  REG-PRO-CABECERA.
           02 PRC-TIPO-REG        PIC X(02) VALUE '01'.
           02 PRC-FECHA-GEN       PIC 9(08).
       01  REG-PRO-DETALLE.
           02 PRD-TIPO-REG        PIC X(02) VALUE '02'.
           02 PRD-ID              PIC 9(07). *> NUESTRA REFERENCIA
           02 PRD-ACCION          PIC X(01).
           02 PRD-PAN             PIC X(16).
           02 PRD-COD-BLOQ        PIC 9(02).
           02 PRD-FECHA-SOL       PIC 9(08).
       01  REG-PRO-PIE.
           02 PRP-TIPO-REG        PIC X(02) VALUE '03'.
           02 PRP-CANTIDAD        PIC 9(07).

       FD  FILRCH
           RECORDING MODE IS F.
       01  REG-RECHAZO-SOL.
           02 RCS-REGISTRO        PIC X(70). *> RENGLON TAL CUAL LLEGO
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RCS-MOTIVO          PIC X(30).

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FILSOL           PIC XX.
           05 FS-FILDESBLQ        PIC XX.
           05 FS-FILBOV           PIC XX.
           05 FS-FILSEG           PIC XX.
           05 FS-FILPRO           PIC XX.
           05 FS-FILRCH           PIC XX.

       01  WSC-COUNTERS.
           05 COUNT-LEIDAS        PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-ENVIADAS      PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-RECHAZADAS    PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-YA-REGISTRADAS PIC 9(07) COMP VALUE ZEROS.

       01  EOF-FLAGS.
           05 EOF-FILSOL          PIC X VALUE 'N'.
           05 EOF-FILDESBLQ       PIC X VALUE 'N'.
           05 EOF-FILBOV          PIC X VALUE 'N'.
           05 EOF-FILSEG          PIC X VALUE 'N'.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-NOM-FILPRO          PIC X(40).
       01  WS-NOM-FILRCH          PIC X(40).

      *    CODIGOS DE BLOQUEO VALIDOS PARA UNA SOLICITUD 'B'
       COPY EVDESBLOQ.
       01  WS-REF-SUB             PIC 9(3) COMP.
       01  WS-REF-EXISTENTE       PIC X(01).
       01  WS-REF-VIGENTE         PIC X(01).

      *    SEGUIMIENTO YA REGISTRADO (PAN EN CLARO), ORDENADO POR PAN
      *    PARA DETECTAR PEDIDOS REPETIDOS; LAS SOLICITUDES ENVIADAS EN
      *    ESTA CORRIDA VAN A UNA COLA APARTE (BUSQUEDA LINEAL), IGUAL
      *    QUE LOS TOKENS NUEVOS EN COPY BOVEDA
       01  WS-MAX-SEG             PIC 9(07) COMP VALUE 100000.
       01  WS-CANT-SEG            PIC 9(07) COMP VALUE ZERO.
       01  WS-TABLA-SEGUIMIENTO.
           05 WS-SEG-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-CANT-SEG
               ASCENDING KEY IS WS-SEG-PAN
               INDEXED BY WS-SEG-IDX.
               10 WS-SEG-PAN      PIC X(16).
               10 WS-SEG-ACCION   PIC X(01).
               10 WS-SEG-COD      PIC 9(02).
               10 WS-SEG-USUARIO  PIC X(08).
               10 WS-SEG-FECHA    PIC 9(08).
               10 WS-SEG-ESTADO   PIC X(01).
       01  WS-CANT-NVA            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-NUEVAS.
           05 WS-NVA-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-NVA
               INDEXED BY WS-NVA-IDX.
               10 WS-NVA-PAN      PIC X(16).
               10 WS-NVA-ACCION   PIC X(01).
               10 WS-NVA-COD      PIC 9(02).
               10 WS-NVA-USUARIO  PIC X(08).
               10 WS-NVA-FECHA    PIC 9(08).
       01  WS-SEG-SUB             PIC 9(07) COMP.
       01  WS-SEG-FIN             PIC X(01).
       01  WS-ULT-ID              PIC 9(07) VALUE ZERO.

      *    SOLICITUD EN CURSO, YA NORMALIZADA
       01  WS-SOL-COD             PIC 9(02).
       01  WS-SOL-FECHA           PIC 9(08).
       01  WS-SOL-MOTIVO-RCH      PIC X(30).
       01  WS-YA-REGISTRADA       PIC X(01).
       01  WS-YA-PENDIENTE        PIC X(01).

       COPY BOVEDA.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  SOLICITUDES DE BLOQUEO AL PROCESADOR '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 1000-LEER-PARAMETRO
           STRING 'SOLICITUDES_PROCESADOR_' WS-FECHA-YYYYMMDD '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FILPRO
           STRING 'SOLICITUDES_RECHAZOS_' WS-FECHA-YYYYMMDD '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FILRCH
           PERFORM 1050-CARGAR-BOVEDA
           PERFORM 1100-CARGAR-BLOQUEOS
           PERFORM 1200-CARGAR-SEGUIMIENTO
           PERFORM 2000-PROCESAR-SOLICITUDES

           DISPLAY 'SOLICITUDES LEIDAS      = ' COUNT-LEIDAS
           DISPLAY 'ENVIADAS AL PROCESADOR  = ' COUNT-ENVIADAS
           DISPLAY 'RECHAZADAS              = ' COUNT-RECHAZADAS
           DISPLAY 'YA REGISTRADAS ANTES    = ' COUNT-YA-REGISTRADAS
           STOP RUN.

      *----------------------------------------------------------------+
       1000-LEER-PARAMETRO.
      *----------------------------------------------------------------+
           OPEN INPUT FILPARM
           IF FS-FILPARM = '00'
               READ FILPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-NEGOCIO IS NUMERIC AND
                          PARM-FECHA-NEGOCIO NOT = 0
                           MOVE PARM-FECHA-NEGOCIO TO WS-FECHA-YYYYMMDD
                           DISPLAY 'FECHA DE NEGOCIO FORZADA POR '
                               'PARMSOLBLQ.txt: ' WS-FECHA-YYYYMMDD
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF.

      *----------------------------------------------------------------+
       1050-CARGAR-BOVEDA.
      *----------------------------------------------------------------+
      *    MISMA CARGA DOBLE QUE HOTCRD01: POR PAN PARA GRABAR EL
      *    TOKEN EN EL SEGUIMIENTO Y POR TOKEN PARA LEER EL SEGUIMIENTO
      *    YA REGISTRADO
           OPEN INPUT FILBOV
           IF FS-FILBOV = '00'
               PERFORM 1060-LEER-BOVEDA
                   UNTIL EOF-FILBOV = 'S'
               CLOSE FILBOV
               SORT WS-BVP-ENTRY ON ASCENDING KEY WS-BVP-PAN
               SORT WS-BVT-ENTRY ON ASCENDING KEY WS-BVT-TOKEN
           END-IF.

      *----------------------------------------------------------------+
       1060-LEER-BOVEDA.
      *----------------------------------------------------------------+
           READ FILBOV
               AT END
                   MOVE 'S' TO EOF-FILBOV
               NOT AT END
                   IF WS-CANT-BOV < 100000
                       PERFORM 1065-GUARDAR-BOVEDA
                   END-IF
           END-READ.

      *----------------------------------------------------------------+
       1065-GUARDAR-BOVEDA.
      *----------------------------------------------------------------+
      *    SOLO LA BANDA BASE (MENOR A 10**12) CUENTA PARA LA
      *    SECUENCIA, IGUAL QUE EN HOTCRD01 Y REEMIT01
           ADD 1 TO WS-CANT-BOV
           SET WS-BVP-IDX TO WS-CANT-BOV
           MOVE BOV-PAN TO WS-BVP-PAN(WS-BVP-IDX)
           MOVE BOV-TOKEN TO WS-BVP-TOKEN(WS-BVP-IDX)
           ADD 1 TO WS-CANT-BOV-T
           SET WS-BVT-IDX TO WS-CANT-BOV-T
           MOVE BOV-TOKEN TO WS-BVT-TOKEN(WS-BVT-IDX)
           MOVE BOV-PAN TO WS-BVT-PAN(WS-BVT-IDX)
           IF BOV-TOKEN(1:1) = 'T' AND BOV-TOKEN(2:15) IS NUMERIC
               IF FUNCTION NUMVAL(BOV-TOKEN(2:15)) > WS-BOV-ULT-SEQ
                  AND FUNCTION NUMVAL(BOV-TOKEN(2:15)) <
                      1000000000000
                   COMPUTE WS-BOV-ULT-SEQ =
                       FUNCTION NUMVAL(BOV-TOKEN(2:15))
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1100-CARGAR-BLOQUEOS.
      *----------------------------------------------------------------+
      *    MISMO CRITERIO QUE 1162-CARGAR-TABLA-BLOQUEOS EN PROGRAM1:
      *    SOLO LOS RENGLONES EN VIGOR PARA LA FECHA DE NEGOCIO, Y LA
      *    TABLA EMBEBIDA SI EVDESBLOQ.txt NO ESTA
           OPEN INPUT FILDESBLQ
           IF FS-FILDESBLQ = '00'
               PERFORM 1110-LEER-DESBLQ
               PERFORM UNTIL EOF-FILDESBLQ = 'S'
                   PERFORM 1120-GUARDAR-BLOQUEO
                   PERFORM 1110-LEER-DESBLQ
               END-PERFORM
               CLOSE FILDESBLQ
           ELSE
               MOVE WS-BLQ-DEFAULT-CANT TO WS-CANT-BLOQUEOS
               PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
                   UNTIL WS-BLQ-IDX > WS-CANT-BLOQUEOS
                   MOVE WS-BLQ-DEF-COD(WS-BLQ-IDX) TO
                       WS-BLQ-COD(WS-BLQ-IDX)
                   MOVE WS-BLQ-DEF-DES(WS-BLQ-IDX) TO
                       WS-BLQ-DES(WS-BLQ-IDX)
               END-PERFORM
               DISPLAY 'EVDESBLOQ.txt NO ENCONTRADO, SE USA TABLA '
                   'POR DEFECTO'
           END-IF
           SORT WS-BLQ-ENTRY ON ASCENDING KEY WS-BLQ-COD.

      *----------------------------------------------------------------+
       1110-LEER-DESBLQ.
      *----------------------------------------------------------------+
           READ FILDESBLQ
               AT END
                   MOVE 'S' TO EOF-FILDESBLQ
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1120-GUARDAR-BLOQUEO.
      *----------------------------------------------------------------+
           MOVE 'S' TO WS-REF-VIGENTE
           IF DSB-VIG-DESDE IS NUMERIC AND
              DSB-VIG-DESDE NOT = '00000000'
               IF DSB-VIG-DESDE > WS-FECHA-YYYYMMDD
                   MOVE 'N' TO WS-REF-VIGENTE
               END-IF
           END-IF
           IF DSB-VIG-HASTA IS NUMERIC AND
              DSB-VIG-HASTA NOT = '00000000'
               IF DSB-VIG-HASTA < WS-FECHA-YYYYMMDD
                   MOVE 'N' TO WS-REF-VIGENTE
               END-IF
           END-IF
           IF WS-REF-VIGENTE = 'S' AND DSB-COD IS NUMERIC
               MOVE 'N' TO WS-REF-EXISTENTE
               PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > WS-CANT-BLOQUEOS
                   IF WS-BLQ-COD(WS-REF-SUB) = DSB-COD
                       MOVE 'S' TO WS-REF-EXISTENTE
                       MOVE DSB-DES TO WS-BLQ-DES(WS-REF-SUB)
                   END-IF
               END-PERFORM
               IF WS-REF-EXISTENTE = 'N' AND WS-CANT-BLOQUEOS < 100
                   ADD 1 TO WS-CANT-BLOQUEOS
                   SET WS-BLQ-IDX TO WS-CANT-BLOQUEOS
                   MOVE DSB-COD TO WS-BLQ-COD(WS-BLQ-IDX)
                   MOVE DSB-DES TO WS-BLQ-DES(WS-BLQ-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1200-CARGAR-SEGUIMIENTO.
      *----------------------------------------------------------------+
      *    SIN SOLBLOQ_SEGUIMIENTO.txt (PRIMERA CORRIDA) LA NUMERACION
      *    ARRANCA EN 1. EL NUMERO DE SOLICITUD ES EL MAYOR YA USADO
      *    MAS UNO, SIN IMPORTAR EN QUE ORDEN HAYA DEJADO PROGRAM1 EL
      *    ARCHIVO
           OPEN INPUT FILSEG
           IF FS-FILSEG = '00'
               PERFORM 1210-LEER-SEGUIMIENTO
               PERFORM UNTIL EOF-FILSEG = 'S'
                   PERFORM 1220-GUARDAR-SEGUIMIENTO
                   PERFORM 1210-LEER-SEGUIMIENTO
               END-PERFORM
               CLOSE FILSEG
               IF WS-CANT-SEG > 1
                   SORT WS-SEG-ENTRY ON ASCENDING KEY WS-SEG-PAN
               END-IF
               DISPLAY 'SOLICITUDES EN SEGUIMIENTO: ' WS-CANT-SEG
           ELSE
               DISPLAY 'SOLBLOQ_SEGUIMIENTO.txt NO ENCONTRADO, EL '
                   'SEGUIMIENTO ARRANCA VACIO'
           END-IF.

      *----------------------------------------------------------------+
       1210-LEER-SEGUIMIENTO.
      *----------------------------------------------------------------+
           READ FILSEG
               AT END
                   MOVE 'S' TO EOF-FILSEG
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1220-GUARDAR-SEGUIMIENTO.
      *----------------------------------------------------------------+
      *    TABLA LLENA = ABEND: SIN EL SEGUIMIENTO COMPLETO NO SE PUEDE
      *    GARANTIZAR QUE UN PEDIDO NO SALGA DOS VECES
           IF WS-CANT-SEG >= WS-MAX-SEG
               DISPLAY 'SEGUIMIENTO DE SOLICITUDES LLENO ('
                   WS-MAX-SEG '); CORRIDA ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-SEG
           SET WS-SEG-IDX TO WS-CANT-SEG
           MOVE SEG-PAN TO WS-BOV-TOKEN-BUSCADO
           PERFORM 6200-PAN-DE-TOKEN
           MOVE WS-BOV-RESULTADO TO WS-SEG-PAN(WS-SEG-IDX)
           MOVE SEG-ACCION TO WS-SEG-ACCION(WS-SEG-IDX)
           MOVE SEG-COD-BLOQ TO WS-SEG-COD(WS-SEG-IDX)
           MOVE SEG-USUARIO TO WS-SEG-USUARIO(WS-SEG-IDX)
           MOVE SEG-FECHA-SOL TO WS-SEG-FECHA(WS-SEG-IDX)
           MOVE SEG-ESTADO TO WS-SEG-ESTADO(WS-SEG-IDX)
           IF SEG-ID IS NUMERIC AND SEG-ID > WS-ULT-ID
               MOVE SEG-ID TO WS-ULT-ID
           END-IF.

      *----------------------------------------------------------------+
       2000-PROCESAR-SOLICITUDES.
      *----------------------------------------------------------------+
      *    SIN SOLBLOQ.txt NO HAY NADA QUE PEDIR: SE TERMINA SIN ARMAR
      *    UN ARCHIVO VACIO PARA EL PROCESADOR
           OPEN INPUT FILSOL
           IF FS-FILSOL NOT = '00'
               DISPLAY 'SOLBLOQ.txt NO ENCONTRADO, NO HAY SOLICITUDES '
                   'PARA ENVIAR'
           ELSE
               OPEN OUTPUT FILPRO FILRCH
               OPEN EXTEND FILSEG
               IF FS-FILSEG = '35'
                   OPEN OUTPUT FILSEG
                   CLOSE FILSEG
                   OPEN EXTEND FILSEG
               END-IF
               IF FS-FILPRO NOT = '00' OR FS-FILRCH NOT = '00' OR
                  FS-FILSEG NOT = '00'
                   DISPLAY 'ERROR AL ABRIR ARCHIVOS DE SALIDA: '
                       FS-FILPRO ' ' FS-FILRCH ' ' FS-FILSEG
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO REG-PRO-CABECERA
               MOVE '01' TO PRC-TIPO-REG
               MOVE WS-FECHA-YYYYMMDD TO PRC-FECHA-GEN
               WRITE REG-PRO-CABECERA
               PERFORM 2100-LEER-SOLICITUD
               PERFORM UNTIL EOF-FILSOL = 'S'
                   ADD 1 TO COUNT-LEIDAS
                   PERFORM 2200-EVALUAR-SOLICITUD
                   PERFORM 2100-LEER-SOLICITUD
               END-PERFORM
               MOVE SPACES TO REG-PRO-PIE
               MOVE '03' TO PRP-TIPO-REG
               MOVE COUNT-ENVIADAS TO PRP-CANTIDAD
               WRITE REG-PRO-PIE
               CLOSE FILSOL FILPRO FILRCH FILSEG
           END-IF.

      *----------------------------------------------------------------+
       2100-LEER-SOLICITUD.
      *----------------------------------------------------------------+
           READ FILSOL
               AT END
                   MOVE 'S' TO EOF-FILSOL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2200-EVALUAR-SOLICITUD.
      *----------------------------------------------------------------+
      *    UN DESBLOQUEO SE PIDE SIEMPRE CON CODIGO 00 (ES EL ESTADO
      *    QUE SE ESPERA VER DESPUES EN FILINP2); UN BLOQUEO TIENE QUE
      *    TRAER UN CODIGO VIGENTE DE EVDESBLOQ
           MOVE SPACES TO WS-SOL-MOTIVO-RCH
           IF SOL-ACCION = 'D' AND SOL-COD-BLOQ = SPACES
               MOVE '00' TO SOL-COD-BLOQ
           END-IF
           EVALUATE TRUE
               WHEN SOL-ACCION NOT = 'B' AND SOL-ACCION NOT = 'D'
                   MOVE 'ACCION DEBE SER B O D' TO WS-SOL-MOTIVO-RCH
               WHEN SOL-PAN IS NOT NUMERIC
                   MOVE 'PAN INVALIDO' TO WS-SOL-MOTIVO-RCH
               WHEN SOL-USUARIO = SPACES
                   MOVE 'FALTA USUARIO SOLICITANTE' TO
                       WS-SOL-MOTIVO-RCH
               WHEN SOL-COD-BLOQ IS NOT NUMERIC
                   MOVE 'CODIGO DE BLOQUEO INVALIDO' TO
                       WS-SOL-MOTIVO-RCH
               WHEN SOL-ACCION = 'D' AND SOL-COD-BLOQ NOT = '00'
                   MOVE 'DESBLOQUEO VA CON CODIGO 00' TO
                       WS-SOL-MOTIVO-RCH
               WHEN SOL-ACCION = 'B' AND SOL-COD-BLOQ = '00'
                   MOVE 'BLOQUEO SIN CODIGO' TO WS-SOL-MOTIVO-RCH
               WHEN SOL-FECHA NOT = SPACES AND
                    SOL-FECHA IS NOT NUMERIC
                   MOVE 'FECHA DE SOLICITUD INVALIDA' TO
                       WS-SOL-MOTIVO-RCH
               WHEN OTHER
                   MOVE SOL-COD-BLOQ TO WS-SOL-COD
                   IF SOL-FECHA = SPACES
                       MOVE WS-FECHA-YYYYMMDD TO WS-SOL-FECHA
                   ELSE
                       MOVE SOL-FECHA TO WS-SOL-FECHA
                   END-IF
           END-EVALUATE
           IF WS-SOL-MOTIVO-RCH = SPACES AND SOL-ACCION = 'B'
               PERFORM 2250-VERIFICAR-CODIGO
           END-IF
           IF WS-SOL-MOTIVO-RCH = SPACES
               PERFORM 2300-BUSCAR-REPETIDA
               EVALUATE TRUE
                   WHEN WS-YA-REGISTRADA = 'S'
                       ADD 1 TO COUNT-YA-REGISTRADAS
                   WHEN WS-YA-PENDIENTE = 'S'
                       MOVE 'YA HAY UNA SOLICITUD PENDIENTE' TO
                           WS-SOL-MOTIVO-RCH
                       PERFORM 2500-ESCRIBIR-RECHAZO
                   WHEN OTHER
                       PERFORM 2400-ENVIAR-SOLICITUD
               END-EVALUATE
           ELSE
               PERFORM 2500-ESCRIBIR-RECHAZO
           END-IF.

      *----------------------------------------------------------------+
       2250-VERIFICAR-CODIGO.
      *----------------------------------------------------------------+
           MOVE 'CODIGO NO EXISTE EN EVDESBLOQ' TO WS-SOL-MOTIVO-RCH
           IF WS-CANT-BLOQUEOS > 0
               SEARCH ALL WS-BLQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BLQ-COD(WS-BLQ-IDX) = WS-SOL-COD
                       MOVE SPACES TO WS-SOL-MOTIVO-RCH
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------+
       2300-BUSCAR-REPETIDA.
      *----------------------------------------------------------------+
      *    'YA REGISTRADA' = EL MISMO RENGLON DE SOLBLOQ.txt YA SE
      *    ENVIO (REEJECUCION); 'YA PENDIENTE' = OTRO PEDIDO DEL MISMO
      *    ESTADO PARA ESE PAN SIGUE SIN CONFIRMAR EN FILINP2
           MOVE 'N' TO WS-YA-REGISTRADA
           MOVE 'N' TO WS-YA-PENDIENTE
           IF WS-CANT-SEG > 0
               SEARCH ALL WS-SEG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SEG-PAN(WS-SEG-IDX) = SOL-PAN
                       SET WS-SEG-SUB TO WS-SEG-IDX
                       PERFORM 2310-COMPARAR-PAN-SEGUIMIENTO
               END-SEARCH
           END-IF
           PERFORM VARYING WS-NVA-IDX FROM 1 BY 1
               UNTIL WS-NVA-IDX > WS-CANT-NVA
               IF WS-NVA-PAN(WS-NVA-IDX) = SOL-PAN AND
                  WS-NVA-ACCION(WS-NVA-IDX) = SOL-ACCION AND
                  WS-NVA-COD(WS-NVA-IDX) = WS-SOL-COD
                   MOVE 'S' TO WS-YA-PENDIENTE
                   IF WS-NVA-USUARIO(WS-NVA-IDX) = SOL-USUARIO AND
                      WS-NVA-FECHA(WS-NVA-IDX) = WS-SOL-FECHA
                       MOVE 'S' TO WS-YA-REGISTRADA
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       2310-COMPARAR-PAN-SEGUIMIENTO.
      *----------------------------------------------------------------+
      *    SEARCH ALL CAE EN CUALQUIER RENGLON DEL PAN: SE RETROCEDE AL
      *    PRIMERO Y SE RECORREN TODOS LOS DE ESE PAN
           MOVE 'N' TO WS-SEG-FIN
           PERFORM UNTIL WS-SEG-FIN = 'S'
               IF WS-SEG-SUB = 1
                   MOVE 'S' TO WS-SEG-FIN
               ELSE
                   IF WS-SEG-PAN(WS-SEG-SUB - 1) = SOL-PAN
                       SUBTRACT 1 FROM WS-SEG-SUB
                   ELSE
                       MOVE 'S' TO WS-SEG-FIN
                   END-IF
               END-IF
           END-PERFORM
           MOVE 'N' TO WS-SEG-FIN
           PERFORM UNTIL WS-SEG-FIN = 'S'
               IF WS-SEG-SUB > WS-CANT-SEG
                   MOVE 'S' TO WS-SEG-FIN
               ELSE
                   IF WS-SEG-PAN(WS-SEG-SUB) = SOL-PAN
                       PERFORM 2320-COMPARAR-RENGLON
                       ADD 1 TO WS-SEG-SUB
                   ELSE
                       MOVE 'S' TO WS-SEG-FIN
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       2320-COMPARAR-RENGLON.
      *----------------------------------------------------------------+
           IF WS-SEG-ACCION(WS-SEG-SUB) = SOL-ACCION AND
              WS-SEG-COD(WS-SEG-SUB) = WS-SOL-COD
               IF WS-SEG-USUARIO(WS-SEG-SUB) = SOL-USUARIO AND
                  WS-SEG-FECHA(WS-SEG-SUB) = WS-SOL-FECHA
                   MOVE 'S' TO WS-YA-REGISTRADA
               END-IF
               IF WS-SEG-ESTADO(WS-SEG-SUB) = 'P'
                   MOVE 'S' TO WS-YA-PENDIENTE
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2400-ENVIAR-SOLICITUD.
      *----------------------------------------------------------------+
      *    EL PEDIDO ARRANCA PENDIENTE, CON CERO DIAS HABILES Y
      *    ENVEJECIDO A LA FECHA DE ENVIO (PROGRAM1 EMPIEZA A CONTAR
      *    DESDE EL DIA HABIL SIGUIENTE)
           IF WS-CANT-NVA >= 20000
               DISPLAY 'DEMASIADAS SOLICITUDES EN UNA CORRIDA (20000);'
                   ' CORRIDA ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ULT-ID
           MOVE SPACES TO REG-PRO-DETALLE
           MOVE '02' TO PRD-TIPO-REG
           MOVE WS-ULT-ID TO PRD-ID
           MOVE SOL-ACCION TO PRD-ACCION
           MOVE SOL-PAN TO PRD-PAN
           MOVE WS-SOL-COD TO PRD-COD-BLOQ
           MOVE WS-SOL-FECHA TO PRD-FECHA-SOL
           WRITE REG-PRO-DETALLE

           MOVE SOL-PAN TO WS-BOV-PAN-BUSCADO
           PERFORM 6000-TOKEN-DE-PAN
           MOVE SPACES TO REG-SEGUIMIENTO
           MOVE WS-ULT-ID TO SEG-ID
           MOVE SOL-ACCION TO SEG-ACCION
           MOVE WS-BOV-RESULTADO TO SEG-PAN
           MOVE WS-SOL-COD TO SEG-COD-BLOQ
           MOVE SOL-USUARIO TO SEG-USUARIO
           MOVE WS-SOL-FECHA TO SEG-FECHA-SOL
           MOVE WS-FECHA-YYYYMMDD TO SEG-FECHA-ENVIO
           MOVE 'P' TO SEG-ESTADO
           MOVE ZERO TO SEG-FECHA-CONF
           MOVE ZERO TO SEG-DIAS-HABILES
           MOVE WS-FECHA-YYYYMMDD TO SEG-FECHA-ULT
           MOVE SOL-MOTIVO TO SEG-MOTIVO
           WRITE REG-SEGUIMIENTO

           ADD 1 TO WS-CANT-NVA
           SET WS-NVA-IDX TO WS-CANT-NVA
           MOVE SOL-PAN TO WS-NVA-PAN(WS-NVA-IDX)
           MOVE SOL-ACCION TO WS-NVA-ACCION(WS-NVA-IDX)
           MOVE WS-SOL-COD TO WS-NVA-COD(WS-NVA-IDX)
           MOVE SOL-USUARIO TO WS-NVA-USUARIO(WS-NVA-IDX)
           MOVE WS-SOL-FECHA TO WS-NVA-FECHA(WS-NVA-IDX)
           ADD 1 TO COUNT-ENVIADAS.

      *----------------------------------------------------------------+
       2500-ESCRIBIR-RECHAZO.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-RECHAZO-SOL
           MOVE REG-SOLICITUD TO RCS-REGISTRO
           MOVE WS-SOL-MOTIVO-RCH TO RCS-MOTIVO
           WRITE REG-RECHAZO-SOL
           ADD 1 TO COUNT-RECHAZADAS.

      *----------------------------------------------------------------+
       6000-TOKEN-DE-PAN.
      *----------------------------------------------------------------+
      *    MISMO CONTRATO QUE 1168-TOKEN-DE-PAN EN PROGRAM1: DEVUELVE
      *    EL TOKEN DEL PAN, ASIGNANDO Y ANEXANDO A BOVEDA.txt UNO
      *    NUEVO SI NO EXISTIA. UN VALOR QUE YA ES TOKEN VUELVE TAL CUAL
           MOVE 'N' TO WS-BOV-ENCONTRADO
           IF WS-BOV-PAN-BUSCADO(1:1) = 'T'
               MOVE WS-BOV-PAN-BUSCADO TO WS-BOV-RESULTADO
               MOVE 'S' TO WS-BOV-ENCONTRADO
           END-IF
           IF WS-CANT-BOV > 0 AND WS-BOV-ENCONTRADO = 'N'
               SEARCH ALL WS-BVP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BVP-PAN(WS-BVP-IDX) = WS-BOV-PAN-BUSCADO
                       MOVE WS-BVP-TOKEN(WS-BVP-IDX)
                           TO WS-BOV-RESULTADO
                       MOVE 'S' TO WS-BOV-ENCONTRADO
               END-SEARCH
           END-IF
           IF WS-BOV-ENCONTRADO = 'N'
               PERFORM VARYING WS-BVN-IDX FROM 1 BY 1
                   UNTIL WS-BVN-IDX > WS-CANT-BOV-NVO
                   IF WS-BVN-PAN(WS-BVN-IDX) = WS-BOV-PAN-BUSCADO
                       MOVE WS-BVN-TOKEN(WS-BVN-IDX)
                           TO WS-BOV-RESULTADO
                       MOVE 'S' TO WS-BOV-ENCONTRADO
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BOV-ENCONTRADO = 'N'
               PERFORM 6100-ASIGNAR-TOKEN-NUEVO
           END-IF.

      *----------------------------------------------------------------+
       6100-ASIGNAR-TOKEN-NUEVO.
      *----------------------------------------------------------------+
           IF WS-CANT-BOV-NVO >= 20000
               DISPLAY 'COLA DE TOKENS NUEVOS LLENA (20000); '
                   'CORRIDA ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BOV-ULT-SEQ
           MOVE SPACES TO WS-BOV-RESULTADO
           MOVE 'T' TO WS-BOV-RESULTADO(1:1)
           MOVE WS-BOV-ULT-SEQ TO WS-BOV-RESULTADO(2:15)
           ADD 1 TO WS-CANT-BOV-NVO
           SET WS-BVN-IDX TO WS-CANT-BOV-NVO
           MOVE WS-BOV-PAN-BUSCADO TO WS-BVN-PAN(WS-BVN-IDX)
           MOVE WS-BOV-RESULTADO TO WS-BVN-TOKEN(WS-BVN-IDX)
           OPEN EXTEND FILBOV
           IF FS-FILBOV = '35'
               OPEN OUTPUT FILBOV
               CLOSE FILBOV
               OPEN EXTEND FILBOV
           END-IF
           MOVE SPACES TO REG-BOVEDA-FD
           MOVE WS-BOV-RESULTADO TO BOV-TOKEN
           MOVE WS-BOV-PAN-BUSCADO TO BOV-PAN
           WRITE REG-BOVEDA-FD
           CLOSE FILBOV.

      *----------------------------------------------------------------+
       6200-PAN-DE-TOKEN.
      *----------------------------------------------------------------+
      *    MISMO CONTRATO QUE 1169-PAN-DE-TOKEN EN PROGRAM1; AL CARGAR
      *    EL SEGUIMIENTO TODAVIA NO HAY TOKENS NUEVOS DE LA CORRIDA.
      *    UN TOKEN CUYO PAN BORRAD01 REEMPLAZO POR '*BORRADO*' QUEDA
      *    COMO TOKEN PARA NO JUNTAR A TODOS LOS CLIENTES BORRADOS
           MOVE WS-BOV-TOKEN-BUSCADO TO WS-BOV-RESULTADO
           IF WS-BOV-TOKEN-BUSCADO(1:1) = 'T' AND WS-CANT-BOV-T > 0
               SEARCH ALL WS-BVT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BVT-TOKEN(WS-BVT-IDX) = WS-BOV-TOKEN-BUSCADO
                       MOVE WS-BVT-PAN(WS-BVT-IDX) TO WS-BOV-RESULTADO
               END-SEARCH
               IF WS-BOV-RESULTADO = '*BORRADO*'
                   MOVE WS-BOV-TOKEN-BUSCADO TO WS-BOV-RESULTADO
               END-IF
           END-IF.
       END PROGRAM SOLBLQ01.
