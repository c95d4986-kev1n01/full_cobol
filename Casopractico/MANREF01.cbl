       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANREF01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    MANTENIMIENTO DE LAS TABLAS DE REFERENCIA DE PROGRAM1:      +
      *    EVDESBLOQ.txt (BLOQUEOS), EVDESMAR.txt (MARCAS) Y           +
      *    EVDESMOT.txt (MOTIVOS DE BAJA). EN VEZ DE EDITARLAS A MANO, +
      *    SE CARGAN TRANSACCIONES DE ALTA (A), CAMBIO (C), VENCIMIENTO+
      *    (E) Y APROBACION (P) EN MANREF_TX.txt. CADA TRANSACCION SE  +
      *    VALIDA (CODIGO DE 2 DIGITOS, DESCRIPCION SIN CORRIMIENTO DE +
      *    COLUMNA, FLAG DE SEVERIDAD P/T, VIGENCIAS VALIDAS Y SIN     +
      *    SUPERPOSICION ENTRE RENGLONES DEL MISMO CODIGO). UN CAMBIO  +
      *    DE SEVERIDAD DE UN BLOQUEO QUEDA PENDIENTE EN               +
      *    MANREF_PEND.txt HASTA QUE OTRO USUARIO LO APRUEBE. LAS      +
      *    TABLAS MODIFICADAS SE REESCRIBEN COMPLETAS Y CADA           +
      *    TRANSACCION (APLICADA, PENDIENTE O RECHAZADA) QUEDA EN LA   +
      *    BITACORA MANREF_LOG.txt CON USUARIO, FECHA Y LA IMAGEN DEL  +
      *    RENGLON ANTES Y DESPUES                                     +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FECHA DE NEGOCIO FORZADA (VENCIMIENTO SIN FECHA = ESE DIA)
           SELECT FILPARM ASSIGN TO 'PARMMANREF.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    TRANSACCIONES DE MANTENIMIENTO DEL DIA
           SELECT FILTXREF ASSIGN TO 'MANREF_TX.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILTXREF.
      *    LAS TRES TABLAS QUE LEE PROGRAM1 (1161/1162/1163)
           SELECT FILDESBLQ ASSIGN TO 'EVDESBLOQ.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILDESBLQ.
           SELECT FILDESMAR ASSIGN TO 'EVDESMAR.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILDESMAR.
           SELECT FILDESMOT ASSIGN TO 'EVDESMOT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILDESMOT.
      *    CAMBIOS DE SEVERIDAD EN ESPERA DE SEGUNDA APROBACION; SE
      *    CARGA ENTERO AL INICIO Y SE REESCRIBE AL FINAL
           SELECT FILPEND ASSIGN TO 'MANREF_PEND.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPEND.
      *    BITACORA DE CAMBIOS; CRECE ENTRE CORRIDAS, MISMO PATRON
      *    "CREAR SI NO EXISTE" DE SIEMPRE
           SELECT FILLOG ASSIGN TO 'MANREF_LOG.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILLOG.

       DATA DIVISION.
       FILE SECTION.
       FD  FILPARM
           RECORDING MODE IS F.
       01  REG-PARM-MANREF.
           02 PARM-FECHA-NEGOCIO  PIC 9(08). *> 0 = FECHA DEL SISTEMA

      *    TXR-TABLA: B = EVDESBLOQ, M = EVDESMAR, O = EVDESMOT.
      *    EL RENGLON A CAMBIAR/VENCER/APROBAR SE IDENTIFICA POR
      *    CODIGO + VIGENCIA DESDE (ESPACIOS = RENGLON SIN VIGENCIA).
      *    EN UN CAMBIO, DESCRIPCION/SEVERIDAD/VIG-HASTA EN ESPACIOS
      *    QUEDAN COMO ESTAN
       FD  FILTXREF
           RECORDING MODE IS F.
       01  REG-TXREF.
           02 TXR-TABLA           PIC X(01).
           02 FILLER              PIC X(01).
           02 TXR-ACCION          PIC X(01). *> A/C/E/P
           02 FILLER              PIC X(01).
           02 TXR-COD             PIC X(02).
           02 FILLER              PIC X(01).
           02 TXR-DES             PIC X(30).
           02 FILLER              PIC X(01).
           02 TXR-SEVERIDAD       PIC X(01). *> P/T, SOLO TABLA B
           02 FILLER              PIC X(01).
           02 TXR-VIG-DESDE       PIC X(08).
           02 FILLER              PIC X(01).
           02 TXR-VIG-HASTA       PIC X(08).
           02 FILLER              PIC X(01).
           02 TXR-USUARIO         PIC X(08).

      *    MISMO LAYOUT QUE REG-DESBLQ EN PROGRAM1
       FD  FILDESBLQ
           RECORDING MODE IS F.
       01  REG-DESBLQ.
           COPY EVDESREC REPLACING LEADING ==EDR== BY ==DSB==.
           02 DSB-SEVERIDAD       PIC X(01).
           02 DSB-VIG-DESDE       PIC X(08).
           02 DSB-VIG-HASTA       PIC X(08).

      *    MISMO LAYOUT QUE REG-DESMAR EN PROGRAM1
       FD  FILDESMAR
           RECORDING MODE IS F.
       01  REG-DESMAR.
           COPY EVDESREC REPLACING LEADING ==EDR== BY ==DSM==.
           02 DSM-VIG-DESDE       PIC X(08).
           02 DSM-VIG-HASTA       PIC X(08).

      *    MISMO LAYOUT QUE REG-DESMOT EN PROGRAM1
       FD  FILDESMOT
           RECORDING MODE IS F.
       01  REG-DESMOT.
           COPY EVDESREC REPLACING LEADING ==EDR== BY ==DMO==.
           02 DMO-VIG-DESDE       PIC X(08).
           02 DMO-VIG-HASTA       PIC X(08).

      *    LA TRANSACCION DE CAMBIO TAL CUAL LLEGO, MAS LA FECHA EN
      *    QUE QUEDO PENDIENTE
       FD  FILPEND
           RECORDING MODE IS F.
       01  REG-PEND.
           02 PEN-TXREF           PIC X(66).
           02 FILLER              PIC X(01).
           02 PEN-FECHA           PIC 9(08).

      *    LOG-ANTES/LOG-DESPUES: IMAGEN DEL RENGLON DE LA TABLA
      *    (CODIGO, DESCRIPCION, SEVERIDAD, VIGENCIA DESDE Y HASTA)
       FD  FILLOG
           RECORDING MODE IS F.
       01  REG-LOG.
           02 LOG-FECHA           PIC 9(08).
           02 FILLER              PIC X(01).
           02 LOG-HORA            PIC 9(06).
           02 FILLER              PIC X(01).
           02 LOG-USUARIO         PIC X(08).
           02 FILLER              PIC X(01).
           02 LOG-APROBADOR       PIC X(08).
           02 FILLER              PIC X(01).
           02 LOG-TABLA           PIC X(01).
           02 FILLER              PIC X(01).
           02 LOG-ACCION          PIC X(01).
           02 FILLER              PIC X(01).
           02 LOG-COD             PIC X(02).
           02 FILLER              PIC X(01).
           02 LOG-RESULTADO       PIC X(09). *> APLICADO/PENDIENTE/
                                             *> RECHAZADO
           02 FILLER              PIC X(01).
           02 LOG-MOTIVO          PIC X(40).
           02 FILLER              PIC X(01).
           02 LOG-ANTES           PIC X(49).
           02 FILLER              PIC X(01).
           02 LOG-DESPUES         PIC X(49).

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FILTXREF         PIC XX.
           05 FS-FILDESBLQ        PIC XX.
           05 FS-FILDESMAR        PIC XX.
           05 FS-FILDESMOT        PIC XX.
           05 FS-FILPEND          PIC XX.
           05 FS-FILLOG           PIC XX.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.

       01  WSC-COUNTERS.
           05 COUNT-TX            PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-APLICADAS     PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-PENDIENTES    PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-RECHAZADAS    PIC 9(05) COMP VALUE ZEROS.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-HORA-SISTEMA        PIC 9(08).

      *    TRANSACCION EN CURSO (MISMO LAYOUT QUE REG-TXREF)
       01  WS-TXN.
           05 TXN-TABLA           PIC X(01).
           05 FILLER              PIC X(01).
           05 TXN-ACCION          PIC X(01).
           05 FILLER              PIC X(01).
           05 TXN-COD             PIC X(02).
           05 FILLER              PIC X(01).
           05 TXN-DES             PIC X(30).
           05 FILLER              PIC X(01).
           05 TXN-SEVERIDAD       PIC X(01).
           05 FILLER              PIC X(01).
           05 TXN-VIG-DESDE       PIC X(08).
           05 FILLER              PIC X(01).
           05 TXN-VIG-HASTA       PIC X(08).
           05 FILLER              PIC X(01).
           05 TXN-USUARIO         PIC X(08).
       01  WS-ACCION-ORIGINAL     PIC X(01).
       01  WS-APROBADOR           PIC X(08).
       01  WS-RESULTADO           PIC X(09).
       01  WS-MOTIVO-RECHAZO      PIC X(40).
       01  WS-IMG-ANTES           PIC X(49).
       01  WS-IMG-DESPUES         PIC X(49).

      *    RENGLONES DE LAS TRES TABLAS, CON LA TABLA A LA QUE
      *    PERTENECEN; LAS COLUMNAS SE GUARDAN TAL CUAL VINIERON
       01  WS-CANT-REF            PIC 9(04) COMP VALUE ZERO.
       01  WS-TABLA-REF.
           05 WS-REF-ENTRY OCCURS 1 TO 900 TIMES
               DEPENDING ON WS-CANT-REF
               INDEXED BY WS-REF-IDX.
               10 WS-REF-TABLA    PIC X(01).
               10 WS-REF-COD      PIC X(02).
               10 WS-REF-DES      PIC X(30).
               10 WS-REF-SEV      PIC X(01).
               10 WS-REF-DESDE    PIC X(08).
               10 WS-REF-HASTA    PIC X(08).
       01  WS-REF-POS             PIC 9(04) COMP.
       01  WS-EXCLUIR-POS         PIC 9(04) COMP.
       01  WS-REF-SUB             PIC 9(04) COMP.
       01  WS-CAMBIO-BLOQ         PIC X(01) VALUE 'N'.
       01  WS-CAMBIO-MAR          PIC X(01) VALUE 'N'.
       01  WS-CAMBIO-MOT          PIC X(01) VALUE 'N'.

      *    CAMBIOS PENDIENTES DE SEGUNDA APROBACION; WS-PND-ACTIVO 'N'
      *    = YA APROBADO EN ESTA CORRIDA, NO SE VUELVE A GRABAR
       01  WS-CANT-PND            PIC 9(04) COMP VALUE ZERO.
       01  WS-TABLA-PND.
           05 WS-PND-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CANT-PND
               INDEXED BY WS-PND-IDX.
               10 WS-PND-TXREF    PIC X(66).
               10 WS-PND-FECHA    PIC 9(08).
               10 WS-PND-ACTIVO   PIC X(01).
       01  WS-PND-TXN.
           05 PND-TABLA           PIC X(01).
           05 FILLER              PIC X(01).
           05 PND-ACCION          PIC X(01).
           05 FILLER              PIC X(01).
           05 PND-COD             PIC X(02).
           05 FILLER              PIC X(01).
           05 PND-DES             PIC X(30).
           05 FILLER              PIC X(01).
           05 PND-SEVERIDAD       PIC X(01).
           05 FILLER              PIC X(01).
           05 PND-VIG-DESDE       PIC X(08).
           05 FILLER              PIC X(01).
           05 PND-VIG-HASTA       PIC X(08).
           05 FILLER              PIC X(01).
           05 PND-USUARIO         PIC X(08).
       01  WS-PND-POS             PIC 9(04) COMP.

      *    VIGENCIAS NORMALIZADAS PARA COMPARAR: SIN DESDE = 00000000,
      *    SIN HASTA = 99999999 (MISMO CRITERIO QUE 1160A EN PROGRAM1)
       01  WS-NUEVO-DESDE         PIC X(08).
       01  WS-NUEVO-HASTA         PIC X(08).
       01  WS-OTRO-DESDE          PIC X(08).
       01  WS-OTRO-HASTA          PIC X(08).
       01  WS-NORM-ENTRADA        PIC X(08).
       01  WS-NORM-SALIDA         PIC X(08).
       01  WS-NORM-TOPE           PIC X(08).
       01  WS-SOLAPE              PIC X(01).

      *    VALIDACION DE UNA FECHA AAAAMMDD DE VIGENCIA
       01  WS-FEC-TEXTO           PIC X(08).
       01  WS-FEC-PARTES REDEFINES WS-FEC-TEXTO.
           05 WS-FEC-AAAA         PIC 9(04).
           05 WS-FEC-MM           PIC 9(02).
           05 WS-FEC-DD           PIC 9(02).
       01  WS-FEC-VALIDA          PIC X(01).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  MANTENIMIENTO DE TABLAS DE REFERENCIA'
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           PERFORM 1000-LEER-PARAMETRO
           PERFORM 1100-CARGAR-TABLAS
           PERFORM 1200-CARGAR-PENDIENTES
           PERFORM 1300-ABRIR-BITACORA

           OPEN INPUT FILTXREF
           IF FS-FILTXREF NOT = '00'
               DISPLAY 'MANREF_TX.txt NO DISPONIBLE (FS ' FS-FILTXREF
                   '); SIN TRANSACCIONES'
           ELSE
               PERFORM 1400-LEER-TRANSACCION
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   PERFORM 2000-PROCESAR-TRANSACCION
                   PERFORM 1400-LEER-TRANSACCION
               END-PERFORM
               CLOSE FILTXREF
           END-IF
           CLOSE FILLOG

           PERFORM 8000-REESCRIBIR-TABLAS
           PERFORM 8500-REESCRIBIR-PENDIENTES

           DISPLAY 'TRANSACCIONES LEIDAS     = ' COUNT-TX
           DISPLAY 'APLICADAS                = ' COUNT-APLICADAS
           DISPLAY 'PENDIENTES DE APROBACION = ' COUNT-PENDIENTES
           DISPLAY 'RECHAZADAS               = ' COUNT-RECHAZADAS
           IF COUNT-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
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
                               'PARMMANREF.txt: ' WS-FECHA-YYYYMMDD
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF.

      *----------------------------------------------------------------+
       1100-CARGAR-TABLAS.
      *----------------------------------------------------------------+
      *    UNA TABLA QUE NO EXISTE QUEDA VACIA (PROGRAM1 USA SU TABLA
      *    POR DEFECTO) Y SE CREA CON LA PRIMERA ALTA
           OPEN INPUT FILDESBLQ
           IF FS-FILDESBLQ = '00'
               PERFORM 1110-LEER-DESBLQ
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   PERFORM 1190-AGREGAR-RENGLON
                   MOVE 'B' TO WS-REF-TABLA(WS-REF-IDX)
                   MOVE DSB-COD TO WS-REF-COD(WS-REF-IDX)
                   MOVE DSB-DES TO WS-REF-DES(WS-REF-IDX)
                   MOVE DSB-SEVERIDAD TO WS-REF-SEV(WS-REF-IDX)
                   MOVE DSB-VIG-DESDE TO WS-REF-DESDE(WS-REF-IDX)
                   MOVE DSB-VIG-HASTA TO WS-REF-HASTA(WS-REF-IDX)
                   PERFORM 1110-LEER-DESBLQ
               END-PERFORM
               CLOSE FILDESBLQ
           END-IF
           MOVE 'N' TO EOF-ACTUAL
           OPEN INPUT FILDESMAR
           IF FS-FILDESMAR = '00'
               PERFORM 1120-LEER-DESMAR
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   PERFORM 1190-AGREGAR-RENGLON
                   MOVE 'M' TO WS-REF-TABLA(WS-REF-IDX)
                   MOVE DSM-COD TO WS-REF-COD(WS-REF-IDX)
                   MOVE DSM-DES TO WS-REF-DES(WS-REF-IDX)
                   MOVE DSM-VIG-DESDE TO WS-REF-DESDE(WS-REF-IDX)
                   MOVE DSM-VIG-HASTA TO WS-REF-HASTA(WS-REF-IDX)
                   PERFORM 1120-LEER-DESMAR
               END-PERFORM
               CLOSE FILDESMAR
           END-IF
           MOVE 'N' TO EOF-ACTUAL
           OPEN INPUT FILDESMOT
           IF FS-FILDESMOT = '00'
               PERFORM 1130-LEER-DESMOT
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   PERFORM 1190-AGREGAR-RENGLON
                   MOVE 'O' TO WS-REF-TABLA(WS-REF-IDX)
                   MOVE DMO-COD TO WS-REF-COD(WS-REF-IDX)
                   MOVE DMO-DES TO WS-REF-DES(WS-REF-IDX)
                   MOVE DMO-VIG-DESDE TO WS-REF-DESDE(WS-REF-IDX)
                   MOVE DMO-VIG-HASTA TO WS-REF-HASTA(WS-REF-IDX)
                   PERFORM 1130-LEER-DESMOT
               END-PERFORM
               CLOSE FILDESMOT
           END-IF
           MOVE 'N' TO EOF-ACTUAL
           DISPLAY 'RENGLONES DE REFERENCIA CARGADOS: ' WS-CANT-REF.

      *----------------------------------------------------------------+
       1110-LEER-DESBLQ.
      *----------------------------------------------------------------+
           READ FILDESBLQ
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1120-LEER-DESMAR.
      *----------------------------------------------------------------+
           READ FILDESMAR
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1130-LEER-DESMOT.
      *----------------------------------------------------------------+
           READ FILDESMOT
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1190-AGREGAR-RENGLON.
      *----------------------------------------------------------------+
           IF WS-CANT-REF >= 900
               DISPLAY 'TABLA DE RENGLONES DE REFERENCIA LLENA (900)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-REF
           SET WS-REF-IDX TO WS-CANT-REF
           MOVE SPACES TO WS-REF-ENTRY(WS-REF-IDX).

      *----------------------------------------------------------------+
       1200-CARGAR-PENDIENTES.
      *----------------------------------------------------------------+
           OPEN INPUT FILPEND
           IF FS-FILPEND = '00'
               PERFORM 1210-LEER-PENDIENTE
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF WS-CANT-PND < 500
                       ADD 1 TO WS-CANT-PND
                       SET WS-PND-IDX TO WS-CANT-PND
                       MOVE PEN-TXREF TO WS-PND-TXREF(WS-PND-IDX)
                       MOVE PEN-FECHA TO WS-PND-FECHA(WS-PND-IDX)
                       MOVE 'S' TO WS-PND-ACTIVO(WS-PND-IDX)
                   ELSE
                       DISPLAY 'TABLA DE PENDIENTES LLENA (500)'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 1210-LEER-PENDIENTE
               END-PERFORM
               CLOSE FILPEND
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       1210-LEER-PENDIENTE.
      *----------------------------------------------------------------+
           READ FILPEND
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1300-ABRIR-BITACORA.
      *----------------------------------------------------------------+
           OPEN EXTEND FILLOG
           IF FS-FILLOG = '35'
               OPEN OUTPUT FILLOG
               CLOSE FILLOG
               OPEN EXTEND FILLOG
           END-IF
           IF FS-FILLOG NOT = '00'
               DISPLAY 'ERROR AL ABRIR MANREF_LOG.txt FS: ' FS-FILLOG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------+
       1400-LEER-TRANSACCION.
      *----------------------------------------------------------------+
           READ FILTXREF
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   ADD 1 TO COUNT-TX
           END-READ.

      *----------------------------------------------------------------+
       2000-PROCESAR-TRANSACCION.
      *----------------------------------------------------------------+
           MOVE REG-TXREF TO WS-TXN
           MOVE TXN-ACCION TO WS-ACCION-ORIGINAL
           MOVE SPACES TO WS-APROBADOR WS-RESULTADO WS-MOTIVO-RECHAZO
                          WS-IMG-ANTES WS-IMG-DESPUES
           PERFORM 2100-VALIDAR-TRANSACCION
           IF WS-MOTIVO-RECHAZO = SPACES
               EVALUATE TXN-ACCION
                   WHEN 'A'
                       PERFORM 2200-ALTA-RENGLON
                   WHEN 'C'
                       PERFORM 2300-CAMBIAR-RENGLON
                   WHEN 'E'
                       PERFORM 2400-VENCER-RENGLON
                   WHEN 'P'
                       PERFORM 2500-APROBAR-CAMBIO
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN WS-RESULTADO = 'PENDIENTE'
                   ADD 1 TO COUNT-PENDIENTES
               WHEN WS-MOTIVO-RECHAZO NOT = SPACES
                   MOVE 'RECHAZADO' TO WS-RESULTADO
                   ADD 1 TO COUNT-RECHAZADAS
                   DISPLAY 'RECHAZADA: ' REG-TXREF
                   DISPLAY '   MOTIVO: ' WS-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE 'APLICADO' TO WS-RESULTADO
                   ADD 1 TO COUNT-APLICADAS
           END-EVALUATE
           PERFORM 7000-GRABAR-BITACORA.

      *----------------------------------------------------------------+
       2100-VALIDAR-TRANSACCION.
      *----------------------------------------------------------------+
      *    SE GUARDA EL PRIMER MOTIVO DE RECHAZO QUE APARECE
           EVALUATE TRUE
               WHEN TXN-TABLA NOT = 'B' AND TXN-TABLA NOT = 'M'
                    AND TXN-TABLA NOT = 'O'
                   MOVE 'TABLA INVALIDA (B/M/O)' TO WS-MOTIVO-RECHAZO
               WHEN TXN-ACCION NOT = 'A' AND TXN-ACCION NOT = 'C'
                    AND TXN-ACCION NOT = 'E' AND TXN-ACCION NOT = 'P'
                   MOVE 'ACCION INVALIDA (A/C/E/P)' TO
                       WS-MOTIVO-RECHAZO
               WHEN TXN-USUARIO = SPACES
                   MOVE 'FALTA EL USUARIO' TO WS-MOTIVO-RECHAZO
               WHEN TXN-COD IS NOT NUMERIC OR TXN-COD = '00'
                   MOVE 'CODIGO INVALIDO (01-99)' TO WS-MOTIVO-RECHAZO
           END-EVALUATE
           IF WS-MOTIVO-RECHAZO = SPACES AND
              (TXN-ACCION = 'A' OR TXN-ACCION = 'C')
               PERFORM 2110-VALIDAR-CONTENIDO
           END-IF
           IF WS-MOTIVO-RECHAZO = SPACES
               PERFORM 2120-VALIDAR-VIGENCIA
           END-IF.

      *----------------------------------------------------------------+
       2110-VALIDAR-CONTENIDO.
      *----------------------------------------------------------------+
      *    UNA DESCRIPCION QUE EMPIEZA CON ESPACIO ES EL SINTOMA DE UN
      *    CORRIMIENTO DE COLUMNA; EN UN CAMBIO, TODO ESPACIOS = NO SE
      *    CAMBIA LA DESCRIPCION
           EVALUATE TRUE
               WHEN TXN-ACCION = 'A' AND TXN-DES = SPACES
                   MOVE 'FALTA LA DESCRIPCION' TO WS-MOTIVO-RECHAZO
               WHEN TXN-DES NOT = SPACES AND TXN-DES(1:1) = SPACE
                   MOVE 'DESCRIPCION CORRIDA (EMPIEZA EN BLANCO)'
                       TO WS-MOTIVO-RECHAZO
               WHEN TXN-TABLA NOT = 'B' AND TXN-SEVERIDAD NOT = SPACE
                   MOVE 'LA SEVERIDAD SOLO APLICA A BLOQUEOS' TO
                       WS-MOTIVO-RECHAZO
               WHEN TXN-TABLA = 'B' AND TXN-ACCION = 'A' AND
                    TXN-SEVERIDAD NOT = 'P' AND TXN-SEVERIDAD NOT = 'T'
                   MOVE 'SEVERIDAD INVALIDA (P/T)' TO WS-MOTIVO-RECHAZO
               WHEN TXN-TABLA = 'B' AND TXN-SEVERIDAD NOT = SPACE AND
                    TXN-SEVERIDAD NOT = 'P' AND TXN-SEVERIDAD NOT = 'T'
                   MOVE 'SEVERIDAD INVALIDA (P/T)' TO WS-MOTIVO-RECHAZO
           END-EVALUATE.

      *----------------------------------------------------------------+
       2120-VALIDAR-VIGENCIA.
      *----------------------------------------------------------------+
           IF TXN-VIG-DESDE NOT = SPACES
               MOVE TXN-VIG-DESDE TO WS-FEC-TEXTO
               PERFORM 2130-VALIDAR-FECHA
               IF WS-FEC-VALIDA = 'N'
                   MOVE 'VIGENCIA DESDE INVALIDA (AAAAMMDD)' TO
                       WS-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF TXN-VIG-HASTA NOT = SPACES AND
              WS-MOTIVO-RECHAZO = SPACES
               MOVE TXN-VIG-HASTA TO WS-FEC-TEXTO
               PERFORM 2130-VALIDAR-FECHA
               IF WS-FEC-VALIDA = 'N'
                   MOVE 'VIGENCIA HASTA INVALIDA (AAAAMMDD)' TO
                       WS-MOTIVO-RECHAZO
               END-IF
           END-IF
           IF WS-MOTIVO-RECHAZO = SPACES AND
              TXN-VIG-DESDE NOT = SPACES AND
              TXN-VIG-HASTA NOT = SPACES AND
              TXN-VIG-HASTA < TXN-VIG-DESDE
               MOVE 'VIGENCIA HASTA ANTERIOR A LA DESDE' TO
                   WS-MOTIVO-RECHAZO
           END-IF.

      *----------------------------------------------------------------+
       2130-VALIDAR-FECHA.
      *----------------------------------------------------------------+
           MOVE 'S' TO WS-FEC-VALIDA
           IF WS-FEC-TEXTO IS NOT NUMERIC
               MOVE 'N' TO WS-FEC-VALIDA
           ELSE
               IF WS-FEC-AAAA < 1900 OR WS-FEC-MM < 1 OR
                  WS-FEC-MM > 12 OR WS-FEC-DD < 1 OR WS-FEC-DD > 31
                   MOVE 'N' TO WS-FEC-VALIDA
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2200-ALTA-RENGLON.
      *----------------------------------------------------------------+
           PERFORM 2600-UBICAR-RENGLON
           IF WS-REF-POS NOT = 0
               MOVE 'YA EXISTE ESE CODIGO CON ESA VIG. DESDE' TO
                   WS-MOTIVO-RECHAZO
           ELSE
               MOVE TXN-VIG-DESDE TO WS-NORM-ENTRADA
               MOVE '00000000' TO WS-NORM-TOPE
               PERFORM 2750-NORMALIZAR-FECHA
               MOVE WS-NORM-SALIDA TO WS-NUEVO-DESDE
               MOVE TXN-VIG-HASTA TO WS-NORM-ENTRADA
               MOVE '99999999' TO WS-NORM-TOPE
               PERFORM 2750-NORMALIZAR-FECHA
               MOVE WS-NORM-SALIDA TO WS-NUEVO-HASTA
               MOVE 0 TO WS-EXCLUIR-POS
               PERFORM 2700-VERIFICAR-SOLAPE
               IF WS-SOLAPE = 'S'
                   MOVE 'SE SUPERPONE CON OTRA VIGENCIA DEL COD.' TO
                       WS-MOTIVO-RECHAZO
               ELSE
                   PERFORM 1190-AGREGAR-RENGLON
                   MOVE TXN-TABLA TO WS-REF-TABLA(WS-REF-IDX)
                   MOVE TXN-COD TO WS-REF-COD(WS-REF-IDX)
                   MOVE TXN-DES TO WS-REF-DES(WS-REF-IDX)
                   MOVE TXN-SEVERIDAD TO WS-REF-SEV(WS-REF-IDX)
                   MOVE TXN-VIG-DESDE TO WS-REF-DESDE(WS-REF-IDX)
                   MOVE TXN-VIG-HASTA TO WS-REF-HASTA(WS-REF-IDX)
                   SET WS-REF-POS TO WS-REF-IDX
                   PERFORM 2800-IMAGEN-DESPUES
                   PERFORM 2900-MARCAR-TABLA-CAMBIADA
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2300-CAMBIAR-RENGLON.
      *----------------------------------------------------------------+
      *    UN CAMBIO DE SEVERIDAD DE UN BLOQUEO NO SE APLICA: QUEDA
      *    PENDIENTE (CON EL RESTO DE LOS CAMBIOS DE LA TRANSACCION)
      *    HASTA QUE OTRO USUARIO LO APRUEBE CON UNA TRANSACCION 'P'
           PERFORM 2600-UBICAR-RENGLON
           IF WS-REF-POS = 0
               MOVE 'NO EXISTE EL CODIGO CON ESA VIG. DESDE' TO
                   WS-MOTIVO-RECHAZO
           ELSE
               PERFORM 2650-VERIFICAR-HASTA-NUEVO
           END-IF
           IF WS-MOTIVO-RECHAZO = SPACES
               PERFORM 2810-IMAGEN-ANTES
               IF TXN-TABLA = 'B' AND TXN-SEVERIDAD NOT = SPACE AND
                  TXN-SEVERIDAD NOT = WS-REF-SEV(WS-REF-POS)
                   PERFORM 2550-DEJAR-PENDIENTE
               ELSE
                   PERFORM 2350-APLICAR-CAMBIO
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2350-APLICAR-CAMBIO.
      *----------------------------------------------------------------+
           IF TXN-DES NOT = SPACES
               MOVE TXN-DES TO WS-REF-DES(WS-REF-POS)
           END-IF
           IF TXN-SEVERIDAD NOT = SPACE
               MOVE TXN-SEVERIDAD TO WS-REF-SEV(WS-REF-POS)
           END-IF
           IF TXN-VIG-HASTA NOT = SPACES
               MOVE TXN-VIG-HASTA TO WS-REF-HASTA(WS-REF-POS)
           END-IF
           PERFORM 2800-IMAGEN-DESPUES
           PERFORM 2900-MARCAR-TABLA-CAMBIADA.

      *----------------------------------------------------------------+
       2400-VENCER-RENGLON.
      *----------------------------------------------------------------+
      *    VENCER = CERRAR LA VIGENCIA (NO SE BORRA EL RENGLON, ASI UN
      *    REPROCESO DE UNA FECHA PASADA SIGUE VIENDO LA DESCRIPCION
      *    DE ESE MOMENTO); SIN FECHA, VENCE EN LA FECHA DE NEGOCIO
           IF TXN-VIG-HASTA = SPACES
               MOVE WS-FECHA-YYYYMMDD TO TXN-VIG-HASTA
           END-IF
           MOVE SPACES TO TXN-DES
           MOVE SPACE TO TXN-SEVERIDAD
           PERFORM 2600-UBICAR-RENGLON
           IF WS-REF-POS = 0
               MOVE 'NO EXISTE EL CODIGO CON ESA VIG. DESDE' TO
                   WS-MOTIVO-RECHAZO
           ELSE
               PERFORM 2650-VERIFICAR-HASTA-NUEVO
           END-IF
           IF WS-MOTIVO-RECHAZO = SPACES
               PERFORM 2810-IMAGEN-ANTES
               PERFORM 2350-APLICAR-CAMBIO
           END-IF.

      *----------------------------------------------------------------+
       2500-APROBAR-CAMBIO.
      *----------------------------------------------------------------+
      *    TXN-USUARIO ES EL APROBADOR; EL CAMBIO SE APLICA CON LOS
      *    DATOS DE LA TRANSACCION ORIGINAL Y A NOMBRE DE QUIEN LO PIDIO
           MOVE 0 TO WS-PND-POS
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-CANT-PND OR WS-PND-POS NOT = 0
               MOVE WS-PND-TXREF(WS-PND-IDX) TO WS-PND-TXN
               IF WS-PND-ACTIVO(WS-PND-IDX) = 'S' AND
                  PND-TABLA = TXN-TABLA AND PND-COD = TXN-COD AND
                  PND-VIG-DESDE = TXN-VIG-DESDE
                   SET WS-PND-POS TO WS-PND-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PND-POS = 0
                   MOVE 'SIN CAMBIO PENDIENTE PARA ESE RENGLON' TO
                       WS-MOTIVO-RECHAZO
               WHEN OTHER
                   MOVE WS-PND-TXREF(WS-PND-POS) TO WS-PND-TXN
                   IF PND-USUARIO = TXN-USUARIO
                       MOVE 'EL APROBADOR DEBE SER OTRO USUARIO' TO
                           WS-MOTIVO-RECHAZO
                   END-IF
           END-EVALUATE
           IF WS-MOTIVO-RECHAZO = SPACES
               MOVE TXN-USUARIO TO WS-APROBADOR
               MOVE WS-PND-TXN TO WS-TXN
               PERFORM 2600-UBICAR-RENGLON
               IF WS-REF-POS = 0
                   MOVE 'EL RENGLON PENDIENTE YA NO EXISTE' TO
                       WS-MOTIVO-RECHAZO
               ELSE
                   PERFORM 2650-VERIFICAR-HASTA-NUEVO
               END-IF
               IF WS-MOTIVO-RECHAZO = SPACES
                   PERFORM 2810-IMAGEN-ANTES
                   PERFORM 2350-APLICAR-CAMBIO
                   MOVE 'N' TO WS-PND-ACTIVO(WS-PND-POS)
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2550-DEJAR-PENDIENTE.
      *----------------------------------------------------------------+
      *    UN SOLO CAMBIO PENDIENTE POR RENGLON; EL NUEVO REEMPLAZA AL
      *    ANTERIOR SOLO SI LO PIDE EL MISMO USUARIO
           MOVE 0 TO WS-PND-POS
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-CANT-PND OR WS-PND-POS NOT = 0
               MOVE WS-PND-TXREF(WS-PND-IDX) TO WS-PND-TXN
               IF WS-PND-ACTIVO(WS-PND-IDX) = 'S' AND
                  PND-TABLA = TXN-TABLA AND PND-COD = TXN-COD AND
                  PND-VIG-DESDE = TXN-VIG-DESDE
                   SET WS-PND-POS TO WS-PND-IDX
               END-IF
           END-PERFORM
           IF WS-PND-POS NOT = 0
               MOVE WS-PND-TXREF(WS-PND-POS) TO WS-PND-TXN
               IF PND-USUARIO NOT = TXN-USUARIO
                   MOVE 'HAY UN CAMBIO PENDIENTE DE OTRO USUARIO' TO
                       WS-MOTIVO-RECHAZO
               END-IF
           ELSE
               IF WS-CANT-PND >= 500
                   MOVE 'TABLA DE PENDIENTES LLENA' TO
                       WS-MOTIVO-RECHAZO
               ELSE
                   ADD 1 TO WS-CANT-PND
                   MOVE WS-CANT-PND TO WS-PND-POS
               END-IF
           END-IF
           IF WS-MOTIVO-RECHAZO = SPACES
               MOVE WS-TXN TO WS-PND-TXREF(WS-PND-POS)
               MOVE WS-FECHA-YYYYMMDD TO WS-PND-FECHA(WS-PND-POS)
               MOVE 'S' TO WS-PND-ACTIVO(WS-PND-POS)
               MOVE 'PENDIENTE' TO WS-RESULTADO
               MOVE 'SEVERIDAD: ESPERA SEGUNDA APROBACION' TO
                   WS-MOTIVO-RECHAZO
               DISPLAY 'PENDIENTE DE APROBACION: ' REG-TXREF
           END-IF.

      *----------------------------------------------------------------+
       2600-UBICAR-RENGLON.
      *----------------------------------------------------------------+
      *    RENGLON DE TXN-TABLA/TXN-COD CON LA MISMA VIGENCIA DESDE;
      *    ESPACIOS Y CEROS SON LO MISMO (RENGLON SIN VIGENCIA)
           MOVE TXN-VIG-DESDE TO WS-NORM-ENTRADA
           MOVE '00000000' TO WS-NORM-TOPE
           PERFORM 2750-NORMALIZAR-FECHA
           MOVE WS-NORM-SALIDA TO WS-NUEVO-DESDE
           MOVE 0 TO WS-REF-POS
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-CANT-REF OR WS-REF-POS NOT = 0
               IF WS-REF-TABLA(WS-REF-SUB) = TXN-TABLA AND
                  WS-REF-COD(WS-REF-SUB) = TXN-COD
                   MOVE WS-REF-DESDE(WS-REF-SUB) TO WS-NORM-ENTRADA
                   PERFORM 2750-NORMALIZAR-FECHA
                   IF WS-NORM-SALIDA = WS-NUEVO-DESDE
                       MOVE WS-REF-SUB TO WS-REF-POS
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       2650-VERIFICAR-HASTA-NUEVO.
      *----------------------------------------------------------------+
      *    LA VIGENCIA QUE QUEDARIA EN WS-REF-POS (DESDE DEL RENGLON,
      *    HASTA DE LA TRANSACCION O EL QUE YA TENIA) NO PUEDE QUEDAR
      *    INVERTIDA NI PISAR OTRO RENGLON DEL MISMO CODIGO
           MOVE WS-REF-DESDE(WS-REF-POS) TO WS-NORM-ENTRADA
           MOVE '00000000' TO WS-NORM-TOPE
           PERFORM 2750-NORMALIZAR-FECHA
           MOVE WS-NORM-SALIDA TO WS-NUEVO-DESDE
           IF TXN-VIG-HASTA NOT = SPACES
               MOVE TXN-VIG-HASTA TO WS-NORM-ENTRADA
           ELSE
               MOVE WS-REF-HASTA(WS-REF-POS) TO WS-NORM-ENTRADA
           END-IF
           MOVE '99999999' TO WS-NORM-TOPE
           PERFORM 2750-NORMALIZAR-FECHA
           MOVE WS-NORM-SALIDA TO WS-NUEVO-HASTA
           IF WS-NUEVO-HASTA < WS-NUEVO-DESDE
               MOVE 'VIGENCIA HASTA ANTERIOR A LA DESDE' TO
                   WS-MOTIVO-RECHAZO
           ELSE
               MOVE WS-REF-POS TO WS-EXCLUIR-POS
               PERFORM 2700-VERIFICAR-SOLAPE
               IF WS-SOLAPE = 'S'
                   MOVE 'SE SUPERPONE CON OTRA VIGENCIA DEL COD.' TO
                       WS-MOTIVO-RECHAZO
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2700-VERIFICAR-SOLAPE.
      *----------------------------------------------------------------+
      *    'S' SI [WS-NUEVO-DESDE, WS-NUEVO-HASTA] SE CRUZA CON LA
      *    VIGENCIA DE OTRO RENGLON DEL MISMO CODIGO (SE EXCLUYE
      *    WS-EXCLUIR-POS, EL RENGLON QUE SE ESTA CAMBIANDO)
           MOVE 'N' TO WS-SOLAPE
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-CANT-REF OR WS-SOLAPE = 'S'
               IF WS-REF-SUB NOT = WS-EXCLUIR-POS AND
                  WS-REF-TABLA(WS-REF-SUB) = TXN-TABLA AND
                  WS-REF-COD(WS-REF-SUB) = TXN-COD
                   MOVE WS-REF-DESDE(WS-REF-SUB) TO WS-NORM-ENTRADA
                   MOVE '00000000' TO WS-NORM-TOPE
                   PERFORM 2750-NORMALIZAR-FECHA
                   MOVE WS-NORM-SALIDA TO WS-OTRO-DESDE
                   MOVE WS-REF-HASTA(WS-REF-SUB) TO WS-NORM-ENTRADA
                   MOVE '99999999' TO WS-NORM-TOPE
                   PERFORM 2750-NORMALIZAR-FECHA
                   MOVE WS-NORM-SALIDA TO WS-OTRO-HASTA
                   IF WS-NUEVO-DESDE NOT > WS-OTRO-HASTA AND
                      WS-OTRO-DESDE NOT > WS-NUEVO-HASTA
                       MOVE 'S' TO WS-SOLAPE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       2750-NORMALIZAR-FECHA.
      *----------------------------------------------------------------+
           IF WS-NORM-ENTRADA IS NUMERIC AND
              WS-NORM-ENTRADA NOT = '00000000'
               MOVE WS-NORM-ENTRADA TO WS-NORM-SALIDA
           ELSE
               MOVE WS-NORM-TOPE TO WS-NORM-SALIDA
           END-IF.

      *----------------------------------------------------------------+
       2800-IMAGEN-DESPUES.
      *----------------------------------------------------------------+
           MOVE SPACES TO WS-IMG-DESPUES
           STRING WS-REF-COD(WS-REF-POS) WS-REF-DES(WS-REF-POS)
               WS-REF-SEV(WS-REF-POS) WS-REF-DESDE(WS-REF-POS)
               WS-REF-HASTA(WS-REF-POS)
               DELIMITED BY SIZE INTO WS-IMG-DESPUES.

      *----------------------------------------------------------------+
       2810-IMAGEN-ANTES.
      *----------------------------------------------------------------+
           MOVE SPACES TO WS-IMG-ANTES
           STRING WS-REF-COD(WS-REF-POS) WS-REF-DES(WS-REF-POS)
               WS-REF-SEV(WS-REF-POS) WS-REF-DESDE(WS-REF-POS)
               WS-REF-HASTA(WS-REF-POS)
               DELIMITED BY SIZE INTO WS-IMG-ANTES.

      *----------------------------------------------------------------+
       2900-MARCAR-TABLA-CAMBIADA.
      *----------------------------------------------------------------+
           EVALUATE TXN-TABLA
               WHEN 'B'
                   MOVE 'S' TO WS-CAMBIO-BLOQ
               WHEN 'M'
                   MOVE 'S' TO WS-CAMBIO-MAR
               WHEN 'O'
                   MOVE 'S' TO WS-CAMBIO-MOT
           END-EVALUATE.

      *----------------------------------------------------------------+
       7000-GRABAR-BITACORA.
      *----------------------------------------------------------------+
      *    PARA UNA APROBACION, LOG-USUARIO ES QUIEN PIDIO EL CAMBIO Y
      *    LOG-APROBADOR QUIEN LO APROBO
           MOVE SPACES TO REG-LOG
           MOVE WS-FECHA-YYYYMMDD TO LOG-FECHA
           MOVE WS-HORA-SISTEMA(1:6) TO LOG-HORA
           MOVE TXN-USUARIO TO LOG-USUARIO
           MOVE WS-APROBADOR TO LOG-APROBADOR
           MOVE TXN-TABLA TO LOG-TABLA
           MOVE WS-ACCION-ORIGINAL TO LOG-ACCION
           MOVE TXN-COD TO LOG-COD
           MOVE WS-RESULTADO TO LOG-RESULTADO
           MOVE WS-MOTIVO-RECHAZO TO LOG-MOTIVO
           MOVE WS-IMG-ANTES TO LOG-ANTES
           MOVE WS-IMG-DESPUES TO LOG-DESPUES
           WRITE REG-LOG.

      *----------------------------------------------------------------+
       8000-REESCRIBIR-TABLAS.
      *----------------------------------------------------------------+
      *    SOLO SE REESCRIBEN LAS TABLAS QUE TUVIERON ALGUN CAMBIO,
      *    ORDENADAS POR CODIGO Y VIGENCIA DESDE
           IF WS-CANT-REF > 1
               SORT WS-REF-ENTRY ON ASCENDING KEY WS-REF-TABLA
                   WS-REF-COD WS-REF-DESDE
           END-IF
           IF WS-CAMBIO-BLOQ = 'S'
               OPEN OUTPUT FILDESBLQ
               PERFORM 8100-GRABAR-DESBLQ
                   VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-CANT-REF
               CLOSE FILDESBLQ
               DISPLAY 'EVDESBLOQ.txt REESCRITO'
           END-IF
           IF WS-CAMBIO-MAR = 'S'
               OPEN OUTPUT FILDESMAR
               PERFORM 8200-GRABAR-DESMAR
                   VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-CANT-REF
               CLOSE FILDESMAR
               DISPLAY 'EVDESMAR.txt REESCRITO'
           END-IF
           IF WS-CAMBIO-MOT = 'S'
               OPEN OUTPUT FILDESMOT
               PERFORM 8300-GRABAR-DESMOT
                   VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > WS-CANT-REF
               CLOSE FILDESMOT
               DISPLAY 'EVDESMOT.txt REESCRITO'
           END-IF.

      *----------------------------------------------------------------+
       8100-GRABAR-DESBLQ.
      *----------------------------------------------------------------+
           IF WS-REF-TABLA(WS-REF-IDX) = 'B'
               MOVE SPACES TO REG-DESBLQ
               MOVE WS-REF-COD(WS-REF-IDX) TO REG-DESBLQ(1:2)
               MOVE WS-REF-DES(WS-REF-IDX) TO DSB-DES
               MOVE WS-REF-SEV(WS-REF-IDX) TO DSB-SEVERIDAD
               MOVE WS-REF-DESDE(WS-REF-IDX) TO DSB-VIG-DESDE
               MOVE WS-REF-HASTA(WS-REF-IDX) TO DSB-VIG-HASTA
               WRITE REG-DESBLQ
           END-IF.

      *----------------------------------------------------------------+
       8200-GRABAR-DESMAR.
      *----------------------------------------------------------------+
           IF WS-REF-TABLA(WS-REF-IDX) = 'M'
               MOVE SPACES TO REG-DESMAR
               MOVE WS-REF-COD(WS-REF-IDX) TO REG-DESMAR(1:2)
               MOVE WS-REF-DES(WS-REF-IDX) TO DSM-DES
               MOVE WS-REF-DESDE(WS-REF-IDX) TO DSM-VIG-DESDE
               MOVE WS-REF-HASTA(WS-REF-IDX) TO DSM-VIG-HASTA
               WRITE REG-DESMAR
           END-IF.

      *----------------------------------------------------------------+
       8300-GRABAR-DESMOT.
      *----------------------------------------------------------------+
           IF WS-REF-TABLA(WS-REF-IDX) = 'O'
               MOVE SPACES TO REG-DESMOT
               MOVE WS-REF-COD(WS-REF-IDX) TO REG-DESMOT(1:2)
               MOVE WS-REF-DES(WS-REF-IDX) TO DMO-DES
               MOVE WS-REF-DESDE(WS-REF-IDX) TO DMO-VIG-DESDE
               MOVE WS-REF-HASTA(WS-REF-IDX) TO DMO-VIG-HASTA
               WRITE REG-DESMOT
           END-IF.

      *----------------------------------------------------------------+
       8500-REESCRIBIR-PENDIENTES.
      *----------------------------------------------------------------+
           OPEN OUTPUT FILPEND
           PERFORM 8510-GRABAR-PENDIENTE
               VARYING WS-PND-IDX FROM 1 BY 1
               UNTIL WS-PND-IDX > WS-CANT-PND
           CLOSE FILPEND.

      *----------------------------------------------------------------+
       8510-GRABAR-PENDIENTE.
      *----------------------------------------------------------------+
           IF WS-PND-ACTIVO(WS-PND-IDX) = 'S'
               MOVE SPACES TO REG-PEND
               MOVE WS-PND-TXREF(WS-PND-IDX) TO PEN-TXREF
               MOVE WS-PND-FECHA(WS-PND-IDX) TO PEN-FECHA
               WRITE REG-PEND
           END-IF.

       END PROGRAM MANREF01.
