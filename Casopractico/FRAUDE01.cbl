       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FRAUDE01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    EXPOSICION POR FRAUDE DEL LADO DEPOSITOS: TOMA CADA TARJETA +
      *    BLOQUEADA POR FRAUDE O SOSPECHA DE FRAUDE (CODIGOS 55/59)   +
      *    EN BLOQHIST.txt, LA VINCULA AL CLIENTE DE DEPOSITO POR      +
      *    CRUCECLICARD.txt Y LISTA LOS DEBITOS (R/T) QUE ESE CLIENTE  +
      *    TUVO EN MOVHIST.dat DESDE N DIAS ANTES DEL BLOQUEO HASTA LA +
      *    FECHA DE NEGOCIO, CON CANAL, MONTO Y CLIENTE DESTINO, PARA  +
      *    QUE EL EQUIPO DE FRAUDE VEA SI LA CUENTA SE VACIO POR OTRO  +
      *    CANAL. N (PARM-DIAS-ANTES) VIENE DE PARMFRAUDE.txt          +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    DIAS HACIA ATRAS DESDE EL BLOQUEO Y FECHA DE NEGOCIO
      *    FORZADA; SIN ARCHIVO SE USAN LOS VALORES POR DEFECTO
           SELECT FILPARM ASSIGN TO 'PARMFRAUDE.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    HISTORIAL DE BLOQUEOS ENTRE CORRIDAS DE PROGRAM1 (VER
      *    SELECT FILBLHIS EN PROGRAM.cbl)
           SELECT FILBLHIS ASSIGN TO 'BLOQHIST.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILBLHIS.
      *    BOVEDA DE TOKENIZACION: BLOQHIST.txt GUARDA TOKENES Y EL
      *    CRUCE CRUCECLICARD.txt PAN EN CLARO, ASI QUE EL HISTORIAL
      *    SE DESTOKENIZA AL CARGARLO (MISMO PATRON QUE NOTIFC01)
           SELECT FILBOV ASSIGN TO 'BOVEDA.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILBOV.
      *    CRUCE CLI-ID/PAN ENTRE TARJETAS Y DEPOSITOS (VER COPY
      *    XREFCLI); UN PAN PUEDE ESTAR VINCULADO A MAS DE UN CLIENTE
           SELECT FILXREF ASSIGN TO 'CRUCECLICARD.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILXREF.
      *    HISTORICO INDEXADO DE MOVIMIENTOS DE PSA01 (CLAVE CLIENTE +
      *    FECHA + SECUENCIA); LECTURA POR CLAVE, MISMO PRECEDENTE DE
      *    SOLO-LECTURA COMPARTIDA QUE CLIMAST EN CONSUL01
           SELECT MOVHIST ASSIGN TO 'MOVHIST.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS MHX-KEY
              FILE STATUS IS FS-MOVHIST.
      *    REPORTE DE LA FECHA DE NEGOCIO; SE REESCRIBE COMPLETO EN
      *    CADA CORRIDA. EL PAN SALE ENMASCARADO (ULTIMOS 4), MISMO
      *    CRITERIO QUE CONSULTA_PAN.txt DE CONSUL01
           SELECT FILFRAU ASSIGN TO WS-NOM-FILFRAU
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILFRAU.

       DATA DIVISION.
       FILE SECTION.
       FD  FILPARM
           RECORDING MODE IS F.
       01  REG-PARM-FRAUDE.
           02 PARM-DIAS-ANTES     PIC 9(03). *> DIAS ANTES DEL
                                             *> BLOQUEO; 0 = 7
           02 FILLER              PIC X(01).
           02 PARM-FECHA-NEGOCIO  PIC 9(08). *> 0 = FECHA DEL SISTEMA

      *    MISMO LAYOUT QUE REG-HISBLOQ EN PROGRAM1
       FD  FILBLHIS
           RECORDING MODE IS F.
       01  REG-HISBLOQ.
           02 HIS-PAN             PIC X(16).
           02 FILLER              PIC X(01).
           02 HIS-COD-BLOQ        PIC 9(02).
           02 FILLER              PIC X(01).
           02 HIS-FEC-BLOQ        PIC X(10).
           02 FILLER              PIC X(01).
           02 HIS-FECHA-CORRIDA   PIC 9(08).
           02 FILLER              PIC X(01).
           02 HIS-ORIGEN          PIC X(01). *> 'U' = URGENTE INTRADIA

      *    MISMO LAYOUT QUE BOVEDA.txt EN PROGRAM1 (TOKEN + PAN)
       FD  FILBOV
           RECORDING MODE IS F.
       01  REG-BOVEDA-FD.
           02 BOV-TOKEN           PIC X(16).
           02 FILLER              PIC X(01).
           02 BOV-PAN             PIC X(16).

      *    MISMO LAYOUT QUE REG-XREF EN PROGRAM1
       FD  FILXREF
           RECORDING MODE IS F.
       01  REG-XREF.
           02 XRF-CLI-ID          PIC X(05).
           02 FILLER              PIC X(01).
           02 XRF-PAN             PIC X(16).

      *    MISMO LAYOUT QUE REG-MOVHIST EN status_accounts_customers.cbl
       FD  MOVHIST.
       01  REG-MOVHIST.
           02 MHX-KEY.
               03 MHX-CLI-ID      PIC X(05).
               03 MHX-FECHA       PIC 9(08).
               03 MHX-SECUENCIA   PIC 9(05).
           02 MHX-TIPO            PIC X(01).
           02 MHX-MONTO           PIC 9(05)V99.
           02 MHX-REF-TIPO        PIC X(01).
           02 MHX-MONEDA          PIC X(03).
           02 MHX-LOTE-ID         PIC X(11).
           02 MHX-CANAL           PIC X(06).
           02 MHX-CONTRAPARTE     PIC X(05).
           02 MHX-MONTO-CONTRA    PIC 9(05)V99.
           02 MHX-MONEDA-CONTRA   PIC X(03).
           02 MHX-TASA-CAMBIO     PIC 9(05)V9(06).

       FD  FILFRAU
           RECORDING MODE IS F.
       01  REG-FRAUDE             PIC X(110).

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FILBLHIS         PIC XX.
           05 FS-FILBOV           PIC XX.
           05 FS-FILXREF          PIC XX.
           05 FS-MOVHIST          PIC XX.
           05 FS-FILFRAU          PIC XX.

       01  WSC-COUNTERS.
           05 COUNT-BLOQHIST      PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-SIN-CLIENTE   PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-CLIENTES      PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-DEBITOS       PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-POST-BLOQUEO  PIC 9(07) COMP VALUE ZEROS.

       01  EOF-FLAGS.
           05 EOF-FILBLHIS        PIC X VALUE 'N'.
           05 EOF-FILBOV          PIC X VALUE 'N'.
           05 EOF-FILXREF         PIC X VALUE 'N'.
           05 EOF-MOVHIST         PIC X VALUE 'N'.

      *    CODIGOS DE BLOQUEO QUE CUENTAN COMO FRAUDE (VER
      *    EVDESBLOQ.txt: 55 = FRAUDE, 59 = SOSPECHA DE FRAUDE)
       01  WS-COD-FRAUDE          PIC 9(02) VALUE 55.
       01  WS-COD-SOSPECHA        PIC 9(02) VALUE 59.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-DIAS-ANTES          PIC 9(03) VALUE 7.
       01  WS-NOM-FILFRAU         PIC X(40).

      *    BOVEDA ORDENADA POR TOKEN, MISMA CARGA QUE NOTIFC01
       01  WS-CANT-BOV            PIC 9(06) COMP VALUE ZERO.
       01  WS-TABLA-BOVEDA.
           05 WS-BOV-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-CANT-BOV
               ASCENDING KEY IS WS-BOV-TOKEN
               INDEXED BY WS-BOV-IDX.
               10 WS-BOV-TOKEN    PIC X(16).
               10 WS-BOV-PAN      PIC X(16).

      *    CRUCE CLIENTE/PAN, RECORRIDO LINEAL POR PAN (UN PAN PUEDE
      *    TENER MAS DE UN CLIENTE; SEARCH ALL SOLO DARIA UNO)
       01  WS-CANT-XREF           PIC 9(06) COMP VALUE ZERO.
       01  WS-TABLA-XREF.
           05 WS-XRC-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-XREF
               INDEXED BY WS-XRC-IDX.
               10 WS-XRC-CLI-ID   PIC X(05).
               10 WS-XRC-PAN      PIC X(16).

      *    BLOQUEOS POR FRAUDE DEL HISTORIAL; BLOQHIST REPITE CADA
      *    NOCHE TODO BLOQUEO VIGENTE, ASI QUE SE ORDENA POR PAN +
      *    FECHA Y SE COMPACTA A UN RENGLON POR PAN CON EL BLOQUEO
      *    MAS ANTIGUO (VER 1450-COMPACTAR-BLOQUEOS)
       01  WS-CANT-FRD            PIC 9(07) COMP VALUE ZERO.
       01  WS-TABLA-FRD.
           05 WS-FRD-ENTRY OCCURS 1 TO 200000 TIMES
               DEPENDING ON WS-CANT-FRD
               INDEXED BY WS-FRD-IDX WS-FRD-OUT.
               10 WS-FRD-PAN      PIC X(16).
               10 WS-FRD-FECHA    PIC 9(08).
               10 WS-FRD-COD      PIC 9(02).
       01  WS-FRD-PAN-ANTERIOR    PIC X(16) VALUE SPACES.

      *    FECHA DE BLOQUEO DD.MM.YYYY -> YYYYMMDD (VER 1420); CERO SI
      *    NO ES UNA FECHA VALIDA, EN CUYO CASO SE USA LA FECHA DE LA
      *    CORRIDA QUE LA REGISTRO
       01  WS-FECHA-BLOQ-NUM      PIC 9(08).

      *    VENTANA DEL CLIENTE EN CURSO Y SUS TOTALES
       01  WS-FECHA-DESDE         PIC 9(08).
       01  WS-DIA-INT             PIC 9(08) COMP.
       01  WS-PAN-ENMASCARADO     PIC X(16).
       01  WS-CLI-ACTUAL          PIC X(05).
       01  WS-CLI-DEBITOS         PIC 9(05) COMP.
       01  WS-CLI-POST            PIC 9(05) COMP.
       01  WS-CLI-TOTAL           PIC 9(09)V99.
       01  WS-CLI-TOTAL-POST      PIC 9(09)V99.
       01  WS-MARCA-POST          PIC X(13).

       01  WS-MONTO-ED            PIC ZZZZ9.99.
       01  WS-TOTAL-ED            PIC ZZZZZZZZ9.99.
       01  WS-CANT-ED             PIC ZZZZ9.
       01  WS-DIAS-ED             PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  EXPOSICION DE DEPOSITOS POR FRAUDE   '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 1000-LEER-PARAMETRO
           STRING 'FRAUDE_EXPOSICION_' WS-FECHA-YYYYMMDD '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FILFRAU
           PERFORM 1200-CARGAR-BOVEDA
           PERFORM 1300-CARGAR-CRUCE
           PERFORM 1400-CARGAR-BLOQUEOS-FRAUDE

           OPEN INPUT MOVHIST
           IF FS-MOVHIST NOT = '00'
               DISPLAY 'MOVHIST.dat NO DISPONIBLE FS: ' FS-MOVHIST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FILFRAU
           IF FS-FILFRAU NOT = '00'
               DISPLAY 'ERROR AL ABRIR ' WS-NOM-FILFRAU ' FS: '
                   FS-FILFRAU
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE WS-DIAS-ANTES TO WS-DIAS-ED
           MOVE SPACES TO REG-FRAUDE
           STRING 'EXPOSICION POR FRAUDE AL ' WS-FECHA-YYYYMMDD
               ' - DEBITOS DESDE ' WS-DIAS-ED
               ' DIA(S) ANTES DEL BLOQUEO (CODIGOS 55/59)'
               DELIMITED BY SIZE INTO REG-FRAUDE
           WRITE REG-FRAUDE

           PERFORM 2000-PROCESAR-BLOQUEO
               VARYING WS-FRD-IDX FROM 1 BY 1
               UNTIL WS-FRD-IDX > WS-CANT-FRD

           CLOSE MOVHIST FILFRAU

           DISPLAY 'RENGLONES BLOQHIST LEIDOS    = ' COUNT-BLOQHIST
           DISPLAY 'TARJETAS BLOQUEADAS X FRAUDE = ' WS-CANT-FRD
           DISPLAY 'SIN CLIENTE DE DEPOSITO      = ' COUNT-SIN-CLIENTE
           DISPLAY 'CLIENTES DE DEPOSITO REVISADOS = ' COUNT-CLIENTES
           DISPLAY 'DEBITOS R/T EN VENTANA       = ' COUNT-DEBITOS
           DISPLAY 'DEBITOS POSTERIORES AL BLOQUEO = '
               COUNT-POST-BLOQUEO
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
                       IF PARM-DIAS-ANTES IS NUMERIC AND
                          PARM-DIAS-ANTES NOT = 0
                           MOVE PARM-DIAS-ANTES TO WS-DIAS-ANTES
                       END-IF
                       IF PARM-FECHA-NEGOCIO IS NUMERIC AND
                          PARM-FECHA-NEGOCIO NOT = 0
                           MOVE PARM-FECHA-NEGOCIO TO WS-FECHA-YYYYMMDD
                           DISPLAY 'FECHA DE NEGOCIO FORZADA POR '
                               'PARMFRAUDE.txt: ' WS-FECHA-YYYYMMDD
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF
           DISPLAY 'DIAS ANTES DEL BLOQUEO: ' WS-DIAS-ANTES.

      *----------------------------------------------------------------+
       1200-CARGAR-BOVEDA.
      *----------------------------------------------------------------+
      *    SIN BOVEDA.txt NO HAY TOKENES QUE TRADUCIR (INSTALACION
      *    SIN TOKENIZAR TODAVIA); EL HISTORIAL SE CARGA TAL CUAL
           OPEN INPUT FILBOV
           IF FS-FILBOV = '00'
               PERFORM 1210-LEER-BOVEDA
                   UNTIL EOF-FILBOV = 'S'
               CLOSE FILBOV
               IF WS-CANT-BOV > 0
                   SORT WS-BOV-ENTRY ON ASCENDING KEY WS-BOV-TOKEN
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1210-LEER-BOVEDA.
      *----------------------------------------------------------------+
           READ FILBOV
               AT END
                   MOVE 'S' TO EOF-FILBOV
               NOT AT END
                   IF WS-CANT-BOV < 100000
                       ADD 1 TO WS-CANT-BOV
                       SET WS-BOV-IDX TO WS-CANT-BOV
                       MOVE BOV-TOKEN TO WS-BOV-TOKEN(WS-BOV-IDX)
                       MOVE BOV-PAN TO WS-BOV-PAN(WS-BOV-IDX)
                   END-IF
           END-READ.

      *----------------------------------------------------------------+
       1300-CARGAR-CRUCE.
      *----------------------------------------------------------------+
      *    SIN CRUCE NO HAY NINGUNA TARJETA VINCULADA A DEPOSITOS Y EL
      *    REPORTE NO TIENE SENTIDO: SE TERMINA CON ERROR
           OPEN INPUT FILXREF
           IF FS-FILXREF NOT = '00'
               DISPLAY 'CRUCECLICARD.txt NO ENCONTRADO, SIN VINCULO '
                   'TARJETA/DEPOSITO NO HAY EXPOSICION QUE MEDIR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1310-LEER-CRUCE
           PERFORM UNTIL EOF-FILXREF = 'S'
               IF WS-CANT-XREF >= 50000
                   DISPLAY 'TABLA DE CRUCE LLENA (50000); '
                       'CRUCECLICARD.txt SIN TERMINAR'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-XREF
               SET WS-XRC-IDX TO WS-CANT-XREF
               MOVE XRF-CLI-ID TO WS-XRC-CLI-ID(WS-XRC-IDX)
               MOVE XRF-PAN TO WS-XRC-PAN(WS-XRC-IDX)
               PERFORM 1310-LEER-CRUCE
           END-PERFORM
           CLOSE FILXREF
           DISPLAY 'CRUCECLICARD.txt: ' WS-CANT-XREF ' PAR(ES)'.

      *----------------------------------------------------------------+
       1310-LEER-CRUCE.
      *----------------------------------------------------------------+
           READ FILXREF
               AT END
                   MOVE 'S' TO EOF-FILXREF
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1400-CARGAR-BLOQUEOS-FRAUDE.
      *----------------------------------------------------------------+
      *    ENTRAN TAMBIEN LOS BLOQUEOS URGENTES INTRADIA (HIS-ORIGEN
      *    'U' DE HOTCRD01): PARA FRAUDE SON LA PRIMERA EVIDENCIA DEL
      *    BLOQUEO, ANTES DE QUE EL PROVEEDOR LO CONFIRME
           OPEN INPUT FILBLHIS
           IF FS-FILBLHIS NOT = '00'
               DISPLAY 'BLOQHIST.txt NO ENCONTRADO, SIN HISTORIAL NO '
                   'HAY BLOQUEOS POR FRAUDE QUE REVISAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1410-LEER-HISTORIAL
           PERFORM UNTIL EOF-FILBLHIS = 'S'
               ADD 1 TO COUNT-BLOQHIST
               IF HIS-COD-BLOQ = WS-COD-FRAUDE OR
                  HIS-COD-BLOQ = WS-COD-SOSPECHA
                   PERFORM 1430-GUARDAR-BLOQUEO
               END-IF
               PERFORM 1410-LEER-HISTORIAL
           END-PERFORM
           CLOSE FILBLHIS
           IF WS-CANT-FRD > 0
               SORT WS-FRD-ENTRY
                   ON ASCENDING KEY WS-FRD-PAN
                   ON ASCENDING KEY WS-FRD-FECHA
               PERFORM 1450-COMPACTAR-BLOQUEOS
           END-IF
           DISPLAY 'TARJETAS CON BLOQUEO POR FRAUDE: ' WS-CANT-FRD.

      *----------------------------------------------------------------+
       1410-LEER-HISTORIAL.
      *----------------------------------------------------------------+
           READ FILBLHIS
               AT END
                   MOVE 'S' TO EOF-FILBLHIS
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1420-CONVERTIR-FECHA-BLOQ.
      *----------------------------------------------------------------+
      *    DD.MM.YYYY -> YYYYMMDD, IGUAL QUE 4300-CONVERTIR-FECHA-BLOQ-
      *    NUM EN PROGRAM1; QUEDA EN CERO SI NO ES UNA FECHA VALIDA
           MOVE ZEROS TO WS-FECHA-BLOQ-NUM
           IF HIS-FEC-BLOQ(7:4) IS NUMERIC AND
              HIS-FEC-BLOQ(4:2) IS NUMERIC AND
              HIS-FEC-BLOQ(1:2) IS NUMERIC
               MOVE HIS-FEC-BLOQ(7:4) TO WS-FECHA-BLOQ-NUM(1:4)
               MOVE HIS-FEC-BLOQ(4:2) TO WS-FECHA-BLOQ-NUM(5:2)
               MOVE HIS-FEC-BLOQ(1:2) TO WS-FECHA-BLOQ-NUM(7:2)
               IF WS-FECHA-BLOQ-NUM(5:2) < '01' OR
                  WS-FECHA-BLOQ-NUM(5:2) > '12' OR
                  WS-FECHA-BLOQ-NUM(7:2) < '01' OR
                  WS-FECHA-BLOQ-NUM(7:2) > '31' OR
                  WS-FECHA-BLOQ-NUM(1:4) < '1601'
                   MOVE ZEROS TO WS-FECHA-BLOQ-NUM
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1430-GUARDAR-BLOQUEO.
      *----------------------------------------------------------------+
      *    TABLA LLENA = FALLA RUIDOSA, MISMO CRITERIO QUE NOTIFC01:
      *    UN HISTORIAL PARCIAL DEJARIA FRAUDES FUERA DEL REPORTE
           IF WS-CANT-FRD >= 200000
               DISPLAY 'TABLA DE BLOQUEOS LLENA (200000); DEPURE '
                   'BLOQHIST.txt Y REEJECUTE'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-FRD
           SET WS-FRD-IDX TO WS-CANT-FRD
           MOVE HIS-PAN TO WS-FRD-PAN(WS-FRD-IDX)
           IF HIS-PAN(1:1) = 'T' AND WS-CANT-BOV > 0
               SEARCH ALL WS-BOV-ENTRY
                   AT END CONTINUE
                   WHEN WS-BOV-TOKEN(WS-BOV-IDX) = HIS-PAN
                       MOVE WS-BOV-PAN(WS-BOV-IDX) TO
                           WS-FRD-PAN(WS-FRD-IDX)
               END-SEARCH
           END-IF
           PERFORM 1420-CONVERTIR-FECHA-BLOQ
           IF WS-FECHA-BLOQ-NUM = ZERO
               MOVE HIS-FECHA-CORRIDA TO WS-FRD-FECHA(WS-FRD-IDX)
           ELSE
               MOVE WS-FECHA-BLOQ-NUM TO WS-FRD-FECHA(WS-FRD-IDX)
           END-IF
           MOVE HIS-COD-BLOQ TO WS-FRD-COD(WS-FRD-IDX).

      *----------------------------------------------------------------+
       1450-COMPACTAR-BLOQUEOS.
      *----------------------------------------------------------------+
      *    LA TABLA YA ESTA ORDENADA POR PAN + FECHA: EL PRIMER
      *    RENGLON DE CADA PAN ES SU BLOQUEO POR FRAUDE MAS ANTIGUO Y
      *    LOS DEMAS (REPETICIONES DE CORRIDAS POSTERIORES) SE DESCARTAN
           SET WS-FRD-OUT TO 1
           MOVE SPACES TO WS-FRD-PAN-ANTERIOR
           PERFORM VARYING WS-FRD-IDX FROM 1 BY 1
               UNTIL WS-FRD-IDX > WS-CANT-FRD
               IF WS-FRD-PAN(WS-FRD-IDX) NOT = WS-FRD-PAN-ANTERIOR
                   MOVE WS-FRD-PAN(WS-FRD-IDX) TO WS-FRD-PAN-ANTERIOR
                   MOVE WS-FRD-ENTRY(WS-FRD-IDX) TO
                       WS-FRD-ENTRY(WS-FRD-OUT)
                   SET WS-FRD-OUT UP BY 1
               END-IF
           END-PERFORM
           SET WS-CANT-FRD TO WS-FRD-OUT
           SUBTRACT 1 FROM WS-CANT-FRD.

      *----------------------------------------------------------------+
       2000-PROCESAR-BLOQUEO.
      *----------------------------------------------------------------+
      *    VENTANA: DESDE WS-DIAS-ANTES DIAS ANTES DEL BLOQUEO HASTA LA
      *    FECHA DE NEGOCIO; UN PAN SIN CLIENTE DE DEPOSITO VINCULADO
      *    SOLO SE CUENTA
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WS-FRD-FECHA(WS-FRD-IDX))
               - WS-DIAS-ANTES
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           MOVE '************' TO WS-PAN-ENMASCARADO(1:12)
           MOVE WS-FRD-PAN(WS-FRD-IDX)(13:4) TO
               WS-PAN-ENMASCARADO(13:4)
           MOVE SPACES TO WS-CLI-ACTUAL
           PERFORM VARYING WS-XRC-IDX FROM 1 BY 1
               UNTIL WS-XRC-IDX > WS-CANT-XREF
               IF WS-XRC-PAN(WS-XRC-IDX) = WS-FRD-PAN(WS-FRD-IDX)
                   MOVE WS-XRC-CLI-ID(WS-XRC-IDX) TO WS-CLI-ACTUAL
                   PERFORM 2100-REVISAR-CLIENTE
               END-IF
           END-PERFORM
           IF WS-CLI-ACTUAL = SPACES
               ADD 1 TO COUNT-SIN-CLIENTE
           END-IF.

      *----------------------------------------------------------------+
       2100-REVISAR-CLIENTE.
      *----------------------------------------------------------------+
      *    POSICIONA MOVHIST EN EL CLIENTE + FECHA DESDE Y AVANZA POR
      *    CLAVE HASTA SALIR DEL CLIENTE O PASAR LA FECHA DE NEGOCIO
      *    (MISMO RECORRIDO QUE CONSMOV01)
           ADD 1 TO COUNT-CLIENTES
           MOVE ZERO TO WS-CLI-DEBITOS WS-CLI-POST
           MOVE ZERO TO WS-CLI-TOTAL WS-CLI-TOTAL-POST
           MOVE SPACES TO REG-FRAUDE
           STRING 'TARJETA ' WS-PAN-ENMASCARADO
               ' BLOQUEO ' WS-FRD-COD(WS-FRD-IDX)
               ' DEL ' WS-FRD-FECHA(WS-FRD-IDX)
               ' | CLIENTE DEPOSITO ' WS-CLI-ACTUAL
               ' | VENTANA ' WS-FECHA-DESDE ' A ' WS-FECHA-YYYYMMDD
               DELIMITED BY SIZE INTO REG-FRAUDE
           WRITE REG-FRAUDE

           MOVE 'N' TO EOF-MOVHIST
           MOVE WS-CLI-ACTUAL TO MHX-CLI-ID
           MOVE WS-FECHA-DESDE TO MHX-FECHA
           MOVE ZEROS TO MHX-SECUENCIA
           START MOVHIST KEY IS NOT LESS THAN MHX-KEY
               INVALID KEY
                   MOVE 'S' TO EOF-MOVHIST
           END-START
           PERFORM UNTIL EOF-MOVHIST = 'S'
               READ MOVHIST NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-MOVHIST
                   NOT AT END
                       IF MHX-CLI-ID NOT = WS-CLI-ACTUAL OR
                          MHX-FECHA > WS-FECHA-YYYYMMDD
                           MOVE 'S' TO EOF-MOVHIST
                       ELSE
                           IF MHX-TIPO = 'R' OR MHX-TIPO = 'T'
                               PERFORM 2110-REPORTAR-DEBITO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-CLI-DEBITOS TO WS-CANT-ED
           MOVE WS-CLI-TOTAL TO WS-TOTAL-ED
           MOVE SPACES TO REG-FRAUDE
           STRING '   DEBITOS EN VENTANA: ' WS-CANT-ED
               ' POR ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REG-FRAUDE
           WRITE REG-FRAUDE
           MOVE WS-CLI-POST TO WS-CANT-ED
           MOVE WS-CLI-TOTAL-POST TO WS-TOTAL-ED
           MOVE SPACES TO REG-FRAUDE
           STRING '   DESDE EL BLOQUEO  : ' WS-CANT-ED
               ' POR ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REG-FRAUDE
           WRITE REG-FRAUDE.

      *----------------------------------------------------------------+
       2110-REPORTAR-DEBITO.
      *----------------------------------------------------------------+
      *    UN DEBITO DEL MISMO DIA DEL BLOQUEO O POSTERIOR SE MARCA:
      *    ES EL QUE SE HIZO CON LA TARJETA YA BLOQUEADA
           ADD 1 TO WS-CLI-DEBITOS
           ADD 1 TO COUNT-DEBITOS
           ADD MHX-MONTO TO WS-CLI-TOTAL
           IF MHX-FECHA >= WS-FRD-FECHA(WS-FRD-IDX)
               MOVE 'POST-BLOQUEO' TO WS-MARCA-POST
               ADD 1 TO WS-CLI-POST
               ADD 1 TO COUNT-POST-BLOQUEO
               ADD MHX-MONTO TO WS-CLI-TOTAL-POST
           ELSE
               MOVE SPACES TO WS-MARCA-POST
           END-IF
           MOVE MHX-MONTO TO WS-MONTO-ED
           MOVE SPACES TO REG-FRAUDE
           STRING '   ' MHX-FECHA
               ' TIPO:' MHX-TIPO
               ' CANAL:' MHX-CANAL
               ' MONTO:' WS-MONTO-ED
               ' ' MHX-MONEDA
               ' DESTINO:' MHX-CONTRAPARTE
               ' LOTE:' MHX-LOTE-ID
               ' ' WS-MARCA-POST
               DELIMITED BY SIZE INTO REG-FRAUDE
           WRITE REG-FRAUDE.
       END PROGRAM FRAUDE01.
