       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUOTAS01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    COBRO DE CARGOS DE TARJETA A LA CUENTA DE DEPOSITO: CUOTA   +
      *    ANUAL EN CADA ANIVERSARIO DE LA FECHA DE ALTA DE LA TARJETA +
      *    (CDC-FEC-ALT-TAR EN FECACTVO.dat) Y CARGO POR REPOSICION DE +
      *    PLASTICO CUANDO LA TARJETA SE BLOQUEA POR ROBO, PERDIDA O   +
      *    DETERIORO CON COBRO (CODIGOS 50/51/54 DE BLOQHIST.txt; LOS  +
      *    S/COBRO 52/53/58 NO SE COBRAN). EL MONTO SALE DE LA TARIFA  +
      *    POR MARCA Y PRODUCTO (TARIFAS_TARJETA.txt) Y EL CARGO VIAJA +
      *    COMO UN MOVIMIENTO 'R' NORMAL DE PSA01 (cargos_tarjeta.dat) +
      *    AL CLIENTE VINCULADO EN CRUCECLICARD.txt. CADA EVENTO       +
      *    COBRADO QUEDA EN cuotas_cobradas.txt Y NO SE VUELVE A       +
      *    COBRAR; LA TARJETA SIN CUENTA DE DEPOSITO (O SIN TARIFA)    +
      *    SALE EN EL REPORTE DE CUOTAS NO COBRADAS Y SIGUE PENDIENTE  +
      *    MIENTRAS EL EVENTO ESTE DENTRO DE LA VENTANA DE GRACIA      +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FECHA DE NEGOCIO FORZADA Y DIAS DE GRACIA; SIN ARCHIVO SE
      *    USAN LOS VALORES POR DEFECTO
           SELECT FILPARM ASSIGN TO 'PARMCUOTAS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    TARIFA POR MARCA + PRODUCTO (CDC-MARCA-TIPO), MANTENIDA POR
      *    PRODUCTOS DE TARJETA SIN RECOMPILAR
           SELECT FILTARIF ASSIGN TO 'TARIFAS_TARJETA.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILTARIF.
      *    HISTORICO DE ACTIVACIONES DE CDCB14Q, INDEXADO POR PAN; SE
      *    RECORRE COMPLETO PARA LAS CUOTAS ANUALES Y SE LEE POR CLAVE
      *    PARA LA MARCA/PRODUCTO DE UNA TARJETA BLOQUEADA
           SELECT FECACTVO ASSIGN TO 'FECACTVO.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FA-PAN
              FILE STATUS IS FS-FECACTVO.
      *    HISTORIAL DE BLOQUEOS ENTRE CORRIDAS DE PROGRAM1 (VER
      *    SELECT FILBLHIS EN PROGRAM.cbl)
           SELECT FILBLHIS ASSIGN TO 'BLOQHIST.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILBLHIS.
      *    BOVEDA DE TOKENS (VER COPY BOVEDA); TOKEN -> PAN PARA LEER
      *    BLOQHIST.txt Y PAN -> TOKEN PARA cuotas_cobradas.txt, QUE
      *    ES HISTORIAL Y NO GUARDA PAN EN CLARO
           SELECT FILBOV ASSIGN TO 'BOVEDA.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILBOV.
      *    CRUCE CLI-ID/PAN ENTRE TARJETAS Y DEPOSITOS (VER COPY
      *    XREFCLI)
           SELECT FILXREF ASSIGN TO 'CRUCECLICARD.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILXREF.
      *    EVENTOS YA COBRADOS (TOKEN + TIPO + PERIODO); CRECE ENTRE
      *    CORRIDAS, MISMO PATRON "CREAR SI NO EXISTE" QUE BOVEDA.txt
           SELECT FILCOBR ASSIGN TO 'cuotas_cobradas.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILCOBR.
      *    MOVIMIENTOS PARA PSA01 (VER SELECT FCARGOSTJ EN
      *    status_accounts_customers.cbl); SE ANEXA Y PSA01 LO VACIA
      *    AL POSTEARLO, ASI DOS CORRIDAS SEGUIDAS NO SE PISAN
           SELECT FILCARGO ASSIGN TO 'cargos_tarjeta.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILCARGO.
      *    REPORTE DE CUOTAS NO COBRADAS DE LA FECHA DE NEGOCIO; SE
      *    REESCRIBE COMPLETO EN CADA CORRIDA. EL PAN SALE ENMASCARADO
      *    (ULTIMOS 4), MISMO CRITERIO QUE FRAUDE01
           SELECT FILNOCOB ASSIGN TO WS-NOM-FILNOCOB
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILNOCOB.

       DATA DIVISION.
       FILE SECTION.
       FD  FILPARM
           RECORDING MODE IS F.
       01  REG-PARM-CUOTAS.
           02 PARM-FECHA-NEGOCIO  PIC 9(08). *> 0 = FECHA DEL SISTEMA
           02 FILLER              PIC X(01).
           02 PARM-DIAS-GRACIA    PIC 9(03). *> ANTIGUEDAD MAXIMA DE
                                             *> UN EVENTO AUN NO
                                             *> COBRADO; 0 = 30

       FD  FILTARIF
           RECORDING MODE IS F.
       01  REG-TARIFA.
           02 TRF-MARCA           PIC 9(02).
           02 TRF-TIPO            PIC 9(02).
           02 FILLER              PIC X(01).
      *    MONTOS EN 7 DIGITOS SIN PUNTO, IGUAL QUE movimientos.dat;
      *    CERO = EL PRODUCTO NO PAGA ESE CARGO
           02 TRF-CUOTA-ANUAL     PIC 9(05)V99.
           02 FILLER              PIC X(01).
           02 TRF-CUOTA-REPOS     PIC 9(05)V99.
           02 FILLER              PIC X(01).
           02 TRF-MONEDA          PIC X(03).

      *    MISMO LAYOUT QUE EL FECACTVO DE CDCB14Q/CONCIL01
       FD  FECACTVO.
       01  REG-SALIDA.
           COPY CDCFDREP REPLACING LEADING ==CDC== BY ==FA==.
           02 FA-NUMPLAST         PIC 9(12).
           02 FA-NUMBEN           PIC 9(05).
           02 FA-LINEVENT         PIC X(02).

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

      *    MISMO LAYOUT QUE REG-BOVEDA EN PROGRAM1
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

       FD  FILCOBR
           RECORDING MODE IS F.
       01  REG-COBRADA.
           02 CCB-TOKEN           PIC X(16).
           02 FILLER              PIC X(01).
           02 CCB-TIPO            PIC X(01). *> A = CUOTA ANUAL
                                             *> R = REPOSICION
           02 FILLER              PIC X(01).
      *    PERIODO COBRADO: EL ANIVERSARIO PARA 'A'; CEROS PARA 'R',
      *    PORQUE UN PLASTICO SE REPONE UNA SOLA VEZ (BLOQHIST.txt
      *    REPITE EL BLOQUEO CADA NOCHE)
           02 CCB-PERIODO         PIC 9(08).
           02 FILLER              PIC X(01).
           02 CCB-FECHA-EVENTO    PIC 9(08).
           02 FILLER              PIC X(01).
           02 CCB-FECHA-CORRIDA   PIC 9(08).
           02 FILLER              PIC X(01).
           02 CCB-CLI-ID          PIC X(05).
           02 FILLER              PIC X(01).
           02 CCB-MONTO           PIC 9(05)V99.
           02 FILLER              PIC X(01).
           02 CCB-MONEDA          PIC X(03).

       FD  FILCARGO
           RECORDING MODE IS F.
       01  REG-CARGO              PIC X(100).

       FD  FILNOCOB
           RECORDING MODE IS F.
       01  REG-NOCOB              PIC X(110).

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FILTARIF         PIC XX.
           05 FS-FECACTVO         PIC XX.
           05 FS-FILBLHIS         PIC XX.
           05 FS-FILBOV           PIC XX.
           05 FS-FILXREF          PIC XX.
           05 FS-FILCOBR          PIC XX.
           05 FS-FILCARGO         PIC XX.
           05 FS-FILNOCOB         PIC XX.

       01  WSC-COUNTERS.
           05 COUNT-TARJETAS      PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-ANIVERSARIOS  PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-BLOQUEOS      PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-YA-COBRADOS   PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-EXENTOS       PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-COBRADOS-A    PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-COBRADOS-R    PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-NO-COBRADOS   PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-SIN-BOVEDA    PIC 9(07) COMP VALUE ZEROS.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.
           05 EOF-FILBOV          PIC X VALUE 'N'.

      *    CODIGOS DE BLOQUEO QUE COBRAN REPOSICION (VER EVDESBLOQ.txt:
      *    50 = ROBO, 51 = PERDIDA, 54 = DETERIORO); SUS PARES
      *    "S/COBRO" 52/53/58 QUEDAN FUERA A PROPOSITO
       01  WS-COD-ROBO            PIC 9(02) VALUE 50.
       01  WS-COD-PERDIDA         PIC 9(02) VALUE 51.
       01  WS-COD-DETERIORO       PIC 9(02) VALUE 54.

      *    CANAL DE LOS CARGOS EN PSA01 (VER WS-CANAL-CUOTA-TARJ EN
      *    status_accounts_customers.cbl)
       01  WS-CANAL-CUOTA         PIC X(06) VALUE 'CUOTTJ'.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-DIAS-GRACIA         PIC 9(03) VALUE 30.
       01  WS-NOM-FILNOCOB        PIC X(40).
       01  WS-DIAS-EVENTO         PIC S9(07) COMP.

      *    TARIFAS POR MARCA + PRODUCTO, ORDENADAS PARA SEARCH ALL
       01  WS-CANT-TRF            PIC 9(03) COMP VALUE ZERO.
       01  WS-TABLA-TARIFAS.
           05 WS-TRF-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CANT-TRF
               ASCENDING KEY IS WS-TRF-CLAVE
               INDEXED BY WS-TRF-IDX.
               10 WS-TRF-CLAVE.
                   15 WS-TRF-MARCA PIC 9(02).
                   15 WS-TRF-TIPO  PIC 9(02).
               10 WS-TRF-ANUAL    PIC 9(05)V99.
               10 WS-TRF-REPOS    PIC 9(05)V99.
               10 WS-TRF-MONEDA   PIC X(03).

      *    BOVEDA EN MEMORIA, EN AMBOS SENTIDOS (VER COPY BOVEDA EN
      *    Casopractico); LOS TOKENS NUEVOS SE ASIGNAN Y ANEXAN IGUAL
      *    QUE 1168-TOKEN-DE-PAN EN PROGRAM1
       COPY BOVEDA.

      *    CRUCE CLIENTE/PAN ORDENADO POR PAN (VER COPY XREFCLI); UN
      *    PAN CON MAS DE UN CLIENTE SE COBRA AL PRIMERO QUE ENCUENTRE
      *    LA BUSQUEDA
       COPY XREFCLI.

      *    EVENTOS YA COBRADOS EN CORRIDAS ANTERIORES, ORDENADOS POR
      *    TOKEN + TIPO + PERIODO. LOS COBROS DE ESTA CORRIDA NO HACE
      *    FALTA AGREGARLOS: CADA PAN PASA UNA SOLA VEZ POR CADA TIPO
       01  WS-CANT-COB            PIC 9(06) COMP VALUE ZERO.
       01  WS-TABLA-COBRADAS.
           05 WS-COB-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-CANT-COB
               ASCENDING KEY IS WS-COB-CLAVE
               INDEXED BY WS-COB-IDX.
               10 WS-COB-CLAVE.
                   15 WS-COB-TOKEN    PIC X(16).
                   15 WS-COB-TIPO     PIC X(01).
                   15 WS-COB-PERIODO  PIC 9(08).
       01  WS-COB-BUSCADA.
           05 WS-CBB-TOKEN        PIC X(16).
           05 WS-CBB-TIPO         PIC X(01).
           05 WS-CBB-PERIODO      PIC 9(08).

      *    BLOQUEOS CON COBRO DE REPOSICION; BLOQHIST REPITE CADA
      *    NOCHE TODO BLOQUEO VIGENTE, ASI QUE SE ORDENA POR PAN +
      *    FECHA Y SE COMPACTA A UN RENGLON POR PAN CON EL BLOQUEO
      *    MAS ANTIGUO (MISMO TRATO QUE 1450 EN FRAUDE01)
       01  WS-CANT-BLQ            PIC 9(07) COMP VALUE ZERO.
       01  WS-TABLA-BLQ.
           05 WS-BLQ-ENTRY OCCURS 1 TO 200000 TIMES
               DEPENDING ON WS-CANT-BLQ
               INDEXED BY WS-BLQ-IDX WS-BLQ-OUT.
               10 WS-BLQ-PAN      PIC X(16).
               10 WS-BLQ-FECHA    PIC 9(08).
               10 WS-BLQ-COD      PIC 9(02).
       01  WS-BLQ-PAN-ANTERIOR    PIC X(16) VALUE SPACES.
       01  WS-FECHA-BLOQ-NUM      PIC 9(08).

      *    ANIVERSARIO VIGENTE DE LA TARJETA EN CURSO: EL ULTIMO NO
      *    POSTERIOR A LA FECHA DE NEGOCIO. UN ALTA DEL 29/02 CUMPLE
      *    EL 28/02, QUE EXISTE TODOS LOS ANIOS
       01  WS-ANIVERSARIO.
           05 WS-ANIV-AAAA        PIC 9(04).
           05 WS-ANIV-MMDD        PIC X(04).
       01  WS-ANIV-FECHA REDEFINES WS-ANIVERSARIO PIC 9(08).

      *    CARGO EN CURSO (VER 4000-COBRAR-CARGO)
       01  WS-CRG-PAN             PIC X(16).
       01  WS-CRG-TIPO            PIC X(01).
       01  WS-CRG-PERIODO         PIC 9(08).
       01  WS-CRG-FECHA-EVENTO    PIC 9(08).
       01  WS-CRG-DESCRIPCION     PIC X(12).
       01  WS-CRG-MOTIVO          PIC X(30).
       01  WS-CRG-CLI-ID          PIC X(05).
       01  WS-CRG-MONEDA          PIC X(03).
       01  WS-CRG-YA-COBRADO      PIC X(01).
       01  WS-CRG-TARIFA-OK       PIC X(01).
       01  WS-MONTO-CARGO         PIC 9(05)V99.
       01  WS-MONTO-CARGO-DIG REDEFINES WS-MONTO-CARGO PIC 9(07).
       01  WS-PAN-ENMASCARADO     PIC X(16).
       01  WS-MONTO-ED            PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  COBRO DE CARGOS DE TARJETA           '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 1000-LEER-PARAMETRO
           STRING 'CUOTAS_NO_COBRADAS_' WS-FECHA-YYYYMMDD '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FILNOCOB
           PERFORM 1100-CARGAR-TARIFAS
           PERFORM 1200-CARGAR-BOVEDA
           PERFORM 1300-CARGAR-CRUCE
           PERFORM 1400-CARGAR-COBRADAS
           PERFORM 1500-CARGAR-BLOQUEOS

           OPEN INPUT FECACTVO
           IF FS-FECACTVO NOT = '00'
               DISPLAY 'FECACTVO.dat NO DISPONIBLE FS: ' FS-FECACTVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FILNOCOB
           IF FS-FILNOCOB NOT = '00'
               DISPLAY 'ERROR AL ABRIR ' WS-NOM-FILNOCOB ' FS: '
                   FS-FILNOCOB
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FILCARGO
           IF FS-FILCARGO = '35'
               OPEN OUTPUT FILCARGO
               CLOSE FILCARGO
               OPEN EXTEND FILCARGO
           END-IF
           OPEN EXTEND FILCOBR
           IF FS-FILCOBR = '35'
               OPEN OUTPUT FILCOBR
               CLOSE FILCOBR
               OPEN EXTEND FILCOBR
           END-IF

           MOVE SPACES TO REG-NOCOB
           STRING 'CUOTAS DE TARJETA NO COBRADAS AL '
               WS-FECHA-YYYYMMDD
               ' - TARJETA / CARGO / FECHA EVENTO / MARCA-PRODUCTO'
               ' / MONTO / MOTIVO'
               DELIMITED BY SIZE INTO REG-NOCOB
           WRITE REG-NOCOB

           PERFORM 2000-COBRAR-ANIVERSARIOS
           PERFORM 3000-COBRAR-REPOSICIONES
               VARYING WS-BLQ-IDX FROM 1 BY 1
               UNTIL WS-BLQ-IDX > WS-CANT-BLQ

           CLOSE FECACTVO FILNOCOB FILCARGO FILCOBR

           DISPLAY 'TARJETAS LEIDAS EN FECACTVO  = ' COUNT-TARJETAS
           DISPLAY 'ANIVERSARIOS EN VENTANA      = ' COUNT-ANIVERSARIOS
           DISPLAY 'BLOQUEOS CON REPOSICION      = ' COUNT-BLOQUEOS
           DISPLAY 'EVENTOS YA COBRADOS          = ' COUNT-YA-COBRADOS
           DISPLAY 'EVENTOS SIN CARGO (TARIFA 0) = ' COUNT-EXENTOS
           DISPLAY 'CUOTAS ANUALES COBRADAS      = ' COUNT-COBRADOS-A
           DISPLAY 'REPOSICIONES COBRADAS        = ' COUNT-COBRADOS-R
           DISPLAY 'CUOTAS NO COBRADAS           = ' COUNT-NO-COBRADOS
           DISPLAY 'BLOQUEOS SIN TOKEN EN BOVEDA = ' COUNT-SIN-BOVEDA
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
                               'PARMCUOTAS.txt: ' WS-FECHA-YYYYMMDD
                       END-IF
                       IF PARM-DIAS-GRACIA IS NUMERIC AND
                          PARM-DIAS-GRACIA NOT = 0
                           MOVE PARM-DIAS-GRACIA TO WS-DIAS-GRACIA
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF
           DISPLAY 'DIAS DE GRACIA DE UN EVENTO: ' WS-DIAS-GRACIA.

      *----------------------------------------------------------------+
       1100-CARGAR-TARIFAS.
      *----------------------------------------------------------------+
      *    SIN TARIFAS NO HAY MONTO QUE COBRAR: SE TERMINA CON ERROR
      *    EN VEZ DE DEJAR TODAS LAS TARJETAS EN EL REPORTE DE NO
      *    COBRADAS
           OPEN INPUT FILTARIF
           IF FS-FILTARIF NOT = '00'
               DISPLAY 'TARIFAS_TARJETA.txt NO ENCONTRADO, SIN TARIFA '
                   'NO HAY CARGOS QUE COBRAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-LEER-TARIFA
           PERFORM UNTIL EOF-ACTUAL = 'S'
               IF TRF-MARCA IS NUMERIC AND TRF-TIPO IS NUMERIC AND
                  TRF-CUOTA-ANUAL IS NUMERIC AND
                  TRF-CUOTA-REPOS IS NUMERIC
                   IF WS-CANT-TRF >= 500
                       DISPLAY 'TABLA DE TARIFAS LLENA (500); '
                           'TARIFAS_TARJETA.txt SIN TERMINAR'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-TRF
                   SET WS-TRF-IDX TO WS-CANT-TRF
                   MOVE TRF-MARCA TO WS-TRF-MARCA(WS-TRF-IDX)
                   MOVE TRF-TIPO TO WS-TRF-TIPO(WS-TRF-IDX)
                   MOVE TRF-CUOTA-ANUAL TO WS-TRF-ANUAL(WS-TRF-IDX)
                   MOVE TRF-CUOTA-REPOS TO WS-TRF-REPOS(WS-TRF-IDX)
                   MOVE TRF-MONEDA TO WS-TRF-MONEDA(WS-TRF-IDX)
               END-IF
               PERFORM 1110-LEER-TARIFA
           END-PERFORM
           CLOSE FILTARIF
           MOVE 'N' TO EOF-ACTUAL
           IF WS-CANT-TRF > 0
               SORT WS-TRF-ENTRY ON ASCENDING KEY WS-TRF-CLAVE
           END-IF
           DISPLAY 'TARIFAS_TARJETA.txt: ' WS-CANT-TRF ' PRODUCTO(S)'.

      *----------------------------------------------------------------+
       1110-LEER-TARIFA.
      *----------------------------------------------------------------+
           READ FILTARIF
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1200-CARGAR-BOVEDA.
      *----------------------------------------------------------------+
      *    MISMA CARGA DOBLE QUE 1167-CARGAR-BOVEDA EN PROGRAM1
           OPEN INPUT FILBOV
           IF FS-FILBOV = '00'
               PERFORM 1210-LEER-BOVEDA
               PERFORM UNTIL EOF-FILBOV = 'S'
                   PERFORM 1220-GUARDAR-BOVEDA
                   PERFORM 1210-LEER-BOVEDA
               END-PERFORM
               CLOSE FILBOV
               SORT WS-BVP-ENTRY ON ASCENDING KEY WS-BVP-PAN
               SORT WS-BVT-ENTRY ON ASCENDING KEY WS-BVT-TOKEN
           END-IF.

      *----------------------------------------------------------------+
       1210-LEER-BOVEDA.
      *----------------------------------------------------------------+
           READ FILBOV
               AT END
                   MOVE 'S' TO EOF-FILBOV
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1220-GUARDAR-BOVEDA.
      *----------------------------------------------------------------+
           IF WS-CANT-BOV >= 100000
               DISPLAY 'BOVEDA DE TOKENS LLENA (100000); CORRIDA '
                   'ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-BOV
           SET WS-BVP-IDX TO WS-CANT-BOV
           MOVE BOV-PAN TO WS-BVP-PAN(WS-BVP-IDX)
           MOVE BOV-TOKEN TO WS-BVP-TOKEN(WS-BVP-IDX)
           ADD 1 TO WS-CANT-BOV-T
           SET WS-BVT-IDX TO WS-CANT-BOV-T
           MOVE BOV-TOKEN TO WS-BVT-TOKEN(WS-BVT-IDX)
           MOVE BOV-PAN TO WS-BVT-PAN(WS-BVT-IDX)
           IF BOV-TOKEN(1:1) = 'T' AND BOV-TOKEN(2:15) IS NUMERIC
      *        SOLO CUENTAN LOS TOKENS DE LA BANDA BASE (MENORES A
      *        10**12): LAS PARTICIONES DE PROGRAM1 ACUNAN EN BANDAS
      *        PROPIAS MAS ALTAS Y NO DEBEN CORRER ESTA SECUENCIA
               IF FUNCTION NUMVAL(BOV-TOKEN(2:15)) > WS-BOV-ULT-SEQ
                  AND FUNCTION NUMVAL(BOV-TOKEN(2:15)) <
                      1000000000000
                   COMPUTE WS-BOV-ULT-SEQ =
                       FUNCTION NUMVAL(BOV-TOKEN(2:15))
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1300-CARGAR-CRUCE.
      *----------------------------------------------------------------+
      *    SIN CRUCE NINGUNA TARJETA TIENE CUENTA DE DEPOSITO Y TODO
      *    CARGO SALE COMO NO COBRADO; SE AVISA PERO SE SIGUE, PORQUE
      *    EL REPORTE ES JUSTAMENTE LO QUE HAY QUE VER
           OPEN INPUT FILXREF
           IF FS-FILXREF NOT = '00'
               DISPLAY 'CRUCECLICARD.txt NO ENCONTRADO, NINGUN CARGO '
                   'TENDRA CUENTA DE DEPOSITO'
           ELSE
               PERFORM 1310-LEER-CRUCE
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF WS-CANT-XREF >= 50000
                       DISPLAY 'TABLA DE CRUCE LLENA (50000); '
                           'CRUCECLICARD.txt SIN TERMINAR'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-XREF
                   SET WS-XREF-IDX TO WS-CANT-XREF
                   MOVE XRF-CLI-ID TO WS-XREF-CLI-ID(WS-XREF-IDX)
                   MOVE XRF-PAN TO WS-XREF-PAN(WS-XREF-IDX)
                   PERFORM 1310-LEER-CRUCE
               END-PERFORM
               CLOSE FILXREF
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-XREF > 0
                   SORT WS-XREF-ENTRY ON ASCENDING KEY WS-XREF-PAN
               END-IF
           END-IF
           DISPLAY 'CRUCECLICARD.txt: ' WS-CANT-XREF ' PAR(ES)'.

      *----------------------------------------------------------------+
       1310-LEER-CRUCE.
      *----------------------------------------------------------------+
           READ FILXREF
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1400-CARGAR-COBRADAS.
      *----------------------------------------------------------------+
      *    SIN ARCHIVO NO HAY NADA COBRADO TODAVIA (PRIMERA CORRIDA)
           OPEN INPUT FILCOBR
           IF FS-FILCOBR = '00'
               PERFORM 1410-LEER-COBRADA
               PERFORM UNTIL EOF-ACTUAL = 'S'
      *            TABLA LLENA = FALLA RUIDOSA: SEGUIR SIN PARTE DEL
      *            HISTORIAL VOLVERIA A COBRAR EVENTOS YA COBRADOS
                   IF WS-CANT-COB >= 100000
                       DISPLAY 'TABLA DE CUOTAS COBRADAS LLENA '
                           '(100000); DEPURE cuotas_cobradas.txt Y '
                           'REEJECUTE'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-COB
                   SET WS-COB-IDX TO WS-CANT-COB
                   MOVE CCB-TOKEN TO WS-COB-TOKEN(WS-COB-IDX)
                   MOVE CCB-TIPO TO WS-COB-TIPO(WS-COB-IDX)
                   MOVE CCB-PERIODO TO WS-COB-PERIODO(WS-COB-IDX)
                   PERFORM 1410-LEER-COBRADA
               END-PERFORM
               CLOSE FILCOBR
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-COB > 0
                   SORT WS-COB-ENTRY ON ASCENDING KEY WS-COB-CLAVE
               END-IF
           END-IF
           DISPLAY 'EVENTOS COBRADOS EN CORRIDAS ANTERIORES: '
               WS-CANT-COB.

      *----------------------------------------------------------------+
       1410-LEER-COBRADA.
      *----------------------------------------------------------------+
           READ FILCOBR
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1500-CARGAR-BLOQUEOS.
      *----------------------------------------------------------------+
      *    SIN HISTORIAL NO HAY REPOSICIONES QUE COBRAR, PERO LAS
      *    CUOTAS ANUALES SE COBRAN IGUAL
           OPEN INPUT FILBLHIS
           IF FS-FILBLHIS NOT = '00'
               DISPLAY 'BLOQHIST.txt NO ENCONTRADO, SIN COBRO DE '
                   'REPOSICIONES'
           ELSE
               PERFORM 1510-LEER-HISTORIAL
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF HIS-COD-BLOQ = WS-COD-ROBO OR
                      HIS-COD-BLOQ = WS-COD-PERDIDA OR
                      HIS-COD-BLOQ = WS-COD-DETERIORO
                       PERFORM 1530-GUARDAR-BLOQUEO
                   END-IF
                   PERFORM 1510-LEER-HISTORIAL
               END-PERFORM
               CLOSE FILBLHIS
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-BLQ > 0
                   SORT WS-BLQ-ENTRY
                       ON ASCENDING KEY WS-BLQ-PAN
                       ON ASCENDING KEY WS-BLQ-FECHA
                   PERFORM 1550-COMPACTAR-BLOQUEOS
               END-IF
           END-IF
           DISPLAY 'TARJETAS CON BLOQUEO CON COBRO: ' WS-CANT-BLQ.

      *----------------------------------------------------------------+
       1510-LEER-HISTORIAL.
      *----------------------------------------------------------------+
           READ FILBLHIS
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1520-CONVERTIR-FECHA-BLOQ.
      *----------------------------------------------------------------+
      *    DD.MM.YYYY -> YYYYMMDD, IGUAL QUE 1420 EN FRAUDE01; QUEDA EN
      *    CERO SI NO ES UNA FECHA VALIDA
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
       1530-GUARDAR-BLOQUEO.
      *----------------------------------------------------------------+
      *    UN TOKEN QUE LA BOVEDA NO CONOCE NO SE PUEDE LLEVAR A SU
      *    TARJETA NI A SU CLIENTE; SOLO SE CUENTA
           IF HIS-PAN(1:1) = 'T'
               MOVE 'N' TO WS-BOV-ENCONTRADO
               IF WS-CANT-BOV-T > 0
                   SEARCH ALL WS-BVT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-BVT-TOKEN(WS-BVT-IDX) = HIS-PAN
                           MOVE WS-BVT-PAN(WS-BVT-IDX) TO
                               WS-BOV-RESULTADO
                           MOVE 'S' TO WS-BOV-ENCONTRADO
                   END-SEARCH
               END-IF
           ELSE
               MOVE HIS-PAN TO WS-BOV-RESULTADO
               MOVE 'S' TO WS-BOV-ENCONTRADO
           END-IF
           IF WS-BOV-ENCONTRADO = 'N'
               ADD 1 TO COUNT-SIN-BOVEDA
           ELSE
               IF WS-CANT-BLQ >= 200000
                   DISPLAY 'TABLA DE BLOQUEOS LLENA (200000); DEPURE '
                       'BLOQHIST.txt Y REEJECUTE'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-BLQ
               SET WS-BLQ-IDX TO WS-CANT-BLQ
               MOVE WS-BOV-RESULTADO TO WS-BLQ-PAN(WS-BLQ-IDX)
               PERFORM 1520-CONVERTIR-FECHA-BLOQ
               IF WS-FECHA-BLOQ-NUM = ZERO
                   MOVE HIS-FECHA-CORRIDA TO WS-BLQ-FECHA(WS-BLQ-IDX)
               ELSE
                   MOVE WS-FECHA-BLOQ-NUM TO WS-BLQ-FECHA(WS-BLQ-IDX)
               END-IF
               MOVE HIS-COD-BLOQ TO WS-BLQ-COD(WS-BLQ-IDX)
           END-IF.

      *----------------------------------------------------------------+
       1550-COMPACTAR-BLOQUEOS.
      *----------------------------------------------------------------+
      *    LA TABLA YA ESTA ORDENADA POR PAN + FECHA: EL PRIMER
      *    RENGLON DE CADA PAN ES SU BLOQUEO CON COBRO MAS ANTIGUO Y
      *    LOS DEMAS (REPETICIONES DE CORRIDAS POSTERIORES) SE DESCARTAN
           SET WS-BLQ-OUT TO 1
           MOVE SPACES TO WS-BLQ-PAN-ANTERIOR
           PERFORM VARYING WS-BLQ-IDX FROM 1 BY 1
               UNTIL WS-BLQ-IDX > WS-CANT-BLQ
               IF WS-BLQ-PAN(WS-BLQ-IDX) NOT = WS-BLQ-PAN-ANTERIOR
                   MOVE WS-BLQ-PAN(WS-BLQ-IDX) TO WS-BLQ-PAN-ANTERIOR
                   MOVE WS-BLQ-ENTRY(WS-BLQ-IDX) TO
                       WS-BLQ-ENTRY(WS-BLQ-OUT)
                   SET WS-BLQ-OUT UP BY 1
               END-IF
           END-PERFORM
           SET WS-CANT-BLQ TO WS-BLQ-OUT
           SUBTRACT 1 FROM WS-CANT-BLQ.

      *----------------------------------------------------------------+
       2000-COBRAR-ANIVERSARIOS.
      *----------------------------------------------------------------+
      *    RECORRE FECACTVO EN ORDEN DE CLAVE, SALTANDO LA CABECERA
      *    'HD' Y EL PIE 'TR' (MISMA CONVENCION QUE REEMIT01)
           PERFORM 2100-LEER-FECACTVO
           PERFORM UNTIL EOF-ACTUAL = 'S'
               IF REG-SALIDA(1:2) NOT = 'HD' AND
                  REG-SALIDA(1:2) NOT = 'TR'
                   ADD 1 TO COUNT-TARJETAS
                   PERFORM 2200-EVALUAR-ANIVERSARIO
               END-IF
               PERFORM 2100-LEER-FECACTVO
           END-PERFORM
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       2100-LEER-FECACTVO.
      *----------------------------------------------------------------+
           READ FECACTVO NEXT RECORD
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2200-EVALUAR-ANIVERSARIO.
      *----------------------------------------------------------------+
      *    SOLO TARJETAS VIGENTES (SIN FECHA DE BAJA, MISMO CRITERIO
      *    QUE REEMIT01) CON UN ALTA VALIDA. EL ANIVERSARIO VIGENTE ES
      *    EL DE ESTE ANIO SI YA PASO, SI NO EL DEL ANIO ANTERIOR; EL
      *    ANIO DEL ALTA NO PAGA. UN ANIVERSARIO MAS VIEJO QUE LOS DIAS
      *    DE GRACIA NO SE COBRA: CUBRE LAS CORRIDAS QUE SE SALTARON
      *    SIN COBRAR DE UNA SOLA VEZ TODO EL PARQUE AL ARRANCAR
           IF FA-FECBAJA-CTA = 0 AND FA-FEC-ALT-TAR IS NUMERIC AND
              FA-FEC-ALT-TAR > 0
               MOVE WS-FECHA-YYYYMMDD(1:4) TO WS-ANIV-AAAA
               MOVE FA-FEC-ALT-TAR(5:4) TO WS-ANIV-MMDD
               IF WS-ANIV-MMDD = '0229'
                   MOVE '0228' TO WS-ANIV-MMDD
               END-IF
               IF WS-ANIV-MMDD > WS-FECHA-YYYYMMDD(5:4)
                   SUBTRACT 1 FROM WS-ANIV-AAAA
               END-IF
               IF WS-ANIV-MMDD(1:2) >= '01' AND
                  WS-ANIV-MMDD(1:2) <= '12' AND
                  WS-ANIV-MMDD(3:2) >= '01' AND
                  WS-ANIV-MMDD(3:2) <= '31' AND
                  WS-ANIV-AAAA > FA-FEC-ALT-TAR(1:4)
                   COMPUTE WS-DIAS-EVENTO =
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD) -
                       FUNCTION INTEGER-OF-DATE(WS-ANIV-FECHA)
                   IF WS-DIAS-EVENTO <= WS-DIAS-GRACIA
                       ADD 1 TO COUNT-ANIVERSARIOS
                       MOVE FA-PAN(1:16) TO WS-CRG-PAN
                       MOVE 'A' TO WS-CRG-TIPO
                       MOVE WS-ANIV-FECHA TO WS-CRG-PERIODO
                       MOVE WS-ANIV-FECHA TO WS-CRG-FECHA-EVENTO
                       MOVE 'CUOTA ANUAL' TO WS-CRG-DESCRIPCION
                       PERFORM 4000-COBRAR-CARGO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3000-COBRAR-REPOSICIONES.
      *----------------------------------------------------------------+
      *    LA MARCA/PRODUCTO DE LA TARJETA BLOQUEADA SALE DE FECACTVO
      *    POR CLAVE; UN BLOQUEO MAS VIEJO QUE LOS DIAS DE GRACIA YA NO
      *    SE COBRA (MISMO CRITERIO QUE LOS ANIVERSARIOS)
           COMPUTE WS-DIAS-EVENTO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD) -
               FUNCTION INTEGER-OF-DATE(WS-BLQ-FECHA(WS-BLQ-IDX))
           IF WS-DIAS-EVENTO >= 0 AND
              WS-DIAS-EVENTO <= WS-DIAS-GRACIA
               ADD 1 TO COUNT-BLOQUEOS
               MOVE WS-BLQ-PAN(WS-BLQ-IDX) TO WS-CRG-PAN
               MOVE 'R' TO WS-CRG-TIPO
               MOVE ZEROS TO WS-CRG-PERIODO
               MOVE WS-BLQ-FECHA(WS-BLQ-IDX) TO WS-CRG-FECHA-EVENTO
               MOVE 'REPOSICION' TO WS-CRG-DESCRIPCION
               MOVE SPACES TO FA-PAN
               MOVE WS-CRG-PAN TO FA-PAN(1:16)
               READ FECACTVO
                   INVALID KEY
                       MOVE 'N' TO WS-CRG-YA-COBRADO
                       MOVE ZEROS TO FA-MARCA-TIPO
                       MOVE 'TARJETA NO ESTA EN FECACTVO' TO
                           WS-CRG-MOTIVO
                       MOVE ZERO TO WS-MONTO-CARGO
                       PERFORM 4300-REPORTAR-NO-COBRADO
                   NOT INVALID KEY
                       PERFORM 4000-COBRAR-CARGO
               END-READ
           END-IF.

      *----------------------------------------------------------------+
       4000-COBRAR-CARGO.
      *----------------------------------------------------------------+
      *    UN EVENTO YA COBRADO NO SE VUELVE A TOCAR; LUEGO LA TARIFA
      *    Y LA CUENTA DE DEPOSITO. LO QUE NO SE PUEDE COBRAR NO SE
      *    ANOTA COMO COBRADO, ASI SIGUE APARECIENDO EN EL REPORTE
      *    HASTA QUE SE VINCULE LA CUENTA O SE CARGUE LA TARIFA
           PERFORM 4100-VERIFICAR-COBRADO
           IF WS-CRG-YA-COBRADO = 'S'
               ADD 1 TO COUNT-YA-COBRADOS
           ELSE
               MOVE 'N' TO WS-CRG-TARIFA-OK
               MOVE ZERO TO WS-MONTO-CARGO
               IF WS-CANT-TRF > 0
                   SEARCH ALL WS-TRF-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-TRF-CLAVE(WS-TRF-IDX) = FA-MARCA-TIPO
                           MOVE 'S' TO WS-CRG-TARIFA-OK
                           MOVE WS-TRF-MONEDA(WS-TRF-IDX) TO
                               WS-CRG-MONEDA
                           IF WS-CRG-TIPO = 'A'
                               MOVE WS-TRF-ANUAL(WS-TRF-IDX) TO
                                   WS-MONTO-CARGO
                           ELSE
                               MOVE WS-TRF-REPOS(WS-TRF-IDX) TO
                                   WS-MONTO-CARGO
                           END-IF
                   END-SEARCH
               END-IF
               IF WS-CRG-TARIFA-OK = 'N'
                   MOVE 'SIN TARIFA PARA MARCA/PRODUCTO' TO
                       WS-CRG-MOTIVO
                   PERFORM 4300-REPORTAR-NO-COBRADO
               ELSE
                   IF WS-MONTO-CARGO = ZERO
                       ADD 1 TO COUNT-EXENTOS
                   ELSE
                       PERFORM 4200-UBICAR-CLIENTE
                       IF WS-CRG-CLI-ID = SPACES
                           MOVE 'SIN CUENTA DE DEPOSITO' TO
                               WS-CRG-MOTIVO
                           PERFORM 4300-REPORTAR-NO-COBRADO
                       ELSE
                           PERFORM 4400-GRABAR-CARGO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       4100-VERIFICAR-COBRADO.
      *----------------------------------------------------------------+
      *    EL HISTORIAL VA POR TOKEN: UN PAN QUE LA BOVEDA TODAVIA NO
      *    CONOCE NUNCA SE COBRO
           MOVE 'N' TO WS-CRG-YA-COBRADO
           MOVE WS-CRG-PAN TO WS-BOV-PAN-BUSCADO
           PERFORM 6050-BUSCAR-TOKEN
           IF WS-BOV-ENCONTRADO = 'S' AND WS-CANT-COB > 0
               MOVE WS-BOV-RESULTADO TO WS-CBB-TOKEN
               MOVE WS-CRG-TIPO TO WS-CBB-TIPO
               MOVE WS-CRG-PERIODO TO WS-CBB-PERIODO
               SEARCH ALL WS-COB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-COB-CLAVE(WS-COB-IDX) = WS-COB-BUSCADA
                       MOVE 'S' TO WS-CRG-YA-COBRADO
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------+
       4200-UBICAR-CLIENTE.
      *----------------------------------------------------------------+
           MOVE SPACES TO WS-CRG-CLI-ID
           IF WS-CANT-XREF > 0
               SEARCH ALL WS-XREF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-XREF-PAN(WS-XREF-IDX) = WS-CRG-PAN
                       MOVE WS-XREF-CLI-ID(WS-XREF-IDX) TO
                           WS-CRG-CLI-ID
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------+
       4300-REPORTAR-NO-COBRADO.
      *----------------------------------------------------------------+
           ADD 1 TO COUNT-NO-COBRADOS
           MOVE '************' TO WS-PAN-ENMASCARADO(1:12)
           MOVE WS-CRG-PAN(13:4) TO WS-PAN-ENMASCARADO(13:4)
           MOVE WS-MONTO-CARGO TO WS-MONTO-ED
           MOVE SPACES TO REG-NOCOB
           STRING WS-PAN-ENMASCARADO
               ' ' WS-CRG-DESCRIPCION
               ' ' WS-CRG-FECHA-EVENTO
               ' ' FA-MARCA '-' FA-TIPO
               ' ' WS-MONTO-ED
               ' ' WS-CRG-MOTIVO
               DELIMITED BY SIZE INTO REG-NOCOB
           WRITE REG-NOCOB.

      *----------------------------------------------------------------+
       4400-GRABAR-CARGO.
      *----------------------------------------------------------------+
      *    MOVIMIENTO 'R' EN EL FORMATO PIPE DE movimientos.dat, CON
      *    FECHA DE NEGOCIO, SIN SALDO PREVIO (PSA01 TOMA EL SALDO DEL
      *    MAESTRO), SIN REFERENCIA Y CON EL CANAL DE CARGOS DE TARJETA
           MOVE SPACES TO REG-CARGO
           STRING WS-CRG-CLI-ID DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               FA-NOM-CLIENTE(1:20) DELIMITED BY SIZE
               '|R|' DELIMITED BY SIZE
               WS-MONTO-CARGO-DIG DELIMITED BY SIZE
               '|0000000|' DELIMITED BY SIZE
               WS-FECHA-YYYYMMDD DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               WS-CRG-MONEDA DELIMITED BY SIZE
               '||' DELIMITED BY SIZE
               WS-CANAL-CUOTA DELIMITED BY SIZE
               INTO REG-CARGO
           WRITE REG-CARGO

           MOVE WS-CRG-PAN TO WS-BOV-PAN-BUSCADO
           PERFORM 6000-TOKEN-DE-PAN
           MOVE SPACES TO REG-COBRADA
           MOVE WS-BOV-RESULTADO TO CCB-TOKEN
           MOVE WS-CRG-TIPO TO CCB-TIPO
           MOVE WS-CRG-PERIODO TO CCB-PERIODO
           MOVE WS-CRG-FECHA-EVENTO TO CCB-FECHA-EVENTO
           MOVE WS-FECHA-YYYYMMDD TO CCB-FECHA-CORRIDA
           MOVE WS-CRG-CLI-ID TO CCB-CLI-ID
           MOVE WS-MONTO-CARGO TO CCB-MONTO
           MOVE WS-CRG-MONEDA TO CCB-MONEDA
           WRITE REG-COBRADA
           IF WS-CRG-TIPO = 'A'
               ADD 1 TO COUNT-COBRADOS-A
           ELSE
               ADD 1 TO COUNT-COBRADOS-R
           END-IF.

      *----------------------------------------------------------------+
       6000-TOKEN-DE-PAN.
      *----------------------------------------------------------------+
      *    MISMO CONTRATO QUE 1168-TOKEN-DE-PAN EN PROGRAM1: DEVUELVE
      *    EL TOKEN DEL PAN, ASIGNANDO Y ANEXANDO A BOVEDA.txt UNO
      *    NUEVO SI NO EXISTIA
           PERFORM 6050-BUSCAR-TOKEN
           IF WS-BOV-ENCONTRADO = 'N'
               PERFORM 6100-ASIGNAR-TOKEN-NUEVO
           END-IF.

      *----------------------------------------------------------------+
       6050-BUSCAR-TOKEN.
      *----------------------------------------------------------------+
      *    SOLO BUSCA (TABLA ORDENADA Y COLA DE NUEVOS); NO ASIGNA
           MOVE 'N' TO WS-BOV-ENCONTRADO
           IF WS-CANT-BOV > 0
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
       END PROGRAM CUOTAS01.
