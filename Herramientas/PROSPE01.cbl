       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PROSPE01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    EXTRACTO MENSUAL DE PROSPECTOS DE VENTA CRUZADA ENTRE EL    +
      *    MUNDO TARJETAS Y EL MUNDO DEPOSITOS: (T) TITULARES DE       +
      *    FECACTVO.dat (CDC-CU-TIT / CDC-NUM-DOC) CON ALGUNA TARJETA  +
      *    VIGENTE Y NINGUNA TARJETA VINCULADA A UNA CUENTA DE         +
      *    DEPOSITO EN CRUCECLICARD.txt, Y (D) CLIENTES DE CLIMAST.dat +
      *    SIN NINGUNA TARJETA EN EL CRUCE CUYO SALDO PROMEDIO DIARIO  +
      *    (saldos_diarios.txt) SUPERA EL MINIMO DEL PARAMETRO. QUEDAN +
      *    FUERA LOS BLOQUEADOS (TARJETA VIGENTE CON CODIGO DE         +
      *    BLOQUEO, CUENTA INACTIVA O FALLECIDA), LOS ESCHEATADOS      +
      *    (CLI-ESTADO 'E') Y LOS QUE ESTAN BAJO RESGUARDO LEGAL       +
      *    (VIPLEGAL.txt DEL LADO TARJETA, retenciones_clientes.txt    +
      *    DEL LADO DEPOSITO). EL EXTRACTO NO LLEVA PAN: ES PARA       +
      *    MERCADEO                                                    +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FECHA DE NEGOCIO FORZADA (SU AAAAMM NOMBRA EL EXTRACTO),
      *    SALDO PROMEDIO MINIMO Y VENTANA DEL PROMEDIO EN DIAS; SIN
      *    ARCHIVO SE USAN LOS VALORES POR DEFECTO
           SELECT FILPARM ASSIGN TO 'PARMPROSPE.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    HISTORICO DE ACTIVACIONES DE CDCB14Q, INDEXADO POR PAN; SE
      *    RECORRE COMPLETO, MISMO USO QUE INDICE01
           SELECT FECACTVO ASSIGN TO 'FECACTVO.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FA-PAN
              FILE STATUS IS FS-FECACTVO.
      *    LISTA DE SUPRESION VIP/RESGUARDO LEGAL DE PROGRAM1 (VER
      *    SELECT FILVIP EN PROGRAM.cbl)
           SELECT FILVIP ASSIGN TO 'VIPLEGAL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILVIP.
      *    CRUCE CLI-ID/PAN ENTRE TARJETAS Y DEPOSITOS, EL MISMO QUE
      *    CARGA PROGRAM1 (VER COPY XREFCLI EN Casopractico)
           SELECT FILXREF ASSIGN TO 'CRUCECLICARD.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILXREF.
      *    MAESTRO DE CLIENTES DE DEPOSITO (VER caso_01/CLIMAST.cpy);
      *    SE RECORRE COMPLETO EN ORDEN DE CLAVE
           SELECT CLIMASTER ASSIGN TO 'CLIMAST.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CLI-ID
              FILE STATUS IS FS-CLIMASTER.
      *    FOTO DIARIA DE SALDO POR CLIENTE QUE GRABA PSA01
           SELECT FSALDIA ASSIGN TO 'saldos_diarios.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FSALDIA.
      *    RETENCIONES VIGENTES SOBRE CUENTAS DE DEPOSITO (PROGRAM1,
      *    3630-EVALUAR-RETENCION)
           SELECT FRETEN ASSIGN TO 'retenciones_clientes.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FRETEN.
      *    EXTRACTO DEL PERIODO; SE REESCRIBE SI SE CORRE DE NUEVO EN
      *    EL MISMO MES
           SELECT FPROSPE ASSIGN TO WS-NOM-FPROSPE
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FPROSPE.

       DATA DIVISION.
       FILE SECTION.
       FD  FILPARM
           RECORDING MODE IS F.
       01  REG-PARM-PROSPE.
           02 PARM-FECHA-NEGOCIO  PIC 9(08). *> 0 = FECHA DEL SISTEMA
           02 FILLER              PIC X(01).
           02 PARM-SALDO-MINIMO   PIC 9(06)V99. *> 8 DIGITOS SIN
                                             *> PUNTO; 0 = 1000.00
           02 FILLER              PIC X(01).
           02 PARM-DIAS-PROMEDIO  PIC 9(03). *> 0 = 30

      *    MISMO LAYOUT QUE EL FECACTVO DE CDCB14Q
       FD  FECACTVO.
       01  REG-SALIDA.
           COPY CDCFDREP REPLACING LEADING ==CDC== BY ==FA==.
           02 FA-NUMPLAST         PIC 9(12).
           02 FA-NUMBEN           PIC 9(05).
           02 FA-LINEVENT         PIC X(02).

      *    MISMO LAYOUT QUE REG-VIP EN PROGRAM1
       FD  FILVIP
           RECORDING MODE IS F.
       01  REG-VIP.
           02 VIP-PAN             PIC X(16).

      *    MISMO LAYOUT QUE REG-XREF EN PROGRAM1
       FD  FILXREF
           RECORDING MODE IS F.
       01  REG-XREF.
           02 XRF-CLI-ID          PIC X(05).
           02 FILLER              PIC X(01).
           02 XRF-PAN             PIC X(16).

       FD  CLIMASTER.
           COPY CLIMAST.

      *    MISMO LAYOUT QUE REG-SALDIA EN PSA01
       FD  FSALDIA
           RECORDING MODE IS F.
       01  REG-SALDIA.
           02 SDI-CLI-ID          PIC X(05).
           02 FILLER              PIC X(01).
           02 SDI-FECHA           PIC 9(08).
           02 FILLER              PIC X(01).
           02 SDI-SIGNO           PIC X(01). *> '-' = SALDO NEGATIVO
           02 SDI-SALDO-DIGITOS   PIC 9(08).

      *    MISMO LAYOUT QUE RETEN-REGISTER EN PSA01
       FD  FRETEN
           RECORDING MODE IS F.
       01  RETEN-REGISTER.
           02 RTN-CLI-ID          PIC X(05).
           02 FILLER              PIC X(01).
           02 RTN-PAN             PIC X(16).
           02 FILLER              PIC X(01).
           02 RTN-COD-BLOQ        PIC 9(02).
           02 FILLER              PIC X(45).

       FD  FPROSPE
           RECORDING MODE IS F.
       01  REG-PROSPE             PIC X(100).

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FECACTVO         PIC XX.
           05 FS-FILVIP           PIC XX.
           05 FS-FILXREF          PIC XX.
           05 FS-CLIMASTER        PIC XX.
           05 FS-FSALDIA          PIC XX.
           05 FS-FRETEN           PIC XX.
           05 FS-FPROSPE          PIC XX.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.

       01  WSC-COUNTERS.
           05 COUNT-TARJETAS      PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-TITULARES     PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-PROSP-TARJETA PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-CLIENTES      PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-PROSP-DEPOSITO PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-EXCLUIDOS-T   PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-EXCLUIDOS-D   PIC 9(07) COMP VALUE ZEROS.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-FECHA-DESDE         PIC 9(08).
       01  WS-DIA-INT             PIC 9(08) COMP.
       01  WS-SALDO-MINIMO        PIC 9(06)V99 VALUE 1000.00.
       01  WS-DIAS-PROMEDIO       PIC 9(03) VALUE 30.
       01  WS-NOM-FPROSPE         PIC X(40).

      *    LISTA VIP/LEGAL EN MEMORIA, ORDENADA POR PAN
       01  WS-CANT-VIP            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-VIP.
           05 WS-VIP-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-VIP
               ASCENDING KEY IS WS-VIP-PAN
               INDEXED BY WS-VIP-IDX.
               10 WS-VIP-PAN      PIC X(16).

      *    CRUCE POR PAN (COPY XREFCLI) Y, APARTE, LOS CLI-ID DEL
      *    CRUCE ORDENADOS PARA SABER SI UN CLIENTE TIENE TARJETA
       COPY XREFCLI.
       01  WS-CANT-XCL            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-XREF-CLI.
           05 WS-XCL-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-XCL
               ASCENDING KEY IS WS-XCL-CLI-ID
               INDEXED BY WS-XCL-IDX.
               10 WS-XCL-CLI-ID   PIC X(05).

      *    CLIENTES CON RETENCION VIGENTE, ORDENADOS
       01  WS-CANT-RTN            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-RETENCIONES.
           05 WS-RTN-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-RTN
               ASCENDING KEY IS WS-RTN-CLI-ID
               INDEXED BY WS-RTN-IDX.
               10 WS-RTN-CLI-ID   PIC X(05).

      *    UNA ENTRADA POR TARJETA, ORDENADA POR TITULAR PARA
      *    EVALUAR CADA TITULAR CON TODAS SUS TARJETAS JUNTAS
       01  WS-CANT-TAR            PIC 9(06) COMP VALUE ZERO.
       01  WS-TABLA-TARJETAS.
           05 WS-TAR-ENTRY OCCURS 1 TO 300000 TIMES
               DEPENDING ON WS-CANT-TAR
               ASCENDING KEY IS WS-TAR-CU-TIT
               INDEXED BY WS-TAR-IDX.
               10 WS-TAR-CU-TIT       PIC 9(10).
               10 WS-TAR-TIPO-DOC     PIC X(01).
               10 WS-TAR-NUM-DOC      PIC X(11).
               10 WS-TAR-NOMBRE       PIC X(40).
               10 WS-TAR-MARCA-TIPO   PIC 9(04).
               10 WS-TAR-VIGENTE      PIC X(01).
               10 WS-TAR-VINCULADA    PIC X(01).
               10 WS-TAR-EXCLUIDA     PIC X(01).
       01  WS-TAR-SUB             PIC 9(06) COMP.
       01  WS-TAR-INICIO          PIC 9(06) COMP.

      *    RESUMEN DEL TITULAR EN CURSO
       01  WS-TIT-CU-TIT          PIC 9(10).
       01  WS-TIT-VIGENTES        PIC 9(03) COMP.
       01  WS-TIT-VINCULADO       PIC X(01).
       01  WS-TIT-EXCLUIDO        PIC X(01).
       01  WS-TIT-PRIMERA         PIC 9(06) COMP.

      *    FOTOS DE SALDO DENTRO DE LA VENTANA, ORDENADAS POR CLIENTE,
      *    MISMO PATRON QUE WS-TABLA-ADB EN PSA01
       01  WS-CANT-ADB            PIC 9(06) COMP VALUE ZERO.
       01  WS-TABLA-ADB.
           05 WS-ADB-ENTRY OCCURS 1 TO 300000 TIMES
               DEPENDING ON WS-CANT-ADB
               ASCENDING KEY IS WS-ADB-CLI
               INDEXED BY WS-ADB-IDX.
               10 WS-ADB-CLI          PIC X(05).
               10 WS-ADB-SALDO        PIC S9(06)V99.
       01  WS-ADB-SUB             PIC 9(06) COMP.
       01  WS-ADB-SUMA            PIC S9(12)V99.
       01  WS-ADB-CUENTA          PIC 9(06) COMP.
       01  WS-ADB-PROMEDIO        PIC S9(06)V99.
       01  WS-SDI-SALDO-TRANSITO  PIC 9(06)V99.
       01  WS-SDI-SALDO-DIG REDEFINES WS-SDI-SALDO-TRANSITO
                                  PIC 9(08).

       01  WS-EXCLUIR             PIC X(01).
       01  WS-TIENE-TARJETA       PIC X(01).
       01  WS-CANT-ED             PIC ZZ9.
       01  WS-SALDO-ED            PIC -ZZZZZ9.99.
       01  WS-TOTAL-ED            PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  PROSPECTOS DE VENTA CRUZADA          '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 1000-LEER-PARAMETRO
           STRING 'PROSPECTOS_' WS-FECHA-YYYYMMDD(1:6) '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FPROSPE
           PERFORM 1100-CARGAR-VIP
           PERFORM 1200-CARGAR-CRUCE
           PERFORM 1300-CARGAR-RETENCIONES
           PERFORM 1400-CARGAR-SALDOS

           OPEN OUTPUT FPROSPE
           IF FS-FPROSPE NOT = '00'
               DISPLAY 'ERROR AL ABRIR ' WS-NOM-FPROSPE ' FS: '
                   FS-FPROSPE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REG-PROSPE
           STRING 'PROSPECTOS DE VENTA CRUZADA PERIODO '
               WS-FECHA-YYYYMMDD(1:6) ' AL ' WS-FECHA-YYYYMMDD
               DELIMITED BY SIZE INTO REG-PROSPE
           WRITE REG-PROSPE

           PERFORM 2000-PROSPECTOS-TARJETA
           PERFORM 3000-PROSPECTOS-DEPOSITO

           MOVE SPACES TO REG-PROSPE
           MOVE COUNT-PROSP-TARJETA TO WS-TOTAL-ED
           STRING 'TOTAL T (TITULARES SIN CUENTA) : ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REG-PROSPE
           WRITE REG-PROSPE
           MOVE SPACES TO REG-PROSPE
           MOVE COUNT-PROSP-DEPOSITO TO WS-TOTAL-ED
           STRING 'TOTAL D (CLIENTES SIN TARJETA) : ' WS-TOTAL-ED
               DELIMITED BY SIZE INTO REG-PROSPE
           WRITE REG-PROSPE
           CLOSE FPROSPE

           DISPLAY 'TARJETAS LEIDAS              = ' COUNT-TARJETAS
           DISPLAY 'TITULARES EVALUADOS          = ' COUNT-TITULARES
           DISPLAY 'TITULARES EXCLUIDOS          = ' COUNT-EXCLUIDOS-T
           DISPLAY 'PROSPECTOS TARJETA (T)       = '
               COUNT-PROSP-TARJETA
           DISPLAY 'CLIENTES DE DEPOSITO LEIDOS  = ' COUNT-CLIENTES
           DISPLAY 'CLIENTES EXCLUIDOS           = ' COUNT-EXCLUIDOS-D
           DISPLAY 'PROSPECTOS DEPOSITO (D)      = '
               COUNT-PROSP-DEPOSITO
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
                               'PARMPROSPE.txt: ' WS-FECHA-YYYYMMDD
                       END-IF
                       IF PARM-SALDO-MINIMO IS NUMERIC AND
                          PARM-SALDO-MINIMO NOT = 0
                           MOVE PARM-SALDO-MINIMO TO WS-SALDO-MINIMO
                       END-IF
                       IF PARM-DIAS-PROMEDIO IS NUMERIC AND
                          PARM-DIAS-PROMEDIO NOT = 0
                           MOVE PARM-DIAS-PROMEDIO TO WS-DIAS-PROMEDIO
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD)
               - WS-DIAS-PROMEDIO
           COMPUTE WS-FECHA-DESDE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           MOVE WS-SALDO-MINIMO TO WS-SALDO-ED
           DISPLAY 'SALDO PROMEDIO MINIMO: ' WS-SALDO-ED
               ' VENTANA (DIAS): ' WS-DIAS-PROMEDIO.

      *----------------------------------------------------------------+
       1100-CARGAR-VIP.
      *----------------------------------------------------------------+
      *    TABLA LLENA = ABEND, MISMO CRITERIO QUE 1164B-GUARDAR-VIP
      *    EN PROGRAM1: UNA LISTA INCOMPLETA LE PASARIA A MERCADEO
      *    CLIENTES BAJO RESGUARDO LEGAL
           OPEN INPUT FILVIP
           IF FS-FILVIP = '00'
               PERFORM 1110-LEER-VIP
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF WS-CANT-VIP >= 50000
                       DISPLAY 'TABLA VIP/LEGAL LLENA (50000); '
                           'VIPLEGAL.txt SIN TERMINAR'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-VIP
                   SET WS-VIP-IDX TO WS-CANT-VIP
                   MOVE VIP-PAN TO WS-VIP-PAN(WS-VIP-IDX)
                   PERFORM 1110-LEER-VIP
               END-PERFORM
               CLOSE FILVIP
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-VIP > 0
                   SORT WS-VIP-ENTRY ON ASCENDING KEY WS-VIP-PAN
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1110-LEER-VIP.
      *----------------------------------------------------------------+
           READ FILVIP
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1200-CARGAR-CRUCE.
      *----------------------------------------------------------------+
           OPEN INPUT FILXREF
           IF FS-FILXREF NOT = '00'
               DISPLAY 'CRUCECLICARD.txt NO ENCONTRADO, NINGUNA '
                   'TARJETA TIENE CUENTA DE DEPOSITO VINCULADA'
           ELSE
               PERFORM 1210-LEER-CRUCE
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF WS-CANT-XREF >= 50000
                       DISPLAY 'TABLA DE CRUCE LLENA (50000); '
                           'CRUCECLICARD.txt SIN TERMINAR'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-XREF
                   SET WS-XREF-IDX TO WS-CANT-XREF
                   MOVE XRF-PAN TO WS-XREF-PAN(WS-XREF-IDX)
                   MOVE XRF-CLI-ID TO WS-XREF-CLI-ID(WS-XREF-IDX)
                   ADD 1 TO WS-CANT-XCL
                   SET WS-XCL-IDX TO WS-CANT-XCL
                   MOVE XRF-CLI-ID TO WS-XCL-CLI-ID(WS-XCL-IDX)
                   PERFORM 1210-LEER-CRUCE
               END-PERFORM
               CLOSE FILXREF
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-XREF > 0
                   SORT WS-XREF-ENTRY ON ASCENDING KEY WS-XREF-PAN
                   SORT WS-XCL-ENTRY ON ASCENDING KEY WS-XCL-CLI-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1210-LEER-CRUCE.
      *----------------------------------------------------------------+
           READ FILXREF
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1300-CARGAR-RETENCIONES.
      *----------------------------------------------------------------+
           OPEN INPUT FRETEN
           IF FS-FRETEN = '00'
               PERFORM 1310-LEER-RETENCION
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF WS-CANT-RTN >= 50000
                       DISPLAY 'TABLA DE RETENCIONES LLENA (50000); '
                           'retenciones_clientes.txt SIN TERMINAR'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-RTN
                   SET WS-RTN-IDX TO WS-CANT-RTN
                   MOVE RTN-CLI-ID TO WS-RTN-CLI-ID(WS-RTN-IDX)
                   PERFORM 1310-LEER-RETENCION
               END-PERFORM
               CLOSE FRETEN
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-RTN > 0
                   SORT WS-RTN-ENTRY ON ASCENDING KEY WS-RTN-CLI-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1310-LEER-RETENCION.
      *----------------------------------------------------------------+
           READ FRETEN
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1400-CARGAR-SALDOS.
      *----------------------------------------------------------------+
      *    SOLO LAS FOTOS DENTRO DE LA VENTANA; MISMA CONVERSION DE
      *    SIGNO Y DIGITOS QUE GUARDAR-SALDO-ADB EN PSA01
           OPEN INPUT FSALDIA
           IF FS-FSALDIA NOT = '00'
               DISPLAY 'saldos_diarios.txt NO ENCONTRADO, NO HABRA '
                   'PROSPECTOS DE DEPOSITO'
           ELSE
               PERFORM 1410-LEER-SALDO
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF SDI-FECHA IS NUMERIC AND
                      SDI-FECHA > WS-FECHA-DESDE AND
                      SDI-FECHA <= WS-FECHA-YYYYMMDD AND
                      SDI-SALDO-DIGITOS IS NUMERIC
                       PERFORM 1420-GUARDAR-SALDO
                   END-IF
                   PERFORM 1410-LEER-SALDO
               END-PERFORM
               CLOSE FSALDIA
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-ADB > 0
                   SORT WS-ADB-ENTRY ON ASCENDING KEY WS-ADB-CLI
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1410-LEER-SALDO.
      *----------------------------------------------------------------+
           READ FSALDIA
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1420-GUARDAR-SALDO.
      *----------------------------------------------------------------+
           IF WS-CANT-ADB >= 300000
               DISPLAY 'TABLA DE SALDOS LLENA (300000); REDUZCA '
                   'PARM-DIAS-PROMEDIO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-ADB
           SET WS-ADB-IDX TO WS-CANT-ADB
           MOVE SDI-CLI-ID TO WS-ADB-CLI(WS-ADB-IDX)
           MOVE SDI-SALDO-DIGITOS TO WS-SDI-SALDO-DIG
           IF SDI-SIGNO = '-'
               COMPUTE WS-ADB-SALDO(WS-ADB-IDX) =
                   0 - WS-SDI-SALDO-TRANSITO
           ELSE
               MOVE WS-SDI-SALDO-TRANSITO TO WS-ADB-SALDO(WS-ADB-IDX)
           END-IF.

      *----------------------------------------------------------------+
       2000-PROSPECTOS-TARJETA.
      *----------------------------------------------------------------+
           OPEN INPUT FECACTVO
           IF FS-FECACTVO NOT = '00'
               DISPLAY 'FECACTVO.dat NO DISPONIBLE FS: ' FS-FECACTVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2100-LEER-FECACTVO
           PERFORM UNTIL EOF-ACTUAL = 'S'
               IF REG-SALIDA(1:2) NOT = 'HD' AND
                  REG-SALIDA(1:2) NOT = 'TR'
                   PERFORM 2200-GUARDAR-TARJETA
               END-IF
               PERFORM 2100-LEER-FECACTVO
           END-PERFORM
           CLOSE FECACTVO
           MOVE 'N' TO EOF-ACTUAL
           IF WS-CANT-TAR > 0
               SORT WS-TAR-ENTRY ON ASCENDING KEY WS-TAR-CU-TIT
               MOVE 1 TO WS-TAR-INICIO
               PERFORM 2300-EVALUAR-TITULAR
                   UNTIL WS-TAR-INICIO > WS-CANT-TAR
           END-IF.

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
       2200-GUARDAR-TARJETA.
      *----------------------------------------------------------------+
      *    VIGENTE = SIN BAJA DE CUENTA NI BLOQUEO. UNA TARJETA
      *    VIGENTE BLOQUEADA O CUALQUIER TARJETA EN VIPLEGAL EXCLUYE
      *    AL TITULAR; UNA TARJETA YA DADA DE BAJA NO LO EXCLUYE
           IF FA-CU-TIT IS NUMERIC AND FA-CU-TIT > 0
               PERFORM 2210-AGREGAR-TARJETA
           END-IF.

      *----------------------------------------------------------------+
       2210-AGREGAR-TARJETA.
      *----------------------------------------------------------------+
           ADD 1 TO COUNT-TARJETAS
           IF WS-CANT-TAR >= 300000
               DISPLAY 'TABLA DE TARJETAS LLENA (300000); CORRIDA '
                   'ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-TAR
           SET WS-TAR-IDX TO WS-CANT-TAR
           MOVE FA-CU-TIT TO WS-TAR-CU-TIT(WS-TAR-IDX)
           MOVE FA-TIPO-DOC TO WS-TAR-TIPO-DOC(WS-TAR-IDX)
           MOVE FA-NUM-DOC TO WS-TAR-NUM-DOC(WS-TAR-IDX)
           MOVE FA-NOM-CLIENTE TO WS-TAR-NOMBRE(WS-TAR-IDX)
           MOVE FA-MARCA-TIPO TO WS-TAR-MARCA-TIPO(WS-TAR-IDX)
           MOVE 'N' TO WS-TAR-VIGENTE(WS-TAR-IDX)
                       WS-TAR-VINCULADA(WS-TAR-IDX)
                       WS-TAR-EXCLUIDA(WS-TAR-IDX)
           IF FA-FECBAJA-CTA = 0
               IF FA-CODBLOQ-TAR = 0
                   MOVE 'S' TO WS-TAR-VIGENTE(WS-TAR-IDX)
               ELSE
                   MOVE 'S' TO WS-TAR-EXCLUIDA(WS-TAR-IDX)
               END-IF
           END-IF
           IF WS-CANT-VIP > 0
               SEARCH ALL WS-VIP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VIP-PAN(WS-VIP-IDX) = FA-PAN(1:16)
                       MOVE 'S' TO WS-TAR-EXCLUIDA(WS-TAR-IDX)
               END-SEARCH
           END-IF
           IF WS-CANT-XREF > 0
               SEARCH ALL WS-XREF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-XREF-PAN(WS-XREF-IDX) = FA-PAN(1:16)
                       MOVE 'S' TO WS-TAR-VINCULADA(WS-TAR-IDX)
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------+
       2300-EVALUAR-TITULAR.
      *----------------------------------------------------------------+
      *    RECORRE EL GRUPO DE TARJETAS DEL TITULAR QUE EMPIEZA EN
      *    WS-TAR-INICIO Y DEJA WS-TAR-INICIO EN EL GRUPO SIGUIENTE
           ADD 1 TO COUNT-TITULARES
           MOVE WS-TAR-CU-TIT(WS-TAR-INICIO) TO WS-TIT-CU-TIT
           MOVE 0 TO WS-TIT-VIGENTES WS-TIT-PRIMERA
           MOVE 'N' TO WS-TIT-VINCULADO WS-TIT-EXCLUIDO
           MOVE WS-TAR-INICIO TO WS-TAR-SUB
           PERFORM UNTIL WS-TAR-SUB > WS-CANT-TAR
                   OR WS-TAR-CU-TIT(WS-TAR-SUB) NOT = WS-TIT-CU-TIT
               IF WS-TAR-VIGENTE(WS-TAR-SUB) = 'S'
                   ADD 1 TO WS-TIT-VIGENTES
                   IF WS-TIT-PRIMERA = 0
                       MOVE WS-TAR-SUB TO WS-TIT-PRIMERA
                   END-IF
               END-IF
               IF WS-TAR-VINCULADA(WS-TAR-SUB) = 'S'
                   MOVE 'S' TO WS-TIT-VINCULADO
               END-IF
               IF WS-TAR-EXCLUIDA(WS-TAR-SUB) = 'S'
                   MOVE 'S' TO WS-TIT-EXCLUIDO
               END-IF
               ADD 1 TO WS-TAR-SUB
           END-PERFORM
           MOVE WS-TAR-SUB TO WS-TAR-INICIO
           IF WS-TIT-EXCLUIDO = 'S'
               ADD 1 TO COUNT-EXCLUIDOS-T
           ELSE
               IF WS-TIT-VIGENTES > 0 AND WS-TIT-VINCULADO = 'N'
                   PERFORM 2400-ESCRIBIR-PROSPECTO-T
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2400-ESCRIBIR-PROSPECTO-T.
      *----------------------------------------------------------------+
      *    DOCUMENTO, NOMBRE Y PRODUCTO DE LA PRIMERA TARJETA VIGENTE
           MOVE WS-TIT-VIGENTES TO WS-CANT-ED
           MOVE SPACES TO REG-PROSPE
           STRING 'T ' WS-TIT-CU-TIT
               ' ' WS-TAR-TIPO-DOC(WS-TIT-PRIMERA)
               ' ' WS-TAR-NUM-DOC(WS-TIT-PRIMERA)
               ' ' WS-TAR-NOMBRE(WS-TIT-PRIMERA)
               ' ' WS-TAR-MARCA-TIPO(WS-TIT-PRIMERA)
               ' ' WS-CANT-ED
               DELIMITED BY SIZE INTO REG-PROSPE
           WRITE REG-PROSPE
           ADD 1 TO COUNT-PROSP-TARJETA.

      *----------------------------------------------------------------+
       3000-PROSPECTOS-DEPOSITO.
      *----------------------------------------------------------------+
           OPEN INPUT CLIMASTER
           IF FS-CLIMASTER NOT = '00'
               DISPLAY 'CLIMAST.dat NO DISPONIBLE FS: ' FS-CLIMASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-LEER-CLIMAST
           PERFORM UNTIL EOF-ACTUAL = 'S'
               ADD 1 TO COUNT-CLIENTES
               PERFORM 3200-EVALUAR-CLIENTE
               PERFORM 3100-LEER-CLIMAST
           END-PERFORM
           CLOSE CLIMASTER
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       3100-LEER-CLIMAST.
      *----------------------------------------------------------------+
           READ CLIMASTER NEXT RECORD
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       3200-EVALUAR-CLIENTE.
      *----------------------------------------------------------------+
      *    UN CLIENTE CON ALGUNA TARJETA EN EL CRUCE NO ES PROSPECTO;
      *    INACTIVO, ESCHEATADO, FALLECIDO O CON RETENCION SE EXCLUYE
           MOVE 'N' TO WS-TIENE-TARJETA
           IF WS-CANT-XCL > 0
               SEARCH ALL WS-XCL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-XCL-CLI-ID(WS-XCL-IDX) = CLI-ID
                       MOVE 'S' TO WS-TIENE-TARJETA
               END-SEARCH
           END-IF
           IF WS-TIENE-TARJETA = 'N'
               PERFORM 3210-EVALUAR-SIN-TARJETA
           END-IF.

      *----------------------------------------------------------------+
       3210-EVALUAR-SIN-TARJETA.
      *----------------------------------------------------------------+
           MOVE 'N' TO WS-EXCLUIR
           IF CLI-ESTADO = 'I' OR CLI-ESTADO = 'E' OR CLI-ESTADO = 'F'
               MOVE 'S' TO WS-EXCLUIR
           END-IF
           IF WS-CANT-RTN > 0
               SEARCH ALL WS-RTN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RTN-CLI-ID(WS-RTN-IDX) = CLI-ID
                       MOVE 'S' TO WS-EXCLUIR
               END-SEARCH
           END-IF
           IF WS-EXCLUIR = 'S'
               ADD 1 TO COUNT-EXCLUIDOS-D
           ELSE
               PERFORM 3300-CALCULAR-PROMEDIO
               IF WS-ADB-CUENTA > 0 AND
                  WS-ADB-PROMEDIO >= WS-SALDO-MINIMO
                   PERFORM 3220-ESCRIBIR-PROSPECTO-D
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3220-ESCRIBIR-PROSPECTO-D.
      *----------------------------------------------------------------+
           MOVE WS-ADB-PROMEDIO TO WS-SALDO-ED
           MOVE SPACES TO REG-PROSPE
           STRING 'D ' CLI-ID
               ' ' CLI-NOMBRE
               ' ' WS-SALDO-ED
               ' ' CLI-MONEDA
               DELIMITED BY SIZE INTO REG-PROSPE
           WRITE REG-PROSPE
           ADD 1 TO COUNT-PROSP-DEPOSITO.

      *----------------------------------------------------------------+
       3300-CALCULAR-PROMEDIO.
      *----------------------------------------------------------------+
      *    MISMO CALCULO QUE CALCULAR-SALDO-PROMEDIO EN PSA01: SE
      *    UBICA UNA FOTO CON SEARCH ALL Y SE RECORRE EL GRUPO; EL
      *    PROMEDIO ES SOBRE LAS FOTOS EXISTENTES
           MOVE ZERO TO WS-ADB-SUMA WS-ADB-CUENTA WS-ADB-PROMEDIO
           IF WS-CANT-ADB > 0
               SEARCH ALL WS-ADB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ADB-CLI(WS-ADB-IDX) = CLI-ID
                       PERFORM 3310-SUMAR-GRUPO
               END-SEARCH
           END-IF
           IF WS-ADB-CUENTA > 0
               COMPUTE WS-ADB-PROMEDIO ROUNDED =
                   WS-ADB-SUMA / WS-ADB-CUENTA
           END-IF.

      *----------------------------------------------------------------+
       3310-SUMAR-GRUPO.
      *----------------------------------------------------------------+
           SET WS-ADB-SUB TO WS-ADB-IDX
           PERFORM UNTIL WS-ADB-SUB = 1
                   OR WS-ADB-CLI(WS-ADB-SUB - 1) NOT = CLI-ID
               SUBTRACT 1 FROM WS-ADB-SUB
           END-PERFORM
           PERFORM UNTIL WS-ADB-SUB > WS-CANT-ADB
                   OR WS-ADB-CLI(WS-ADB-SUB) NOT = CLI-ID
               ADD WS-ADB-SALDO(WS-ADB-SUB) TO WS-ADB-SUMA
               ADD 1 TO WS-ADB-CUENTA
               ADD 1 TO WS-ADB-SUB
           END-PERFORM.
       END PROGRAM PROSPE01.
