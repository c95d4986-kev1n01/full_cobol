       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CALIDA01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    PERFIL DE CALIDAD DE DATOS DE LOS ARCHIVOS DEL PROCESADOR   +
      *    (FILINP1 Y FILINP2). MAS ALLA DE LUHN Y TRUNCAMIENTO, QUE   +
      *    YA CONTROLA PROGRAM1, CUENTA POR ENTIDAD LOS DEFECTOS DE    +
      *    CADA CORRIDA:                                               +
      *      - INF-FEC-BLOQ / INF-FEC-BAJ INVALIDAS O FUTURAS          +
      *      - INF-IND-TIP FUERA DE 01/02 E INF-COD-MAR FUERA DE       +
      *        EVDESMAR.txt                                            +
      *      - ACC-NUMB O ACC-CENT-ALTA EN BLANCO                      +
      *      - FECHA DE BLOQUEO POSTERIOR A LA FECHA DE BAJA           +
      *      - RENGLONES VERSION '02' SIN INF-FEC-VENC                 +
      *    LOS CONTEOS SE GUARDAN EN CALIDAD_PROV_HIST.txt (UN RENGLON +
      *    POR FECHA Y ENTIDAD) Y EL REPORTE MUESTRA LA CORRIDA Y SU   +
      *    TENDENCIA. UNA ENTIDAD CON MAS REGISTROS DEFECTUOSOS QUE LA +
      *    TOLERANCIA DE PARMCALIDAD.txt LEVANTA UN WARNING EN         +
      *    EVENTOS.txt. CORRE DESPUES DE PROGRAM1: LA ENTIDAD DE CADA  +
      *    TARJETA DE FILINP2 SALE DE CTAMAST.dat YA ACTUALIZADO       +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FECHA DE NEGOCIO, TOLERANCIA Y MESES DE HISTORIA
           SELECT FILPARM ASSIGN TO 'PARMCALIDAD.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    LOS MISMOS ARCHIVOS DE ENTRADA QUE PROCESA PROGRAM1
           SELECT FILINP1 ASSIGN TO 'FILINP1.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILINP1.
           SELECT FILINP2 ASSIGN TO 'FILINP2.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILINP2.
      *    MAESTRO DE CUENTAS DE PROGRAM1; SOLO SE LEE POR CLAVE PARA
      *    UBICAR LA ENTIDAD DE CADA TARJETA DE FILINP2
           SELECT FILCTAM ASSIGN TO 'CTAMAST.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CTM-PAN
              FILE STATUS IS FS-FILCTAM.
      *    DOMINIO DE INF-COD-MAR (VER COPY EVDESMAR)
           SELECT FILDESMAR ASSIGN TO 'EVDESMAR.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILDESMAR.
      *    HISTORIA DE CONTEOS; SE REESCRIBE ENTERA EN CADA CORRIDA
      *    (UNA FECHA YA GRABADA SE REEMPLAZA AL REPROCESARLA)
           SELECT FILCALHIS ASSIGN TO 'CALIDAD_PROV_HIST.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILCALHIS.
           SELECT FCALREP ASSIGN TO WS-NOM-FCALREP
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FCALREP.
      *    FEED DE EVENTOS DE MONITOREO, COMPARTIDO CON EL RESTO DE LA
      *    CADENA (VER COPY EVENTLOG); MISMO PATRON "CREAR SI NO
      *    EXISTE" DE SIEMPRE
           SELECT FILEVT ASSIGN TO 'EVENTOS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILEVT.

       DATA DIVISION.
       FILE SECTION.
      *    TOLERANCIA = PORCENTAJE MAXIMO DE REGISTROS DEFECTUOSOS POR
      *    ENTIDAD CON DOS DECIMALES (00250 = 2.50%); 0 = 2.00%
       FD  FILPARM
           RECORDING MODE IS F.
       01  REG-PARM-CALIDAD.
           02 PARM-FECHA-NEGOCIO  PIC 9(08). *> 0 = FECHA DEL SISTEMA
           02 FILLER              PIC X(01).
           02 PARM-TOLERANCIA     PIC 9(03)V99.
           02 FILLER              PIC X(01).
           02 PARM-MESES-HIST     PIC 9(03). *> 0 = 13 MESES

      *    MISMO LAYOUT QUE REG-IN01 EN PROGRAM1
       FD  FILINP1
           RECORDING MODE IS F.
       01  REG-IN01.
           02 ACC-COD-ENT         PIC X(04).
           02 ACC-CENT-ALTA       PIC X(04).
           02 ACC-NUMB            PIC X(12).
           02 ACC-PAN             PIC X(22).
           02 ACC-ACCION          PIC X(01).

      *    MISMAS POSICIONES QUE REG-IN02 EN PROGRAM1, PERO MARCA Y
      *    TIPO EN ALFANUMERICO PARA PODER PREGUNTAR "IS NUMERIC" SIN
      *    REVENTAR CON UN VALOR MAL INFORMADO
       FD  FILINP2
           RECORDING MODE IS F.
       01  REG-IN02-ENTRADA.
           02 IN2-PAN             PIC X(22).
           02 IN2-COD-MAR         PIC X(02).
           02 IN2-IND-TIP         PIC X(02).
           02 IN2-FEC-BAJ         PIC X(10).
           02 IN2-MOT-BAJ         PIC X(02).
           02 IN2-FEC-BLOQ        PIC X(10).
           02 IN2-COD-BLOQ        PIC X(02).
           02 IN2-VERSION         PIC X(02).
           02 IN2-FEC-VENC        PIC X(10).
           02 IN2-PRODUCTO        PIC X(04).
           02 FILLER              PIC X(14).

       FD  FILCTAM.
       01  REG-CTAMAST.
           COPY CTAMAST.

       FD  FILDESMAR
           RECORDING MODE IS F.
       01  REG-DESMAR.
           COPY EVDESREC REPLACING LEADING ==EDR== BY ==DSM==.

      *    CQH-CHK EN EL ORDEN DE WS-CHK-ETIQUETA
       FD  FILCALHIS
           RECORDING MODE IS F.
       01  REG-CALHIS.
           02 CQH-FECHA           PIC 9(08).
           02 FILLER              PIC X(01).
           02 CQH-ENTIDAD         PIC X(04).
           02 FILLER              PIC X(01).
           02 CQH-LEIDOS          PIC 9(07).
           02 FILLER              PIC X(01).
           02 CQH-DEFECTUOSOS     PIC 9(07).
           02 CQH-CHEQUEO OCCURS 10 TIMES.
               03 FILLER          PIC X(01).
               03 CQH-CHK         PIC 9(07).

       FD  FCALREP
           RECORDING MODE IS F.
       01  REG-CALREP             PIC X(132).

       FD  FILEVT
           RECORDING MODE IS F.
           COPY EVENTLOG.

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FILINP1          PIC XX.
           05 FS-FILINP2          PIC XX.
           05 FS-FILCTAM          PIC XX.
           05 FS-FILDESMAR        PIC XX.
           05 FS-FILCALHIS        PIC XX.
           05 FS-FCALREP          PIC XX.
           05 FS-FILEVT           PIC XX.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.

       01  WSC-COUNTERS.
           05 COUNT-FILINP1       PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-FILINP2       PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-SIN-CUENTA    PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-HIST-LEIDOS   PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-HIST-PURGADOS PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-ALERTAS       PIC 9(05) COMP VALUE ZEROS.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-FECHA-R REDEFINES WS-FECHA-YYYYMMDD.
           05 WS-FECHA-AAAA       PIC 9(04).
           05 WS-FECHA-MM         PIC 9(02).
           05 WS-FECHA-DD         PIC 9(02).
       01  WS-HORA-SISTEMA        PIC 9(08).
       01  WS-NOM-FCALREP         PIC X(40).
       01  WS-CTAM-ABIERTO        PIC X(01) VALUE 'N'.
       01  WS-TOLERANCIA          PIC 9(03)V99 VALUE 2.
       01  WS-MESES-HIST          PIC 9(03) VALUE 13.
       01  WS-FECHA-CORTE         PIC 9(08).
       01  WS-CORTE-ANIO          PIC 9(04).
       01  WS-CORTE-MESES         PIC 9(06).
       01  WS-CORTE-MES           PIC 9(02).

       COPY EVDESMAR.

      *    NOMBRE CORTO DE CADA CHEQUEO, EN EL ORDEN DE WS-CAL-CHK Y
      *    CQH-CHK; ES TAMBIEN EL ENCABEZADO DE COLUMNA DEL REPORTE
       01  WS-CHK-ETIQUETAS-DATA.
           05 FILLER PIC X(07) VALUE 'BLQINV '.
           05 FILLER PIC X(07) VALUE 'BLQFUT '.
           05 FILLER PIC X(07) VALUE 'BAJINV '.
           05 FILLER PIC X(07) VALUE 'BAJFUT '.
           05 FILLER PIC X(07) VALUE 'TIPDOM '.
           05 FILLER PIC X(07) VALUE 'MARDOM '.
           05 FILLER PIC X(07) VALUE 'NUMBLA '.
           05 FILLER PIC X(07) VALUE 'CENBLA '.
           05 FILLER PIC X(07) VALUE 'BLQ>BAJ'.
           05 FILLER PIC X(07) VALUE 'V02VEN '.
       01  WS-CHK-ETIQUETAS REDEFINES WS-CHK-ETIQUETAS-DATA.
           05 WS-CHK-ETIQUETA     PIC X(07) OCCURS 10 TIMES.
       01  WS-CHK-IDX             PIC 9(02) COMP.

      *    DEFECTOS DEL REGISTRO QUE SE ESTA PERFILANDO
       01  WS-REG-CHK-DATA.
           05 WS-REG-CHK          PIC X(01) OCCURS 10 TIMES.
       01  WS-REG-DEFECTUOSO      PIC X(01).
       01  WS-ENT-REGISTRO        PIC X(04).

      *    CONTEOS DE LA CORRIDA POR ENTIDAD ('????' = TARJETA DE
      *    FILINP2 SIN CUENTA EN EL MAESTRO, O ENTIDAD EN BLANCO)
       01  WS-CANT-CAL            PIC 9(04) COMP VALUE ZERO.
       01  WS-TABLA-CAL.
           05 WS-CAL-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CANT-CAL
               INDEXED BY WS-CAL-IDX.
               10 WS-CAL-ENTIDAD  PIC X(04).
               10 WS-CAL-LEIDOS   PIC 9(07) COMP.
               10 WS-CAL-DEFECT   PIC 9(07) COMP.
               10 WS-CAL-CHK      PIC 9(07) COMP OCCURS 10 TIMES.

      *    HISTORIA COMPLETA (LA CARGADA MAS LA CORRIDA DE HOY); SE
      *    ORDENA POR ENTIDAD Y FECHA PARA LA TENDENCIA Y SE REGRABA
       01  WS-CANT-HIS            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-HIS.
           05 WS-HIS-ENTRY OCCURS 1 TO 30000 TIMES
               DEPENDING ON WS-CANT-HIS
               ASCENDING KEY IS WS-HIS-ENTIDAD WS-HIS-FECHA
               INDEXED BY WS-HIS-IDX.
               10 WS-HIS-ENTIDAD  PIC X(04).
               10 WS-HIS-FECHA    PIC 9(08).
               10 WS-HIS-LEIDOS   PIC 9(07) COMP.
               10 WS-HIS-DEFECT   PIC 9(07) COMP.
               10 WS-HIS-CHK      PIC 9(07) COMP OCCURS 10 TIMES.

      *    VALIDACION DE UNA FECHA DD.MM.AAAA DEL PROVEEDOR
       01  WS-FEC-TEXTO           PIC X(10).
       01  WS-FEC-PARTES REDEFINES WS-FEC-TEXTO.
           05 WS-FEC-DD           PIC X(02).
           05 WS-FEC-SEP1         PIC X(01).
           05 WS-FEC-MM           PIC X(02).
           05 WS-FEC-SEP2         PIC X(01).
           05 WS-FEC-AAAA         PIC X(04).
       01  WS-FEC-NUM             PIC 9(08).
       01  WS-FEC-NUM-R REDEFINES WS-FEC-NUM.
           05 WS-FEC-NUM-AAAA     PIC 9(04).
           05 WS-FEC-NUM-MM       PIC 9(02).
           05 WS-FEC-NUM-DD       PIC 9(02).
       01  WS-FEC-RESULTADO       PIC X(01).
           88 WS-FEC-VACIA        VALUE 'V'.
           88 WS-FEC-INVALIDA     VALUE 'I'.
           88 WS-FEC-FUTURA       VALUE 'F'.
           88 WS-FEC-CORRECTA     VALUE 'C'.
       01  WS-FEC-BLOQ-NUM        PIC 9(08).
       01  WS-FEC-BAJ-NUM         PIC 9(08).
       01  WS-DIAS-MES-DATA       PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-DIAS-MES-R REDEFINES WS-DIAS-MES-DATA.
           05 WS-DIAS-MES         PIC 9(02) OCCURS 12 TIMES.
       01  WS-DIAS-TOPE           PIC 9(02).
       01  WS-BIS-COCIENTE        PIC 9(04).
       01  WS-BIS-RESTO-4         PIC 9(04).
       01  WS-BIS-RESTO-100       PIC 9(04).
       01  WS-BIS-RESTO-400       PIC 9(04).

      *    TENDENCIA
       01  WS-PCT                 PIC 9(03)V99.
       01  WS-PCT-ANTERIOR        PIC 9(03)V99.
       01  WS-ENT-ANTERIOR        PIC X(04).
       01  WS-DIRECCION           PIC X(07).
       01  WS-LEIDOS-TOTAL        PIC 9(09) COMP VALUE ZERO.
       01  WS-DEFECT-TOTAL        PIC 9(09) COMP VALUE ZERO.
       01  WS-CHK-TOTAL           PIC 9(09) COMP.

       01  WS-LINEA-CAL.
           05 LCA-ENTIDAD         PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LCA-LEIDOS          PIC ZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LCA-DEFECT          PIC ZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LCA-PCT             PIC ZZ9.99.
           05 LCA-CHEQUEO OCCURS 10 TIMES.
               10 FILLER          PIC X(01).
               10 LCA-CHK         PIC ZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LCA-MARCA           PIC X(13).

       01  WS-LINEA-TEND.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LTE-ENTIDAD         PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LTE-FECHA           PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LTE-LEIDOS          PIC ZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LTE-DEFECT          PIC ZZZZZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LTE-PCT             PIC ZZ9.99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LTE-DIRECCION       PIC X(07).

       01  WS-ED-PCT              PIC ZZ9.99.
       01  WS-ED-TOL              PIC ZZ9.99.
       01  WS-EVT-MENSAJE         PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  PERFIL DE CALIDAD DEL PROVEEDOR      '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           PERFORM 1000-LEER-PARAMETRO
           MOVE SPACES TO WS-NOM-FCALREP
           STRING 'CALIDAD_PROVEEDOR_' WS-FECHA-YYYYMMDD '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FCALREP
           PERFORM 1100-CARGAR-MARCAS

           OPEN INPUT FILCTAM
           IF FS-FILCTAM = '00'
               MOVE 'S' TO WS-CTAM-ABIERTO
           ELSE
               DISPLAY 'CTAMAST.dat NO DISPONIBLE (FS ' FS-FILCTAM
                   '); FILINP2 SE PERFILA SIN ENTIDAD'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 2000-PERFILAR-FILINP1
           PERFORM 3000-PERFILAR-FILINP2
           IF WS-CTAM-ABIERTO = 'S'
               CLOSE FILCTAM
           END-IF

           PERFORM 4000-CARGAR-HISTORIA
           PERFORM 5000-EMITIR-REPORTE
           PERFORM 6000-GRABAR-HISTORIA

           DISPLAY 'REGISTROS LEIDOS FILINP1       = ' COUNT-FILINP1
           DISPLAY 'REGISTROS LEIDOS FILINP2       = ' COUNT-FILINP2
           DISPLAY 'TARJETAS SIN CUENTA EN MAESTRO = ' COUNT-SIN-CUENTA
           DISPLAY 'ENTIDADES PERFILADAS           = ' WS-CANT-CAL
           DISPLAY 'RENGLONES DE HISTORIA LEIDOS   = '
               COUNT-HIST-LEIDOS
           DISPLAY 'RENGLONES DE HISTORIA PURGADOS = '
               COUNT-HIST-PURGADOS
           DISPLAY 'ALERTAS DE TOLERANCIA          = ' COUNT-ALERTAS
           DISPLAY 'REPORTE: ' WS-NOM-FCALREP
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
                               'PARMCALIDAD.txt: ' WS-FECHA-YYYYMMDD
                       END-IF
                       IF PARM-TOLERANCIA IS NUMERIC AND
                          PARM-TOLERANCIA NOT = 0
                           MOVE PARM-TOLERANCIA TO WS-TOLERANCIA
                       END-IF
                       IF PARM-MESES-HIST IS NUMERIC AND
                          PARM-MESES-HIST NOT = 0
                           MOVE PARM-MESES-HIST TO WS-MESES-HIST
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF
           MOVE WS-TOLERANCIA TO WS-ED-TOL
           DISPLAY 'TOLERANCIA DE REGISTROS DEFECTUOSOS: ' WS-ED-TOL
               '%'
      *    CORTE DE RETENCION: MISMO DIA, WS-MESES-HIST MESES ATRAS
           COMPUTE WS-CORTE-MESES = WS-FECHA-AAAA * 12
               + WS-FECHA-MM - 1 - WS-MESES-HIST
           DIVIDE WS-CORTE-MESES BY 12 GIVING WS-CORTE-ANIO
               REMAINDER WS-CORTE-MES
           ADD 1 TO WS-CORTE-MES
           MOVE WS-CORTE-ANIO TO WS-FECHA-CORTE(1:4)
           MOVE WS-CORTE-MES TO WS-FECHA-CORTE(5:2)
           MOVE WS-FECHA-DD TO WS-FECHA-CORTE(7:2).

      *----------------------------------------------------------------+
       1100-CARGAR-MARCAS.
      *----------------------------------------------------------------+
      *    EL DOMINIO ES TODO CODIGO PRESENTE EN EVDESMAR.txt, SIN
      *    MIRAR VIGENCIAS; SIN EL ARCHIVO, LA TABLA POR DEFECTO
           OPEN INPUT FILDESMAR
           IF FS-FILDESMAR = '00'
               PERFORM 1110-LEER-DESMAR
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF DSM-COD IS NUMERIC AND WS-CANT-MARCAS < 50
                       ADD 1 TO WS-CANT-MARCAS
                       SET WS-MAR-IDX TO WS-CANT-MARCAS
                       MOVE DSM-COD TO WS-MAR-COD(WS-MAR-IDX)
                       MOVE DSM-DES TO WS-MAR-DES(WS-MAR-IDX)
                   END-IF
                   PERFORM 1110-LEER-DESMAR
               END-PERFORM
               CLOSE FILDESMAR
           END-IF
           MOVE 'N' TO EOF-ACTUAL
           IF WS-CANT-MARCAS = 0
               PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
                   UNTIL WS-CHK-IDX > WS-MAR-DEFAULT-CANT
                   ADD 1 TO WS-CANT-MARCAS
                   SET WS-MAR-IDX TO WS-CANT-MARCAS
                   MOVE WS-MAR-DEF-COD(WS-CHK-IDX) TO
                       WS-MAR-COD(WS-MAR-IDX)
                   MOVE WS-MAR-DEF-DES(WS-CHK-IDX) TO
                       WS-MAR-DES(WS-MAR-IDX)
               END-PERFORM
               DISPLAY 'EVDESMAR.txt NO ENCONTRADO, SE USA TABLA '
                       'POR DEFECTO'
           END-IF.

      *----------------------------------------------------------------+
       1110-LEER-DESMAR.
      *----------------------------------------------------------------+
           READ FILDESMAR
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2000-PERFILAR-FILINP1.
      *----------------------------------------------------------------+
           OPEN INPUT FILINP1
           IF FS-FILINP1 NOT = '00'
               DISPLAY 'FILINP1.txt NO DISPONIBLE (FS ' FS-FILINP1 ')'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 2100-LEER-FILINP1
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   PERFORM 2200-VALIDAR-CUENTA
                   PERFORM 2100-LEER-FILINP1
               END-PERFORM
               CLOSE FILINP1
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       2100-LEER-FILINP1.
      *----------------------------------------------------------------+
           READ FILINP1
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   ADD 1 TO COUNT-FILINP1
           END-READ.

      *----------------------------------------------------------------+
       2200-VALIDAR-CUENTA.
      *----------------------------------------------------------------+
           MOVE ALL 'N' TO WS-REG-CHK-DATA
           IF ACC-NUMB = SPACES
               MOVE 'S' TO WS-REG-CHK(7)
           END-IF
           IF ACC-CENT-ALTA = SPACES
               MOVE 'S' TO WS-REG-CHK(8)
           END-IF
           MOVE ACC-COD-ENT TO WS-ENT-REGISTRO
           PERFORM 7000-ACUMULAR-REGISTRO.

      *----------------------------------------------------------------+
       3000-PERFILAR-FILINP2.
      *----------------------------------------------------------------+
           OPEN INPUT FILINP2
           IF FS-FILINP2 NOT = '00'
               DISPLAY 'FILINP2.txt NO DISPONIBLE (FS ' FS-FILINP2 ')'
               MOVE 4 TO RETURN-CODE
           ELSE
               PERFORM 3100-LEER-FILINP2
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   PERFORM 3200-VALIDAR-TARJETA
                   PERFORM 3300-ENTIDAD-DE-TARJETA
                   PERFORM 7000-ACUMULAR-REGISTRO
                   PERFORM 3100-LEER-FILINP2
               END-PERFORM
               CLOSE FILINP2
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       3100-LEER-FILINP2.
      *----------------------------------------------------------------+
           READ FILINP2
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   ADD 1 TO COUNT-FILINP2
           END-READ.

      *----------------------------------------------------------------+
       3200-VALIDAR-TARJETA.
      *----------------------------------------------------------------+
           MOVE ALL 'N' TO WS-REG-CHK-DATA
           MOVE ZERO TO WS-FEC-BLOQ-NUM WS-FEC-BAJ-NUM
           MOVE IN2-FEC-BLOQ TO WS-FEC-TEXTO
           PERFORM 8000-VALIDAR-FECHA
           EVALUATE TRUE
               WHEN WS-FEC-INVALIDA
                   MOVE 'S' TO WS-REG-CHK(1)
               WHEN WS-FEC-FUTURA
                   MOVE 'S' TO WS-REG-CHK(2)
                   MOVE WS-FEC-NUM TO WS-FEC-BLOQ-NUM
               WHEN WS-FEC-CORRECTA
                   MOVE WS-FEC-NUM TO WS-FEC-BLOQ-NUM
           END-EVALUATE
           MOVE IN2-FEC-BAJ TO WS-FEC-TEXTO
           PERFORM 8000-VALIDAR-FECHA
           EVALUATE TRUE
               WHEN WS-FEC-INVALIDA
                   MOVE 'S' TO WS-REG-CHK(3)
               WHEN WS-FEC-FUTURA
                   MOVE 'S' TO WS-REG-CHK(4)
                   MOVE WS-FEC-NUM TO WS-FEC-BAJ-NUM
               WHEN WS-FEC-CORRECTA
                   MOVE WS-FEC-NUM TO WS-FEC-BAJ-NUM
           END-EVALUATE
      *    01 = TITULAR, 02 = ADICIONAL (VER 3520 EN PROGRAM1)
           IF IN2-IND-TIP NOT = '01' AND IN2-IND-TIP NOT = '02'
               MOVE 'S' TO WS-REG-CHK(5)
           END-IF
           MOVE 'S' TO WS-REG-CHK(6)
           IF IN2-COD-MAR IS NUMERIC
               PERFORM VARYING WS-MAR-IDX FROM 1 BY 1
                   UNTIL WS-MAR-IDX > WS-CANT-MARCAS
                   IF WS-MAR-COD(WS-MAR-IDX) = IN2-COD-MAR
                       MOVE 'N' TO WS-REG-CHK(6)
                   END-IF
               END-PERFORM
           END-IF
           IF WS-FEC-BLOQ-NUM NOT = 0 AND WS-FEC-BAJ-NUM NOT = 0
              AND WS-FEC-BLOQ-NUM > WS-FEC-BAJ-NUM
               MOVE 'S' TO WS-REG-CHK(9)
           END-IF
      *    MISMO INDICADOR DE VERSION QUE 3110-MAPEAR-REG-IN02
           IF IN2-VERSION = '02'
               IF IN2-FEC-VENC = SPACES OR IN2-FEC-VENC = ZEROS
                   MOVE 'S' TO WS-REG-CHK(10)
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3300-ENTIDAD-DE-TARJETA.
      *----------------------------------------------------------------+
           MOVE '????' TO WS-ENT-REGISTRO
           IF WS-CTAM-ABIERTO = 'S'
               MOVE IN2-PAN TO CTM-PAN
               READ FILCTAM
                   INVALID KEY
                       ADD 1 TO COUNT-SIN-CUENTA
                   NOT INVALID KEY
                       MOVE CTM-COD-ENT TO WS-ENT-REGISTRO
               END-READ
           ELSE
               ADD 1 TO COUNT-SIN-CUENTA
           END-IF.

      *----------------------------------------------------------------+
       4000-CARGAR-HISTORIA.
      *----------------------------------------------------------------+
      *    LA FECHA DE HOY SE DESCARTA (LA CORRIDA LA VUELVE A GRABAR)
      *    Y LO ANTERIOR AL CORTE DE RETENCION SE PURGA
           OPEN INPUT FILCALHIS
           IF FS-FILCALHIS = '00'
               PERFORM 4100-LEER-HISTORIA
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   ADD 1 TO COUNT-HIST-LEIDOS
                   IF CQH-FECHA IS NUMERIC AND
                      CQH-FECHA NOT = WS-FECHA-YYYYMMDD
                       IF CQH-FECHA < WS-FECHA-CORTE
                           ADD 1 TO COUNT-HIST-PURGADOS
                       ELSE
                           PERFORM 4200-GUARDAR-HISTORIA
                       END-IF
                   END-IF
                   PERFORM 4100-LEER-HISTORIA
               END-PERFORM
               CLOSE FILCALHIS
           END-IF
           MOVE 'N' TO EOF-ACTUAL
           PERFORM 4300-AGREGAR-CORRIDA
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CANT-CAL
           IF WS-CANT-HIS > 1
               SORT WS-HIS-ENTRY
                   ON ASCENDING KEY WS-HIS-ENTIDAD WS-HIS-FECHA
           END-IF.

      *----------------------------------------------------------------+
       4100-LEER-HISTORIA.
      *----------------------------------------------------------------+
           READ FILCALHIS
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       4200-GUARDAR-HISTORIA.
      *----------------------------------------------------------------+
           PERFORM 4900-VERIFICAR-TABLA-HIS
           MOVE CQH-ENTIDAD TO WS-HIS-ENTIDAD(WS-HIS-IDX)
           MOVE CQH-FECHA TO WS-HIS-FECHA(WS-HIS-IDX)
           MOVE CQH-LEIDOS TO WS-HIS-LEIDOS(WS-HIS-IDX)
           MOVE CQH-DEFECTUOSOS TO WS-HIS-DEFECT(WS-HIS-IDX)
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > 10
               MOVE CQH-CHK(WS-CHK-IDX) TO
                   WS-HIS-CHK(WS-HIS-IDX WS-CHK-IDX)
           END-PERFORM.

      *----------------------------------------------------------------+
       4300-AGREGAR-CORRIDA.
      *----------------------------------------------------------------+
           PERFORM 4900-VERIFICAR-TABLA-HIS
           MOVE WS-CAL-ENTIDAD(WS-CAL-IDX) TO WS-HIS-ENTIDAD(WS-HIS-IDX)
           MOVE WS-FECHA-YYYYMMDD TO WS-HIS-FECHA(WS-HIS-IDX)
           MOVE WS-CAL-LEIDOS(WS-CAL-IDX) TO WS-HIS-LEIDOS(WS-HIS-IDX)
           MOVE WS-CAL-DEFECT(WS-CAL-IDX) TO WS-HIS-DEFECT(WS-HIS-IDX)
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > 10
               MOVE WS-CAL-CHK(WS-CAL-IDX WS-CHK-IDX) TO
                   WS-HIS-CHK(WS-HIS-IDX WS-CHK-IDX)
           END-PERFORM.

      *----------------------------------------------------------------+
       4900-VERIFICAR-TABLA-HIS.
      *----------------------------------------------------------------+
           IF WS-CANT-HIS >= 30000
               DISPLAY 'TABLA DE HISTORIA DE CALIDAD LLENA (30000); '
                   'REDUCIR LOS MESES DE PARMCALIDAD.txt'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-HIS
           SET WS-HIS-IDX TO WS-CANT-HIS.

      *----------------------------------------------------------------+
       5000-EMITIR-REPORTE.
      *----------------------------------------------------------------+
           OPEN OUTPUT FCALREP
           IF FS-FCALREP NOT = '00'
               DISPLAY 'ERROR AL ABRIR ' WS-NOM-FCALREP ' FS: '
                   FS-FCALREP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REG-CALREP
           STRING 'PERFIL DE CALIDAD DE FILINP1/FILINP2 AL '
               WS-FECHA-YYYYMMDD '  -  TOLERANCIA ' WS-ED-TOL
               '% DE REGISTROS DEFECTUOSOS POR ENTIDAD'
               DELIMITED BY SIZE INTO REG-CALREP
           WRITE REG-CALREP
           MOVE SPACES TO REG-CALREP
           WRITE REG-CALREP
           MOVE SPACES TO REG-CALREP
           STRING 'ENT.  LEIDOS  DEFECT.   PCT'
               DELIMITED BY SIZE INTO REG-CALREP
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > 10
               MOVE WS-CHK-ETIQUETA(WS-CHK-IDX) TO
                   REG-CALREP(28 + (WS-CHK-IDX - 1) * 8 + 2:7)
           END-PERFORM
           WRITE REG-CALREP
           PERFORM 5100-LISTAR-ENTIDAD
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CANT-CAL
           MOVE SPACES TO WS-LINEA-CAL
           MOVE 'TOT.' TO LCA-ENTIDAD
           MOVE WS-LEIDOS-TOTAL TO LCA-LEIDOS
           MOVE WS-DEFECT-TOTAL TO LCA-DEFECT
           MOVE ZERO TO WS-PCT
           IF WS-LEIDOS-TOTAL > 0
               COMPUTE WS-PCT ROUNDED =
                   WS-DEFECT-TOTAL * 100 / WS-LEIDOS-TOTAL
           END-IF
           MOVE WS-PCT TO LCA-PCT
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > 10
               MOVE ZERO TO WS-CHK-TOTAL
               PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CANT-CAL
                   ADD WS-CAL-CHK(WS-CAL-IDX WS-CHK-IDX) TO
                       WS-CHK-TOTAL
               END-PERFORM
               MOVE WS-CHK-TOTAL TO LCA-CHK(WS-CHK-IDX)
           END-PERFORM
           MOVE WS-LINEA-CAL TO REG-CALREP
           WRITE REG-CALREP

           MOVE SPACES TO REG-CALREP
           WRITE REG-CALREP
           MOVE SPACES TO REG-CALREP
           STRING 'TENDENCIA POR ENTIDAD (PORCENTAJE DE REGISTROS '
               'CON DEFECTO POR CORRIDA)'
               DELIMITED BY SIZE INTO REG-CALREP
           WRITE REG-CALREP
           MOVE '  ENT. FECHA     LEIDOS  DEFECT.    PCT' TO REG-CALREP
           WRITE REG-CALREP
           MOVE SPACES TO WS-ENT-ANTERIOR
           PERFORM 5200-LISTAR-TENDENCIA
               VARYING WS-HIS-IDX FROM 1 BY 1
               UNTIL WS-HIS-IDX > WS-CANT-HIS
           CLOSE FCALREP.

      *----------------------------------------------------------------+
       5100-LISTAR-ENTIDAD.
      *----------------------------------------------------------------+
           MOVE SPACES TO WS-LINEA-CAL
           MOVE WS-CAL-ENTIDAD(WS-CAL-IDX) TO LCA-ENTIDAD
           MOVE WS-CAL-LEIDOS(WS-CAL-IDX) TO LCA-LEIDOS
           MOVE WS-CAL-DEFECT(WS-CAL-IDX) TO LCA-DEFECT
           MOVE ZERO TO WS-PCT
           IF WS-CAL-LEIDOS(WS-CAL-IDX) > 0
               COMPUTE WS-PCT ROUNDED = WS-CAL-DEFECT(WS-CAL-IDX)
                   * 100 / WS-CAL-LEIDOS(WS-CAL-IDX)
           END-IF
           MOVE WS-PCT TO LCA-PCT
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > 10
               MOVE WS-CAL-CHK(WS-CAL-IDX WS-CHK-IDX) TO
                   LCA-CHK(WS-CHK-IDX)
           END-PERFORM
           IF WS-PCT > WS-TOLERANCIA
               MOVE 'FUERA DE TOL.' TO LCA-MARCA
               PERFORM 5150-ALERTAR-TOLERANCIA
           END-IF
           MOVE WS-LINEA-CAL TO REG-CALREP
           WRITE REG-CALREP
           ADD WS-CAL-LEIDOS(WS-CAL-IDX) TO WS-LEIDOS-TOTAL
           ADD WS-CAL-DEFECT(WS-CAL-IDX) TO WS-DEFECT-TOTAL.

      *----------------------------------------------------------------+
       5150-ALERTAR-TOLERANCIA.
      *----------------------------------------------------------------+
           ADD 1 TO COUNT-ALERTAS
           MOVE 4 TO RETURN-CODE
           MOVE WS-PCT TO WS-ED-PCT
           MOVE SPACES TO WS-EVT-MENSAJE
           STRING 'ENTIDAD ' WS-CAL-ENTIDAD(WS-CAL-IDX)
               ': ' WS-ED-PCT '% REGISTROS CON DEFECTO (TOL '
               WS-ED-TOL '%)'
               DELIMITED BY SIZE INTO WS-EVT-MENSAJE
           DISPLAY 'WARNING: ' WS-EVT-MENSAJE
           OPEN EXTEND FILEVT
           IF FS-FILEVT = '35'
               OPEN OUTPUT FILEVT
               CLOSE FILEVT
               OPEN EXTEND FILEVT
           END-IF
           MOVE SPACES TO REG-EVENTLOG
           MOVE WS-FECHA-YYYYMMDD TO EVT-FECHA
           MOVE WS-HORA-SISTEMA(1:6) TO EVT-HORA
           MOVE 'CALIDA01' TO EVT-PROGRAMA
           MOVE 'CALIDAD_PROVEEDOR' TO EVT-TIPO-EVENTO
           MOVE 'WARNING' TO EVT-SEVERIDAD
           MOVE WS-EVT-MENSAJE TO EVT-MENSAJE
           MOVE SPACES TO EVT-LOTE-ID
           WRITE REG-EVENTLOG
           CLOSE FILEVT.

      *----------------------------------------------------------------+
       5200-LISTAR-TENDENCIA.
      *----------------------------------------------------------------+
      *    LA DIRECCION COMPARA CADA CORRIDA CONTRA LA ANTERIOR DE LA
      *    MISMA ENTIDAD
           MOVE ZERO TO WS-PCT
           IF WS-HIS-LEIDOS(WS-HIS-IDX) > 0
               COMPUTE WS-PCT ROUNDED = WS-HIS-DEFECT(WS-HIS-IDX)
                   * 100 / WS-HIS-LEIDOS(WS-HIS-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-HIS-ENTIDAD(WS-HIS-IDX) NOT = WS-ENT-ANTERIOR
                   MOVE SPACES TO WS-DIRECCION
               WHEN WS-PCT > WS-PCT-ANTERIOR
                   MOVE 'EMPEORA' TO WS-DIRECCION
               WHEN WS-PCT < WS-PCT-ANTERIOR
                   MOVE 'MEJORA' TO WS-DIRECCION
               WHEN OTHER
                   MOVE 'IGUAL' TO WS-DIRECCION
           END-EVALUATE
           MOVE WS-HIS-ENTIDAD(WS-HIS-IDX) TO WS-ENT-ANTERIOR
           MOVE WS-PCT TO WS-PCT-ANTERIOR
           MOVE WS-HIS-ENTIDAD(WS-HIS-IDX) TO LTE-ENTIDAD
           MOVE WS-HIS-FECHA(WS-HIS-IDX) TO LTE-FECHA
           MOVE WS-HIS-LEIDOS(WS-HIS-IDX) TO LTE-LEIDOS
           MOVE WS-HIS-DEFECT(WS-HIS-IDX) TO LTE-DEFECT
           MOVE WS-PCT TO LTE-PCT
           MOVE WS-DIRECCION TO LTE-DIRECCION
           MOVE WS-LINEA-TEND TO REG-CALREP
           WRITE REG-CALREP.

      *----------------------------------------------------------------+
       6000-GRABAR-HISTORIA.
      *----------------------------------------------------------------+
           OPEN OUTPUT FILCALHIS
           IF FS-FILCALHIS NOT = '00'
               DISPLAY 'ERROR AL GRABAR CALIDAD_PROV_HIST.txt FS: '
                   FS-FILCALHIS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 6100-GRABAR-RENGLON
               VARYING WS-HIS-IDX FROM 1 BY 1
               UNTIL WS-HIS-IDX > WS-CANT-HIS
           CLOSE FILCALHIS.

      *----------------------------------------------------------------+
       6100-GRABAR-RENGLON.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-CALHIS
           MOVE WS-HIS-FECHA(WS-HIS-IDX) TO CQH-FECHA
           MOVE WS-HIS-ENTIDAD(WS-HIS-IDX) TO CQH-ENTIDAD
           MOVE WS-HIS-LEIDOS(WS-HIS-IDX) TO CQH-LEIDOS
           MOVE WS-HIS-DEFECT(WS-HIS-IDX) TO CQH-DEFECTUOSOS
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > 10
               MOVE WS-HIS-CHK(WS-HIS-IDX WS-CHK-IDX) TO
                   CQH-CHK(WS-CHK-IDX)
           END-PERFORM
           WRITE REG-CALHIS.

      *----------------------------------------------------------------+
       7000-ACUMULAR-REGISTRO.
      *----------------------------------------------------------------+
      *    SUMA LOS DEFECTOS DE WS-REG-CHK A LA ENTIDAD WS-ENT-REGISTRO;
      *    UN REGISTRO CON VARIOS DEFECTOS SUMA EN CADA CHEQUEO PERO
      *    CUENTA UNA SOLA VEZ COMO DEFECTUOSO
           IF WS-ENT-REGISTRO = SPACES
               MOVE '????' TO WS-ENT-REGISTRO
           END-IF
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CANT-CAL
                  OR WS-CAL-ENTIDAD(WS-CAL-IDX) = WS-ENT-REGISTRO
           END-PERFORM
           IF WS-CAL-IDX > WS-CANT-CAL
               IF WS-CANT-CAL >= 500
                   DISPLAY 'TABLA DE ENTIDADES LLENA (500)'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-CAL
               SET WS-CAL-IDX TO WS-CANT-CAL
               INITIALIZE WS-CAL-ENTRY(WS-CAL-IDX)
               MOVE WS-ENT-REGISTRO TO WS-CAL-ENTIDAD(WS-CAL-IDX)
           END-IF
           ADD 1 TO WS-CAL-LEIDOS(WS-CAL-IDX)
           MOVE 'N' TO WS-REG-DEFECTUOSO
           PERFORM VARYING WS-CHK-IDX FROM 1 BY 1
               UNTIL WS-CHK-IDX > 10
               IF WS-REG-CHK(WS-CHK-IDX) = 'S'
                   ADD 1 TO WS-CAL-CHK(WS-CAL-IDX WS-CHK-IDX)
                   MOVE 'S' TO WS-REG-DEFECTUOSO
               END-IF
           END-PERFORM
           IF WS-REG-DEFECTUOSO = 'S'
               ADD 1 TO WS-CAL-DEFECT(WS-CAL-IDX)
           END-IF.

      *----------------------------------------------------------------+
       8000-VALIDAR-FECHA.
      *----------------------------------------------------------------+
      *    WS-FEC-TEXTO EN DD.MM.AAAA (FORMATO DE FILINP2, VER 4300 EN
      *    PROGRAM1). ESPACIOS O CEROS = SIN FECHA (NO ES DEFECTO)
           MOVE ZERO TO WS-FEC-NUM
           EVALUATE TRUE
               WHEN WS-FEC-TEXTO = SPACES OR WS-FEC-TEXTO = ZEROS
                   SET WS-FEC-VACIA TO TRUE
               WHEN WS-FEC-DD NOT NUMERIC OR WS-FEC-MM NOT NUMERIC
                    OR WS-FEC-AAAA NOT NUMERIC
                    OR WS-FEC-SEP1 NOT = '.' OR WS-FEC-SEP2 NOT = '.'
                   SET WS-FEC-INVALIDA TO TRUE
               WHEN OTHER
                   MOVE WS-FEC-AAAA TO WS-FEC-NUM-AAAA
                   MOVE WS-FEC-MM TO WS-FEC-NUM-MM
                   MOVE WS-FEC-DD TO WS-FEC-NUM-DD
                   PERFORM 8100-VALIDAR-CALENDARIO
           END-EVALUATE.

      *----------------------------------------------------------------+
       8100-VALIDAR-CALENDARIO.
      *----------------------------------------------------------------+
           SET WS-FEC-CORRECTA TO TRUE
           IF WS-FEC-NUM-AAAA < 1900 OR WS-FEC-NUM-MM < 1
              OR WS-FEC-NUM-MM > 12 OR WS-FEC-NUM-DD < 1
               SET WS-FEC-INVALIDA TO TRUE
           ELSE
               MOVE WS-DIAS-MES(WS-FEC-NUM-MM) TO WS-DIAS-TOPE
               IF WS-FEC-NUM-MM = 2
                   DIVIDE WS-FEC-NUM-AAAA BY 4 GIVING WS-BIS-COCIENTE
                       REMAINDER WS-BIS-RESTO-4
                   DIVIDE WS-FEC-NUM-AAAA BY 100 GIVING WS-BIS-COCIENTE
                       REMAINDER WS-BIS-RESTO-100
                   DIVIDE WS-FEC-NUM-AAAA BY 400 GIVING WS-BIS-COCIENTE
                       REMAINDER WS-BIS-RESTO-400
                   IF WS-BIS-RESTO-400 = 0 OR
                      (WS-BIS-RESTO-4 = 0 AND WS-BIS-RESTO-100 NOT = 0)
                       MOVE 29 TO WS-DIAS-TOPE
                   END-IF
               END-IF
               IF WS-FEC-NUM-DD > WS-DIAS-TOPE
                   SET WS-FEC-INVALIDA TO TRUE
               ELSE
                   IF WS-FEC-NUM > WS-FECHA-YYYYMMDD
                       SET WS-FEC-FUTURA TO TRUE
                   END-IF
               END-IF
           END-IF.

       END PROGRAM CALIDA01.
