       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FACENT01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    FACTURACION MENSUAL POR ENTIDAD (ACC-COD-ENT): CUENTA, PARA +
      *    EL PERIODO, LAS TARJETAS PROCESADAS Y LOS RENGLONES         +
      *    GRABADOS EN FILOUT1ENT/FILOUT2ENT (CONTROL_ENTIDAD.txt DE   +
      *    PROGRAM1), LOS ARCHIVOS DE RED ENVIADOS POR TRANSM01 QUE    +
      *    LLEVAN RENGLONES DE LA ENTIDAD (TRANSMISIONES.txt + EL      +
      *    SUBTOTAL 'ST' DE CADA RED_<MARCA>_<FECHA>.txt) Y LAS CARTAS +
      *    DE NOTIFC01 (NOTIF_CONTROL.txt); LOS VALORIZA CON LA TABLA  +
      *    DE TARIFAS (TARIFAS.txt) Y EMITE UN ESTADO DE CARGOS POR    +
      *    ENTIDAD (FACTURA_<ENT>_<AAAAMM>.txt) MAS UN RESUMEN PARA    +
      *    FINANZAS (FACTURACION_RESUMEN_<AAAAMM>.txt). CADA CANTIDAD  +
      *    SE CUADRA CONTRA EL REGISTRO QUE LA CADENA YA LLEVA         +
      *    (CONTROL.txt, TRANSMISIONES.txt, EL PIE DE CADA ARCHIVO DE  +
      *    RED Y EL EXTRACTO NOTIFICACIONES_<FECHA>.txt), Y EL         +
      *    RESULTADO DEL CUADRE VIAJA EN EL MISMO ESTADO DE CARGOS.    +
      *    UN REPROCESO DE UNA FECHA NO SE FACTURA DOS VECES: DE CADA  +
      *    FECHA (Y PARTICION) CUENTA SOLO LA ULTIMA CORRIDA           +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    PERIODO (AAAAMM) A FACTURAR; 0 O SIN ARCHIVO = MES EN CURSO,
      *    MISMO CRITERIO QUE PARMKPI.txt EN KPIMES01
           SELECT FILPARM ASSIGN TO 'PARMFACT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    TARIFAS POR ENTIDAD, MANTENIDAS POR FINANZAS SIN
      *    RECOMPILAR; EL RENGLON '****' ES LA TARIFA GENERAL PARA LAS
      *    ENTIDADES SIN RENGLON PROPIO
           SELECT FILTARIF ASSIGN TO 'TARIFAS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILTARIF.
      *    DESGLOSE POR ENTIDAD DE CADA CORRIDA DE PROGRAM1
           SELECT FILCTLENT ASSIGN TO 'CONTROL_ENTIDAD.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILCTLENT.
      *    CONTROL DE PROGRAM1, UN RENGLON POR CORRIDA (LOS CONTADORES
      *    VIAJAN EDITADOS Y SE RELEEN CON NUMVAL, IGUAL QUE KPIMES01)
           SELECT FILCTRL ASSIGN TO 'CONTROL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILCTRL.
      *    CONSTANCIA DE DESPACHO DE PROGRAM1 (RED 'ENTIDAD') Y DE
      *    TRANSM01 (UNA RED DE MARCA POR RENGLON)
           SELECT FILTRLOG ASSIGN TO 'TRANSMISIONES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILTRLOG.
      *    ARCHIVO DE RED REGISTRADO EN TRANSMISIONES.txt; UN SOLO
      *    SELECT CON NOMBRE DINAMICO, MISMO ESQUEMA QUE FILRED EN
      *    TRANSM01
           SELECT FILRED ASSIGN TO WS-NOM-FILRED
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILRED.
      *    CARTAS EMITIDAS POR ENTIDAD EN CADA CORRIDA DE NOTIFC01
           SELECT FILNOTCT ASSIGN TO 'NOTIF_CONTROL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILNOTCT.
      *    EXTRACTO DE NOTIFICACIONES DE UNA FECHA, SOLO PARA CONTAR
      *    SUS RENGLONES EN EL CUADRE
           SELECT FILNOTIF ASSIGN TO WS-NOM-FILNOTIF
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILNOTIF.
      *    ESTADO DE CARGOS DE LA ENTIDAD EN CURSO; UN SOLO SELECT
      *    REUTILIZADO POR ENTIDAD, MISMO ESQUEMA QUE FILOUT1ENT EN
      *    PROGRAM1
           SELECT FILFACT ASSIGN TO WS-NOM-FILFACT
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILFACT.
      *    RESUMEN DEL PERIODO PARA FINANZAS; SE REESCRIBE POR CORRIDA
           SELECT FILRESUM ASSIGN TO WS-NOM-FILRESUM
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILRESUM.

       DATA DIVISION.
       FILE SECTION.
       FD  FILPARM
           RECORDING MODE IS F.
       01  REG-PARM-FACT.
           02 PARM-PERIODO        PIC 9(06). *> AAAAMM; 0 = MES ACTUAL

      *    IMPORTES CON DECIMALES IMPLICITOS; UN CAMPO NO NUMERICO
      *    DESCARTA EL RENGLON
       FD  FILTARIF
           RECORDING MODE IS F.
       01  REG-TARIFA.
           02 TAR-COD-ENT         PIC X(04). *> '****' = GENERAL
           02 FILLER              PIC X(01).
           02 TAR-TARJETA         PIC 9(03)V9(04). *> POR TARJETA
           02 FILLER              PIC X(01).
           02 TAR-REGISTRO        PIC 9(03)V9(04). *> POR RENGLON DE
                                                   *> FILOUT1ENT/2ENT
           02 FILLER              PIC X(01).
           02 TAR-ARCHIVO-RED     PIC 9(05)V99.    *> POR ARCHIVO DE
                                                   *> RED CON LA ENTIDAD
           02 FILLER              PIC X(01).
           02 TAR-CARTA           PIC 9(03)V9(04). *> POR CARTA
           02 FILLER              PIC X(01).
           02 TAR-CARGO-FIJO      PIC 9(07)V99.    *> MENSUAL

      *    MISMO LAYOUT QUE REG-CTLENT EN PROGRAM1
       FD  FILCTLENT
           RECORDING MODE IS F.
       01  REG-CTLENT.
           02 CEN-FECHA-EJEC      PIC X(10).
           02 FILLER              PIC X(01).
           02 CEN-FECHA-NEG       PIC 9(08).
           02 FILLER              PIC X(01).
           02 CEN-LOTE-ID         PIC X(11).
           02 FILLER              PIC X(01).
           02 CEN-PARTICION       PIC X(02).
           02 FILLER              PIC X(01).
           02 CEN-COD-ENT         PIC X(04).
           02 FILLER              PIC X(01).
           02 CEN-TARJETAS        PIC 9(07).
           02 FILLER              PIC X(01).
           02 CEN-GRABAD-OUT1     PIC 9(07).
           02 FILLER              PIC X(01).
           02 CEN-GRABAD-OUT2     PIC 9(07).

      *    MISMO LAYOUT QUE FD FILCTRL/REG-CTRL EN PROGRAM1, CON LOS
      *    CONTADORES COMO TEXTO PARA NUMVAL
       FD  FILCTRL
           RECORDING MODE IS F.
       01  REG-CTRL.
           02 CTL-FECHA-EJEC      PIC X(10). *> DD/MM/AAAA
           02 FILLER              PIC X(01).
           02 CTL-LEIDOS-IN1      PIC X(07).
           02 FILLER              PIC X(01).
           02 CTL-LEIDOS-IN2      PIC X(07).
           02 FILLER              PIC X(01).
           02 CTL-MATCHES         PIC X(07).
           02 FILLER              PIC X(01).
           02 CTL-GRABAD-OUT1     PIC X(07).
           02 FILLER              PIC X(01).
           02 CTL-GRABAD-OUT2     PIC X(07).
           02 FILLER              PIC X(01).
           02 CTL-RECHAZOS        PIC X(07).

      *    MISMO LAYOUT QUE REG-TRLOG EN TRANSM01
       FD  FILTRLOG
           RECORDING MODE IS F.
       01  REG-TRLOG.
           02 TRL-ARCHIVO         PIC X(40).
           02 FILLER              PIC X(01).
           02 TRL-RED             PIC X(10).
           02 FILLER              PIC X(01).
           02 TRL-LOTE-ID         PIC X(11).
           02 FILLER              PIC X(01).
           02 TRL-FECHA-NEG       PIC 9(08).
           02 FILLER              PIC X(01).
           02 TRL-CANT-REG        PIC 9(07).
           02 FILLER              PIC X(01).
           02 TRL-SECUENCIA       PIC 9(06).

      *    MISMOS RENGLONES QUE FD FILRED EN TRANSM01; AQUI SOLO
      *    INTERESAN LOS SUBTOTALES POR ENTIDAD Y EL PIE
       FD  FILRED
           RECORDING MODE IS F.
       01  REG-RED-DETALLE.
           02 RDT-TIPO-REG        PIC X(02).
           02 FILLER              PIC X(82).
       01  REG-RED-SUBTOTAL.
           02 RST-TIPO-REG        PIC X(02).
           02 FILLER              PIC X(01).
           02 RST-COD-ENT         PIC X(04).
           02 FILLER              PIC X(01).
           02 RST-CANTIDAD        PIC 9(07).
       01  REG-RED-PIE.
           02 RPI-TIPO-REG        PIC X(02).
           02 FILLER              PIC X(01).
           02 RPI-CANT-REG        PIC 9(07).
           02 FILLER              PIC X(01).
           02 RPI-SECUENCIA       PIC 9(06).

      *    MISMO LAYOUT QUE REG-NOTCTL EN NOTIFC01
       FD  FILNOTCT
           RECORDING MODE IS F.
       01  REG-NOTCTL.
           02 NCT-FECHA-NEG       PIC 9(08).
           02 FILLER              PIC X(01).
           02 NCT-CORRIDA         PIC 9(14).
           02 FILLER              PIC X(01).
           02 NCT-COD-ENT         PIC X(04).
           02 FILLER              PIC X(01).
           02 NCT-CANTIDAD        PIC 9(07).

      *    MISMO LARGO QUE REG-NOTIF EN NOTIFC01
       FD  FILNOTIF
           RECORDING MODE IS F.
       01  REG-NOTIF              PIC X(111).

       FD  FILFACT
           RECORDING MODE IS F.
       01  REG-FACT               PIC X(100).

       FD  FILRESUM
           RECORDING MODE IS F.
       01  REG-RESUM              PIC X(120).

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FILTARIF         PIC XX.
           05 FS-FILCTLENT        PIC XX.
           05 FS-FILCTRL          PIC XX.
           05 FS-FILTRLOG         PIC XX.
           05 FS-FILRED           PIC XX.
           05 FS-FILNOTCT         PIC XX.
           05 FS-FILNOTIF         PIC XX.
           05 FS-FILFACT          PIC XX.
           05 FS-FILRESUM         PIC XX.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.

       01  WSC-COUNTERS.
           05 COUNT-TARIFAS       PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-TARIFAS-MAL   PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-FACTURAS      PIC 9(05) COMP VALUE ZEROS.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-PERIODO             PIC 9(06) VALUE ZERO.
      *    PERIODO DE LA FECHA DE EJECUCION DD/MM/AAAA DEL RENGLON
      *    LEIDO (CONTROL.txt Y CEN-FECHA-EJEC)
       01  WS-PERIODO-RENGLON     PIC 9(06).
       01  WS-NOM-FILRED          PIC X(40).
       01  WS-NOM-FILNOTIF        PIC X(40).
       01  WS-NOM-FILFACT         PIC X(40).
       01  WS-NOM-FILRESUM        PIC X(40).
      *    'S' = ALGUN CUADRE NO DIO O ALGUNA ENTIDAD QUEDO SIN
      *    TARIFA; LA CORRIDA TERMINA CON RETURN-CODE 4 PARA QUE
      *    FINANZAS REVISE EL RESUMEN ANTES DE ENVIAR LOS ESTADOS
       01  WS-HAY-DIFERENCIA      PIC X(01) VALUE 'N'.

      *    TARIFA GENERAL ('****') Y TARIFAS PROPIAS, ORDENADAS POR
      *    ENTIDAD PARA BUSCARLAS CON SEARCH ALL
       01  WS-HAY-TARIFA-GENERAL  PIC X(01) VALUE 'N'.
       01  WS-TARIFA-GENERAL.
           05 WS-TGE-TARJETA      PIC 9(03)V9(04) VALUE ZERO.
           05 WS-TGE-REGISTRO     PIC 9(03)V9(04) VALUE ZERO.
           05 WS-TGE-ARCHIVO-RED  PIC 9(05)V99 VALUE ZERO.
           05 WS-TGE-CARTA        PIC 9(03)V9(04) VALUE ZERO.
           05 WS-TGE-CARGO-FIJO   PIC 9(07)V99 VALUE ZERO.
       01  WS-CANT-TAR            PIC 9(4) COMP VALUE ZERO.
       01  WS-TABLA-TARIFAS.
           05 WS-TAR-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CANT-TAR
               ASCENDING KEY IS WS-TAR-COD
               INDEXED BY WS-TAR-IDX.
               10 WS-TAR-COD          PIC X(04).
               10 WS-TAR-TARJETA      PIC 9(03)V9(04).
               10 WS-TAR-REGISTRO     PIC 9(03)V9(04).
               10 WS-TAR-ARCHIVO-RED  PIC 9(05)V99.
               10 WS-TAR-CARTA        PIC 9(03)V9(04).
               10 WS-TAR-CARGO-FIJO   PIC 9(07)V99.
      *    TARIFA QUE SE APLICA A LA ENTIDAD EN CURSO (VER 7100) Y SU
      *    ORIGEN: 'P' = PROPIA, 'G' = GENERAL, 'N' = SIN TARIFA
       01  WS-TARIFA-APLICADA.
           05 WS-TAP-TARJETA      PIC 9(03)V9(04).
           05 WS-TAP-REGISTRO     PIC 9(03)V9(04).
           05 WS-TAP-ARCHIVO-RED  PIC 9(05)V99.
           05 WS-TAP-CARTA        PIC 9(03)V9(04).
           05 WS-TAP-CARGO-FIJO   PIC 9(07)V99.
       01  WS-TAP-ORIGEN          PIC X(01).

      *    ENTIDADES A FACTURAR CON SUS CANTIDADES DEL PERIODO; LAS
      *    TRN-OUT1/OUT2 SON LAS QUE DECLARA TRANSMISIONES.txt PARA LOS
      *    MISMOS EXTRACTOS, PARA EL CUADRE POR ENTIDAD
       01  WS-FEN-BUSCAR          PIC X(04).
       01  WS-CANT-FEN            PIC 9(4) COMP VALUE ZERO.
       01  WS-TABLA-FACT-ENT.
           05 WS-FEN-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-CANT-FEN
               ASCENDING KEY IS WS-FEN-COD
               INDEXED BY WS-FEN-IDX.
               10 WS-FEN-COD          PIC X(04).
               10 WS-FEN-TARJETAS     PIC 9(09) COMP.
               10 WS-FEN-OUT1         PIC 9(09) COMP.
               10 WS-FEN-OUT2         PIC 9(09) COMP.
               10 WS-FEN-TRN-OUT1     PIC 9(09) COMP.
               10 WS-FEN-TRN-OUT2     PIC 9(09) COMP.
               10 WS-FEN-ARCH-RED     PIC 9(05) COMP.
               10 WS-FEN-REG-RED      PIC 9(09) COMP.
               10 WS-FEN-CARTAS       PIC 9(09) COMP.

      *    ULTIMO LOTE DE CONTROL_ENTIDAD.txt POR FECHA DE NEGOCIO Y
      *    PARTICION (LO QUE SE FACTURA) Y POR FECHA DE EJECUCION Y
      *    PARTICION (LO QUE SE CUADRA CONTRA CONTROL.txt, QUE TAMBIEN
      *    SE TOMA COMO ULTIMO RENGLON DE CADA FECHA DE EJECUCION)
       01  WS-CANT-CEL            PIC 9(4) COMP VALUE ZERO.
       01  WS-TABLA-ULT-LOTE-NEG.
           05 WS-CEL-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CANT-CEL
               INDEXED BY WS-CEL-IDX.
               10 WS-CEL-FECHA        PIC 9(08).
               10 WS-CEL-PARTICION    PIC X(02).
               10 WS-CEL-LOTE         PIC X(11).
       01  WS-CANT-CEJ            PIC 9(4) COMP VALUE ZERO.
       01  WS-TABLA-ULT-LOTE-EJEC.
           05 WS-CEJ-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CANT-CEJ
               INDEXED BY WS-CEJ-IDX.
               10 WS-CEJ-FECHA        PIC X(10).
               10 WS-CEJ-PARTICION    PIC X(02).
               10 WS-CEJ-LOTE         PIC X(11).
               10 WS-CEJ-TARJETAS     PIC 9(09) COMP.
       01  WS-CANT-CTD            PIC 9(4) COMP VALUE ZERO.
       01  WS-TABLA-CONTROL-DIA.
           05 WS-CTD-ENTRY OCCURS 1 TO 400 TIMES
               DEPENDING ON WS-CANT-CTD
               INDEXED BY WS-CTD-IDX.
               10 WS-CTD-FECHA        PIC X(10).
               10 WS-CTD-MATCHES      PIC 9(09) COMP.
       01  WS-CTD-TARJ-DIA        PIC 9(09) COMP.
       01  WS-CTD-CON-DESGLOSE    PIC X(01).

      *    RENGLONES DE TRANSMISIONES.txt DEL PERIODO EN ORDEN DE
      *    LLEGADA; SE ORDENAN POR ARCHIVO + ORDEN Y DE CADA ARCHIVO
      *    VALE EL ULTIMO RENGLON (UN REPROCESO REGENERA EL ARCHIVO
      *    CON EL MISMO NOMBRE Y DEJA UN RENGLON NUEVO)
       01  WS-CANT-TRA            PIC 9(7) COMP VALUE ZERO.
       01  WS-TABLA-TRANSMISIONES.
           05 WS-TRA-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-TRA
               INDEXED BY WS-TRA-IDX.
               10 WS-TRA-ARCHIVO      PIC X(40).
               10 WS-TRA-ORDEN        PIC 9(07) COMP.
               10 WS-TRA-RED          PIC X(10).
               10 WS-TRA-CANT         PIC 9(07) COMP.
       01  WS-TRA-SUB             PIC 9(7) COMP.
       01  WS-TRA-SIG             PIC 9(7) COMP.
      *    SUMA DE SUBTOTALES 'ST' Y CANTIDAD DEL PIE 'TR' DEL ARCHIVO
      *    DE RED EN CURSO
       01  WS-RED-SUMA-ST         PIC 9(09) COMP.
       01  WS-RED-CANT-TR         PIC 9(09) COMP.
       01  WS-RED-HAY-PIE         PIC X(01).

      *    ULTIMA CORRIDA DE NOTIFC01 POR FECHA DE NEGOCIO, CON LAS
      *    CARTAS QUE DECLARA Y LOS RENGLONES DEL EXTRACTO DE LA FECHA
       01  WS-CANT-NCD            PIC 9(4) COMP VALUE ZERO.
       01  WS-TABLA-NOTIF-DIA.
           05 WS-NCD-ENTRY OCCURS 1 TO 400 TIMES
               DEPENDING ON WS-CANT-NCD
               INDEXED BY WS-NCD-IDX.
               10 WS-NCD-FECHA        PIC 9(08).
               10 WS-NCD-CORRIDA      PIC 9(14).
               10 WS-NCD-CANT-CTL     PIC 9(09) COMP.
               10 WS-NCD-CANT-ARCH    PIC 9(09) COMP.

      *    TOTALES DEL CUADRE
       01  WS-CUADRE.
           05 WS-TOT-MATCHES-CTL  PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-TARJ-EJEC    PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-DIAS-CTL     PIC 9(05) COMP VALUE ZERO.
           05 WS-TOT-DIAS-DIF     PIC 9(05) COMP VALUE ZERO.
           05 WS-TOT-DESG-SIN-CTL PIC 9(05) COMP VALUE ZERO.
           05 WS-TOT-OUT-CEN      PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-OUT-TRN      PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-ENT-DIF      PIC 9(05) COMP VALUE ZERO.
           05 WS-TOT-RED-REG      PIC 9(05) COMP VALUE ZERO.
           05 WS-TOT-RED-VERIF    PIC 9(05) COMP VALUE ZERO.
           05 WS-TOT-RED-DESCUAD  PIC 9(05) COMP VALUE ZERO.
           05 WS-TOT-RED-NODISP   PIC 9(05) COMP VALUE ZERO.
           05 WS-TOT-CARTAS-CTL   PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-CARTAS-ARCH  PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-CARTAS-SINENT PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-NOTIF-NODISP PIC 9(05) COMP VALUE ZERO.
           05 WS-TOT-SIN-TARIFA   PIC 9(05) COMP VALUE ZERO.

      *    IMPORTES DE LA ENTIDAD EN CURSO Y TOTALES DEL PERIODO
       01  WS-REG-EXTRACTO        PIC 9(09) COMP.
       01  WS-IMPORTES-ENT.
           05 WS-IMP-TARJETAS     PIC 9(11)V99.
           05 WS-IMP-REGISTROS    PIC 9(11)V99.
           05 WS-IMP-ARCH-RED     PIC 9(11)V99.
           05 WS-IMP-CARTAS       PIC 9(11)V99.
           05 WS-IMP-CARGO-FIJO   PIC 9(11)V99.
           05 WS-IMP-TOTAL        PIC 9(11)V99.
       01  WS-ENT-CUADRA          PIC X(10).
       01  WS-TOTALES-PERIODO.
           05 WS-TOT-TARJETAS     PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-REGISTROS    PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-ARCH-RED     PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-CARTAS       PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-IMPORTE      PIC 9(11)V99 VALUE ZERO.

      *    RENGLONES DE SALIDA
       01  WS-LINEA               PIC X(120).
       01  WS-LIN-DETALLE.
           05 WS-LD-CONCEPTO      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LD-CANTIDAD      PIC Z(08)9.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LD-TARIFA        PIC ZZZZ9.9999.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LD-IMPORTE       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-LIN-RESUMEN.
           05 WS-LR-COD-ENT       PIC X(04).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LR-TARIFA        PIC X(07).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LR-TARJETAS      PIC Z(08)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LR-REGISTROS     PIC Z(08)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LR-ARCH-RED      PIC Z(04)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LR-CARTAS        PIC Z(08)9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-LR-IMPORTE       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 WS-LR-CUADRE        PIC X(10).
       01  WS-ED-CANT-1           PIC Z(08)9.
       01  WS-ED-CANT-2           PIC Z(08)9.
       01  WS-ED-CANT-3           PIC Z(08)9.
       01  WS-ED-CANT-4           PIC Z(08)9.
       01  WS-ED-IMPORTE          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  WS-ED-RESULTADO        PIC X(10).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  FACTURACION MENSUAL POR ENTIDAD      '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 1000-LEER-PARAMETRO
           PERFORM 1100-CARGAR-TARIFAS
           PERFORM 2000-ULTIMOS-LOTES
           PERFORM 2100-ACUMULAR-CONTROL-ENTIDAD
           PERFORM 3000-CUADRAR-CONTROL
           PERFORM 4000-CARGAR-TRANSMISIONES
           PERFORM 4100-PROCESAR-TRANSMISIONES
           PERFORM 5000-ULTIMAS-CORRIDAS-NOTIF
           PERFORM 5100-ACUMULAR-CARTAS
           PERFORM 5200-CONTAR-NOTIFICACIONES
               VARYING WS-NCD-IDX FROM 1 BY 1
               UNTIL WS-NCD-IDX > WS-CANT-NCD
           PERFORM 6000-AGREGAR-CARGOS-FIJOS
               VARYING WS-TAR-IDX FROM 1 BY 1
               UNTIL WS-TAR-IDX > WS-CANT-TAR
           PERFORM 7000-EMITIR-FACTURACION

           DISPLAY 'TARIFAS CARGADAS           = ' COUNT-TARIFAS
           DISPLAY 'TARIFAS DESCARTADAS        = ' COUNT-TARIFAS-MAL
           DISPLAY 'ESTADOS DE CARGOS EMITIDOS = ' COUNT-FACTURAS
           DISPLAY 'RESUMEN GRABADO EN ' WS-NOM-FILRESUM
           IF WS-HAY-DIFERENCIA = 'S'
               DISPLAY 'HAY DIFERENCIAS DE CUADRE O ENTIDADES SIN '
                   'TARIFA: REVISE EL RESUMEN'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------+
       1000-LEER-PARAMETRO.
      *----------------------------------------------------------------+
           MOVE WS-FECHA-YYYYMMDD(1:6) TO WS-PERIODO
           OPEN INPUT FILPARM
           IF FS-FILPARM = '00'
               READ FILPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PERIODO IS NUMERIC AND
                          PARM-PERIODO NOT = 0
                           MOVE PARM-PERIODO TO WS-PERIODO
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF
           MOVE SPACES TO WS-NOM-FILRESUM
           STRING 'FACTURACION_RESUMEN_' WS-PERIODO '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FILRESUM
           DISPLAY 'PERIODO A FACTURAR: ' WS-PERIODO.

      *----------------------------------------------------------------+
       1100-CARGAR-TARIFAS.
      *----------------------------------------------------------------+
      *    SIN TABLA DE TARIFAS NO HAY NADA QUE VALORIZAR: FALLA
      *    RUIDOSA EN VEZ DE EMITIR ESTADOS EN CERO
           OPEN INPUT FILTARIF
           IF FS-FILTARIF NOT = '00'
               DISPLAY 'TARIFAS.txt NO DISPONIBLE (FS: ' FS-FILTARIF
                   '), NO SE PUEDE FACTURAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-ACTUAL
           PERFORM UNTIL EOF-ACTUAL = 'S'
               READ FILTARIF
                   AT END
                       MOVE 'S' TO EOF-ACTUAL
                   NOT AT END
                       PERFORM 1110-GUARDAR-TARIFA
               END-READ
           END-PERFORM
           CLOSE FILTARIF
           IF WS-CANT-TAR > 0
               SORT WS-TAR-ENTRY ON ASCENDING KEY WS-TAR-COD
           END-IF
           IF WS-HAY-TARIFA-GENERAL = 'N'
               DISPLAY 'TARIFAS.txt SIN RENGLON GENERAL (****): LAS '
                   'ENTIDADES SIN TARIFA PROPIA QUEDAN EN CERO'
           END-IF.

      *----------------------------------------------------------------+
       1110-GUARDAR-TARIFA.
      *----------------------------------------------------------------+
           IF TAR-COD-ENT = SPACES
               CONTINUE
           ELSE
           IF TAR-TARJETA NOT NUMERIC OR TAR-REGISTRO NOT NUMERIC
              OR TAR-ARCHIVO-RED NOT NUMERIC OR TAR-CARTA NOT NUMERIC
              OR TAR-CARGO-FIJO NOT NUMERIC
               DISPLAY 'TARIFA DESCARTADA (CAMPO NO NUMERICO): '
                   TAR-COD-ENT
               ADD 1 TO COUNT-TARIFAS-MAL
           ELSE
           IF TAR-COD-ENT = '****'
               MOVE 'S' TO WS-HAY-TARIFA-GENERAL
               MOVE TAR-TARJETA TO WS-TGE-TARJETA
               MOVE TAR-REGISTRO TO WS-TGE-REGISTRO
               MOVE TAR-ARCHIVO-RED TO WS-TGE-ARCHIVO-RED
               MOVE TAR-CARTA TO WS-TGE-CARTA
               MOVE TAR-CARGO-FIJO TO WS-TGE-CARGO-FIJO
               ADD 1 TO COUNT-TARIFAS
           ELSE
           IF WS-CANT-TAR >= 2000
               DISPLAY 'TABLA DE TARIFAS LLENA (2000), DESCARTADA: '
                   TAR-COD-ENT
               ADD 1 TO COUNT-TARIFAS-MAL
           ELSE
               ADD 1 TO WS-CANT-TAR
               SET WS-TAR-IDX TO WS-CANT-TAR
               MOVE TAR-COD-ENT TO WS-TAR-COD(WS-TAR-IDX)
               MOVE TAR-TARJETA TO WS-TAR-TARJETA(WS-TAR-IDX)
               MOVE TAR-REGISTRO TO WS-TAR-REGISTRO(WS-TAR-IDX)
               MOVE TAR-ARCHIVO-RED TO WS-TAR-ARCHIVO-RED(WS-TAR-IDX)
               MOVE TAR-CARTA TO WS-TAR-CARTA(WS-TAR-IDX)
               MOVE TAR-CARGO-FIJO TO WS-TAR-CARGO-FIJO(WS-TAR-IDX)
               ADD 1 TO COUNT-TARIFAS
           END-IF
           END-IF
           END-IF
           END-IF.

      *----------------------------------------------------------------+
       2000-ULTIMOS-LOTES.
      *----------------------------------------------------------------+
      *    PRIMERA PASADA DE CONTROL_ENTIDAD.txt: EL ARCHIVO CRECE EN
      *    ORDEN DE CORRIDA, ASI QUE EL ULTIMO LOTE QUE APARECE PARA
      *    UNA FECHA (DE NEGOCIO O DE EJECUCION) Y PARTICION ES EL DE
      *    SU ULTIMA CORRIDA
           OPEN INPUT FILCTLENT
           IF FS-FILCTLENT NOT = '00'
               DISPLAY 'CONTROL_ENTIDAD.txt NO DISPONIBLE, TARJETAS Y '
                   'EXTRACTOS QUEDAN EN CERO'
               MOVE 'S' TO WS-HAY-DIFERENCIA
           ELSE
               MOVE 'N' TO EOF-ACTUAL
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   READ FILCTLENT
                       AT END
                           MOVE 'S' TO EOF-ACTUAL
                       NOT AT END
                           PERFORM 2010-REGISTRAR-LOTE
                   END-READ
               END-PERFORM
               CLOSE FILCTLENT
           END-IF.

      *----------------------------------------------------------------+
       2010-REGISTRAR-LOTE.
      *----------------------------------------------------------------+
           IF CEN-FECHA-NEG(1:6) = WS-PERIODO
               PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
                   UNTIL WS-CEL-IDX > WS-CANT-CEL
                      OR (WS-CEL-FECHA(WS-CEL-IDX) = CEN-FECHA-NEG AND
                          WS-CEL-PARTICION(WS-CEL-IDX) = CEN-PARTICION)
               END-PERFORM
               IF WS-CEL-IDX > WS-CANT-CEL AND WS-CANT-CEL < 2000
                   ADD 1 TO WS-CANT-CEL
                   SET WS-CEL-IDX TO WS-CANT-CEL
                   MOVE CEN-FECHA-NEG TO WS-CEL-FECHA(WS-CEL-IDX)
                   MOVE CEN-PARTICION TO WS-CEL-PARTICION(WS-CEL-IDX)
               END-IF
               IF WS-CEL-IDX <= WS-CANT-CEL
                   MOVE CEN-LOTE-ID TO WS-CEL-LOTE(WS-CEL-IDX)
               END-IF
           END-IF
           MOVE CEN-FECHA-EJEC(7:4) TO WS-PERIODO-RENGLON(1:4)
           MOVE CEN-FECHA-EJEC(4:2) TO WS-PERIODO-RENGLON(5:2)
           IF WS-PERIODO-RENGLON = WS-PERIODO
               PERFORM VARYING WS-CEJ-IDX FROM 1 BY 1
                   UNTIL WS-CEJ-IDX > WS-CANT-CEJ
                      OR (WS-CEJ-FECHA(WS-CEJ-IDX) = CEN-FECHA-EJEC AND
                          WS-CEJ-PARTICION(WS-CEJ-IDX) = CEN-PARTICION)
               END-PERFORM
               IF WS-CEJ-IDX > WS-CANT-CEJ AND WS-CANT-CEJ < 2000
                   ADD 1 TO WS-CANT-CEJ
                   SET WS-CEJ-IDX TO WS-CANT-CEJ
                   MOVE CEN-FECHA-EJEC TO WS-CEJ-FECHA(WS-CEJ-IDX)
                   MOVE CEN-PARTICION TO WS-CEJ-PARTICION(WS-CEJ-IDX)
                   MOVE ZERO TO WS-CEJ-TARJETAS(WS-CEJ-IDX)
               END-IF
               IF WS-CEJ-IDX <= WS-CANT-CEJ
                   MOVE CEN-LOTE-ID TO WS-CEJ-LOTE(WS-CEJ-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2100-ACUMULAR-CONTROL-ENTIDAD.
      *----------------------------------------------------------------+
      *    SEGUNDA PASADA: SOLO CUENTAN LOS RENGLONES DEL ULTIMO LOTE
           IF WS-CANT-CEL > 0 OR WS-CANT-CEJ > 0
               OPEN INPUT FILCTLENT
               MOVE 'N' TO EOF-ACTUAL
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   READ FILCTLENT
                       AT END
                           MOVE 'S' TO EOF-ACTUAL
                       NOT AT END
                           PERFORM 2110-ACUMULAR-RENGLON
                   END-READ
               END-PERFORM
               CLOSE FILCTLENT
           END-IF.

      *----------------------------------------------------------------+
       2110-ACUMULAR-RENGLON.
      *----------------------------------------------------------------+
      *    EL RENGLON CON ENTIDAD EN BLANCO SOLO MARCA UNA CORRIDA SIN
      *    ENTIDADES; NO SE FACTURA A NADIE
           IF CEN-FECHA-NEG(1:6) = WS-PERIODO
               PERFORM VARYING WS-CEL-IDX FROM 1 BY 1
                   UNTIL WS-CEL-IDX > WS-CANT-CEL
                      OR (WS-CEL-FECHA(WS-CEL-IDX) = CEN-FECHA-NEG AND
                          WS-CEL-PARTICION(WS-CEL-IDX) = CEN-PARTICION)
               END-PERFORM
               IF WS-CEL-IDX <= WS-CANT-CEL
                   IF WS-CEL-LOTE(WS-CEL-IDX) = CEN-LOTE-ID AND
                      CEN-COD-ENT NOT = SPACES
                       MOVE CEN-COD-ENT TO WS-FEN-BUSCAR
                       PERFORM 8000-UBICAR-ENTIDAD
                       ADD CEN-TARJETAS TO WS-FEN-TARJETAS(WS-FEN-IDX)
                       ADD CEN-GRABAD-OUT1 TO WS-FEN-OUT1(WS-FEN-IDX)
                       ADD CEN-GRABAD-OUT2 TO WS-FEN-OUT2(WS-FEN-IDX)
                   END-IF
               END-IF
           END-IF
           MOVE CEN-FECHA-EJEC(7:4) TO WS-PERIODO-RENGLON(1:4)
           MOVE CEN-FECHA-EJEC(4:2) TO WS-PERIODO-RENGLON(5:2)
           IF WS-PERIODO-RENGLON = WS-PERIODO
               PERFORM VARYING WS-CEJ-IDX FROM 1 BY 1
                   UNTIL WS-CEJ-IDX > WS-CANT-CEJ
                      OR (WS-CEJ-FECHA(WS-CEJ-IDX) = CEN-FECHA-EJEC AND
                          WS-CEJ-PARTICION(WS-CEJ-IDX) = CEN-PARTICION)
               END-PERFORM
               IF WS-CEJ-IDX <= WS-CANT-CEJ
                   IF WS-CEJ-LOTE(WS-CEJ-IDX) = CEN-LOTE-ID
                       ADD CEN-TARJETAS TO WS-CEJ-TARJETAS(WS-CEJ-IDX)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3000-CUADRAR-CONTROL.
      *----------------------------------------------------------------+
      *    CTL-MATCHES DE LA ULTIMA CORRIDA DE CADA DIA DEL MES CONTRA
      *    LA SUMA DE CEN-TARJETAS DE LA MISMA CORRIDA (ULTIMO LOTE DE
      *    ESA FECHA DE EJECUCION, TODAS LAS PARTICIONES)
           OPEN INPUT FILCTRL
           IF FS-FILCTRL NOT = '00'
               DISPLAY 'CONTROL.txt NO DISPONIBLE, NO SE PUEDE CUADRAR '
                   'LAS TARJETAS'
               MOVE 'S' TO WS-HAY-DIFERENCIA
           ELSE
               MOVE 'N' TO EOF-ACTUAL
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   READ FILCTRL
                       AT END
                           MOVE 'S' TO EOF-ACTUAL
                       NOT AT END
                           PERFORM 3010-REGISTRAR-DIA-CONTROL
                   END-READ
               END-PERFORM
               CLOSE FILCTRL
           END-IF
           PERFORM 3100-CUADRAR-DIA
               VARYING WS-CTD-IDX FROM 1 BY 1
               UNTIL WS-CTD-IDX > WS-CANT-CTD
      *    DESGLOSES DE CORRIDAS QUE NO DEJARON RENGLON EN CONTROL.txt
      *    (EJ. PARTICIONES TODAVIA SIN CONSOLIDAR)
           PERFORM VARYING WS-CEJ-IDX FROM 1 BY 1
               UNTIL WS-CEJ-IDX > WS-CANT-CEJ
               PERFORM VARYING WS-CTD-IDX FROM 1 BY 1
                   UNTIL WS-CTD-IDX > WS-CANT-CTD
                      OR WS-CTD-FECHA(WS-CTD-IDX) =
                         WS-CEJ-FECHA(WS-CEJ-IDX)
               END-PERFORM
               IF WS-CTD-IDX > WS-CANT-CTD
                   ADD 1 TO WS-TOT-DESG-SIN-CTL
                   ADD WS-CEJ-TARJETAS(WS-CEJ-IDX) TO WS-TOT-TARJ-EJEC
                   MOVE 'S' TO WS-HAY-DIFERENCIA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       3010-REGISTRAR-DIA-CONTROL.
      *----------------------------------------------------------------+
           MOVE CTL-FECHA-EJEC(7:4) TO WS-PERIODO-RENGLON(1:4)
           MOVE CTL-FECHA-EJEC(4:2) TO WS-PERIODO-RENGLON(5:2)
           IF WS-PERIODO-RENGLON = WS-PERIODO
               PERFORM VARYING WS-CTD-IDX FROM 1 BY 1
                   UNTIL WS-CTD-IDX > WS-CANT-CTD
                      OR WS-CTD-FECHA(WS-CTD-IDX) = CTL-FECHA-EJEC
               END-PERFORM
               IF WS-CTD-IDX > WS-CANT-CTD AND WS-CANT-CTD < 400
                   ADD 1 TO WS-CANT-CTD
                   SET WS-CTD-IDX TO WS-CANT-CTD
                   MOVE CTL-FECHA-EJEC TO WS-CTD-FECHA(WS-CTD-IDX)
               END-IF
               IF WS-CTD-IDX <= WS-CANT-CTD
                   COMPUTE WS-CTD-MATCHES(WS-CTD-IDX) =
                       FUNCTION NUMVAL(CTL-MATCHES)
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3100-CUADRAR-DIA.
      *----------------------------------------------------------------+
      *    UN DIA CON MATCHES Y SIN DESGLOSE ES UNA CORRIDA ANTERIOR A
      *    CONTROL_ENTIDAD.txt O UNA CORRIDA QUE NO LLEGO A GRABARLO;
      *    CUENTA COMO DIFERENCIA
           MOVE ZERO TO WS-CTD-TARJ-DIA
           MOVE 'N' TO WS-CTD-CON-DESGLOSE
           PERFORM VARYING WS-CEJ-IDX FROM 1 BY 1
               UNTIL WS-CEJ-IDX > WS-CANT-CEJ
               IF WS-CEJ-FECHA(WS-CEJ-IDX) = WS-CTD-FECHA(WS-CTD-IDX)
                   ADD WS-CEJ-TARJETAS(WS-CEJ-IDX) TO WS-CTD-TARJ-DIA
                   MOVE 'S' TO WS-CTD-CON-DESGLOSE
               END-IF
           END-PERFORM
           ADD 1 TO WS-TOT-DIAS-CTL
           ADD WS-CTD-MATCHES(WS-CTD-IDX) TO WS-TOT-MATCHES-CTL
           ADD WS-CTD-TARJ-DIA TO WS-TOT-TARJ-EJEC
           IF WS-CTD-TARJ-DIA NOT = WS-CTD-MATCHES(WS-CTD-IDX)
               ADD 1 TO WS-TOT-DIAS-DIF
               MOVE 'S' TO WS-HAY-DIFERENCIA
               IF WS-CTD-CON-DESGLOSE = 'N'
                   DISPLAY 'CORRIDA DEL ' WS-CTD-FECHA(WS-CTD-IDX)
                       ' SIN DESGLOSE POR ENTIDAD'
               ELSE
                   DISPLAY 'CORRIDA DEL ' WS-CTD-FECHA(WS-CTD-IDX)
                       ': MATCHES NO CUADRAN CON EL DESGLOSE'
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       4000-CARGAR-TRANSMISIONES.
      *----------------------------------------------------------------+
           OPEN INPUT FILTRLOG
           IF FS-FILTRLOG NOT = '00'
               DISPLAY 'TRANSMISIONES.txt NO DISPONIBLE, ARCHIVOS DE '
                   'RED QUEDAN EN CERO'
               MOVE 'S' TO WS-HAY-DIFERENCIA
           ELSE
               MOVE 'N' TO EOF-ACTUAL
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   READ FILTRLOG
                       AT END
                           MOVE 'S' TO EOF-ACTUAL
                       NOT AT END
                           PERFORM 4010-GUARDAR-TRANSMISION
                   END-READ
               END-PERFORM
               CLOSE FILTRLOG
               IF WS-CANT-TRA > 0
                   SORT WS-TRA-ENTRY
                       ON ASCENDING KEY WS-TRA-ARCHIVO
                       ON ASCENDING KEY WS-TRA-ORDEN
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       4010-GUARDAR-TRANSMISION.
      *----------------------------------------------------------------+
      *    TABLA LLENA = FALLA RUIDOSA, MISMO CRITERIO QUE 1320 EN
      *    NOTIFC01: UNA TABLA PARCIAL FACTURARIA DE MENOS
           IF TRL-FECHA-NEG(1:6) = WS-PERIODO
               IF WS-CANT-TRA >= 50000
                   DISPLAY 'TABLA DE TRANSMISIONES LLENA (50000); '
                       'NO SE PUEDE FACTURAR EL PERIODO'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-TRA
               SET WS-TRA-IDX TO WS-CANT-TRA
               MOVE TRL-ARCHIVO TO WS-TRA-ARCHIVO(WS-TRA-IDX)
               MOVE WS-CANT-TRA TO WS-TRA-ORDEN(WS-TRA-IDX)
               MOVE TRL-RED TO WS-TRA-RED(WS-TRA-IDX)
               MOVE TRL-CANT-REG TO WS-TRA-CANT(WS-TRA-IDX)
           END-IF.

      *----------------------------------------------------------------+
       4100-PROCESAR-TRANSMISIONES.
      *----------------------------------------------------------------+
      *    DE CADA ARCHIVO SOLO CUENTA SU ULTIMO RENGLON (EL ULTIMO DE
      *    SU GRUPO TRAS EL SORT)
           PERFORM VARYING WS-TRA-SUB FROM 1 BY 1
               UNTIL WS-TRA-SUB > WS-CANT-TRA
               COMPUTE WS-TRA-SIG = WS-TRA-SUB + 1
               IF WS-TRA-SUB = WS-CANT-TRA
                   PERFORM 4200-CONTAR-ARCHIVO
               ELSE
                   IF WS-TRA-ARCHIVO(WS-TRA-SIG) NOT =
                      WS-TRA-ARCHIVO(WS-TRA-SUB)
                       PERFORM 4200-CONTAR-ARCHIVO
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       4200-CONTAR-ARCHIVO.
      *----------------------------------------------------------------+
      *    LOS EXTRACTOS DE ENTIDAD DE PROGRAM1 SE LLAMAN
      *    FILOUT1_<ENT>_<FECHA>... / FILOUT2_<ENT>_<FECHA>...; EL
      *    RESTO SON ARCHIVOS DE RED DE TRANSM01
           IF WS-TRA-RED(WS-TRA-SUB) = 'ENTIDAD'
               MOVE WS-TRA-ARCHIVO(WS-TRA-SUB)(9:4) TO WS-FEN-BUSCAR
               PERFORM 8000-UBICAR-ENTIDAD
               IF WS-TRA-ARCHIVO(WS-TRA-SUB)(1:8) = 'FILOUT1_'
                   ADD WS-TRA-CANT(WS-TRA-SUB)
                       TO WS-FEN-TRN-OUT1(WS-FEN-IDX)
               ELSE
                   ADD WS-TRA-CANT(WS-TRA-SUB)
                       TO WS-FEN-TRN-OUT2(WS-FEN-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-TOT-RED-REG
               PERFORM 4300-LEER-ARCHIVO-RED
           END-IF.

      *----------------------------------------------------------------+
       4300-LEER-ARCHIVO-RED.
      *----------------------------------------------------------------+
      *    EL ARCHIVO DE RED ES LA PRUEBA DE LO QUE SE ENVIO: CADA
      *    SUBTOTAL 'ST' ATRIBUYE EL ARCHIVO Y SUS RENGLONES A UNA
      *    ENTIDAD, Y LA SUMA DE SUBTOTALES DEBE DAR EL PIE 'TR' Y LA
      *    CANTIDAD DECLARADA EN TRANSMISIONES.txt. UN ARCHIVO YA
      *    DEPURADO NO SE PUEDE ATRIBUIR Y QUEDA EN EL RESUMEN COMO
      *    NO DISPONIBLE
           MOVE WS-TRA-ARCHIVO(WS-TRA-SUB) TO WS-NOM-FILRED
           MOVE ZERO TO WS-RED-SUMA-ST
           MOVE ZERO TO WS-RED-CANT-TR
           MOVE 'N' TO WS-RED-HAY-PIE
           OPEN INPUT FILRED
           IF FS-FILRED NOT = '00'
               DISPLAY 'ARCHIVO DE RED NO DISPONIBLE: ' WS-NOM-FILRED
               ADD 1 TO WS-TOT-RED-NODISP
               MOVE 'S' TO WS-HAY-DIFERENCIA
           ELSE
               MOVE 'N' TO EOF-ACTUAL
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   READ FILRED
                       AT END
                           MOVE 'S' TO EOF-ACTUAL
                       NOT AT END
                           PERFORM 4310-EVALUAR-RENGLON-RED
                   END-READ
               END-PERFORM
               CLOSE FILRED
               IF WS-RED-HAY-PIE = 'S' AND
                  WS-RED-SUMA-ST = WS-RED-CANT-TR AND
                  WS-RED-CANT-TR = WS-TRA-CANT(WS-TRA-SUB)
                   ADD 1 TO WS-TOT-RED-VERIF
               ELSE
                   DISPLAY 'ARCHIVO DE RED NO CUADRA: ' WS-NOM-FILRED
                   ADD 1 TO WS-TOT-RED-DESCUAD
                   MOVE 'S' TO WS-HAY-DIFERENCIA
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       4310-EVALUAR-RENGLON-RED.
      *----------------------------------------------------------------+
           IF RST-TIPO-REG = 'ST' AND RST-CANTIDAD IS NUMERIC
               MOVE RST-COD-ENT TO WS-FEN-BUSCAR
               PERFORM 8000-UBICAR-ENTIDAD
               ADD 1 TO WS-FEN-ARCH-RED(WS-FEN-IDX)
               ADD RST-CANTIDAD TO WS-FEN-REG-RED(WS-FEN-IDX)
               ADD RST-CANTIDAD TO WS-RED-SUMA-ST
           END-IF
           IF RPI-TIPO-REG = 'TR' AND RPI-CANT-REG IS NUMERIC
               MOVE 'S' TO WS-RED-HAY-PIE
               MOVE RPI-CANT-REG TO WS-RED-CANT-TR
           END-IF.

      *----------------------------------------------------------------+
       5000-ULTIMAS-CORRIDAS-NOTIF.
      *----------------------------------------------------------------+
      *    NOTIFICACIONES_<FECHA>.txt SE REESCRIBE EN CADA CORRIDA,
      *    ASI QUE DE CADA FECHA SOLO VALE LA ULTIMA CORRIDA DE
      *    NOTIFC01 (LA ULTIMA QUE APARECE EN NOTIF_CONTROL.txt)
           OPEN INPUT FILNOTCT
           IF FS-FILNOTCT NOT = '00'
               DISPLAY 'NOTIF_CONTROL.txt NO DISPONIBLE, CARTAS QUEDAN '
                   'EN CERO'
           ELSE
               MOVE 'N' TO EOF-ACTUAL
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   READ FILNOTCT
                       AT END
                           MOVE 'S' TO EOF-ACTUAL
                       NOT AT END
                           PERFORM 5010-REGISTRAR-CORRIDA
                   END-READ
               END-PERFORM
               CLOSE FILNOTCT
           END-IF.

      *----------------------------------------------------------------+
       5010-REGISTRAR-CORRIDA.
      *----------------------------------------------------------------+
           IF NCT-FECHA-NEG(1:6) = WS-PERIODO
               PERFORM VARYING WS-NCD-IDX FROM 1 BY 1
                   UNTIL WS-NCD-IDX > WS-CANT-NCD
                      OR WS-NCD-FECHA(WS-NCD-IDX) = NCT-FECHA-NEG
               END-PERFORM
               IF WS-NCD-IDX > WS-CANT-NCD AND WS-CANT-NCD < 400
                   ADD 1 TO WS-CANT-NCD
                   SET WS-NCD-IDX TO WS-CANT-NCD
                   MOVE NCT-FECHA-NEG TO WS-NCD-FECHA(WS-NCD-IDX)
                   MOVE ZERO TO WS-NCD-CANT-CTL(WS-NCD-IDX)
                   MOVE ZERO TO WS-NCD-CANT-ARCH(WS-NCD-IDX)
               END-IF
               IF WS-NCD-IDX <= WS-CANT-NCD
                   MOVE NCT-CORRIDA TO WS-NCD-CORRIDA(WS-NCD-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       5100-ACUMULAR-CARTAS.
      *----------------------------------------------------------------+
           IF WS-CANT-NCD > 0
               OPEN INPUT FILNOTCT
               MOVE 'N' TO EOF-ACTUAL
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   READ FILNOTCT
                       AT END
                           MOVE 'S' TO EOF-ACTUAL
                       NOT AT END
                           PERFORM 5110-ACUMULAR-RENGLON-NOTIF
                   END-READ
               END-PERFORM
               CLOSE FILNOTCT
           END-IF.

      *----------------------------------------------------------------+
       5110-ACUMULAR-RENGLON-NOTIF.
      *----------------------------------------------------------------+
      *    '????' = CARTA DE UN PAN QUE NOTIFC01 NO ENCONTRO EN EL
      *    MAESTRO: ENTRA EN EL CUADRE PERO NO SE FACTURA A NADIE
           IF NCT-FECHA-NEG(1:6) = WS-PERIODO
               PERFORM VARYING WS-NCD-IDX FROM 1 BY 1
                   UNTIL WS-NCD-IDX > WS-CANT-NCD
                      OR WS-NCD-FECHA(WS-NCD-IDX) = NCT-FECHA-NEG
               END-PERFORM
               IF WS-NCD-IDX <= WS-CANT-NCD
                   IF WS-NCD-CORRIDA(WS-NCD-IDX) = NCT-CORRIDA
                       ADD NCT-CANTIDAD TO WS-NCD-CANT-CTL(WS-NCD-IDX)
                       EVALUATE TRUE
                           WHEN NCT-COD-ENT = SPACES
                               CONTINUE
                           WHEN NCT-COD-ENT = '????'
                               ADD NCT-CANTIDAD TO WS-TOT-CARTAS-SINENT
                           WHEN OTHER
                               MOVE NCT-COD-ENT TO WS-FEN-BUSCAR
                               PERFORM 8000-UBICAR-ENTIDAD
                               ADD NCT-CANTIDAD
                                   TO WS-FEN-CARTAS(WS-FEN-IDX)
                       END-EVALUATE
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       5200-CONTAR-NOTIFICACIONES.
      *----------------------------------------------------------------+
      *    LAS CARTAS QUE DECLARA LA CORRIDA DEBEN SER LOS RENGLONES
      *    DEL EXTRACTO DE LA FECHA QUE QUEDO EN DISCO
           MOVE SPACES TO WS-NOM-FILNOTIF
           STRING 'NOTIFICACIONES_' WS-NCD-FECHA(WS-NCD-IDX) '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FILNOTIF
           ADD WS-NCD-CANT-CTL(WS-NCD-IDX) TO WS-TOT-CARTAS-CTL
           OPEN INPUT FILNOTIF
           IF FS-FILNOTIF NOT = '00'
               DISPLAY 'EXTRACTO NO DISPONIBLE: ' WS-NOM-FILNOTIF
               ADD 1 TO WS-TOT-NOTIF-NODISP
               MOVE 'S' TO WS-HAY-DIFERENCIA
           ELSE
               MOVE 'N' TO EOF-ACTUAL
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   READ FILNOTIF
                       AT END
                           MOVE 'S' TO EOF-ACTUAL
                       NOT AT END
                           ADD 1 TO WS-NCD-CANT-ARCH(WS-NCD-IDX)
                   END-READ
               END-PERFORM
               CLOSE FILNOTIF
               ADD WS-NCD-CANT-ARCH(WS-NCD-IDX) TO WS-TOT-CARTAS-ARCH
               IF WS-NCD-CANT-ARCH(WS-NCD-IDX) NOT =
                  WS-NCD-CANT-CTL(WS-NCD-IDX)
                   DISPLAY 'CARTAS NO CUADRAN EN ' WS-NOM-FILNOTIF
                   MOVE 'S' TO WS-HAY-DIFERENCIA
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       6000-AGREGAR-CARGOS-FIJOS.
      *----------------------------------------------------------------+
      *    UNA ENTIDAD CON TARIFA PROPIA Y CARGO FIJO RECIBE SU ESTADO
      *    AUNQUE NO HAYA TENIDO MOVIMIENTO EN EL MES
           IF WS-TAR-CARGO-FIJO(WS-TAR-IDX) > 0
               MOVE WS-TAR-COD(WS-TAR-IDX) TO WS-FEN-BUSCAR
               PERFORM 8000-UBICAR-ENTIDAD
           END-IF.

      *----------------------------------------------------------------+
       7000-EMITIR-FACTURACION.
      *----------------------------------------------------------------+
           OPEN OUTPUT FILRESUM
           IF FS-FILRESUM NOT = '00'
               DISPLAY 'ERROR AL ABRIR ' WS-NOM-FILRESUM ' FS: '
                   FS-FILRESUM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA
           STRING 'FACTURACION POR ENTIDAD DEL PERIODO ' WS-PERIODO
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN
           MOVE SPACES TO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN
           MOVE 'ENT.  TARIFA   TARJETAS  REG.EXTR ARCH.    CARTAS'
               TO WS-LINEA
           MOVE '         IMPORTE  CUADRE' TO WS-LINEA(51:)
           PERFORM 7950-GRABAR-LINEA-RESUMEN
           IF WS-CANT-FEN > 0
               SORT WS-FEN-ENTRY ON ASCENDING KEY WS-FEN-COD
           END-IF
           PERFORM 7100-FACTURAR-ENTIDAD
               VARYING WS-FEN-IDX FROM 1 BY 1
               UNTIL WS-FEN-IDX > WS-CANT-FEN
           PERFORM 7500-GRABAR-TOTALES
           PERFORM 7600-GRABAR-CUADRE
           CLOSE FILRESUM.

      *----------------------------------------------------------------+
       7100-FACTURAR-ENTIDAD.
      *----------------------------------------------------------------+
           PERFORM 7110-RESOLVER-TARIFA
           COMPUTE WS-REG-EXTRACTO = WS-FEN-OUT1(WS-FEN-IDX)
                                   + WS-FEN-OUT2(WS-FEN-IDX)
           COMPUTE WS-IMP-TARJETAS ROUNDED =
               WS-FEN-TARJETAS(WS-FEN-IDX) * WS-TAP-TARJETA
           COMPUTE WS-IMP-REGISTROS ROUNDED =
               WS-REG-EXTRACTO * WS-TAP-REGISTRO
           COMPUTE WS-IMP-ARCH-RED ROUNDED =
               WS-FEN-ARCH-RED(WS-FEN-IDX) * WS-TAP-ARCHIVO-RED
           COMPUTE WS-IMP-CARTAS ROUNDED =
               WS-FEN-CARTAS(WS-FEN-IDX) * WS-TAP-CARTA
           MOVE WS-TAP-CARGO-FIJO TO WS-IMP-CARGO-FIJO
           COMPUTE WS-IMP-TOTAL = WS-IMP-TARJETAS + WS-IMP-REGISTROS
               + WS-IMP-ARCH-RED + WS-IMP-CARTAS + WS-IMP-CARGO-FIJO
      *    CUADRE DE LA ENTIDAD: LO QUE PROGRAM1 DICE QUE GRABO EN SUS
      *    EXTRACTOS CONTRA LO QUE DECLARO AL DESPACHARLOS
           ADD WS-REG-EXTRACTO TO WS-TOT-OUT-CEN
           ADD WS-FEN-TRN-OUT1(WS-FEN-IDX) WS-FEN-TRN-OUT2(WS-FEN-IDX)
               TO WS-TOT-OUT-TRN
           IF WS-FEN-OUT1(WS-FEN-IDX) = WS-FEN-TRN-OUT1(WS-FEN-IDX) AND
              WS-FEN-OUT2(WS-FEN-IDX) = WS-FEN-TRN-OUT2(WS-FEN-IDX)
               MOVE 'CUADRA' TO WS-ENT-CUADRA
           ELSE
               MOVE 'DIFERENCIA' TO WS-ENT-CUADRA
               ADD 1 TO WS-TOT-ENT-DIF
               MOVE 'S' TO WS-HAY-DIFERENCIA
           END-IF
           PERFORM 7200-GRABAR-ESTADO-CARGOS
           ADD WS-FEN-TARJETAS(WS-FEN-IDX) TO WS-TOT-TARJETAS
           ADD WS-REG-EXTRACTO TO WS-TOT-REGISTROS
           ADD WS-FEN-ARCH-RED(WS-FEN-IDX) TO WS-TOT-ARCH-RED
           ADD WS-FEN-CARTAS(WS-FEN-IDX) TO WS-TOT-CARTAS
           ADD WS-IMP-TOTAL TO WS-TOT-IMPORTE
           MOVE SPACES TO WS-LIN-RESUMEN
           MOVE WS-FEN-COD(WS-FEN-IDX) TO WS-LR-COD-ENT
           EVALUATE WS-TAP-ORIGEN
               WHEN 'P'
                   MOVE 'PROPIA' TO WS-LR-TARIFA
               WHEN 'G'
                   MOVE 'GENERAL' TO WS-LR-TARIFA
               WHEN OTHER
                   MOVE 'NINGUNA' TO WS-LR-TARIFA
           END-EVALUATE
           MOVE WS-FEN-TARJETAS(WS-FEN-IDX) TO WS-LR-TARJETAS
           MOVE WS-REG-EXTRACTO TO WS-LR-REGISTROS
           MOVE WS-FEN-ARCH-RED(WS-FEN-IDX) TO WS-LR-ARCH-RED
           MOVE WS-FEN-CARTAS(WS-FEN-IDX) TO WS-LR-CARTAS
           MOVE WS-IMP-TOTAL TO WS-LR-IMPORTE
           MOVE WS-ENT-CUADRA TO WS-LR-CUADRE
           MOVE WS-LIN-RESUMEN TO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN.

      *----------------------------------------------------------------+
       7110-RESOLVER-TARIFA.
      *----------------------------------------------------------------+
      *    TARIFA PROPIA DE LA ENTIDAD; SI NO TIENE, LA GENERAL; SIN
      *    NINGUNA DE LAS DOS LA ENTIDAD SE FACTURA EN CERO Y QUEDA
      *    MARCADA EN EL RESUMEN
           MOVE 'N' TO WS-TAP-ORIGEN
           IF WS-CANT-TAR > 0
               SEARCH ALL WS-TAR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TAR-COD(WS-TAR-IDX) = WS-FEN-COD(WS-FEN-IDX)
                       MOVE 'P' TO WS-TAP-ORIGEN
                       MOVE WS-TAR-TARJETA(WS-TAR-IDX) TO WS-TAP-TARJETA
                       MOVE WS-TAR-REGISTRO(WS-TAR-IDX)
                           TO WS-TAP-REGISTRO
                       MOVE WS-TAR-ARCHIVO-RED(WS-TAR-IDX)
                           TO WS-TAP-ARCHIVO-RED
                       MOVE WS-TAR-CARTA(WS-TAR-IDX) TO WS-TAP-CARTA
                       MOVE WS-TAR-CARGO-FIJO(WS-TAR-IDX)
                           TO WS-TAP-CARGO-FIJO
               END-SEARCH
           END-IF
           IF WS-TAP-ORIGEN = 'N'
               IF WS-HAY-TARIFA-GENERAL = 'S'
                   MOVE 'G' TO WS-TAP-ORIGEN
                   MOVE WS-TARIFA-GENERAL TO WS-TARIFA-APLICADA
               ELSE
                   INITIALIZE WS-TARIFA-APLICADA
                   ADD 1 TO WS-TOT-SIN-TARIFA
                   MOVE 'S' TO WS-HAY-DIFERENCIA
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       7200-GRABAR-ESTADO-CARGOS.
      *----------------------------------------------------------------+
      *    ESTADO DE CARGOS DE LA ENTIDAD: CONCEPTO, CANTIDAD, TARIFA
      *    E IMPORTE, Y AL PIE DE DONDE SALE CADA CANTIDAD Y COMO DIO
      *    SU CUADRE, PARA QUE LA ENTIDAD PUEDA VERIFICARLO
           MOVE SPACES TO WS-NOM-FILFACT
           STRING 'FACTURA_' WS-FEN-COD(WS-FEN-IDX) '_' WS-PERIODO
               '.txt' DELIMITED BY SIZE INTO WS-NOM-FILFACT
           OPEN OUTPUT FILFACT
           IF FS-FILFACT NOT = '00'
               DISPLAY 'ERROR AL ABRIR ' WS-NOM-FILFACT ' FS: '
                   FS-FILFACT
               MOVE 'S' TO WS-HAY-DIFERENCIA
           ELSE
               MOVE SPACES TO WS-LINEA
               STRING 'ESTADO DE CARGOS - ENTIDAD '
                   WS-FEN-COD(WS-FEN-IDX) ' - PERIODO ' WS-PERIODO
                   DELIMITED BY SIZE INTO WS-LINEA
               PERFORM 7900-GRABAR-LINEA-FACTURA
               MOVE SPACES TO WS-LINEA
               PERFORM 7900-GRABAR-LINEA-FACTURA
               MOVE 'CONCEPTO                        CANTIDAD'
                   TO WS-LINEA
               MOVE '      TARIFA           IMPORTE' TO WS-LINEA(41:)
               PERFORM 7900-GRABAR-LINEA-FACTURA
               MOVE 'TARJETAS PROCESADAS' TO WS-LD-CONCEPTO
               MOVE WS-FEN-TARJETAS(WS-FEN-IDX) TO WS-LD-CANTIDAD
               MOVE WS-TAP-TARJETA TO WS-LD-TARIFA
               MOVE WS-IMP-TARJETAS TO WS-LD-IMPORTE
               PERFORM 7210-GRABAR-DETALLE
               MOVE 'RENGLONES DE EXTRACTO' TO WS-LD-CONCEPTO
               MOVE WS-REG-EXTRACTO TO WS-LD-CANTIDAD
               MOVE WS-TAP-REGISTRO TO WS-LD-TARIFA
               MOVE WS-IMP-REGISTROS TO WS-LD-IMPORTE
               PERFORM 7210-GRABAR-DETALLE
               MOVE 'ARCHIVOS DE RED ENVIADOS' TO WS-LD-CONCEPTO
               MOVE WS-FEN-ARCH-RED(WS-FEN-IDX) TO WS-LD-CANTIDAD
               MOVE WS-TAP-ARCHIVO-RED TO WS-LD-TARIFA
               MOVE WS-IMP-ARCH-RED TO WS-LD-IMPORTE
               PERFORM 7210-GRABAR-DETALLE
               MOVE 'CARTAS DE NOTIFICACION' TO WS-LD-CONCEPTO
               MOVE WS-FEN-CARTAS(WS-FEN-IDX) TO WS-LD-CANTIDAD
               MOVE WS-TAP-CARTA TO WS-LD-TARIFA
               MOVE WS-IMP-CARTAS TO WS-LD-IMPORTE
               PERFORM 7210-GRABAR-DETALLE
               MOVE 'CARGO FIJO MENSUAL' TO WS-LD-CONCEPTO
               MOVE 1 TO WS-LD-CANTIDAD
               MOVE WS-TAP-CARGO-FIJO TO WS-LD-TARIFA
               MOVE WS-IMP-CARGO-FIJO TO WS-LD-IMPORTE
               PERFORM 7210-GRABAR-DETALLE
               MOVE SPACES TO WS-LINEA
               MOVE WS-IMP-TOTAL TO WS-ED-IMPORTE
               STRING 'TOTAL DEL PERIODO' DELIMITED BY SIZE
                   INTO WS-LINEA
               MOVE WS-ED-IMPORTE TO WS-LINEA(55:)
               PERFORM 7900-GRABAR-LINEA-FACTURA
               MOVE SPACES TO WS-LINEA
               PERFORM 7900-GRABAR-LINEA-FACTURA
               PERFORM 7220-GRABAR-ORIGEN-CANTIDADES
               CLOSE FILFACT
               ADD 1 TO COUNT-FACTURAS
           END-IF.

      *----------------------------------------------------------------+
       7210-GRABAR-DETALLE.
      *----------------------------------------------------------------+
           MOVE WS-LIN-DETALLE TO WS-LINEA
           PERFORM 7900-GRABAR-LINEA-FACTURA.

      *----------------------------------------------------------------+
       7220-GRABAR-ORIGEN-CANTIDADES.
      *----------------------------------------------------------------+
           EVALUATE WS-TAP-ORIGEN
               WHEN 'P'
                   MOVE 'TARIFA APLICADA: PROPIA DE LA ENTIDAD'
                       TO WS-LINEA
               WHEN 'G'
                   MOVE 'TARIFA APLICADA: GENERAL (****)' TO WS-LINEA
               WHEN OTHER
                   MOVE 'TARIFA APLICADA: NINGUNA (SIN RENGLON PROPIO)'
                       TO WS-LINEA
           END-EVALUATE
           PERFORM 7900-GRABAR-LINEA-FACTURA
           MOVE 'ORIGEN DE LAS CANTIDADES:' TO WS-LINEA
           PERFORM 7900-GRABAR-LINEA-FACTURA
           MOVE '  TARJETAS Y EXTRACTOS: CONTROL_ENTIDAD.txt (ULTIMA '
               TO WS-LINEA
           MOVE 'CORRIDA DE CADA FECHA DE NEGOCIO)' TO WS-LINEA(53:)
           PERFORM 7900-GRABAR-LINEA-FACTURA
           MOVE SPACES TO WS-LINEA
           MOVE WS-FEN-OUT1(WS-FEN-IDX) TO WS-ED-CANT-1
           MOVE WS-FEN-OUT2(WS-FEN-IDX) TO WS-ED-CANT-2
           STRING '  RENGLONES FILOUT1ENT/FILOUT2ENT: ' WS-ED-CANT-1
               ' / ' WS-ED-CANT-2 DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 7900-GRABAR-LINEA-FACTURA
           MOVE SPACES TO WS-LINEA
           MOVE WS-FEN-TRN-OUT1(WS-FEN-IDX) TO WS-ED-CANT-1
           MOVE WS-FEN-TRN-OUT2(WS-FEN-IDX) TO WS-ED-CANT-2
           STRING '  DECLARADOS EN TRANSMISIONES.txt: ' WS-ED-CANT-1
               ' / ' WS-ED-CANT-2 '  ' WS-ENT-CUADRA
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 7900-GRABAR-LINEA-FACTURA
           MOVE SPACES TO WS-LINEA
           MOVE WS-FEN-REG-RED(WS-FEN-IDX) TO WS-ED-CANT-1
           STRING '  ARCHIVOS DE RED: SUBTOTAL ST DE CADA RED_<MARCA>_'
               '<FECHA>.txt (' WS-ED-CANT-1 ' RENGLONES)'
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 7900-GRABAR-LINEA-FACTURA
           MOVE '  CARTAS: NOTIF_CONTROL.txt (ULTIMA CORRIDA DE CADA '
               TO WS-LINEA
           MOVE 'FECHA DE NEGOCIO)' TO WS-LINEA(53:)
           PERFORM 7900-GRABAR-LINEA-FACTURA.

      *----------------------------------------------------------------+
       7500-GRABAR-TOTALES.
      *----------------------------------------------------------------+
           MOVE SPACES TO WS-LIN-RESUMEN
           MOVE 'TOT.' TO WS-LR-COD-ENT
           MOVE WS-TOT-TARJETAS TO WS-LR-TARJETAS
           MOVE WS-TOT-REGISTROS TO WS-LR-REGISTROS
           MOVE WS-TOT-ARCH-RED TO WS-LR-ARCH-RED
           MOVE WS-TOT-CARTAS TO WS-LR-CARTAS
           MOVE WS-TOT-IMPORTE TO WS-LR-IMPORTE
           MOVE WS-LIN-RESUMEN TO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN
           MOVE SPACES TO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN.

      *----------------------------------------------------------------+
       7600-GRABAR-CUADRE.
      *----------------------------------------------------------------+
           MOVE '--- CUADRE CONTRA LOS REGISTROS DE LA CADENA ---'
               TO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN
      *    TARJETAS: CONTROL.txt CONTRA EL DESGLOSE DE LAS MISMAS
      *    CORRIDAS
           IF WS-TOT-DIAS-DIF = 0 AND WS-TOT-DESG-SIN-CTL = 0
               MOVE 'CUADRA' TO WS-ED-RESULTADO
           ELSE
               MOVE 'DIFERENCIA' TO WS-ED-RESULTADO
           END-IF
           MOVE SPACES TO WS-LINEA
           MOVE WS-TOT-MATCHES-CTL TO WS-ED-CANT-1
           MOVE WS-TOT-TARJ-EJEC TO WS-ED-CANT-2
           STRING 'TARJETAS - CONTROL.txt: ' WS-ED-CANT-1
               '  CONTROL_ENTIDAD.txt: ' WS-ED-CANT-2 '  '
               WS-ED-RESULTADO DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN
           MOVE SPACES TO WS-LINEA
           MOVE WS-TOT-DIAS-CTL TO WS-ED-CANT-1
           MOVE WS-TOT-DIAS-DIF TO WS-ED-CANT-2
           MOVE WS-TOT-DESG-SIN-CTL TO WS-ED-CANT-3
           STRING '  DIAS DE CORRIDA: ' WS-ED-CANT-1
               '  CON DIFERENCIA: ' WS-ED-CANT-2
               '  DESGLOSE SIN CONTROL: ' WS-ED-CANT-3
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN
      *    EXTRACTOS: CONTROL_ENTIDAD CONTRA TRANSMISIONES (ENTIDAD)
           IF WS-TOT-ENT-DIF = 0
               MOVE 'CUADRA' TO WS-ED-RESULTADO
           ELSE
               MOVE 'DIFERENCIA' TO WS-ED-RESULTADO
           END-IF
           MOVE SPACES TO WS-LINEA
           MOVE WS-TOT-OUT-CEN TO WS-ED-CANT-1
           MOVE WS-TOT-OUT-TRN TO WS-ED-CANT-2
           STRING 'EXTRACTOS - CONTROL_ENTIDAD.txt: ' WS-ED-CANT-1
               '  TRANSMISIONES.txt: ' WS-ED-CANT-2 '  '
               WS-ED-RESULTADO DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN
           MOVE SPACES TO WS-LINEA
           MOVE WS-TOT-ENT-DIF TO WS-ED-CANT-1
           STRING '  ENTIDADES CON DIFERENCIA: ' WS-ED-CANT-1
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN
      *    ARCHIVOS DE RED: CADA UNO CONTRA SU PIE Y SU RENGLON DE
      *    TRANSMISIONES.txt
           IF WS-TOT-RED-DESCUAD = 0 AND WS-TOT-RED-NODISP = 0
               MOVE 'CUADRA' TO WS-ED-RESULTADO
           ELSE
               MOVE 'DIFERENCIA' TO WS-ED-RESULTADO
           END-IF
           MOVE SPACES TO WS-LINEA
           MOVE WS-TOT-RED-REG TO WS-ED-CANT-1
           MOVE WS-TOT-RED-VERIF TO WS-ED-CANT-2
           STRING 'ARCHIVOS DE RED - REGISTRADOS: ' WS-ED-CANT-1
               '  VERIFICADOS: ' WS-ED-CANT-2 '  '
               WS-ED-RESULTADO DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN
           MOVE SPACES TO WS-LINEA
           MOVE WS-TOT-RED-DESCUAD TO WS-ED-CANT-1
           MOVE WS-TOT-RED-NODISP TO WS-ED-CANT-2
           STRING '  NO CUADRAN CON PIE/REGISTRO: ' WS-ED-CANT-1
               '  NO DISPONIBLES (NO FACTURADOS): ' WS-ED-CANT-2
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN
      *    CARTAS: NOTIF_CONTROL CONTRA LOS EXTRACTOS DE CADA FECHA
           IF WS-TOT-CARTAS-CTL = WS-TOT-CARTAS-ARCH AND
              WS-TOT-NOTIF-NODISP = 0
               MOVE 'CUADRA' TO WS-ED-RESULTADO
           ELSE
               MOVE 'DIFERENCIA' TO WS-ED-RESULTADO
           END-IF
           MOVE SPACES TO WS-LINEA
           MOVE WS-TOT-CARTAS-CTL TO WS-ED-CANT-1
           MOVE WS-TOT-CARTAS-ARCH TO WS-ED-CANT-2
           STRING 'CARTAS - NOTIF_CONTROL.txt: ' WS-ED-CANT-1
               '  NOTIFICACIONES_<FECHA>.txt: ' WS-ED-CANT-2 '  '
               WS-ED-RESULTADO DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN
           MOVE SPACES TO WS-LINEA
           MOVE WS-TOT-CARTAS-SINENT TO WS-ED-CANT-1
           MOVE WS-TOT-NOTIF-NODISP TO WS-ED-CANT-2
           STRING '  SIN ENTIDAD (NO FACTURADAS): ' WS-ED-CANT-1
               '  FECHAS SIN EXTRACTO: ' WS-ED-CANT-2
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN
           MOVE SPACES TO WS-LINEA
           MOVE WS-TOT-SIN-TARIFA TO WS-ED-CANT-1
           STRING 'ENTIDADES SIN TARIFA (FACTURADAS EN CERO): '
               WS-ED-CANT-1 DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 7950-GRABAR-LINEA-RESUMEN.

      *----------------------------------------------------------------+
       7900-GRABAR-LINEA-FACTURA.
      *----------------------------------------------------------------+
           MOVE WS-LINEA TO REG-FACT
           WRITE REG-FACT
           MOVE SPACES TO WS-LINEA.

      *----------------------------------------------------------------+
       7950-GRABAR-LINEA-RESUMEN.
      *----------------------------------------------------------------+
           MOVE WS-LINEA TO REG-RESUM
           WRITE REG-RESUM
           MOVE SPACES TO WS-LINEA.

      *----------------------------------------------------------------+
       8000-UBICAR-ENTIDAD.
      *----------------------------------------------------------------+
      *    BUSCA WS-FEN-BUSCAR EN LA TABLA DE ENTIDADES A FACTURAR; SI
      *    NO ESTA, LA AGREGA CON TODO EN CERO (MISMO ESQUEMA QUE
      *    3418-UBICAR-ENTIDAD EN PROGRAM1)
           PERFORM VARYING WS-FEN-IDX FROM 1 BY 1
               UNTIL WS-FEN-IDX > WS-CANT-FEN
                  OR WS-FEN-COD(WS-FEN-IDX) = WS-FEN-BUSCAR
           END-PERFORM
           IF WS-FEN-IDX > WS-CANT-FEN
               ADD 1 TO WS-CANT-FEN
               SET WS-FEN-IDX TO WS-CANT-FEN
               MOVE WS-FEN-BUSCAR TO WS-FEN-COD(WS-FEN-IDX)
               MOVE ZERO TO WS-FEN-TARJETAS(WS-FEN-IDX)
               MOVE ZERO TO WS-FEN-OUT1(WS-FEN-IDX)
               MOVE ZERO TO WS-FEN-OUT2(WS-FEN-IDX)
               MOVE ZERO TO WS-FEN-TRN-OUT1(WS-FEN-IDX)
               MOVE ZERO TO WS-FEN-TRN-OUT2(WS-FEN-IDX)
               MOVE ZERO TO WS-FEN-ARCH-RED(WS-FEN-IDX)
               MOVE ZERO TO WS-FEN-REG-RED(WS-FEN-IDX)
               MOVE ZERO TO WS-FEN-CARTAS(WS-FEN-IDX)
           END-IF.
       END PROGRAM FACENT01.
