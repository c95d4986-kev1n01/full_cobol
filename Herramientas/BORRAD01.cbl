       IDENTIFICATION DIVISION.
       PROGRAM-ID.  BORRAD01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    BORRADO DE DATOS PERSONALES DE CLIENTES CUYA RELACION       +
      *    TERMINO Y CUYO PLAZO LEGAL DE RETENCION YA VENCIO. TOMA LAS +
      *    SOLICITUDES APROBADAS DE SOLBORRADO.txt (POR DOCUMENTO O    +
      *    POR CLI-ID), RESUELVE A LA PERSONA EN AMBOS MUNDOS          +
      *    (FECACTVO.dat POR DOCUMENTO, CRUCECLICARD.txt ENTRE PAN Y   +
      *    CLI-ID) Y RECHAZA LA SOLICITUD SI QUEDA ALGO QUE LA         +
      *    IMPIDA: APROBADOR SIN LA FUNCION BORRAPRO, TARJETA SIN      +
      *    BAJA, CUENTA DE DEPOSITO ACTIVA O CON SALDO, RESGUARDO      +
      *    LEGAL (VIPLEGAL.txt, retenciones_clientes.txt), EMBARGO     +
      *    VIGENTE, DISPUTA ABIERTA, DEPOSITO A PLAZO (plazo_fijo.dat) +
      *    O PRESTAMO (prestamos.dat) VIGENTE, O PLAZO DE RETENCION    +
      *    (CLASE CLIENTE DE RETENCION.txt) SIN VENCER. CON LA         +
      *    SOLICITUD CONFORME ANONIMIZA LOS CAMPOS PERSONALES DE       +
      *    CLIMAST.dat, titulares_cuenta.dat, FECACTVO.dat,            +
      *    mantcli_historial.dat, climast_journal.dat Y LA COLA DE     +
      *    PANTALLA DE PSA25 (mantcli_pantalla.dat Y                   +
      *    mantcli_pantalla_aplicadas.dat), SACA A LA PERSONA DE       +
      *    INDICE_DOC.txt E INDICE_CTA.txt Y DESVINCULA SUS TOKENS DEL +
      *    PAN EN BOVEDA.txt. NO TOCA MOVIMIENTOS, SALDOS NI TOKENS:   +
      *    LA CONTABILIDAD SIGUE CUADRANDO CON LAS CLAVES (CLI-ID,     +
      *    PAN, TOKEN), SOLO SE PIERDE A QUIEN PERTENECIAN. DEJA UN    +
      *    CERTIFICADO POR SOLICITUD (CERTBORRADO_<ID>.txt) Y CADA     +
      *    REGISTRO TOCADO EN BORRADO_LOG.txt. SE CORRE CON LA CADENA  +
      *    DETENIDA Y REQUIERE LA FUNCION BORRADAT VIGENTE EN          +
      *    OPERADORES.txt; EL BORRADO NO SE DESHACE CON PSA07          +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FECHA DE NEGOCIO FORZADA PARA MEDIR EL PLAZO DE RETENCION;
      *    SIN ARCHIVO SE USA LA DEL SISTEMA
           SELECT FILPARM ASSIGN TO 'PARMBORRAD.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    SOLICITUDES DE BORRADO; SE CARGAN COMPLETAS Y SE REESCRIBEN
      *    AL FINAL CON EL RESULTADO DE LAS PENDIENTES
           SELECT FILSOL ASSIGN TO 'SOLBORRADO.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILSOL.
      *    CLASES DE RETENCION, LAS MISMAS DE LIMPIA01
           SELECT FILRET ASSIGN TO 'RETENCION.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILRET.
      *    CRUCE CLI-ID/PAN ENTRE TARJETAS Y DEPOSITOS (COPY XREFCLI)
           SELECT FILXREF ASSIGN TO 'CRUCECLICARD.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILXREF.
      *    RESGUARDO LEGAL DEL LADO TARJETA Y DEL LADO DEPOSITO
           SELECT FILVIP ASSIGN TO 'VIPLEGAL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILVIP.
           SELECT FRETEN ASSIGN TO 'retenciones_clientes.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FRETEN.
      *    EMBARGOS JUDICIALES (COPY EMBARGO) Y CASOS DE DISPUTA DE
      *    PSA08; SOLO SE LEEN
           SELECT FILEMB ASSIGN TO 'embargos_clientes.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILEMB.
           SELECT FCASOS ASSIGN TO 'casos_disputa.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FCASOS.
      *    DEPOSITOS A PLAZO DE PSA11 Y PRESTAMOS DE PSA12; SOLO SE
      *    LEEN. LA BAJA DE PSA02 NO LOS MIRA, ASI QUE UN CLIENTE
      *    CERRADO PUEDE TENER TODAVIA UNO VIGENTE
           SELECT FPLAZO ASSIGN TO 'plazo_fijo.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FPLAZO.
           SELECT FPRESTAMO ASSIGN TO 'prestamos.dat'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FPRESTAMO.
      *    MAESTROS INDEXADOS; SE LEEN Y ACTUALIZAN POR CLAVE
           SELECT CLIMASTER ASSIGN TO 'CLIMAST.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CLI-ID
              FILE STATUS IS FS-CLIMASTER.
           SELECT FECACTVO ASSIGN TO 'FECACTVO.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FA-PAN
              FILE STATUS IS FS-FECACTVO.
      *    ARCHIVO SECUENCIAL A ANONIMIZAR; EL SELECT SE REUTILIZA CON
      *    EL NOMBRE DE CADA ARCHIVO (VER WS-ARCHIVOS-DATA). SE COPIA A
      *    BORRAD01.TMP CON LOS CAMBIOS Y, SI HUBO ALGUNO, SE DEVUELVE
           SELECT FILORIG ASSIGN TO WS-NOM-ORIGEN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILORIG.
           SELECT FILTRAB ASSIGN TO 'BORRAD01.TMP'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILTRAB.
      *    CERTIFICADO DE LA SOLICITUD (CERTBORRADO_<ID>.txt)
           SELECT FILCERT ASSIGN TO WS-NOM-CERT
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILCERT.
      *    BITACORA DE CADA REGISTRO TOCADO; CRECE ENTRE CORRIDAS
           SELECT FILLOG ASSIGN TO 'BORRADO_LOG.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILLOG.

      *    TABLA DE OPERADORES Y FUNCIONES AUTORIZADAS (COPY OPERADOR)
      *    Y BITACORA COMUN DE ACCESOS (COPY ACCLOG): BORRADAT PARA
      *    QUIEN CORRE EL PROCESO, BORRAPRO PARA QUIEN APROBO CADA
      *    SOLICITUD
           SELECT FOPERADORES ASSIGN TO 'OPERADORES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FOPERADORES.
           SELECT FACCESOS ASSIGN TO 'ACCESOS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FACCESOS.

       DATA DIVISION.
       FILE SECTION.
       FD  FILPARM
           RECORDING MODE IS F.
       01  REG-PARM-BORRAD.
           02 PARM-FECHA-NEGOCIO  PIC 9(08). *> 0 = FECHA DEL SISTEMA

      *    UNA SOLICITUD POR RENGLON, COLUMNAS FIJAS SEPARADAS POR UN
      *    ESPACIO. LA CARGA EL AREA DE CUMPLIMIENTO CON ESTADO 'A'
      *    (APROBADA, PENDIENTE DE EJECUTAR); ESTE PROGRAMA LA DEJA EN
      *    'E' (EJECUTADA) O 'R' (RECHAZADA, CON EL PRIMER IMPEDIMENTO
      *    EN SBR-MOTIVO). UNA RECHAZADA NO SE REINTENTA: SUPERADO EL
      *    IMPEDIMENTO SE APRUEBA UNA SOLICITUD NUEVA
       FD  FILSOL
           RECORDING MODE IS F.
       01  REG-SOLBOR.
           02 SBR-ID              PIC X(10).
           02 FILLER              PIC X(01).
           02 SBR-TIPO            PIC X(01). *> D = POR DOCUMENTO,
                                             *> C = POR CLI-ID
           02 FILLER              PIC X(01).
           02 SBR-TIPO-DOC        PIC X(01).
           02 FILLER              PIC X(01).
           02 SBR-NUM-DOC         PIC X(11).
           02 FILLER              PIC X(01).
           02 SBR-CLI-ID          PIC X(05).
           02 FILLER              PIC X(01).
           02 SBR-APROBADOR       PIC X(08).
           02 FILLER              PIC X(01).
           02 SBR-FECHA-APROB     PIC 9(08).
           02 FILLER              PIC X(01).
           02 SBR-ESTADO          PIC X(01). *> A / E / R
           02 FILLER              PIC X(01).
           02 SBR-FECHA-PROCESO   PIC 9(08).
           02 FILLER              PIC X(01).
           02 SBR-MOTIVO          PIC X(60).

       FD  FILRET
           RECORDING MODE IS F.
       01  REG-RETENCION.
           02 RET-TIPO            PIC X(10).
           02 FILLER              PIC X(01).
           02 RET-DIAS            PIC 9(05).

      *    MISMO LAYOUT QUE REG-XREF EN PROGRAM1
       FD  FILXREF
           RECORDING MODE IS F.
       01  REG-XREF.
           02 XRF-CLI-ID          PIC X(05).
           02 FILLER              PIC X(01).
           02 XRF-PAN             PIC X(16).

      *    MISMO LAYOUT QUE REG-VIP EN PROGRAM1
       FD  FILVIP
           RECORDING MODE IS F.
       01  REG-VIP.
           02 VIP-PAN             PIC X(16).

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

       FD  FILEMB
           RECORDING MODE IS F.
           COPY EMBARGO.

      *    MISMO LAYOUT QUE REG-CASO EN PSA08
       FD  FCASOS
           RECORDING MODE IS F.
       01  REG-CASO.
           02 CAS-ID              PIC 9(06).
           02 FILLER              PIC X(01).
           02 CAS-CLI-ID          PIC X(05).
           02 FILLER              PIC X(01).
           02 CAS-TIPO-ORIG       PIC X(01).
           02 FILLER              PIC X(01).
           02 CAS-MONTO-DIGITOS   PIC 9(07).
           02 FILLER              PIC X(01).
           02 CAS-FECHA-MOV       PIC 9(08).
           02 FILLER              PIC X(01).
           02 CAS-ESTADO          PIC X(01). *> A/P = ABIERTO
           02 FILLER              PIC X(01).
           02 CAS-FECHA-APERTURA  PIC 9(08).
           02 FILLER              PIC X(01).
           02 CAS-FECHA-CIERRE    PIC 9(08).

      *    MISMO LAYOUT QUE REG-PLAZO EN PSA11
       FD  FPLAZO
           RECORDING MODE IS F.
       01  REG-PLAZO.
           02 PLZ-CERTIFICADO     PIC X(08).
           02 FILLER              PIC X(01).
           02 PLZ-CLI-ID          PIC X(05).
           02 FILLER              PIC X(63).
           02 PLZ-ESTADO          PIC X(01). *> A = VIGENTE

      *    MISMO LAYOUT QUE REG-PRESTAMO EN PSA12
       FD  FPRESTAMO
           RECORDING MODE IS F.
       01  REG-PRESTAMO.
           02 PRE-NUMERO          PIC X(08).
           02 FILLER              PIC X(01).
           02 PRE-CLI-ID          PIC X(05).
           02 FILLER              PIC X(42).
           02 PRE-SALDO-CAPITAL   PIC 9(05)V99.
           02 FILLER              PIC X(05).
           02 PRE-ESTADO          PIC X(01). *> A = VIGENTE
           02 FILLER              PIC X(02).

       FD  CLIMASTER.
           COPY CLIMAST.

      *    MISMO LAYOUT QUE EL FECACTVO DE CDCB14Q
       FD  FECACTVO.
       01  REG-FECACTVO.
           COPY CDCFDREP REPLACING LEADING ==CDC== BY ==FA==.
           02 FA-NUMPLAST         PIC 9(12).
           02 FA-NUMBEN           PIC 9(05).
           02 FA-LINEVENT         PIC X(02).

       FD  FILORIG
           RECORDING MODE IS F.
       01  REG-ORIGEN             PIC X(1000).

       FD  FILTRAB
           RECORDING MODE IS F.
       01  REG-TRABAJO            PIC X(1000).

       FD  FILCERT
           RECORDING MODE IS F.
       01  REG-CERT               PIC X(100).

       FD  FILLOG
           RECORDING MODE IS F.
       01  REG-BORRADO.
           02 BLG-FECHA           PIC 9(08).
           02 FILLER              PIC X(01).
           02 BLG-HORA            PIC 9(06).
           02 FILLER              PIC X(01).
           02 BLG-USUARIO         PIC X(08).
           02 FILLER              PIC X(01).
           02 BLG-SOLICITUD       PIC X(10).
           02 FILLER              PIC X(01).
           02 BLG-ARCHIVO         PIC X(32).
           02 FILLER              PIC X(01).
           02 BLG-CLAVE           PIC X(22). *> PAN ENMASCARADO
           02 FILLER              PIC X(01).
           02 BLG-ACCION          PIC X(10). *> ANONIMIZA / ELIMINA /
                                             *> DESVINCULA / EJECUTADA /
                                             *> RECHAZADA
           02 FILLER              PIC X(01).
           02 BLG-CAMPO           PIC X(12).

       FD  FOPERADORES
           RECORDING MODE IS F.
           COPY OPERADOR.

       FD  FACCESOS
           RECORDING MODE IS F.
           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FILSOL           PIC XX.
           05 FS-FILRET           PIC XX.
           05 FS-FILXREF          PIC XX.
           05 FS-FILVIP           PIC XX.
           05 FS-FRETEN           PIC XX.
           05 FS-FILEMB           PIC XX.
           05 FS-FCASOS           PIC XX.
           05 FS-FPLAZO           PIC XX.
           05 FS-FPRESTAMO        PIC XX.
           05 FS-CLIMASTER        PIC XX.
           05 FS-FECACTVO         PIC XX.
           05 FS-FILORIG          PIC XX.
           05 FS-FILTRAB          PIC XX.
           05 FS-FILCERT          PIC XX.
           05 FS-FILLOG           PIC XX.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.

       01  WSC-COUNTERS.
           05 COUNT-SOLICITUDES   PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-PENDIENTES    PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-EJECUTADAS    PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-RECHAZADAS    PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-TOCADOS       PIC 9(07) COMP VALUE ZEROS.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-FECHA-NEGOCIO       PIC 9(08).
       01  WS-HORA-SISTEMA        PIC 9(08).
       01  WS-USUARIO-CORRIDA     PIC X(08).
       01  WS-NOM-ORIGEN          PIC X(40).
       01  WS-NOM-CERT            PIC X(40).
       01  WS-LINEA               PIC X(100).

      *    MARCA QUE REEMPLAZA EL DATO PERSONAL; LA RECONOCEN
      *    INDICE01 (NO VUELVE A INDEXAR LA TARJETA), VERBOV01 Y
      *    FECVER01 (UN TOKEN DESVINCULADO NO ES UN PAN)
       01  WS-MARCA-BORRADO       PIC X(09) VALUE '*BORRADO*'.

      *    ARCHIVOS QUE TOCA EL BORRADO, EN EL ORDEN DEL CERTIFICADO;
      *    WS-SOL-CNT LLEVA LOS REGISTROS TOCADOS EN CADA UNO
       01  WS-ARCHIVOS-DATA.
           05 FILLER              PIC X(32) VALUE 'CLIMAST.dat'.
           05 FILLER              PIC X(32) VALUE 'FECACTVO.dat'.
           05 FILLER              PIC X(32)
               VALUE 'titulares_cuenta.dat'.
           05 FILLER              PIC X(32)
               VALUE 'mantcli_historial.dat'.
           05 FILLER              PIC X(32)
               VALUE 'climast_journal.dat'.
           05 FILLER              PIC X(32) VALUE 'INDICE_DOC.txt'.
           05 FILLER              PIC X(32) VALUE 'INDICE_CTA.txt'.
           05 FILLER              PIC X(32) VALUE 'BOVEDA.txt'.
           05 FILLER              PIC X(32)
               VALUE 'mantcli_pantalla.dat'.
           05 FILLER              PIC X(32)
               VALUE 'mantcli_pantalla_aplicadas.dat'.
       01  WS-ARCHIVOS-TABLA REDEFINES WS-ARCHIVOS-DATA.
           05 WS-ARCH-NOMBRE      PIC X(32) OCCURS 10 TIMES.
       01  WS-ARCH-NUM            PIC 9(02) COMP.
       01  WS-CAMBIOS-ARCHIVO     PIC 9(07) COMP.
       01  WS-OMITIR              PIC X(01).

      *    SOLICITUDES DE SOLBORRADO.txt, TODAS (LAS NO PENDIENTES SE
      *    REESCRIBEN TAL CUAL)
       01  WS-CANT-SOL            PIC 9(03) COMP VALUE ZERO.
       01  WS-TABLA-SOLICITUDES.
           05 WS-SOL-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CANT-SOL
               INDEXED BY WS-SOL-IDX.
               10 WS-SOL-ID           PIC X(10).
               10 WS-SOL-TIPO         PIC X(01).
               10 WS-SOL-TIPO-DOC     PIC X(01).
               10 WS-SOL-NUM-DOC      PIC X(11).
               10 WS-SOL-CLI-ID       PIC X(05).
               10 WS-SOL-APROBADOR    PIC X(08).
               10 WS-SOL-FECHA-APROB  PIC 9(08).
               10 WS-SOL-ESTADO       PIC X(01).
               10 WS-SOL-FECHA-PROC   PIC 9(08).
               10 WS-SOL-MOTIVO       PIC X(60).
      *            DOCUMENTO RESUELTO (EL PEDIDO O, POR CLI-ID, EL DE
      *            SUS TARJETAS) Y FIN DE LA RELACION
               10 WS-SOL-RES-TIPO-DOC PIC X(01).
               10 WS-SOL-RES-NUM-DOC  PIC X(11).
               10 WS-SOL-FIN-RELACION PIC 9(08).
      *            ' ' = SIN EVALUAR, E = EJECUTAR, R = RECHAZADA
               10 WS-SOL-RESULTADO    PIC X(01).
               10 WS-SOL-CNT          PIC 9(07) COMP OCCURS 10 TIMES.
       01  WS-SOL-SUB             PIC 9(03) COMP.

      *    TARJETAS Y CLIENTES DE DEPOSITO RESUELTOS POR SOLICITUD
       01  WS-CANT-OTA            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-OBJ-TARJETAS.
           05 WS-OTA-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-OTA
               INDEXED BY WS-OTA-IDX.
               10 WS-OTA-SOL          PIC 9(03) COMP.
               10 WS-OTA-PAN          PIC X(22).
               10 WS-OTA-FECBAJA      PIC 9(08).
       01  WS-CANT-OCL            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-OBJ-CLIENTES.
           05 WS-OCL-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-OCL
               INDEXED BY WS-OCL-IDX.
               10 WS-OCL-SOL          PIC 9(03) COMP.
               10 WS-OCL-CLI          PIC X(05).

      *    ALTA DE UN OBJETIVO Y BUSQUEDA POR CLAVE (WS-BUS-SOL = 0 SI
      *    LA CLAVE NO ES DE NINGUNA SOLICITUD A EJECUTAR)
       01  WS-NVO-SOL             PIC 9(03) COMP.
       01  WS-NVO-PAN             PIC X(22).
       01  WS-NVO-FECBAJA         PIC 9(08).
       01  WS-NVO-CLI             PIC X(05).
       01  WS-NVO-EXISTE          PIC X(01).
       01  WS-BUS-PAN             PIC X(22).
       01  WS-BUS-CLI             PIC X(05).
       01  WS-BUS-SOL             PIC 9(03) COMP.
       01  WS-BUS-CAND            PIC 9(03) COMP.

      *    CLASES DE RETENCION; LA DEL CLIENTE ES 'CLIENTE'. SIN ESE
      *    RENGLON LA RETENCION ES INDEFINIDA Y NO SE BORRA NADA,
      *    MISMO CRITERIO QUE LIMPIA01
       01  WS-CANT-RET            PIC 9(02) COMP VALUE ZERO.
       01  WS-TABLA-RETENCION.
           05 WS-RET-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-CANT-RET
               INDEXED BY WS-RET-IDX.
               10 WS-RET-TIPO     PIC X(10).
               10 WS-RET-DIAS     PIC 9(05).
       01  WS-DIAS-CLIENTE        PIC 9(05) VALUE ZERO.
       01  WS-RET-CLIENTE         PIC X(01) VALUE 'N'.
       01  WS-FECHA-VENCE         PIC 9(08).

       COPY XREFCLI.

      *    LISTA VIP/LEGAL, RETENCIONES, EMBARGOS VIGENTES Y DISPUTAS
      *    ABIERTAS, ORDENADAS PARA SEARCH ALL (MISMO PATRON QUE
      *    PROSPE01)
       01  WS-CANT-VIP            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-VIP.
           05 WS-VIP-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-VIP
               ASCENDING KEY IS WS-VIP-PAN
               INDEXED BY WS-VIP-IDX.
               10 WS-VIP-PAN      PIC X(16).
       01  WS-CANT-RTN            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-RETENCIONES.
           05 WS-RTN-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-RTN
               ASCENDING KEY IS WS-RTN-CLI-ID
               INDEXED BY WS-RTN-IDX.
               10 WS-RTN-CLI-ID   PIC X(05).
       01  WS-CANT-EMB            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-EMBARGOS.
           05 WS-EMB-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-EMB
               ASCENDING KEY IS WS-EMB-CLI-ID
               INDEXED BY WS-EMB-IDX.
               10 WS-EMB-CLI-ID   PIC X(05).
       01  WS-CANT-CAS            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-DISPUTAS.
           05 WS-CAS-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-CAS
               ASCENDING KEY IS WS-CAS-CLI-ID
               INDEXED BY WS-CAS-IDX.
               10 WS-CAS-CLI-ID   PIC X(05).
       01  WS-CANT-PLZ            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-PLAZOS.
           05 WS-PLZ-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-PLZ
               ASCENDING KEY IS WS-PLZ-CLI-ID
               INDEXED BY WS-PLZ-IDX.
               10 WS-PLZ-CLI-ID   PIC X(05).
       01  WS-CANT-PRE            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-PRESTAMOS.
           05 WS-PRE-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-PRE
               ASCENDING KEY IS WS-PRE-CLI-ID
               INDEXED BY WS-PRE-IDX.
               10 WS-PRE-CLI-ID   PIC X(05).

      *    IMPEDIMENTOS DE LA SOLICITUD EN CURSO
       01  WS-BLOQUEOS            PIC 9(03) COMP.
       01  WS-BLOQUEO-TEXTO       PIC X(60).

      *    RENGLONES DE LOS ARCHIVOS SECUENCIALES, MISMOS LAYOUTS QUE
      *    REG-TITULAR Y REG-HISTMANT EN PSA02, REG-CLJOURNAL EN PSA01,
      *    REG-IDXDOC/REG-IDXCTA EN INDICE01 Y REG-BOVEDA EN PROGRAM1
       01  WS-REG-TITULAR.
           02 TIT-CLI-ID          PIC X(05).
           02 FILLER              PIC X(01).
           02 TIT-ROL             PIC X(01).
           02 FILLER              PIC X(01).
           02 TIT-NOMBRE          PIC X(20).
       01  WS-REG-HISTMANT.
           02 HMA-CLI-ID          PIC X(05).
           02 FILLER              PIC X(01).
           02 HMA-FECHA           PIC 9(08).
           02 FILLER              PIC X(01).
           02 HMA-ACCION          PIC X(01). *> D = DATOS BORRADOS
           02 FILLER              PIC X(01).
           02 HMA-CAMPO           PIC X(10).
           02 FILLER              PIC X(01).
           02 HMA-ANTES           PIC X(20).
           02 FILLER              PIC X(01).
           02 HMA-DESPUES         PIC X(20).
           02 FILLER              PIC X(01).
           02 HMA-USUARIO         PIC X(08).
       01  WS-REG-CLJOURNAL.
           02 CLJ-LOTE-ID         PIC X(11).
           02 FILLER              PIC X(01).
           02 CLJ-SECUENCIA       PIC 9(07).
           02 FILLER              PIC X(01).
           02 CLJ-IMAGEN.
               03 CLJ-IMG-CLI-ID  PIC X(05).
               03 CLJ-IMG-NOMBRE  PIC X(20).
               03 FILLER          PIC X(65).
      *    RENGLON DE LA COLA DE PANTALLA (PSA25) Y SU TRANSACCION
      *    DESARMADA CON LOS MISMOS CAMPOS QUE TX-... EN PSA02
           COPY SOLPANT.
       01  WS-SPT-ACCION          PIC X(01).
       01  WS-SPT-ID              PIC X(05).
       01  WS-SPT-NOMBRE          PIC X(20).
       01  WS-SPT-SALDO           PIC X(20).
       01  WS-SPT-LIMITE          PIC X(20).
       01  WS-SPT-ROL             PIC X(01).
       01  WS-SPT-PUNTERO         PIC 9(03) COMP.
       01  WS-SPT-TRANSACCION     PIC X(100).
       01  WS-REG-IDXDOC.
           02 IXD-TIPO-DOC        PIC X(01).
           02 IXD-NUM-DOC         PIC X(11).
           02 FILLER              PIC X(01).
           02 IXD-PAN             PIC X(22).
       01  WS-REG-IDXCTA.
           02 IXC-CTA             PIC X(12).
           02 FILLER              PIC X(01).
           02 IXC-PAN             PIC X(22).
       01  WS-REG-BOVEDA.
           02 BOV-TOKEN           PIC X(16).
           02 FILLER              PIC X(01).
           02 BOV-PAN             PIC X(16).

      *    CLAVE Y CAMPO DEL REGISTRO TOCADO, PARA LA BITACORA; EL PAN
      *    Y EL DOCUMENTO NUNCA SE ESCRIBEN COMPLETOS
       01  WS-LOG-CLAVE           PIC X(22).
       01  WS-LOG-CAMPO           PIC X(12).
       01  WS-LOG-ACCION          PIC X(10).
       01  WS-LOG-SOL             PIC 9(03) COMP.
       01  WS-PAN-MASC            PIC X(16).
       01  WS-DOC-MASC            PIC X(11).
       01  WS-DOC-LARGO           PIC 9(02) COMP.
       01  WS-CNT-ED              PIC ZZZZZZ9.
       01  WS-SALDO-ED            PIC -ZZZZZ9.99.

           COPY AUTORWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  BORRADO DE DATOS PERSONALES          '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           PERFORM 0500-VERIFICAR-AUTORIZACION
           PERFORM 1000-LEER-PARAMETRO
           PERFORM 1100-CARGAR-SOLICITUDES
           IF COUNT-PENDIENTES = 0
               DISPLAY 'SOLBORRADO.txt SIN SOLICITUDES PENDIENTES'
               STOP RUN
           END-IF
           PERFORM 1200-CARGAR-RETENCION
           PERFORM 1300-CARGAR-CRUCE
           PERFORM 1400-CARGAR-VIP
           PERFORM 1500-CARGAR-RETENCIONES
           PERFORM 1600-CARGAR-EMBARGOS
           PERFORM 1700-CARGAR-DISPUTAS
           PERFORM 1800-CARGAR-PLAZOS
           PERFORM 1900-CARGAR-PRESTAMOS

           OPEN INPUT CLIMASTER
           IF FS-CLIMASTER NOT = '00'
               DISPLAY 'CLIMAST.dat NO DISPONIBLE FS: ' FS-CLIMASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FECACTVO
           IF FS-FECACTVO NOT = '00'
               DISPLAY 'FECACTVO.dat NO DISPONIBLE FS: ' FS-FECACTVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2000-RESOLVER-SOLICITUD
               VARYING WS-SOL-SUB FROM 1 BY 1
               UNTIL WS-SOL-SUB > WS-CANT-SOL
           PERFORM 2300-RECORRER-FECACTVO
           CLOSE FECACTVO
           PERFORM 2400-CLIENTES-DE-TARJETAS
               VARYING WS-OTA-IDX FROM 1 BY 1
               UNTIL WS-OTA-IDX > WS-CANT-OTA
           PERFORM 2500-FECHAS-HISTORIAL
           PERFORM 2600-EVALUAR-SOLICITUD
               VARYING WS-SOL-SUB FROM 1 BY 1
               UNTIL WS-SOL-SUB > WS-CANT-SOL
           CLOSE CLIMASTER

           IF COUNT-EJECUTADAS > 0
               PERFORM 3100-ANONIMIZAR-FECACTVO
               PERFORM 3200-ANONIMIZAR-SECUENCIAL
                   VARYING WS-ARCH-NUM FROM 3 BY 1
                   UNTIL WS-ARCH-NUM > 10
               PERFORM 3400-ANONIMIZAR-CLIMAST
               PERFORM 4000-COMPLETAR-CERTIFICADO
                   VARYING WS-SOL-SUB FROM 1 BY 1
                   UNTIL WS-SOL-SUB > WS-CANT-SOL
           END-IF
           PERFORM 4100-GUARDAR-SOLICITUDES

           IF COUNT-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FECHA DE NEGOCIO       = ' WS-FECHA-NEGOCIO
           DISPLAY 'SOLICITUDES PENDIENTES = ' COUNT-PENDIENTES
           DISPLAY 'SOLICITUDES EJECUTADAS = ' COUNT-EJECUTADAS
           DISPLAY 'SOLICITUDES RECHAZADAS = ' COUNT-RECHAZADAS
           DISPLAY 'REGISTROS TOCADOS      = ' COUNT-TOCADOS
           STOP RUN.

      *----------------------------------------------------------------+
       0500-VERIFICAR-AUTORIZACION.
      *----------------------------------------------------------------+
      *    EL USUARIO ES EL DE LA SESION QUE LANZA LA CORRIDA; EL
      *    INTENTO QUEDA EN ACCESOS.txt SE CONCEDA O NO
           ACCEPT WS-AUT-USUARIO FROM ENVIRONMENT 'USER'
           ACCEPT WS-AUT-FECHA FROM DATE YYYYMMDD
           MOVE 'BORRADAT' TO WS-AUT-FUNCION
           MOVE 'BORRAD01' TO WS-AUT-PROGRAMA
           PERFORM 0510-BUSCAR-OPERADOR
           IF WS-AUT-PERMITIDO = 'S'
               MOVE 'CORRIDA AUTORIZADA' TO WS-AUT-DETALLE
           ELSE
               MOVE 'CORRIDA RECHAZADA, SIN FUNCION VIGENTE'
                   TO WS-AUT-DETALLE
           END-IF
           PERFORM 0520-GRABAR-ACCESO
           IF WS-AUT-PERMITIDO NOT = 'S'
               DISPLAY 'USUARIO ' WS-AUT-USUARIO ' SIN FUNCION '
                   WS-AUT-FUNCION ' VIGENTE EN OPERADORES.txt'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-AUT-USUARIO TO WS-USUARIO-CORRIDA.

      *----------------------------------------------------------------+
       0510-BUSCAR-OPERADOR.
      *----------------------------------------------------------------+
           COPY AUTORCHK.

      *----------------------------------------------------------------+
       0520-GRABAR-ACCESO.
      *----------------------------------------------------------------+
           COPY AUTORLOG.

      *----------------------------------------------------------------+
       1000-LEER-PARAMETRO.
      *----------------------------------------------------------------+
           MOVE WS-FECHA-YYYYMMDD TO WS-FECHA-NEGOCIO
           OPEN INPUT FILPARM
           IF FS-FILPARM = '00'
               READ FILPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-NEGOCIO IS NUMERIC AND
                          PARM-FECHA-NEGOCIO NOT = 0
                           MOVE PARM-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
                           DISPLAY 'FECHA DE NEGOCIO FORZADA POR '
                               'PARMBORRAD.txt: ' WS-FECHA-NEGOCIO
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF.

      *----------------------------------------------------------------+
       1100-CARGAR-SOLICITUDES.
      *----------------------------------------------------------------+
      *    TABLA LLENA = ABEND: UNA CARGA PARCIAL PERDERIA SOLICITUDES
      *    AL REESCRIBIR EL ARCHIVO
           OPEN INPUT FILSOL
           IF FS-FILSOL NOT = '00'
               DISPLAY 'SOLBORRADO.txt NO DISPONIBLE FS: ' FS-FILSOL
               STOP RUN
           END-IF
           PERFORM 1110-LEER-SOLICITUD
           PERFORM UNTIL EOF-ACTUAL = 'S'
               IF WS-CANT-SOL >= 500
                   DISPLAY 'TABLA DE SOLICITUDES LLENA (500); '
                       'DEPURE SOLBORRADO.txt'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-SOL
               ADD 1 TO COUNT-SOLICITUDES
               SET WS-SOL-IDX TO WS-CANT-SOL
               MOVE SBR-ID TO WS-SOL-ID(WS-SOL-IDX)
               MOVE SBR-TIPO TO WS-SOL-TIPO(WS-SOL-IDX)
               MOVE SBR-TIPO-DOC TO WS-SOL-TIPO-DOC(WS-SOL-IDX)
               MOVE SBR-NUM-DOC TO WS-SOL-NUM-DOC(WS-SOL-IDX)
               MOVE SBR-CLI-ID TO WS-SOL-CLI-ID(WS-SOL-IDX)
               MOVE SBR-APROBADOR TO WS-SOL-APROBADOR(WS-SOL-IDX)
               MOVE SBR-FECHA-APROB TO WS-SOL-FECHA-APROB(WS-SOL-IDX)
               MOVE SBR-ESTADO TO WS-SOL-ESTADO(WS-SOL-IDX)
               MOVE SBR-FECHA-PROCESO TO WS-SOL-FECHA-PROC(WS-SOL-IDX)
               MOVE SBR-MOTIVO TO WS-SOL-MOTIVO(WS-SOL-IDX)
               MOVE SPACES TO WS-SOL-RES-TIPO-DOC(WS-SOL-IDX)
                              WS-SOL-RES-NUM-DOC(WS-SOL-IDX)
               MOVE ZERO TO WS-SOL-FIN-RELACION(WS-SOL-IDX)
               MOVE SPACE TO WS-SOL-RESULTADO(WS-SOL-IDX)
               PERFORM VARYING WS-ARCH-NUM FROM 1 BY 1
                   UNTIL WS-ARCH-NUM > 10
                   MOVE ZERO TO WS-SOL-CNT(WS-SOL-IDX, WS-ARCH-NUM)
               END-PERFORM
               IF SBR-ESTADO = 'A'
                   ADD 1 TO COUNT-PENDIENTES
               END-IF
               PERFORM 1110-LEER-SOLICITUD
           END-PERFORM
           CLOSE FILSOL
           MOVE 'N' TO EOF-ACTUAL
           DISPLAY 'SOLICITUDES LEIDAS: ' COUNT-SOLICITUDES
               ' PENDIENTES: ' COUNT-PENDIENTES.

      *----------------------------------------------------------------+
       1110-LEER-SOLICITUD.
      *----------------------------------------------------------------+
           READ FILSOL
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1200-CARGAR-RETENCION.
      *----------------------------------------------------------------+
           OPEN INPUT FILRET
           IF FS-FILRET = '00'
               PERFORM 1210-LEER-RETENCION
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF WS-CANT-RET < 20
                       ADD 1 TO WS-CANT-RET
                       SET WS-RET-IDX TO WS-CANT-RET
                       MOVE RET-TIPO TO WS-RET-TIPO(WS-RET-IDX)
                       MOVE RET-DIAS TO WS-RET-DIAS(WS-RET-IDX)
                       IF RET-TIPO = 'CLIENTE'
                           MOVE 'S' TO WS-RET-CLIENTE
                           MOVE RET-DIAS TO WS-DIAS-CLIENTE
                       END-IF
                   END-IF
                   PERFORM 1210-LEER-RETENCION
               END-PERFORM
               CLOSE FILRET
               MOVE 'N' TO EOF-ACTUAL
           END-IF
           IF WS-RET-CLIENTE = 'S'
               DISPLAY 'RETENCION DE DATOS DE CLIENTE (DIAS): '
                   WS-DIAS-CLIENTE
           ELSE
               DISPLAY 'RETENCION.txt SIN CLASE CLIENTE: RETENCION '
                   'INDEFINIDA, TODA SOLICITUD SE RECHAZA'
           END-IF.

      *----------------------------------------------------------------+
       1210-LEER-RETENCION.
      *----------------------------------------------------------------+
           READ FILRET
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1300-CARGAR-CRUCE.
      *----------------------------------------------------------------+
           OPEN INPUT FILXREF
           IF FS-FILXREF = '00'
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
                   MOVE XRF-PAN TO WS-XREF-PAN(WS-XREF-IDX)
                   MOVE XRF-CLI-ID TO WS-XREF-CLI-ID(WS-XREF-IDX)
                   PERFORM 1310-LEER-CRUCE
               END-PERFORM
               CLOSE FILXREF
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-XREF > 0
                   SORT WS-XREF-ENTRY ON ASCENDING KEY WS-XREF-PAN
               END-IF
           END-IF.

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
       1400-CARGAR-VIP.
      *----------------------------------------------------------------+
      *    TABLA LLENA = ABEND: UNA LISTA INCOMPLETA DEJARIA BORRAR A
      *    UN CLIENTE BAJO RESGUARDO LEGAL
           OPEN INPUT FILVIP
           IF FS-FILVIP = '00'
               PERFORM 1410-LEER-VIP
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
                   PERFORM 1410-LEER-VIP
               END-PERFORM
               CLOSE FILVIP
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-VIP > 0
                   SORT WS-VIP-ENTRY ON ASCENDING KEY WS-VIP-PAN
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1410-LEER-VIP.
      *----------------------------------------------------------------+
           READ FILVIP
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1500-CARGAR-RETENCIONES.
      *----------------------------------------------------------------+
           OPEN INPUT FRETEN
           IF FS-FRETEN = '00'
               PERFORM 1510-LEER-RETENCION-CLI
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
                   PERFORM 1510-LEER-RETENCION-CLI
               END-PERFORM
               CLOSE FRETEN
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-RTN > 0
                   SORT WS-RTN-ENTRY ON ASCENDING KEY WS-RTN-CLI-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1510-LEER-RETENCION-CLI.
      *----------------------------------------------------------------+
           READ FRETEN
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1600-CARGAR-EMBARGOS.
      *----------------------------------------------------------------+
      *    SOLO LAS ORDENES VIGENTES ('A'); UNA SATISFECHA, LEVANTADA
      *    O VENCIDA YA NO RETIENE AL CLIENTE
           OPEN INPUT FILEMB
           IF FS-FILEMB = '00'
               PERFORM 1610-LEER-EMBARGO
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF EMB-ESTADO = 'A'
                       IF WS-CANT-EMB >= 50000
                           DISPLAY 'TABLA DE EMBARGOS LLENA (50000); '
                               'embargos_clientes.dat SIN TERMINAR'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-EMB
                       SET WS-EMB-IDX TO WS-CANT-EMB
                       MOVE EMB-CLI-ID TO WS-EMB-CLI-ID(WS-EMB-IDX)
                   END-IF
                   PERFORM 1610-LEER-EMBARGO
               END-PERFORM
               CLOSE FILEMB
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-EMB > 0
                   SORT WS-EMB-ENTRY ON ASCENDING KEY WS-EMB-CLI-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1610-LEER-EMBARGO.
      *----------------------------------------------------------------+
           READ FILEMB
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1700-CARGAR-DISPUTAS.
      *----------------------------------------------------------------+
      *    ABIERTO = 'A' O CON CREDITO PROVISIONAL 'P'; RESUELTO O
      *    CONTRACARGADO YA NO RETIENE AL CLIENTE
           OPEN INPUT FCASOS
           IF FS-FCASOS = '00'
               PERFORM 1710-LEER-CASO
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF CAS-ESTADO = 'A' OR CAS-ESTADO = 'P'
                       IF WS-CANT-CAS >= 50000
                           DISPLAY 'TABLA DE DISPUTAS LLENA (50000); '
                               'casos_disputa.dat SIN TERMINAR'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-CAS
                       SET WS-CAS-IDX TO WS-CANT-CAS
                       MOVE CAS-CLI-ID TO WS-CAS-CLI-ID(WS-CAS-IDX)
                   END-IF
                   PERFORM 1710-LEER-CASO
               END-PERFORM
               CLOSE FCASOS
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-CAS > 0
                   SORT WS-CAS-ENTRY ON ASCENDING KEY WS-CAS-CLI-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1710-LEER-CASO.
      *----------------------------------------------------------------+
           READ FCASOS
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1800-CARGAR-PLAZOS.
      *----------------------------------------------------------------+
      *    SOLO LOS CERTIFICADOS VIGENTES ('A'); UNO VENCIDO Y PAGADO
      *    ('V') YA NO RETIENE AL CLIENTE
           OPEN INPUT FPLAZO
           IF FS-FPLAZO = '00'
               PERFORM 1810-LEER-PLAZO
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF PLZ-ESTADO = 'A'
                       IF WS-CANT-PLZ >= 50000
                           DISPLAY 'TABLA DE PLAZOS LLENA (50000); '
                               'plazo_fijo.dat SIN TERMINAR'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-PLZ
                       SET WS-PLZ-IDX TO WS-CANT-PLZ
                       MOVE PLZ-CLI-ID TO WS-PLZ-CLI-ID(WS-PLZ-IDX)
                   END-IF
                   PERFORM 1810-LEER-PLAZO
               END-PERFORM
               CLOSE FPLAZO
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-PLZ > 0
                   SORT WS-PLZ-ENTRY ON ASCENDING KEY WS-PLZ-CLI-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1810-LEER-PLAZO.
      *----------------------------------------------------------------+
           READ FPLAZO
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1900-CARGAR-PRESTAMOS.
      *----------------------------------------------------------------+
      *    SOLO LOS VIGENTES ('A') CON CAPITAL POR COBRAR; UNO
      *    CANCELADO ('C') YA NO RETIENE AL CLIENTE
           OPEN INPUT FPRESTAMO
           IF FS-FPRESTAMO = '00'
               PERFORM 1910-LEER-PRESTAMO
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF PRE-ESTADO = 'A' AND PRE-SALDO-CAPITAL > 0
                       IF WS-CANT-PRE >= 50000
                           DISPLAY 'TABLA DE PRESTAMOS LLENA (50000); '
                               'prestamos.dat SIN TERMINAR'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CANT-PRE
                       SET WS-PRE-IDX TO WS-CANT-PRE
                       MOVE PRE-CLI-ID TO WS-PRE-CLI-ID(WS-PRE-IDX)
                   END-IF
                   PERFORM 1910-LEER-PRESTAMO
               END-PERFORM
               CLOSE FPRESTAMO
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-PRE > 0
                   SORT WS-PRE-ENTRY ON ASCENDING KEY WS-PRE-CLI-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1910-LEER-PRESTAMO.
      *----------------------------------------------------------------+
           READ FPRESTAMO
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2000-RESOLVER-SOLICITUD.
      *----------------------------------------------------------------+
      *    POR DOCUMENTO, EL DOCUMENTO ES EL PEDIDO. POR CLI-ID, EL
      *    CLIENTE ES OBJETIVO Y SUS TARJETAS DEL CRUCE DAN EL
      *    DOCUMENTO DE LA PERSONA, CON EL QUE 2300 TRAE TAMBIEN LAS
      *    TARJETAS QUE NO ESTAN VINCULADAS A LA CUENTA
           SET WS-SOL-IDX TO WS-SOL-SUB
           IF WS-SOL-ESTADO(WS-SOL-IDX) = 'A'
               IF WS-SOL-TIPO(WS-SOL-IDX) = 'D'
                   MOVE WS-SOL-TIPO-DOC(WS-SOL-IDX)
                       TO WS-SOL-RES-TIPO-DOC(WS-SOL-IDX)
                   MOVE WS-SOL-NUM-DOC(WS-SOL-IDX)
                       TO WS-SOL-RES-NUM-DOC(WS-SOL-IDX)
               ELSE
                   IF WS-SOL-CLI-ID(WS-SOL-IDX) NOT = SPACES
                       MOVE WS-SOL-SUB TO WS-NVO-SOL
                       MOVE WS-SOL-CLI-ID(WS-SOL-IDX) TO WS-NVO-CLI
                       PERFORM 2050-AGREGAR-CLIENTE
                       PERFORM 2100-TARJETAS-DEL-CLIENTE
                           VARYING WS-XREF-IDX FROM 1 BY 1
                           UNTIL WS-XREF-IDX > WS-CANT-XREF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2050-AGREGAR-CLIENTE.
      *----------------------------------------------------------------+
           MOVE 'N' TO WS-NVO-EXISTE
           PERFORM VARYING WS-OCL-IDX FROM 1 BY 1
               UNTIL WS-OCL-IDX > WS-CANT-OCL
               IF WS-OCL-SOL(WS-OCL-IDX) = WS-NVO-SOL AND
                  WS-OCL-CLI(WS-OCL-IDX) = WS-NVO-CLI
                   MOVE 'S' TO WS-NVO-EXISTE
               END-IF
           END-PERFORM
           IF WS-NVO-EXISTE = 'N'
               IF WS-CANT-OCL >= 5000
                   DISPLAY 'TABLA DE CLIENTES A BORRAR LLENA (5000); '
                       'CORRIDA ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-OCL
               SET WS-OCL-IDX TO WS-CANT-OCL
               MOVE WS-NVO-SOL TO WS-OCL-SOL(WS-OCL-IDX)
               MOVE WS-NVO-CLI TO WS-OCL-CLI(WS-OCL-IDX)
           END-IF.

      *----------------------------------------------------------------+
       2060-AGREGAR-TARJETA.
      *----------------------------------------------------------------+
           MOVE 'N' TO WS-NVO-EXISTE
           PERFORM VARYING WS-OTA-IDX FROM 1 BY 1
               UNTIL WS-OTA-IDX > WS-CANT-OTA
               IF WS-OTA-SOL(WS-OTA-IDX) = WS-NVO-SOL AND
                  WS-OTA-PAN(WS-OTA-IDX) = WS-NVO-PAN
                   MOVE 'S' TO WS-NVO-EXISTE
               END-IF
           END-PERFORM
           IF WS-NVO-EXISTE = 'N'
               IF WS-CANT-OTA >= 5000
                   DISPLAY 'TABLA DE TARJETAS A BORRAR LLENA (5000); '
                       'CORRIDA ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-OTA
               SET WS-OTA-IDX TO WS-CANT-OTA
               MOVE WS-NVO-SOL TO WS-OTA-SOL(WS-OTA-IDX)
               MOVE WS-NVO-PAN TO WS-OTA-PAN(WS-OTA-IDX)
               MOVE WS-NVO-FECBAJA TO WS-OTA-FECBAJA(WS-OTA-IDX)
           END-IF.

      *----------------------------------------------------------------+
       2100-TARJETAS-DEL-CLIENTE.
      *----------------------------------------------------------------+
      *    LA PRIMERA TARJETA CON DOCUMENTO FIJA EL DE LA PERSONA; UNA
      *    TARJETA SIN DOCUMENTO O CON OTRO ENTRA SOLA, POR EL CRUCE
           IF WS-XREF-CLI-ID(WS-XREF-IDX) = WS-SOL-CLI-ID(WS-SOL-IDX)
               MOVE SPACES TO FA-PAN
               MOVE WS-XREF-PAN(WS-XREF-IDX) TO FA-PAN
               READ FECACTVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FA-NUM-DOC NOT = SPACES AND
                          WS-SOL-RES-NUM-DOC(WS-SOL-IDX) = SPACES
                           MOVE FA-TIPO-DOC
                               TO WS-SOL-RES-TIPO-DOC(WS-SOL-IDX)
                           MOVE FA-NUM-DOC
                               TO WS-SOL-RES-NUM-DOC(WS-SOL-IDX)
                       ELSE
                           IF FA-NUM-DOC = SPACES OR
                              FA-NUM-DOC NOT =
                              WS-SOL-RES-NUM-DOC(WS-SOL-IDX) OR
                              FA-TIPO-DOC NOT =
                              WS-SOL-RES-TIPO-DOC(WS-SOL-IDX)
                               MOVE WS-SOL-SUB TO WS-NVO-SOL
                               MOVE FA-PAN TO WS-NVO-PAN
                               MOVE FA-FECBAJA-CTA TO WS-NVO-FECBAJA
                               PERFORM 2060-AGREGAR-TARJETA
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------+
       2300-RECORRER-FECACTVO.
      *----------------------------------------------------------------+
      *    UNA SOLA PASADA PARA TODAS LAS SOLICITUDES: CADA TARJETA
      *    CUYO DOCUMENTO ES EL RESUELTO DE UNA SOLICITUD PENDIENTE
           MOVE LOW-VALUES TO FA-PAN
           START FECACTVO KEY IS NOT LESS THAN FA-PAN
               INVALID KEY
                   MOVE 'S' TO EOF-ACTUAL
           END-START
           IF EOF-ACTUAL NOT = 'S'
               PERFORM 2310-LEER-FECACTVO
           END-IF
           PERFORM UNTIL EOF-ACTUAL = 'S'
               IF REG-FECACTVO(1:2) NOT = 'HD' AND
                  REG-FECACTVO(1:2) NOT = 'TR' AND
                  FA-NUM-DOC NOT = SPACES
                   PERFORM 2320-COMPARAR-DOCUMENTO
                       VARYING WS-SOL-SUB FROM 1 BY 1
                       UNTIL WS-SOL-SUB > WS-CANT-SOL
               END-IF
               PERFORM 2310-LEER-FECACTVO
           END-PERFORM
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       2310-LEER-FECACTVO.
      *----------------------------------------------------------------+
           READ FECACTVO NEXT RECORD
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2320-COMPARAR-DOCUMENTO.
      *----------------------------------------------------------------+
           SET WS-SOL-IDX TO WS-SOL-SUB
           IF WS-SOL-ESTADO(WS-SOL-IDX) = 'A' AND
              WS-SOL-RES-NUM-DOC(WS-SOL-IDX) = FA-NUM-DOC AND
              WS-SOL-RES-TIPO-DOC(WS-SOL-IDX) = FA-TIPO-DOC
               MOVE WS-SOL-SUB TO WS-NVO-SOL
               MOVE FA-PAN TO WS-NVO-PAN
               MOVE FA-FECBAJA-CTA TO WS-NVO-FECBAJA
               PERFORM 2060-AGREGAR-TARJETA
           END-IF.

      *----------------------------------------------------------------+
       2400-CLIENTES-DE-TARJETAS.
      *----------------------------------------------------------------+
      *    EL CLIENTE DE DEPOSITO VINCULADO A CADA TARJETA TAMBIEN ES
      *    DE LA PERSONA
           IF WS-CANT-XREF > 0
               SEARCH ALL WS-XREF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-XREF-PAN(WS-XREF-IDX) =
                        WS-OTA-PAN(WS-OTA-IDX)(1:16)
                       MOVE WS-OTA-SOL(WS-OTA-IDX) TO WS-NVO-SOL
                       MOVE WS-XREF-CLI-ID(WS-XREF-IDX) TO WS-NVO-CLI
                       PERFORM 2050-AGREGAR-CLIENTE
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------+
       2500-FECHAS-HISTORIAL.
      *----------------------------------------------------------------+
      *    EL ULTIMO MANTENIMIENTO DEL CLIENTE (LA BAJA, NORMALMENTE)
      *    TAMBIEN CUENTA PARA EL FIN DE LA RELACION
           MOVE 4 TO WS-ARCH-NUM
           MOVE WS-ARCH-NOMBRE(WS-ARCH-NUM) TO WS-NOM-ORIGEN
           OPEN INPUT FILORIG
           IF FS-FILORIG = '00'
               PERFORM 2510-LEER-ORIGEN
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   MOVE REG-ORIGEN TO WS-REG-HISTMANT
                   MOVE HMA-CLI-ID TO WS-BUS-CLI
                   PERFORM 8000-BUSCAR-CLIENTE
                   IF WS-BUS-SOL > 0 AND HMA-FECHA IS NUMERIC
                       IF HMA-FECHA >
                          WS-SOL-FIN-RELACION(WS-BUS-SOL)
                           MOVE HMA-FECHA
                               TO WS-SOL-FIN-RELACION(WS-BUS-SOL)
                       END-IF
                   END-IF
                   PERFORM 2510-LEER-ORIGEN
               END-PERFORM
               CLOSE FILORIG
               MOVE 'N' TO EOF-ACTUAL
           END-IF.

      *----------------------------------------------------------------+
       2510-LEER-ORIGEN.
      *----------------------------------------------------------------+
           READ FILORIG
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2600-EVALUAR-SOLICITUD.
      *----------------------------------------------------------------+
      *    SE REVISAN TODOS LOS IMPEDIMENTOS, NO SOLO EL PRIMERO, PARA
      *    QUE EL CERTIFICADO LOS LISTE JUNTOS
           SET WS-SOL-IDX TO WS-SOL-SUB
           IF WS-SOL-ESTADO(WS-SOL-IDX) = 'A'
               MOVE ZERO TO WS-BLOQUEOS
               MOVE SPACES TO WS-SOL-MOTIVO(WS-SOL-IDX)
               MOVE WS-FECHA-NEGOCIO TO WS-SOL-FECHA-PROC(WS-SOL-IDX)
               PERFORM 2610-ABRIR-CERTIFICADO
               PERFORM 2620-VERIFICAR-APROBADOR
               MOVE 'N' TO WS-NVO-EXISTE
               PERFORM 2630-EVALUAR-TARJETA
                   VARYING WS-OTA-IDX FROM 1 BY 1
                   UNTIL WS-OTA-IDX > WS-CANT-OTA
               PERFORM 2640-EVALUAR-CLIENTE
                   VARYING WS-OCL-IDX FROM 1 BY 1
                   UNTIL WS-OCL-IDX > WS-CANT-OCL
               IF WS-NVO-EXISTE = 'N'
                   MOVE 'SIN TARJETAS NI CLIENTES PARA LA SOLICITUD'
                       TO WS-BLOQUEO-TEXTO
                   PERFORM 2690-REGISTRAR-BLOQUEO
               END-IF
               PERFORM 2650-EVALUAR-PLAZO
               IF WS-BLOQUEOS > 0
                   PERFORM 2660-RECHAZAR-SOLICITUD
               ELSE
                   MOVE 'E' TO WS-SOL-RESULTADO(WS-SOL-IDX)
                   MOVE 'E' TO WS-SOL-ESTADO(WS-SOL-IDX)
                   ADD 1 TO COUNT-EJECUTADAS
                   MOVE 'SIN IMPEDIMENTOS: SE PROCEDE AL BORRADO'
                       TO REG-CERT
                   WRITE REG-CERT
                   CLOSE FILCERT
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2610-ABRIR-CERTIFICADO.
      *----------------------------------------------------------------+
           MOVE SPACES TO WS-NOM-CERT
           STRING 'CERTBORRADO_' DELIMITED BY SIZE
               WS-SOL-ID(WS-SOL-IDX) DELIMITED BY SPACE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-CERT
           OPEN OUTPUT FILCERT
           IF FS-FILCERT NOT = '00'
               DISPLAY 'ERROR AL ABRIR ' WS-NOM-CERT ' FS: '
                   FS-FILCERT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REG-CERT
           STRING 'CERTIFICADO DE BORRADO DE DATOS PERSONALES - '
               'SOLICITUD ' WS-SOL-ID(WS-SOL-IDX)
               DELIMITED BY SIZE INTO REG-CERT
           WRITE REG-CERT
           MOVE SPACES TO REG-CERT
           IF WS-SOL-TIPO(WS-SOL-IDX) = 'D'
               MOVE WS-SOL-NUM-DOC(WS-SOL-IDX) TO WS-DOC-MASC
               PERFORM 8510-ENMASCARAR-DOC
               STRING 'PEDIDA POR DOCUMENTO : '
                   WS-SOL-TIPO-DOC(WS-SOL-IDX) ' ' WS-DOC-MASC
                   DELIMITED BY SIZE INTO REG-CERT
           ELSE
               STRING 'PEDIDA POR CLIENTE   : '
                   WS-SOL-CLI-ID(WS-SOL-IDX)
                   DELIMITED BY SIZE INTO REG-CERT
           END-IF
           WRITE REG-CERT
           MOVE SPACES TO REG-CERT
           STRING 'APROBADA POR         : '
               WS-SOL-APROBADOR(WS-SOL-IDX)
               ' EL ' WS-SOL-FECHA-APROB(WS-SOL-IDX)
               DELIMITED BY SIZE INTO REG-CERT
           WRITE REG-CERT
           MOVE SPACES TO REG-CERT
           STRING 'PROCESADA POR        : ' WS-USUARIO-CORRIDA
               ' EL ' WS-FECHA-NEGOCIO
               ' (CORRIDA ' WS-FECHA-YYYYMMDD ' '
               WS-HORA-SISTEMA(1:6) ')'
               DELIMITED BY SIZE INTO REG-CERT
           WRITE REG-CERT.

      *----------------------------------------------------------------+
       2620-VERIFICAR-APROBADOR.
      *----------------------------------------------------------------+
      *    EL APROBADOR DEBIA TENER BORRAPRO VIGENTE EL DIA QUE APROBO
      *    Y NO PUEDE SER QUIEN CORRE EL BORRADO (DOS FIRMAS, IGUAL
      *    QUE CLIAPROB EN PSA02)
           MOVE WS-SOL-APROBADOR(WS-SOL-IDX) TO WS-AUT-USUARIO
           MOVE WS-SOL-FECHA-APROB(WS-SOL-IDX) TO WS-AUT-FECHA
           MOVE 'BORRAPRO' TO WS-AUT-FUNCION
           MOVE 'BORRAD01' TO WS-AUT-PROGRAMA
           PERFORM 0510-BUSCAR-OPERADOR
           MOVE WS-FECHA-YYYYMMDD TO WS-AUT-FECHA
           MOVE SPACES TO WS-AUT-DETALLE
           STRING 'APROBACION DE LA SOLICITUD '
               WS-SOL-ID(WS-SOL-IDX)
               DELIMITED BY SIZE INTO WS-AUT-DETALLE
           PERFORM 0520-GRABAR-ACCESO
           IF WS-AUT-PERMITIDO NOT = 'S'
               MOVE SPACES TO WS-BLOQUEO-TEXTO
               STRING 'APROBADOR ' WS-SOL-APROBADOR(WS-SOL-IDX)
                   ' SIN FUNCION BORRAPRO VIGENTE'
                   DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
               PERFORM 2690-REGISTRAR-BLOQUEO
           END-IF
           IF WS-AUT-USUARIO = WS-USUARIO-CORRIDA
               MOVE 'APROBADOR Y EJECUTOR SON EL MISMO USUARIO'
                   TO WS-BLOQUEO-TEXTO
               PERFORM 2690-REGISTRAR-BLOQUEO
           END-IF.

      *----------------------------------------------------------------+
       2630-EVALUAR-TARJETA.
      *----------------------------------------------------------------+
           IF WS-OTA-SOL(WS-OTA-IDX) = WS-SOL-SUB
               MOVE 'S' TO WS-NVO-EXISTE
               MOVE WS-OTA-PAN(WS-OTA-IDX) TO WS-BUS-PAN
               PERFORM 8500-ENMASCARAR-PAN
               IF WS-OTA-FECBAJA(WS-OTA-IDX) = 0
                   MOVE SPACES TO WS-BLOQUEO-TEXTO
                   STRING 'TARJETA ' WS-PAN-MASC
                       ' SIN BAJA DE CUENTA'
                       DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                   PERFORM 2690-REGISTRAR-BLOQUEO
               ELSE
                   IF WS-OTA-FECBAJA(WS-OTA-IDX) >
                      WS-SOL-FIN-RELACION(WS-SOL-IDX)
                       MOVE WS-OTA-FECBAJA(WS-OTA-IDX)
                           TO WS-SOL-FIN-RELACION(WS-SOL-IDX)
                   END-IF
               END-IF
               IF WS-CANT-VIP > 0
                   SEARCH ALL WS-VIP-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-VIP-PAN(WS-VIP-IDX) =
                            WS-OTA-PAN(WS-OTA-IDX)(1:16)
                           MOVE SPACES TO WS-BLOQUEO-TEXTO
                           STRING 'TARJETA ' WS-PAN-MASC
                               ' BAJO RESGUARDO LEGAL (VIPLEGAL)'
                               DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                           PERFORM 2690-REGISTRAR-BLOQUEO
                   END-SEARCH
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2640-EVALUAR-CLIENTE.
      *----------------------------------------------------------------+
      *    UN CLIENTE QUE YA NO ESTA EN CLIMAST SOLO PUEDE QUEDAR EN
      *    LOS ARCHIVOS SECUENCIALES; SE BORRA IGUAL
           IF WS-OCL-SOL(WS-OCL-IDX) = WS-SOL-SUB
               MOVE 'S' TO WS-NVO-EXISTE
               MOVE WS-OCL-CLI(WS-OCL-IDX) TO CLI-ID
               READ CLIMASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2645-EVALUAR-MAESTRO
               END-READ
               IF WS-CANT-RTN > 0
                   SEARCH ALL WS-RTN-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-RTN-CLI-ID(WS-RTN-IDX) =
                            WS-OCL-CLI(WS-OCL-IDX)
                           MOVE SPACES TO WS-BLOQUEO-TEXTO
                           STRING 'CLIENTE ' WS-OCL-CLI(WS-OCL-IDX)
                               ' CON RETENCION LEGAL VIGENTE'
                               DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                           PERFORM 2690-REGISTRAR-BLOQUEO
                   END-SEARCH
               END-IF
               IF WS-CANT-EMB > 0
                   SEARCH ALL WS-EMB-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-EMB-CLI-ID(WS-EMB-IDX) =
                            WS-OCL-CLI(WS-OCL-IDX)
                           MOVE SPACES TO WS-BLOQUEO-TEXTO
                           STRING 'CLIENTE ' WS-OCL-CLI(WS-OCL-IDX)
                               ' CON EMBARGO VIGENTE'
                               DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                           PERFORM 2690-REGISTRAR-BLOQUEO
                   END-SEARCH
               END-IF
               IF WS-CANT-CAS > 0
                   SEARCH ALL WS-CAS-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-CAS-CLI-ID(WS-CAS-IDX) =
                            WS-OCL-CLI(WS-OCL-IDX)
                           MOVE SPACES TO WS-BLOQUEO-TEXTO
                           STRING 'CLIENTE ' WS-OCL-CLI(WS-OCL-IDX)
                               ' CON DISPUTA ABIERTA'
                               DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                           PERFORM 2690-REGISTRAR-BLOQUEO
                   END-SEARCH
               END-IF
               IF WS-CANT-PLZ > 0
                   SEARCH ALL WS-PLZ-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PLZ-CLI-ID(WS-PLZ-IDX) =
                            WS-OCL-CLI(WS-OCL-IDX)
                           MOVE SPACES TO WS-BLOQUEO-TEXTO
                           STRING 'CLIENTE ' WS-OCL-CLI(WS-OCL-IDX)
                               ' CON DEPOSITO A PLAZO VIGENTE'
                               DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                           PERFORM 2690-REGISTRAR-BLOQUEO
                   END-SEARCH
               END-IF
               IF WS-CANT-PRE > 0
                   SEARCH ALL WS-PRE-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PRE-CLI-ID(WS-PRE-IDX) =
                            WS-OCL-CLI(WS-OCL-IDX)
                           MOVE SPACES TO WS-BLOQUEO-TEXTO
                           STRING 'CLIENTE ' WS-OCL-CLI(WS-OCL-IDX)
                               ' CON PRESTAMO VIGENTE'
                               DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                           PERFORM 2690-REGISTRAR-BLOQUEO
                   END-SEARCH
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2645-EVALUAR-MAESTRO.
      *----------------------------------------------------------------+
      *    LA RELACION TERMINO SI LA CUENTA ESTA DADA DE BAJA,
      *    ESCHEATADA O CERRADA LA SUCESION ('I'/'E'/'F'); EN SPACES
      *    SE TRATA COMO ACTIVA, IGUAL QUE EN PSA01
           IF CLI-SALDO NOT = 0
               MOVE CLI-SALDO TO WS-SALDO-ED
               MOVE SPACES TO WS-BLOQUEO-TEXTO
               STRING 'CLIENTE ' CLI-ID ' CON SALDO ' WS-SALDO-ED
                   ' ' CLI-MONEDA
                   DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
               PERFORM 2690-REGISTRAR-BLOQUEO
           END-IF
           IF CLI-ESTADO NOT = 'I' AND CLI-ESTADO NOT = 'E' AND
              CLI-ESTADO NOT = 'F'
               MOVE SPACES TO WS-BLOQUEO-TEXTO
               STRING 'CLIENTE ' CLI-ID ' CON CUENTA ACTIVA'
                   DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
               PERFORM 2690-REGISTRAR-BLOQUEO
           END-IF
           IF CLI-ULT-FECHA-MOV IS NUMERIC AND
              CLI-ULT-FECHA-MOV > WS-SOL-FIN-RELACION(WS-SOL-IDX)
               MOVE CLI-ULT-FECHA-MOV
                   TO WS-SOL-FIN-RELACION(WS-SOL-IDX)
           END-IF.

      *----------------------------------------------------------------+
       2650-EVALUAR-PLAZO.
      *----------------------------------------------------------------+
      *    EL PLAZO CORRE DESDE LA FECHA MAS RECIENTE ENTRE LA BAJA DE
      *    LAS TARJETAS, EL ULTIMO MOVIMIENTO DE LA CUENTA Y EL ULTIMO
      *    MANTENIMIENTO DEL CLIENTE
           IF WS-RET-CLIENTE NOT = 'S'
               MOVE 'RETENCION.txt SIN CLASE CLIENTE (INDEFINIDA)'
                   TO WS-BLOQUEO-TEXTO
               PERFORM 2690-REGISTRAR-BLOQUEO
           ELSE
               IF WS-SOL-FIN-RELACION(WS-SOL-IDX) = 0
                   MOVE 'SIN FECHA DE FIN DE LA RELACION'
                       TO WS-BLOQUEO-TEXTO
                   PERFORM 2690-REGISTRAR-BLOQUEO
               ELSE
                   COMPUTE WS-FECHA-VENCE = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(
                       WS-SOL-FIN-RELACION(WS-SOL-IDX))
                       + WS-DIAS-CLIENTE)
                   IF WS-FECHA-VENCE >= WS-FECHA-NEGOCIO
                       MOVE SPACES TO WS-BLOQUEO-TEXTO
                       STRING 'PLAZO DE RETENCION VENCE EL '
                           WS-FECHA-VENCE
                           DELIMITED BY SIZE INTO WS-BLOQUEO-TEXTO
                       PERFORM 2690-REGISTRAR-BLOQUEO
                   END-IF
               END-IF
           END-IF
           MOVE SPACES TO REG-CERT
           STRING 'FIN DE LA RELACION   : '
               WS-SOL-FIN-RELACION(WS-SOL-IDX)
               DELIMITED BY SIZE INTO REG-CERT
           WRITE REG-CERT.

      *----------------------------------------------------------------+
       2660-RECHAZAR-SOLICITUD.
      *----------------------------------------------------------------+
           MOVE 'R' TO WS-SOL-RESULTADO(WS-SOL-IDX)
           MOVE 'R' TO WS-SOL-ESTADO(WS-SOL-IDX)
           ADD 1 TO COUNT-RECHAZADAS
           MOVE SPACES TO REG-CERT
           STRING 'RESULTADO: SOLICITUD RECHAZADA, NO SE BORRO NINGUN '
               'DATO'
               DELIMITED BY SIZE INTO REG-CERT
           WRITE REG-CERT
           CLOSE FILCERT
           MOVE WS-SOL-SUB TO WS-LOG-SOL
           MOVE 'SOLBORRADO.txt' TO WS-NOM-ORIGEN
           MOVE WS-SOL-ID(WS-SOL-IDX) TO WS-LOG-CLAVE
           MOVE 'RECHAZADA' TO WS-LOG-ACCION
           MOVE SPACES TO WS-LOG-CAMPO
           PERFORM 8900-GRABAR-BITACORA
           DISPLAY 'SOLICITUD ' WS-SOL-ID(WS-SOL-IDX) ' RECHAZADA: '
               WS-SOL-MOTIVO(WS-SOL-IDX).

      *----------------------------------------------------------------+
       2690-REGISTRAR-BLOQUEO.
      *----------------------------------------------------------------+
           ADD 1 TO WS-BLOQUEOS
           IF WS-SOL-MOTIVO(WS-SOL-IDX) = SPACES
               MOVE WS-BLOQUEO-TEXTO TO WS-SOL-MOTIVO(WS-SOL-IDX)
           END-IF
           MOVE SPACES TO REG-CERT
           STRING 'IMPEDIMENTO: ' WS-BLOQUEO-TEXTO
               DELIMITED BY SIZE INTO REG-CERT
           WRITE REG-CERT.

      *----------------------------------------------------------------+
       3100-ANONIMIZAR-FECACTVO.
      *----------------------------------------------------------------+
      *    NOMBRE Y DOCUMENTO FUERA; CU-TIT, CUENTA, PAN Y FECHAS SE
      *    CONSERVAN. SIN DOCUMENTO INDICE01 Y DEDUP01 YA NO LA TOMAN
           MOVE 2 TO WS-ARCH-NUM
           MOVE WS-ARCH-NOMBRE(WS-ARCH-NUM) TO WS-NOM-ORIGEN
           OPEN I-O FECACTVO
           IF FS-FECACTVO NOT = '00'
               DISPLAY 'FECACTVO.dat NO DISPONIBLE FS: ' FS-FECACTVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ZERO TO WS-CAMBIOS-ARCHIVO
           PERFORM 3110-ANONIMIZAR-TARJETA
               VARYING WS-OTA-IDX FROM 1 BY 1
               UNTIL WS-OTA-IDX > WS-CANT-OTA
           CLOSE FECACTVO
           DISPLAY WS-NOM-ORIGEN ' REGISTROS TOCADOS: '
               WS-CAMBIOS-ARCHIVO.

      *----------------------------------------------------------------+
       3110-ANONIMIZAR-TARJETA.
      *----------------------------------------------------------------+
           MOVE WS-OTA-SOL(WS-OTA-IDX) TO WS-LOG-SOL
           IF WS-SOL-RESULTADO(WS-LOG-SOL) = 'E'
               MOVE WS-OTA-PAN(WS-OTA-IDX) TO FA-PAN
               READ FECACTVO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FA-NOM-CLIENTE NOT = WS-MARCA-BORRADO OR
                          FA-NUM-DOC NOT = SPACES
                           MOVE WS-MARCA-BORRADO TO FA-NOM-CLIENTE
                           MOVE SPACES TO FA-TIPO-DOC FA-NUM-DOC
                           REWRITE REG-FECACTVO
                           IF FS-FECACTVO NOT = '00'
                               DISPLAY 'ERROR AL REGRABAR FECACTVO.dat'
                                   ' FS: ' FS-FECACTVO
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE FA-PAN TO WS-BUS-PAN
                           PERFORM 8500-ENMASCARAR-PAN
                           MOVE WS-PAN-MASC TO WS-LOG-CLAVE
                           MOVE 'ANONIMIZA' TO WS-LOG-ACCION
                           MOVE 'NOMBRE/DOC' TO WS-LOG-CAMPO
                           PERFORM 8800-CONTAR-TOCADO
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------+
       3200-ANONIMIZAR-SECUENCIAL.
      *----------------------------------------------------------------+
      *    COPIA EL ARCHIVO A BORRAD01.TMP APLICANDO EL BORRADO Y SOLO
      *    SI CAMBIO ALGO LO DEVUELVE; UN ARCHIVO QUE NO EXISTE NO
      *    TIENE NADA QUE BORRAR
           MOVE WS-ARCH-NOMBRE(WS-ARCH-NUM) TO WS-NOM-ORIGEN
           MOVE ZERO TO WS-CAMBIOS-ARCHIVO
           OPEN INPUT FILORIG
           IF FS-FILORIG = '00'
               OPEN OUTPUT FILTRAB
               IF FS-FILTRAB NOT = '00'
                   DISPLAY 'ERROR AL ABRIR BORRAD01.TMP FS: '
                       FS-FILTRAB
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2510-LEER-ORIGEN
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   MOVE 'N' TO WS-OMITIR
                   EVALUATE WS-ARCH-NUM
                       WHEN 3
                           PERFORM 3210-BORRAR-TITULAR
                       WHEN 4
                           PERFORM 3220-BORRAR-HISTORIAL
                       WHEN 5
                           PERFORM 3230-BORRAR-JOURNAL
                       WHEN 6
                           PERFORM 3240-BORRAR-INDICE-DOC
                       WHEN 7
                           PERFORM 3250-BORRAR-INDICE-CTA
                       WHEN 8
                           PERFORM 3260-BORRAR-BOVEDA
                       WHEN 9
                       WHEN 10
                           PERFORM 3270-BORRAR-PANTALLA
                   END-EVALUATE
                   IF WS-OMITIR = 'N'
                       MOVE REG-ORIGEN TO REG-TRABAJO
                       WRITE REG-TRABAJO
                       IF FS-FILTRAB NOT = '00'
                           DISPLAY 'ERROR AL GRABAR BORRAD01.TMP FS: '
                               FS-FILTRAB
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
                   PERFORM 2510-LEER-ORIGEN
               END-PERFORM
               CLOSE FILORIG FILTRAB
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CAMBIOS-ARCHIVO > 0
                   PERFORM 3300-DEVOLVER-ARCHIVO
               END-IF
               DELETE FILE FILTRAB
           END-IF
           DISPLAY WS-NOM-ORIGEN ' REGISTROS TOCADOS: '
               WS-CAMBIOS-ARCHIVO.

      *----------------------------------------------------------------+
       3210-BORRAR-TITULAR.
      *----------------------------------------------------------------+
      *    SOLO EL RENGLON DEL TITULAR; CO-TITULARES Y APODERADOS SON
      *    OTRAS PERSONAS, SIN DOCUMENTO CON QUE PEDIR SU BORRADO
           MOVE REG-ORIGEN TO WS-REG-TITULAR
           MOVE TIT-CLI-ID TO WS-BUS-CLI
           PERFORM 8000-BUSCAR-CLIENTE
           IF WS-BUS-SOL > 0 AND TIT-ROL = 'T' AND
              TIT-NOMBRE NOT = SPACES AND
              TIT-NOMBRE NOT = WS-MARCA-BORRADO
               MOVE WS-MARCA-BORRADO TO TIT-NOMBRE
               MOVE SPACES TO REG-ORIGEN
               MOVE WS-REG-TITULAR TO REG-ORIGEN
               MOVE WS-BUS-SOL TO WS-LOG-SOL
               MOVE SPACES TO WS-LOG-CLAVE
               STRING TIT-CLI-ID ' ROL ' TIT-ROL
                   DELIMITED BY SIZE INTO WS-LOG-CLAVE
               MOVE 'ANONIMIZA' TO WS-LOG-ACCION
               MOVE 'NOMBRE' TO WS-LOG-CAMPO
               PERFORM 8800-CONTAR-TOCADO
           END-IF.

      *----------------------------------------------------------------+
       3220-BORRAR-HISTORIAL.
      *----------------------------------------------------------------+
      *    SOLO LOS CAMBIOS DE NOMBRE LLEVAN DATO PERSONAL; LOS DE
      *    SALDO, LIMITE, ESTADO, ETC. SE CONSERVAN TAL CUAL
           MOVE REG-ORIGEN TO WS-REG-HISTMANT
           MOVE HMA-CLI-ID TO WS-BUS-CLI
           PERFORM 8000-BUSCAR-CLIENTE
           IF WS-BUS-SOL > 0 AND HMA-CAMPO = 'NOMBRE' AND
              ((HMA-ANTES NOT = SPACES AND
                HMA-ANTES NOT = WS-MARCA-BORRADO) OR
               (HMA-DESPUES NOT = SPACES AND
                HMA-DESPUES NOT = WS-MARCA-BORRADO))
               IF HMA-ANTES NOT = SPACES
                   MOVE WS-MARCA-BORRADO TO HMA-ANTES
               END-IF
               IF HMA-DESPUES NOT = SPACES
                   MOVE WS-MARCA-BORRADO TO HMA-DESPUES
               END-IF
               MOVE SPACES TO REG-ORIGEN
               MOVE WS-REG-HISTMANT TO REG-ORIGEN
               MOVE WS-BUS-SOL TO WS-LOG-SOL
               MOVE SPACES TO WS-LOG-CLAVE
               STRING HMA-CLI-ID ' ' HMA-FECHA
                   DELIMITED BY SIZE INTO WS-LOG-CLAVE
               MOVE 'ANONIMIZA' TO WS-LOG-ACCION
               MOVE 'NOMBRE' TO WS-LOG-CAMPO
               PERFORM 8800-CONTAR-TOCADO
           END-IF.

      *----------------------------------------------------------------+
       3230-BORRAR-JOURNAL.
      *----------------------------------------------------------------+
      *    UN BACKOUT POSTERIOR CON PSA07 DEVUELVE LA IMAGEN YA SIN
      *    NOMBRE: EL BORRADO NO SE DESHACE
           MOVE REG-ORIGEN TO WS-REG-CLJOURNAL
           MOVE CLJ-IMG-CLI-ID TO WS-BUS-CLI
           PERFORM 8000-BUSCAR-CLIENTE
           IF WS-BUS-SOL > 0 AND CLJ-IMG-NOMBRE NOT = SPACES AND
              CLJ-IMG-NOMBRE NOT = WS-MARCA-BORRADO
               MOVE WS-MARCA-BORRADO TO CLJ-IMG-NOMBRE
               MOVE SPACES TO REG-ORIGEN
               MOVE WS-REG-CLJOURNAL TO REG-ORIGEN
               MOVE WS-BUS-SOL TO WS-LOG-SOL
               MOVE SPACES TO WS-LOG-CLAVE
               STRING CLJ-LOTE-ID ' ' CLJ-SECUENCIA
                   DELIMITED BY SIZE INTO WS-LOG-CLAVE
               MOVE 'ANONIMIZA' TO WS-LOG-ACCION
               MOVE 'CLI-NOMBRE' TO WS-LOG-CAMPO
               PERFORM 8800-CONTAR-TOCADO
           END-IF.

      *----------------------------------------------------------------+
       3240-BORRAR-INDICE-DOC.
      *----------------------------------------------------------------+
           MOVE REG-ORIGEN TO WS-REG-IDXDOC
           MOVE IXD-PAN TO WS-BUS-PAN
           PERFORM 8100-BUSCAR-TARJETA
           IF WS-BUS-SOL > 0
               MOVE 'S' TO WS-OMITIR
               PERFORM 8500-ENMASCARAR-PAN
               MOVE WS-BUS-SOL TO WS-LOG-SOL
               MOVE WS-PAN-MASC TO WS-LOG-CLAVE
               MOVE 'ELIMINA' TO WS-LOG-ACCION
               MOVE 'DOCUMENTO' TO WS-LOG-CAMPO
               PERFORM 8800-CONTAR-TOCADO
           END-IF.

      *----------------------------------------------------------------+
       3250-BORRAR-INDICE-CTA.
      *----------------------------------------------------------------+
           MOVE REG-ORIGEN TO WS-REG-IDXCTA
           MOVE IXC-PAN TO WS-BUS-PAN
           PERFORM 8100-BUSCAR-TARJETA
           IF WS-BUS-SOL > 0
               MOVE 'S' TO WS-OMITIR
               PERFORM 8500-ENMASCARAR-PAN
               MOVE WS-BUS-SOL TO WS-LOG-SOL
               MOVE WS-PAN-MASC TO WS-LOG-CLAVE
               MOVE 'ELIMINA' TO WS-LOG-ACCION
               MOVE 'CUENTA' TO WS-LOG-CAMPO
               PERFORM 8800-CONTAR-TOCADO
           END-IF.

      *----------------------------------------------------------------+
       3260-BORRAR-BOVEDA.
      *----------------------------------------------------------------+
      *    EL TOKEN QUEDA (LOS HISTORIALES LO SIGUEN REFERENCIANDO Y
      *    VERBOV01 LO SIGUE RESOLVIENDO); SOLO SE CORTA SU PAN
           MOVE REG-ORIGEN TO WS-REG-BOVEDA
           MOVE SPACES TO WS-BUS-PAN
           MOVE BOV-PAN TO WS-BUS-PAN
           PERFORM 8100-BUSCAR-TARJETA
           IF WS-BUS-SOL > 0
               MOVE WS-MARCA-BORRADO TO BOV-PAN
               MOVE SPACES TO REG-ORIGEN
               MOVE WS-REG-BOVEDA TO REG-ORIGEN
               MOVE WS-BUS-SOL TO WS-LOG-SOL
               MOVE BOV-TOKEN TO WS-LOG-CLAVE
               MOVE 'DESVINCULA' TO WS-LOG-ACCION
               MOVE 'PAN' TO WS-LOG-CAMPO
               PERFORM 8800-CONTAR-TOCADO
           END-IF.

      *----------------------------------------------------------------+
       3270-BORRAR-PANTALLA.
      *----------------------------------------------------------------+
      *    LA TRANSACCION SE DESARMA COMO LA DESARMA PSA02. EL TERCER
      *    CAMPO SOLO ES EL NOMBRE DEL CLIENTE EN LAS ALTAS Y CAMBIOS
      *    (A/C) Y EN LAS DE TITULAR (H/J ROL T); EN LAS DEMAS ES OTRO
      *    DATO O EL NOMBRE DE OTRA PERSONA Y NO SE TOCA. LO QUE SIGUE
      *    AL NOMBRE SE DEVUELVE TAL CUAL
           MOVE REG-ORIGEN TO REG-SOLPANT
           MOVE SPACES TO WS-SPT-ACCION WS-SPT-ID WS-SPT-NOMBRE
               WS-SPT-SALDO WS-SPT-LIMITE WS-SPT-ROL
           UNSTRING SPN-TRANSACCION DELIMITED BY '|'
               INTO WS-SPT-ACCION WS-SPT-ID WS-SPT-NOMBRE
                   WS-SPT-SALDO WS-SPT-LIMITE WS-SPT-ROL
           END-UNSTRING
           MOVE WS-SPT-ID TO WS-BUS-CLI
           PERFORM 8000-BUSCAR-CLIENTE
           IF WS-BUS-SOL > 0 AND
              (WS-SPT-ACCION = 'A' OR WS-SPT-ACCION = 'C' OR
               ((WS-SPT-ACCION = 'H' OR WS-SPT-ACCION = 'J') AND
                WS-SPT-ROL = 'T')) AND
              WS-SPT-NOMBRE NOT = SPACES AND
              WS-SPT-NOMBRE NOT = WS-MARCA-BORRADO
               MOVE 1 TO WS-SPT-PUNTERO
               UNSTRING SPN-TRANSACCION DELIMITED BY '|'
                   INTO WS-SPT-ACCION WS-SPT-ID WS-SPT-NOMBRE
                   WITH POINTER WS-SPT-PUNTERO
               END-UNSTRING
               MOVE WS-MARCA-BORRADO TO WS-SPT-NOMBRE
               MOVE SPACES TO WS-SPT-TRANSACCION
               IF WS-SPT-PUNTERO > LENGTH OF SPN-TRANSACCION
                   STRING WS-SPT-ACCION '|' WS-SPT-ID '|'
                       WS-SPT-NOMBRE
                       DELIMITED BY SIZE INTO WS-SPT-TRANSACCION
               ELSE
                   STRING WS-SPT-ACCION '|' WS-SPT-ID '|'
                       WS-SPT-NOMBRE '|'
                       SPN-TRANSACCION(WS-SPT-PUNTERO:)
                       DELIMITED BY SIZE INTO WS-SPT-TRANSACCION
               END-IF
               MOVE WS-SPT-TRANSACCION TO SPN-TRANSACCION
               MOVE SPACES TO REG-ORIGEN
               MOVE REG-SOLPANT TO REG-ORIGEN
               MOVE WS-BUS-SOL TO WS-LOG-SOL
               MOVE SPACES TO WS-LOG-CLAVE
               STRING SPN-FECHA ' ' SPN-HORA ' ' WS-SPT-ID
                   DELIMITED BY SIZE INTO WS-LOG-CLAVE
               MOVE 'ANONIMIZA' TO WS-LOG-ACCION
               MOVE 'NOMBRE' TO WS-LOG-CAMPO
               PERFORM 8800-CONTAR-TOCADO
           END-IF.

      *----------------------------------------------------------------+
       3300-DEVOLVER-ARCHIVO.
      *----------------------------------------------------------------+
      *    SI FALLA UNA GRABACION EL ORIGINAL QUEDA A MEDIAS; SE ABORTA
      *    SIN BORRAR BORRAD01.TMP, QUE TIENE LA COPIA COMPLETA
           OPEN INPUT FILTRAB
           OPEN OUTPUT FILORIG
           IF FS-FILTRAB NOT = '00' OR FS-FILORIG NOT = '00'
               DISPLAY 'NO SE PUDO DEVOLVER ' WS-NOM-ORIGEN
                   ' DESDE BORRAD01.TMP FS: ' FS-FILTRAB '/'
                   FS-FILORIG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3310-LEER-TRABAJO
           PERFORM UNTIL EOF-ACTUAL = 'S'
               MOVE REG-TRABAJO TO REG-ORIGEN
               WRITE REG-ORIGEN
               IF FS-FILORIG NOT = '00'
                   DISPLAY 'ERROR AL DEVOLVER ' WS-NOM-ORIGEN
                       ' FS: ' FS-FILORIG
                   DISPLAY 'EL ARCHIVO QUEDO INCOMPLETO; LA COPIA '
                       'COMPLETA SIGUE EN BORRAD01.TMP'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3310-LEER-TRABAJO
           END-PERFORM
           CLOSE FILTRAB FILORIG
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       3310-LEER-TRABAJO.
      *----------------------------------------------------------------+
           READ FILTRAB
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       3400-ANONIMIZAR-CLIMAST.
      *----------------------------------------------------------------+
      *    VA AL FINAL PARA QUE EL RENGLON 'D' QUE SE AGREGA AL
      *    HISTORIAL NO PASE POR 3220. NO SE GRABA IMAGEN PREVIA EN
      *    climast_journal.dat: GUARDARIA EL NOMBRE QUE SE BORRA
           MOVE 1 TO WS-ARCH-NUM
           OPEN I-O CLIMASTER
           IF FS-CLIMASTER NOT = '00'
               DISPLAY 'CLIMAST.dat NO DISPONIBLE FS: ' FS-CLIMASTER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARCH-NOMBRE(4) TO WS-NOM-ORIGEN
           OPEN EXTEND FILORIG
           IF FS-FILORIG = '35'
               OPEN OUTPUT FILORIG
               CLOSE FILORIG
               OPEN EXTEND FILORIG
           END-IF
           MOVE ZERO TO WS-CAMBIOS-ARCHIVO
           PERFORM 3410-ANONIMIZAR-CLIENTE
               VARYING WS-OCL-IDX FROM 1 BY 1
               UNTIL WS-OCL-IDX > WS-CANT-OCL
           CLOSE CLIMASTER FILORIG
           DISPLAY WS-ARCH-NOMBRE(1) ' REGISTROS TOCADOS: '
               WS-CAMBIOS-ARCHIVO.

      *----------------------------------------------------------------+
       3410-ANONIMIZAR-CLIENTE.
      *----------------------------------------------------------------+
      *    SALDO, LIMITES, ESTADO Y FECHAS QUEDAN; SOLO SE VA EL NOMBRE
           MOVE WS-OCL-SOL(WS-OCL-IDX) TO WS-LOG-SOL
           IF WS-SOL-RESULTADO(WS-LOG-SOL) = 'E'
               MOVE WS-OCL-CLI(WS-OCL-IDX) TO CLI-ID
               READ CLIMASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-NOMBRE NOT = WS-MARCA-BORRADO
                           MOVE WS-MARCA-BORRADO TO CLI-NOMBRE
                           REWRITE REG-CLIMAST
                           IF FS-CLIMASTER NOT = '00'
                               DISPLAY 'ERROR AL REGRABAR CLIMAST.dat'
                                   ' FS: ' FS-CLIMASTER
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE SPACES TO WS-REG-HISTMANT
                           MOVE CLI-ID TO HMA-CLI-ID
                           MOVE WS-FECHA-NEGOCIO TO HMA-FECHA
                           MOVE 'D' TO HMA-ACCION
                           MOVE 'NOMBRE' TO HMA-CAMPO
                           MOVE WS-MARCA-BORRADO TO HMA-DESPUES
                           MOVE WS-USUARIO-CORRIDA TO HMA-USUARIO
                           MOVE SPACES TO REG-ORIGEN
                           MOVE WS-REG-HISTMANT TO REG-ORIGEN
                           WRITE REG-ORIGEN
                           IF FS-FILORIG NOT = '00'
                               DISPLAY 'ERROR AL GRABAR '
                                   WS-NOM-ORIGEN ' FS: ' FS-FILORIG
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE 'CLIMAST.dat' TO WS-NOM-ORIGEN
                           MOVE CLI-ID TO WS-LOG-CLAVE
                           MOVE 'ANONIMIZA' TO WS-LOG-ACCION
                           MOVE 'CLI-NOMBRE' TO WS-LOG-CAMPO
                           PERFORM 8800-CONTAR-TOCADO
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------+
       4000-COMPLETAR-CERTIFICADO.
      *----------------------------------------------------------------+
           SET WS-SOL-IDX TO WS-SOL-SUB
           IF WS-SOL-RESULTADO(WS-SOL-IDX) = 'E'
               MOVE SPACES TO WS-NOM-CERT
               STRING 'CERTBORRADO_' DELIMITED BY SIZE
                   WS-SOL-ID(WS-SOL-IDX) DELIMITED BY SPACE
                   '.txt' DELIMITED BY SIZE
                   INTO WS-NOM-CERT
               OPEN EXTEND FILCERT
               MOVE 'REGISTROS ANONIMIZADOS O ELIMINADOS POR ARCHIVO:'
                   TO REG-CERT
               WRITE REG-CERT
               PERFORM 4010-LINEA-ARCHIVO
                   VARYING WS-ARCH-NUM FROM 1 BY 1
                   UNTIL WS-ARCH-NUM > 10
               MOVE SPACES TO REG-CERT
               STRING 'SE CONSERVAN MOVIMIENTOS, SALDOS, CLAVES '
                   '(CLI-ID/PAN) Y TOKENS DE LA BOVEDA'
                   DELIMITED BY SIZE INTO REG-CERT
               WRITE REG-CERT
               MOVE 'RESULTADO: SOLICITUD EJECUTADA' TO REG-CERT
               WRITE REG-CERT
               CLOSE FILCERT
               MOVE WS-SOL-SUB TO WS-LOG-SOL
               MOVE 'SOLBORRADO.txt' TO WS-NOM-ORIGEN
               MOVE WS-SOL-ID(WS-SOL-IDX) TO WS-LOG-CLAVE
               MOVE 'EJECUTADA' TO WS-LOG-ACCION
               MOVE SPACES TO WS-LOG-CAMPO
               PERFORM 8900-GRABAR-BITACORA
               DISPLAY 'SOLICITUD ' WS-SOL-ID(WS-SOL-IDX)
                   ' EJECUTADA, CERTIFICADO ' WS-NOM-CERT
           END-IF.

      *----------------------------------------------------------------+
       4010-LINEA-ARCHIVO.
      *----------------------------------------------------------------+
           MOVE WS-SOL-CNT(WS-SOL-IDX, WS-ARCH-NUM) TO WS-CNT-ED
           MOVE SPACES TO REG-CERT
           STRING '   ' WS-ARCH-NOMBRE(WS-ARCH-NUM) ' : ' WS-CNT-ED
               DELIMITED BY SIZE INTO REG-CERT
           WRITE REG-CERT.

      *----------------------------------------------------------------+
       4100-GUARDAR-SOLICITUDES.
      *----------------------------------------------------------------+
           OPEN OUTPUT FILSOL
           IF FS-FILSOL NOT = '00'
               DISPLAY 'ERROR AL REESCRIBIR SOLBORRADO.txt FS: '
                   FS-FILSOL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4110-ESCRIBIR-SOLICITUD
               VARYING WS-SOL-IDX FROM 1 BY 1
               UNTIL WS-SOL-IDX > WS-CANT-SOL
           CLOSE FILSOL.

      *----------------------------------------------------------------+
       4110-ESCRIBIR-SOLICITUD.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-SOLBOR
           MOVE WS-SOL-ID(WS-SOL-IDX) TO SBR-ID
           MOVE WS-SOL-TIPO(WS-SOL-IDX) TO SBR-TIPO
           MOVE WS-SOL-TIPO-DOC(WS-SOL-IDX) TO SBR-TIPO-DOC
           MOVE WS-SOL-NUM-DOC(WS-SOL-IDX) TO SBR-NUM-DOC
           MOVE WS-SOL-CLI-ID(WS-SOL-IDX) TO SBR-CLI-ID
           MOVE WS-SOL-APROBADOR(WS-SOL-IDX) TO SBR-APROBADOR
           MOVE WS-SOL-FECHA-APROB(WS-SOL-IDX) TO SBR-FECHA-APROB
           MOVE WS-SOL-ESTADO(WS-SOL-IDX) TO SBR-ESTADO
           MOVE WS-SOL-FECHA-PROC(WS-SOL-IDX) TO SBR-FECHA-PROCESO
           MOVE WS-SOL-MOTIVO(WS-SOL-IDX) TO SBR-MOTIVO
           WRITE REG-SOLBOR.

      *----------------------------------------------------------------+
       8000-BUSCAR-CLIENTE.
      *----------------------------------------------------------------+
      *    SOLICITUD (NO RECHAZADA) A LA QUE PERTENECE WS-BUS-CLI
           MOVE ZERO TO WS-BUS-SOL
           PERFORM VARYING WS-OCL-IDX FROM 1 BY 1
               UNTIL WS-OCL-IDX > WS-CANT-OCL OR WS-BUS-SOL > 0
               IF WS-OCL-CLI(WS-OCL-IDX) = WS-BUS-CLI
                   MOVE WS-OCL-SOL(WS-OCL-IDX) TO WS-BUS-CAND
                   IF WS-SOL-RESULTADO(WS-BUS-CAND) NOT = 'R'
                       MOVE WS-BUS-CAND TO WS-BUS-SOL
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       8100-BUSCAR-TARJETA.
      *----------------------------------------------------------------+
      *    SOLICITUD A EJECUTAR A LA QUE PERTENECE WS-BUS-PAN
           MOVE ZERO TO WS-BUS-SOL
           PERFORM VARYING WS-OTA-IDX FROM 1 BY 1
               UNTIL WS-OTA-IDX > WS-CANT-OTA OR WS-BUS-SOL > 0
               IF WS-OTA-PAN(WS-OTA-IDX) = WS-BUS-PAN
                   MOVE WS-OTA-SOL(WS-OTA-IDX) TO WS-BUS-CAND
                   IF WS-SOL-RESULTADO(WS-BUS-CAND) = 'E'
                       MOVE WS-BUS-CAND TO WS-BUS-SOL
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       8500-ENMASCARAR-PAN.
      *----------------------------------------------------------------+
      *    SEIS PRIMEROS Y CUATRO ULTIMOS DE UN PAN DE 16, COMO EN LOS
      *    COMPROBANTES
           MOVE SPACES TO WS-PAN-MASC
           STRING WS-BUS-PAN(1:6) '******' WS-BUS-PAN(13:4)
               DELIMITED BY SIZE INTO WS-PAN-MASC.

      *----------------------------------------------------------------+
       8510-ENMASCARAR-DOC.
      *----------------------------------------------------------------+
      *    SOLO QUEDAN A LA VISTA LOS CUATRO ULTIMOS CARACTERES
           MOVE 11 TO WS-DOC-LARGO
           PERFORM UNTIL WS-DOC-LARGO = 0 OR
                   WS-DOC-MASC(WS-DOC-LARGO:1) NOT = SPACE
               SUBTRACT 1 FROM WS-DOC-LARGO
           END-PERFORM
           IF WS-DOC-LARGO > 4
               MOVE ALL '*' TO WS-DOC-MASC(1:WS-DOC-LARGO - 4)
           END-IF.

      *----------------------------------------------------------------+
       8800-CONTAR-TOCADO.
      *----------------------------------------------------------------+
           ADD 1 TO WS-SOL-CNT(WS-LOG-SOL, WS-ARCH-NUM)
           ADD 1 TO WS-CAMBIOS-ARCHIVO
           ADD 1 TO COUNT-TOCADOS
           PERFORM 8900-GRABAR-BITACORA.

      *----------------------------------------------------------------+
       8900-GRABAR-BITACORA.
      *----------------------------------------------------------------+
      *    MISMO PATRON "CREAR SI NO EXISTE" DE LAS DEMAS BITACORAS
           OPEN EXTEND FILLOG
           IF FS-FILLOG = '35'
               OPEN OUTPUT FILLOG
               CLOSE FILLOG
               OPEN EXTEND FILLOG
           END-IF
           MOVE SPACES TO REG-BORRADO
           MOVE WS-FECHA-YYYYMMDD TO BLG-FECHA
           MOVE WS-HORA-SISTEMA(1:6) TO BLG-HORA
           MOVE WS-USUARIO-CORRIDA TO BLG-USUARIO
           MOVE WS-SOL-ID(WS-LOG-SOL) TO BLG-SOLICITUD
           MOVE WS-NOM-ORIGEN TO BLG-ARCHIVO
           MOVE WS-LOG-CLAVE TO BLG-CLAVE
           MOVE WS-LOG-ACCION TO BLG-ACCION
           MOVE WS-LOG-CAMPO TO BLG-CAMPO
           WRITE REG-BORRADO
           CLOSE FILLOG.
       END PROGRAM BORRAD01.
