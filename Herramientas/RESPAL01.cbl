       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RESPAL01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    RESPALDO DEL JUEGO DE ARCHIVOS CON ESTADO ANTES DE LA       +
      *    CADENA NOCTURNA: COPIA CADA ARCHIVO QUE PASA DE UNA NOCHE A +
      *    LA SIGUIENTE (MAESTROS, BOVEDA, HISTORIALES, COLAS, ETC.)   +
      *    A RSPaaaammdd.nnn BAJO LA FECHA DE NEGOCIO Y DEJA EL        +
      *    MANIFIESTO RSPaaaammdd.CTL (COPY MANIRESP) CON CANTIDAD DE  +
      *    REGISTROS Y TOTAL ADITIVO DE CADA COPIA. LOS INDEXADOS SE   +
      *    DESCARGAN A SECUENCIAL CON SU PROPIO FD. VA EN              +
      *    PLANCADENA.txt ANTES DE TODO PASO QUE ACTUALICE ARCHIVOS,   +
      *    SIN DEPENDENCIAS (VERBOV01 SOLO LEE, PUEDE IR ANTES O       +
      *    DESPUES); RESTAU01 DEVUELVE EL JUEGO COMPLETO A UNA FECHA.  +
      *    CADA COPIA Y EL MANIFIESTO SE REGISTRAN EN CATALOGO.txt CON +
      *    CLASE 'RESPALDO', ASI LIMPIA01 LOS PURGA SEGUN              +
      *    RETENCION.txt. NO SE PISA UN JUEGO YA TERMINADO DE LA MISMA +
      *    FECHA (UN REINTENTO DE LA CADENA NO DEBE REEMPLAZAR EL      +
      *    RESPALDO BUENO CON ARCHIVOS A MEDIO PROCESAR) SALVO QUE EL  +
      *    PARAMETRO LO PIDA                                           +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FECHA DE NEGOCIO DEL JUEGO (AAAAMMDD; 0 = HOY) Y 'S' PARA
      *    REEMPLAZAR UN JUEGO YA TERMINADO DE ESA FECHA
           SELECT FILPARM ASSIGN TO 'PARMRESPAL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    ARCHIVO SECUENCIAL A COPIAR; EL SELECT SE REUTILIZA CON EL
      *    NOMBRE DE CADA ARCHIVO DEL JUEGO
           SELECT FILORIG ASSIGN TO WS-NOM-ORIGEN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILORIG.
      *    COPIA DEL JUEGO (RSPaaaammdd.nnn)
           SELECT FILRESP ASSIGN TO WS-NOM-RESPALDO
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILRESP.
      *    MANIFIESTO DEL JUEGO (RSPaaaammdd.CTL, COPY MANIRESP)
           SELECT FILCTL ASSIGN TO WS-NOM-CTL
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILCTL.
      *    CATALOGO DE ARCHIVOS GENERADOS (VER LIMPIA01)
           SELECT FILCATAL ASSIGN TO 'CATALOGO.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILCATAL.
      *    MAESTROS INDEXADOS DEL JUEGO, LEIDOS EN ORDEN DE CLAVE
           SELECT FILCLI ASSIGN TO 'CLIMAST.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CLI-ID
              FILE STATUS IS FS-FILCLI.
           SELECT FILFEC ASSIGN TO 'FECACTVO.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FA-PAN
              FILE STATUS IS FS-FILFEC.
           SELECT FILMOV ASSIGN TO 'MOVHIST.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS MHX-KEY
              FILE STATUS IS FS-FILMOV.
           SELECT FILCTA ASSIGN TO 'CTAMAST.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS CTM-PAN
              FILE STATUS IS FS-FILCTA.
           SELECT FILARC ASSIGN TO 'estados_archivados.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS ARC-KEY
              FILE STATUS IS FS-FILARC.

       DATA DIVISION.
       FILE SECTION.
       FD  FILPARM
           RECORDING MODE IS F.
       01  REG-PARM-RESPAL.
           02 PARM-FECHA          PIC 9(08).
           02 FILLER              PIC X(01).
           02 PARM-REEMPLAZAR     PIC X(01). *> 'S' = PISAR EL JUEGO
                                             *> YA TERMINADO

       FD  FILORIG
           RECORDING MODE IS F.
       01  REG-ORIGEN             PIC X(1000).

       FD  FILRESP
           RECORDING MODE IS F.
       01  REG-RESPALDO           PIC X(1000).

       FD  FILCTL
           RECORDING MODE IS F.
           COPY MANIRESP.

      *    MISMO LAYOUT QUE REG-CATALOGO EN PROGRAM1
       FD  FILCATAL
           RECORDING MODE IS F.
       01  REG-CATALOGO.
           02 CAT-ARCHIVO         PIC X(40).
           02 FILLER              PIC X(01).
           02 CAT-PROGRAMA        PIC X(08).
           02 FILLER              PIC X(01).
           02 CAT-LOTE-ID         PIC X(11).
           02 FILLER              PIC X(01).
           02 CAT-FECHA-NEG       PIC 9(08).
           02 FILLER              PIC X(01).
           02 CAT-TIPO            PIC X(10).

       FD  FILCLI.
           COPY CLIMAST.

       FD  FILFEC.
       01  REG-FECACTVO.
           COPY CDCFDREP REPLACING LEADING ==CDC== BY ==FA==.
           02 FA-NUMPLAST         PIC 9(12).
           02 FA-NUMBEN           PIC 9(05).
           02 FA-LINEVENT         PIC X(02).

      *    MISMO LAYOUT QUE REG-MOVHIST EN PSA01
       FD  FILMOV.
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

       FD  FILCTA.
       01  REG-CTAMAST.
           COPY CTAMAST.

       FD  FILARC.
           COPY ESTARCH.

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FILORIG          PIC XX.
           05 FS-FILRESP          PIC XX.
           05 FS-FILCTL           PIC XX.
           05 FS-FILCATAL         PIC XX.
           05 FS-FILCLI           PIC XX.
           05 FS-FILFEC           PIC XX.
           05 FS-FILMOV           PIC XX.
           05 FS-FILCTA           PIC XX.
           05 FS-FILARC           PIC XX.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.

       01  WSC-COUNTERS.
           05 COUNT-ARCHIVOS      PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-AUSENTES      PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-REGISTROS     PIC 9(09) COMP VALUE ZEROS.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-FECHA-NEGOCIO       PIC 9(08) VALUE ZERO.
       01  WS-REEMPLAZAR          PIC X(01) VALUE 'N'.
       01  WS-NOM-ORIGEN          PIC X(40).
       01  WS-NOM-RESPALDO        PIC X(15).
       01  WS-NOM-CTL             PIC X(15).
       01  WS-LOTE-RESPALDO       PIC X(11).
       01  WS-SECUENCIA           PIC 9(03).
       01  WS-ORGANIZACION        PIC X(01).
       01  WS-PRESENTE            PIC X(01).
       01  WS-CANTIDAD            PIC 9(09).
       01  WS-HASH                PIC 9(15).
       01  WS-CTL-PREVIO          PIC X(01) VALUE 'N'.
       01  WS-CTL-CERRADO         PIC X(01) VALUE 'N'.

      *    TOTAL ADITIVO: DIGITOS DE LAS PRIMERAS 16 COLUMNAS, MISMA
      *    REGLA QUE VERCTL01
       01  WS-CTL-LINEA           PIC X(16).
       01  WS-CTL-DIGITO          PIC X(01).
       01  WS-CTL-DIGITO-N REDEFINES WS-CTL-DIGITO PIC 9(01).
       01  WS-CTL-SUB             PIC 9(02) COMP.
       01  WS-CTL-SUMA-LINEA      PIC 9(03) COMP.

      *    JUEGO DE ARCHIVOS CON ESTADO: NOMBRE Y ORGANIZACION (VER
      *    MRS-ORGANIZACION EN COPY MANIRESP). UN ARCHIVO NUEVO QUE
      *    PASE DE UNA NOCHE A LA OTRA SE AGREGA AQUI, AUMENTANDO EL
      *    OCCURS. LAS BITACORAS QUE SOLO CRECEN (AUDITORIA, EVENTOS,
      *    ACCESOS, CATALOGO, LIMPIEZA_LOG) NO SON PARTE DEL JUEGO: UNA
      *    RESTAURACION NO DEBE BORRAR LA CONSTANCIA DE LO OCURRIDO
       01  WS-JUEGO-DATA.
      *        MAESTROS INDEXADOS
           05 FILLER              PIC X(40) VALUE 'CLIMAST.dat'.
           05 FILLER              PIC X(01) VALUE 'C'.
           05 FILLER              PIC X(40) VALUE 'FECACTVO.dat'.
           05 FILLER              PIC X(01) VALUE 'F'.
           05 FILLER              PIC X(40) VALUE 'MOVHIST.dat'.
           05 FILLER              PIC X(01) VALUE 'M'.
           05 FILLER              PIC X(40) VALUE 'CTAMAST.dat'.
           05 FILLER              PIC X(01) VALUE 'T'.
           05 FILLER              PIC X(40)
               VALUE 'estados_archivados.dat'.
           05 FILLER              PIC X(01) VALUE 'E'.
      *        TARJETAS Y BOVEDA
           05 FILLER              PIC X(40) VALUE 'BOVEDA.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'BLOQHIST.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'BOLETIN.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'REEMISION.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'FECACTVO_HISTORIAL.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'TRANSMSEQ.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'STOCK_PLASTICOS.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'ACUSES_PENDIENTES.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'SOLBLOQ_SEGUIMIENTO.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'NOACTIV_AGING.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'MANREF_PEND.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'SUSPENSO.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'seguimiento_reemision.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
      *        CONTROL DE LA CADENA
           05 FILLER              PIC X(40) VALUE 'COLA_TRABAJO.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'RUNPLAN.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'CHECKPOINT_PSA01.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'PERIODOCERRADO.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'CONCIL_HISTORIAL.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
      *        CUENTAS DE DEPOSITO Y CLIENTES
           05 FILLER              PIC X(40)
               VALUE 'movimientos_posteados.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'cargos_tarjeta.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'saldos_diarios.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'movimientos_pendientes.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'dormancia_estados.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'sobregiro_dias.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'ordenes_permanentes.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'titulares_cuenta.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'INDICE_DOC.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'INDICE_CTA.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'climast_journal.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'mantcli_historial.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'mantcli_pendientes_aprob.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'mantcli_pantalla.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'mantcli_retenidos_cumplimiento.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'coincidencias_listas.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'casos_disputa.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'embargos_clientes.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'chequeras.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'cheques_no_pagar.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'cheques_nsf_clientes.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'plazo_fijo.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'prestamos.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'prestamos_cuotas.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'barridos_cuenta.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'alertas_preferencias.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'canales_clientes.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'uso_canales_clientes.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40) VALUE 'atm_pendientes.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'camara_secuencia.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'transferencias_pendientes.txt'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'utilizacion_hist.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'rentabilidad_historia.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
           05 FILLER              PIC X(40)
               VALUE 'riesgo_historial.dat'.
           05 FILLER              PIC X(01) VALUE 'S'.
       01  WS-JUEGO REDEFINES WS-JUEGO-DATA.
           05 WS-JGO-ENTRY OCCURS 57 TIMES.
               10 WS-JGO-ARCHIVO  PIC X(40).
               10 WS-JGO-ORG      PIC X(01).
       01  WS-CANT-JUEGO          PIC 9(03) COMP VALUE 57.
       01  WS-JGO-SUB             PIC 9(03) COMP.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  RESPALDO DE ARCHIVOS CON ESTADO      '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 1000-LEER-PARAMETRO
           PERFORM 1100-VERIFICAR-JUEGO-PREVIO
           OPEN OUTPUT FILCTL
           IF FS-FILCTL NOT = '00'
               DISPLAY 'NO SE PUDO CREAR ' WS-NOM-CTL ' FS: '
                   FS-FILCTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FILCATAL
           IF FS-FILCATAL = '35'
               OPEN OUTPUT FILCATAL
               CLOSE FILCATAL
               OPEN EXTEND FILCATAL
           END-IF
           PERFORM 2000-RESPALDAR-ARCHIVO
               VARYING WS-JGO-SUB FROM 1 BY 1
               UNTIL WS-JGO-SUB > WS-CANT-JUEGO
           PERFORM 3000-GRABAR-CIERRE
           CLOSE FILCTL
           MOVE WS-NOM-CTL TO WS-NOM-RESPALDO
           PERFORM 4000-REGISTRAR-CATALOGO
           CLOSE FILCATAL
           DISPLAY 'JUEGO DE RESPALDO      = ' WS-NOM-CTL
           DISPLAY 'ARCHIVOS RESPALDADOS   = ' COUNT-ARCHIVOS
           DISPLAY 'ARCHIVOS AUSENTES      = ' COUNT-AUSENTES
           DISPLAY 'REGISTROS COPIADOS     = ' COUNT-REGISTROS
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
                       IF PARM-FECHA IS NUMERIC
                           MOVE PARM-FECHA TO WS-FECHA-NEGOCIO
                       END-IF
                       IF PARM-REEMPLAZAR = 'S'
                           MOVE 'S' TO WS-REEMPLAZAR
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF
           IF WS-FECHA-NEGOCIO = 0
               MOVE WS-FECHA-YYYYMMDD TO WS-FECHA-NEGOCIO
           END-IF
           MOVE SPACES TO WS-LOTE-RESPALDO
           STRING 'RSP' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO WS-LOTE-RESPALDO
           MOVE SPACES TO WS-NOM-CTL
           STRING WS-LOTE-RESPALDO DELIMITED BY SIZE
               '.CTL' DELIMITED BY SIZE
               INTO WS-NOM-CTL
           DISPLAY 'FECHA DE NEGOCIO DEL JUEGO: ' WS-FECHA-NEGOCIO.

      *----------------------------------------------------------------+
       1100-VERIFICAR-JUEGO-PREVIO.
      *----------------------------------------------------------------+
      *    UN MANIFIESTO CON SU RENGLON DE CIERRE ES UN JUEGO BUENO;
      *    UNO SIN CIERRE ES UN RESPALDO INTERRUMPIDO Y SE REHACE
           OPEN INPUT FILCTL
           IF FS-FILCTL = '00'
               MOVE 'S' TO WS-CTL-PREVIO
               MOVE 'N' TO EOF-ACTUAL
               PERFORM 1110-LEER-CTL-PREVIO
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF MRS-ARCHIVO = '*FIN'
                       MOVE 'S' TO WS-CTL-CERRADO
                   END-IF
                   PERFORM 1110-LEER-CTL-PREVIO
               END-PERFORM
               CLOSE FILCTL
           END-IF
           IF WS-CTL-CERRADO = 'S'
               IF WS-REEMPLAZAR = 'S'
                   DISPLAY 'JUEGO ' WS-NOM-CTL ' YA EXISTE, SE '
                       'REEMPLAZA POR PEDIDO DEL PARAMETRO'
               ELSE
                   DISPLAY 'JUEGO ' WS-NOM-CTL ' YA TERMINADO; NO SE '
                       'PISA (PARAMETRO S PARA REEMPLAZARLO)'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-CTL-PREVIO = 'S'
                   DISPLAY 'JUEGO ' WS-NOM-CTL ' INCOMPLETO DE UNA '
                       'CORRIDA ANTERIOR, SE REHACE'
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1110-LEER-CTL-PREVIO.
      *----------------------------------------------------------------+
           READ FILCTL
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2000-RESPALDAR-ARCHIVO.
      *----------------------------------------------------------------+
           MOVE WS-JGO-ARCHIVO(WS-JGO-SUB) TO WS-NOM-ORIGEN
           MOVE WS-JGO-ORG(WS-JGO-SUB) TO WS-ORGANIZACION
           MOVE WS-JGO-SUB TO WS-SECUENCIA
           MOVE SPACES TO WS-NOM-RESPALDO
           STRING WS-LOTE-RESPALDO DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               WS-SECUENCIA DELIMITED BY SIZE
               INTO WS-NOM-RESPALDO
           MOVE 'S' TO WS-PRESENTE
           MOVE ZERO TO WS-CANTIDAD
           MOVE ZERO TO WS-HASH
           MOVE 'N' TO EOF-ACTUAL
           OPEN OUTPUT FILRESP
           IF FS-FILRESP NOT = '00'
               DISPLAY 'NO SE PUDO CREAR ' WS-NOM-RESPALDO ' FS: '
                   FS-FILRESP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE WS-ORGANIZACION
               WHEN 'C'
                   PERFORM 2200-DESCARGAR-CLIMAST
               WHEN 'F'
                   PERFORM 2300-DESCARGAR-FECACTVO
               WHEN 'M'
                   PERFORM 2400-DESCARGAR-MOVHIST
               WHEN 'T'
                   PERFORM 2500-DESCARGAR-CTAMAST
               WHEN 'E'
                   PERFORM 2600-DESCARGAR-ESTARCH
               WHEN OTHER
                   PERFORM 2100-COPIAR-SECUENCIAL
           END-EVALUATE
           CLOSE FILRESP
           IF WS-PRESENTE = 'S'
               ADD 1 TO COUNT-ARCHIVOS
           ELSE
               ADD 1 TO COUNT-AUSENTES
               DISPLAY 'AUSENTE AL RESPALDAR : ' WS-NOM-ORIGEN
           END-IF
           MOVE SPACES TO REG-MANIRESP
           MOVE WS-NOM-ORIGEN TO MRS-ARCHIVO
           MOVE WS-NOM-RESPALDO TO MRS-RESPALDO
           MOVE WS-ORGANIZACION TO MRS-ORGANIZACION
           MOVE WS-PRESENTE TO MRS-PRESENTE
           MOVE WS-CANTIDAD TO MRS-CANTIDAD
           MOVE WS-HASH TO MRS-HASH
           MOVE WS-FECHA-NEGOCIO TO MRS-FECHA-NEG
           WRITE REG-MANIRESP
           PERFORM 4000-REGISTRAR-CATALOGO.

      *----------------------------------------------------------------+
       2100-COPIAR-SECUENCIAL.
      *----------------------------------------------------------------+
           OPEN INPUT FILORIG
           IF FS-FILORIG = '35'
               MOVE 'N' TO WS-PRESENTE
           ELSE
               IF FS-FILORIG NOT = '00'
                   MOVE FS-FILORIG TO FS-FILRESP
                   PERFORM 9000-ABORTAR-LECTURA
               END-IF
               PERFORM 2110-LEER-ORIGEN
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   MOVE REG-ORIGEN TO REG-RESPALDO
                   PERFORM 2900-GRABAR-COPIA
                   PERFORM 2110-LEER-ORIGEN
               END-PERFORM
               CLOSE FILORIG
           END-IF.

      *----------------------------------------------------------------+
       2110-LEER-ORIGEN.
      *----------------------------------------------------------------+
           READ FILORIG
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2200-DESCARGAR-CLIMAST.
      *----------------------------------------------------------------+
           OPEN INPUT FILCLI
           IF FS-FILCLI = '35'
               MOVE 'N' TO WS-PRESENTE
           ELSE
               IF FS-FILCLI NOT = '00'
                   MOVE FS-FILCLI TO FS-FILRESP
                   PERFORM 9000-ABORTAR-LECTURA
               END-IF
               PERFORM 2210-LEER-CLIMAST
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   MOVE REG-CLIMAST TO REG-RESPALDO
                   PERFORM 2900-GRABAR-COPIA
                   PERFORM 2210-LEER-CLIMAST
               END-PERFORM
               CLOSE FILCLI
           END-IF.

      *----------------------------------------------------------------+
       2210-LEER-CLIMAST.
      *----------------------------------------------------------------+
           READ FILCLI
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ
           IF FS-FILCLI NOT = '00' AND FS-FILCLI NOT = '10'
               MOVE FS-FILCLI TO FS-FILRESP
               PERFORM 9000-ABORTAR-LECTURA
           END-IF.

      *----------------------------------------------------------------+
       2300-DESCARGAR-FECACTVO.
      *----------------------------------------------------------------+
           OPEN INPUT FILFEC
           IF FS-FILFEC = '35'
               MOVE 'N' TO WS-PRESENTE
           ELSE
               IF FS-FILFEC NOT = '00'
                   MOVE FS-FILFEC TO FS-FILRESP
                   PERFORM 9000-ABORTAR-LECTURA
               END-IF
               PERFORM 2310-LEER-FECACTVO
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   MOVE REG-FECACTVO TO REG-RESPALDO
                   PERFORM 2900-GRABAR-COPIA
                   PERFORM 2310-LEER-FECACTVO
               END-PERFORM
               CLOSE FILFEC
           END-IF.

      *----------------------------------------------------------------+
       2310-LEER-FECACTVO.
      *----------------------------------------------------------------+
           READ FILFEC
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ
           IF FS-FILFEC NOT = '00' AND FS-FILFEC NOT = '10'
               MOVE FS-FILFEC TO FS-FILRESP
               PERFORM 9000-ABORTAR-LECTURA
           END-IF.

      *----------------------------------------------------------------+
       2400-DESCARGAR-MOVHIST.
      *----------------------------------------------------------------+
           OPEN INPUT FILMOV
           IF FS-FILMOV = '35'
               MOVE 'N' TO WS-PRESENTE
           ELSE
               IF FS-FILMOV NOT = '00'
                   MOVE FS-FILMOV TO FS-FILRESP
                   PERFORM 9000-ABORTAR-LECTURA
               END-IF
               PERFORM 2410-LEER-MOVHIST
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   MOVE REG-MOVHIST TO REG-RESPALDO
                   PERFORM 2900-GRABAR-COPIA
                   PERFORM 2410-LEER-MOVHIST
               END-PERFORM
               CLOSE FILMOV
           END-IF.

      *----------------------------------------------------------------+
       2410-LEER-MOVHIST.
      *----------------------------------------------------------------+
           READ FILMOV
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ
           IF FS-FILMOV NOT = '00' AND FS-FILMOV NOT = '10'
               MOVE FS-FILMOV TO FS-FILRESP
               PERFORM 9000-ABORTAR-LECTURA
           END-IF.

      *----------------------------------------------------------------+
       2500-DESCARGAR-CTAMAST.
      *----------------------------------------------------------------+
           OPEN INPUT FILCTA
           IF FS-FILCTA = '35'
               MOVE 'N' TO WS-PRESENTE
           ELSE
               IF FS-FILCTA NOT = '00'
                   MOVE FS-FILCTA TO FS-FILRESP
                   PERFORM 9000-ABORTAR-LECTURA
               END-IF
               PERFORM 2510-LEER-CTAMAST
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   MOVE REG-CTAMAST TO REG-RESPALDO
                   PERFORM 2900-GRABAR-COPIA
                   PERFORM 2510-LEER-CTAMAST
               END-PERFORM
               CLOSE FILCTA
           END-IF.

      *----------------------------------------------------------------+
       2510-LEER-CTAMAST.
      *----------------------------------------------------------------+
           READ FILCTA
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ
           IF FS-FILCTA NOT = '00' AND FS-FILCTA NOT = '10'
               MOVE FS-FILCTA TO FS-FILRESP
               PERFORM 9000-ABORTAR-LECTURA
           END-IF.

      *----------------------------------------------------------------+
       2600-DESCARGAR-ESTARCH.
      *----------------------------------------------------------------+
           OPEN INPUT FILARC
           IF FS-FILARC = '35'
               MOVE 'N' TO WS-PRESENTE
           ELSE
               IF FS-FILARC NOT = '00'
                   MOVE FS-FILARC TO FS-FILRESP
                   PERFORM 9000-ABORTAR-LECTURA
               END-IF
               PERFORM 2610-LEER-ESTARCH
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   MOVE REG-ESTADO-ARCHIVO TO REG-RESPALDO
                   PERFORM 2900-GRABAR-COPIA
                   PERFORM 2610-LEER-ESTARCH
               END-PERFORM
               CLOSE FILARC
           END-IF.

      *----------------------------------------------------------------+
       2610-LEER-ESTARCH.
      *----------------------------------------------------------------+
           READ FILARC
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ
           IF FS-FILARC NOT = '00' AND FS-FILARC NOT = '10'
               MOVE FS-FILARC TO FS-FILRESP
               PERFORM 9000-ABORTAR-LECTURA
           END-IF.

      *----------------------------------------------------------------+
       2900-GRABAR-COPIA.
      *----------------------------------------------------------------+
           WRITE REG-RESPALDO
           IF FS-FILRESP NOT = '00'
               DISPLAY 'ERROR AL GRABAR ' WS-NOM-RESPALDO ' FS: '
                   FS-FILRESP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANTIDAD
           ADD 1 TO COUNT-REGISTROS
           MOVE REG-RESPALDO(1:16) TO WS-CTL-LINEA
           MOVE ZERO TO WS-CTL-SUMA-LINEA
           PERFORM VARYING WS-CTL-SUB FROM 1 BY 1
               UNTIL WS-CTL-SUB > 16
               MOVE WS-CTL-LINEA(WS-CTL-SUB:1) TO WS-CTL-DIGITO
               IF WS-CTL-DIGITO IS NUMERIC
                   ADD WS-CTL-DIGITO-N TO WS-CTL-SUMA-LINEA
               END-IF
           END-PERFORM
           ADD WS-CTL-SUMA-LINEA TO WS-HASH.

      *----------------------------------------------------------------+
       3000-GRABAR-CIERRE.
      *----------------------------------------------------------------+
      *    EL CIERRE VA ULTIMO: SI LA CORRIDA SE CAE ANTES, EL JUEGO
      *    QUEDA SIN CIERRE Y RESTAU01 NO LO ACEPTA
           MOVE SPACES TO REG-MANIRESP
           MOVE '*FIN' TO MRS-ARCHIVO
           MOVE WS-NOM-CTL TO MRS-RESPALDO
           MOVE SPACE TO MRS-ORGANIZACION
           MOVE SPACE TO MRS-PRESENTE
           MOVE WS-CANT-JUEGO TO MRS-CANTIDAD
           MOVE COUNT-REGISTROS TO MRS-HASH
           MOVE WS-FECHA-NEGOCIO TO MRS-FECHA-NEG
           WRITE REG-MANIRESP.

      *----------------------------------------------------------------+
       4000-REGISTRAR-CATALOGO.
      *----------------------------------------------------------------+
      *    CADA COPIA (Y EL MANIFIESTO) QUEDA EN CATALOGO.txt CON LA
      *    FECHA DE NEGOCIO DEL JUEGO; SIN CLASE 'RESPALDO' EN
      *    RETENCION.txt LOS JUEGOS SE CONSERVAN INDEFINIDAMENTE
           IF FS-FILCATAL = '00'
               MOVE SPACES TO REG-CATALOGO
               MOVE WS-NOM-RESPALDO TO CAT-ARCHIVO
               MOVE 'RESPAL01' TO CAT-PROGRAMA
               MOVE WS-LOTE-RESPALDO TO CAT-LOTE-ID
               MOVE WS-FECHA-NEGOCIO TO CAT-FECHA-NEG
               MOVE 'RESPALDO' TO CAT-TIPO
               WRITE REG-CATALOGO
           END-IF.

      *----------------------------------------------------------------+
       9000-ABORTAR-LECTURA.
      *----------------------------------------------------------------+
      *    UN ARCHIVO QUE NO SE PUEDE LEER ENTERO DEJA EL JUEGO SIN
      *    CIERRE: MEJOR NINGUN RESPALDO QUE UNO INCOMPLETO
           DISPLAY 'ERROR AL LEER ' WS-NOM-ORIGEN ' FS: ' FS-FILRESP
           DISPLAY 'RESPALDO ' WS-NOM-CTL ' INTERRUMPIDO, SIN CIERRE'
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM RESPAL01.
