       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RESTAU01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    RESTAURACION DEL JUEGO DE ARCHIVOS CON ESTADO A UNA FECHA   +
      *    DE NEGOCIO, A PARTIR DEL RESPALDO QUE DEJO RESPAL01 ANTES   +
      *    DE LA CADENA (RSPaaaammdd.CTL Y SUS COPIAS, COPY MANIRESP). +
      *    PRIMERO VERIFICA EL JUEGO ENTERO: EL MANIFIESTO DEBE TENER  +
      *    SU RENGLON DE CIERRE Y CADA COPIA DEBE DAR LA CANTIDAD DE   +
      *    REGISTROS Y EL TOTAL ADITIVO DEL MANIFIESTO; CON UNA SOLA   +
      *    DIFERENCIA NO SE TOCA NINGUN ARCHIVO (RC 16). RECIEN        +
      *    ENTONCES DEVUELVE CADA ARCHIVO: LOS SECUENCIALES SE COPIAN, +
      *    LOS INDEXADOS SE RECARGAN CON SU PROPIO FD Y LOS QUE NO     +
      *    EXISTIAN AL RESPALDAR SE BORRAN. SE CORRE CON LA CADENA     +
      *    DETENIDA; REQUIERE LA FUNCION RESTAURA VIGENTE EN           +
      *    OPERADORES.txt Y DEJA CADA ARCHIVO TOCADO EN                +
      *    RESTAURA_LOG.txt                                            +
      *    UN JUEGO NO SE RESTAURA SI BORRAD01 BORRO DATOS DE UN       +
      *    CLIENTE (BORRADO_LOG.txt) EN LA FECHA DE NEGOCIO DEL JUEGO  +
      *    (MRS-FECHA-NEG) O DESPUES: DEVOLVERLO TRAERIA DE VUELTA LOS +
      *    DATOS BORRADOS. LA CORRIDA SE RECHAZA (RC 16) ANTES DE TOCAR+
      *    NINGUN ARCHIVO Y EL RECHAZO QUEDA EN RESTAURA_LOG.txt; SE   +
      *    ELIGE OTRO JUEGO O SE RECONSTRUYE EL ESTADO SIN RESTAURAR   +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FECHA DE NEGOCIO DEL JUEGO A RESTAURAR (AAAAMMDD); NO HAY
      *    VALOR POR OMISION, LA FECHA SE ELIGE A CONCIENCIA
           SELECT FILPARM ASSIGN TO 'PARMRESTAU.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    MANIFIESTO DEL JUEGO (RSPaaaammdd.CTL, COPY MANIRESP)
           SELECT FILCTL ASSIGN TO WS-NOM-CTL
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILCTL.
      *    COPIA DEL JUEGO (RSPaaaammdd.nnn)
           SELECT FILRESP ASSIGN TO WS-NOM-RESPALDO
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILRESP.
      *    ARCHIVO SECUENCIAL A DEVOLVER; EL SELECT SE REUTILIZA CON EL
      *    NOMBRE ORIGINAL DE CADA ARCHIVO DEL JUEGO
           SELECT FILORIG ASSIGN TO WS-NOM-ORIGEN
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILORIG.
      *    BITACORA DE LAS RESTAURACIONES; CRECE ENTRE CORRIDAS
           SELECT FILLOG ASSIGN TO 'RESTAURA_LOG.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILLOG.
      *    BITACORA DE BORRAD01; UN BORRADO POSTERIOR AL JUEGO IMPIDE
      *    LA RESTAURACION
           SELECT FILBORR ASSIGN TO 'BORRADO_LOG.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILBORR.
      *    MAESTROS INDEXADOS DEL JUEGO, RECARGADOS EN ORDEN DE CLAVE
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

      *    TABLA DE OPERADORES Y FUNCIONES AUTORIZADAS (COPY OPERADOR)
      *    Y BITACORA COMUN DE ACCESOS (COPY ACCLOG); LA CORRIDA SE
      *    NIEGA SI EL USUARIO NO TIENE LA FUNCION RESTAURA VIGENTE
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
       01  REG-PARM-RESTAU.
           02 PARM-FECHA          PIC 9(08).

       FD  FILCTL
           RECORDING MODE IS F.
           COPY MANIRESP.

       FD  FILRESP
           RECORDING MODE IS F.
       01  REG-RESPALDO           PIC X(1000).

       FD  FILORIG
           RECORDING MODE IS F.
       01  REG-ORIGEN             PIC X(1000).

       FD  FILLOG
           RECORDING MODE IS F.
       01  REG-RESTAURA.
           02 RTA-FECHA           PIC 9(08).
           02 FILLER              PIC X(01).
           02 RTA-HORA            PIC 9(06).
           02 FILLER              PIC X(01).
           02 RTA-USUARIO         PIC X(08).
           02 FILLER              PIC X(01).
           02 RTA-FECHA-JUEGO     PIC 9(08).
           02 FILLER              PIC X(01).
           02 RTA-ARCHIVO         PIC X(40).
           02 FILLER              PIC X(01).
           02 RTA-RESPALDO        PIC X(15).
           02 FILLER              PIC X(01).
           02 RTA-ACCION          PIC X(10). *> RESTAURADO / BORRADO /
                                             *> AUSENTE / ERROR /
                                             *> RECHAZADA
           02 FILLER              PIC X(01).
           02 RTA-CANTIDAD        PIC 9(09).

      *    MISMO LAYOUT QUE REG-BORRADO EN BORRAD01
       FD  FILBORR
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
           02 BLG-CLAVE           PIC X(22).
           02 FILLER              PIC X(01).
           02 BLG-ACCION          PIC X(10).
           02 FILLER              PIC X(01).
           02 BLG-CAMPO           PIC X(12).

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

       FD  FOPERADORES
           RECORDING MODE IS F.
           COPY OPERADOR.

       FD  FACCESOS
           RECORDING MODE IS F.
           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FILCTL           PIC XX.
           05 FS-FILRESP          PIC XX.
           05 FS-FILORIG          PIC XX.
           05 FS-FILLOG           PIC XX.
           05 FS-FILBORR          PIC XX.
           05 FS-FILCLI           PIC XX.
           05 FS-FILFEC           PIC XX.
           05 FS-FILMOV           PIC XX.
           05 FS-FILCTA           PIC XX.
           05 FS-FILARC           PIC XX.
           05 FS-FALLA            PIC XX.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.

       01  WSC-COUNTERS.
           05 COUNT-RESTAURADOS   PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-BORRADOS      PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-DIFERENCIAS   PIC 9(05) COMP VALUE ZEROS.
           05 COUNT-REGISTROS     PIC 9(09) COMP VALUE ZEROS.
           05 COUNT-BORRADOS-POST PIC 9(09) COMP VALUE ZEROS.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-HORA-SISTEMA        PIC 9(08).
       01  WS-FECHA-JUEGO         PIC 9(08) VALUE ZERO.
       01  WS-NOM-CTL             PIC X(15).
       01  WS-NOM-RESPALDO        PIC X(15).
       01  WS-NOM-ORIGEN          PIC X(40).
       01  WS-CANTIDAD            PIC 9(09).
       01  WS-HASH                PIC 9(15).
       01  WS-ACCION              PIC X(10).
       01  WS-CIERRE-OK           PIC X(01) VALUE 'N'.
       01  WS-CIERRE-CANTIDAD     PIC 9(09) VALUE ZERO.
       01  WS-FECHA-NEG-JUEGO     PIC 9(08) VALUE ZERO.
       01  WS-ULT-BORRADO         PIC 9(08) VALUE ZERO.

      *    TOTAL ADITIVO: DIGITOS DE LAS PRIMERAS 16 COLUMNAS, MISMA
      *    REGLA QUE VERCTL01 Y RESPAL01
       01  WS-CTL-LINEA           PIC X(16).
       01  WS-CTL-DIGITO          PIC X(01).
       01  WS-CTL-DIGITO-N REDEFINES WS-CTL-DIGITO PIC 9(01).
       01  WS-CTL-SUB             PIC 9(02) COMP.
       01  WS-CTL-SUMA-LINEA      PIC 9(03) COMP.

      *    RENGLONES DEL MANIFIESTO, EN EL ORDEN DEL JUEGO
       01  WS-CANT-MAN            PIC 9(03) COMP VALUE ZERO.
       01  WS-TABLA-MANIFIESTO.
           05 WS-MAN-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-CANT-MAN
               INDEXED BY WS-MAN-IDX.
               10 WS-MAN-ARCHIVO  PIC X(40).
               10 WS-MAN-RESPALDO PIC X(15).
               10 WS-MAN-ORG      PIC X(01).
               10 WS-MAN-PRESENTE PIC X(01).
               10 WS-MAN-CANTIDAD PIC 9(09).
               10 WS-MAN-HASH     PIC 9(15).

           COPY AUTORWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  RESTAURACION DE ARCHIVOS CON ESTADO  '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           PERFORM 0500-VERIFICAR-AUTORIZACION
           PERFORM 1000-LEER-PARAMETRO
           PERFORM 1100-CARGAR-MANIFIESTO
           PERFORM 1200-VERIFICAR-BORRADOS
           PERFORM 2000-VERIFICAR-COPIA
               VARYING WS-MAN-IDX FROM 1 BY 1
               UNTIL WS-MAN-IDX > WS-CANT-MAN
           IF COUNT-DIFERENCIAS > 0
               DISPLAY 'JUEGO ' WS-NOM-CTL ' NO CONFORME: '
                   COUNT-DIFERENCIAS ' DIFERENCIAS; NO SE RESTAURA '
                   'NINGUN ARCHIVO'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY 'JUEGO ' WS-NOM-CTL ' CONFORME, SE RESTAURA'
           PERFORM 3000-RESTAURAR-ARCHIVO
               VARYING WS-MAN-IDX FROM 1 BY 1
               UNTIL WS-MAN-IDX > WS-CANT-MAN
           DISPLAY 'FECHA RESTAURADA       = ' WS-FECHA-JUEGO
           DISPLAY 'ARCHIVOS RESTAURADOS   = ' COUNT-RESTAURADOS
           DISPLAY 'ARCHIVOS BORRADOS      = ' COUNT-BORRADOS
           DISPLAY 'REGISTROS DEVUELTOS    = ' COUNT-REGISTROS
           STOP RUN.

      *----------------------------------------------------------------+
       0500-VERIFICAR-AUTORIZACION.
      *----------------------------------------------------------------+
      *    EL USUARIO ES EL DE LA SESION QUE LANZA LA CORRIDA; EL
      *    INTENTO QUEDA EN ACCESOS.txt SE CONCEDA O NO
           ACCEPT WS-AUT-USUARIO FROM ENVIRONMENT 'USER'
           ACCEPT WS-AUT-FECHA FROM DATE YYYYMMDD
           MOVE 'RESTAURA' TO WS-AUT-FUNCION
           MOVE 'RESTAU01' TO WS-AUT-PROGRAMA
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
           END-IF.

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
           OPEN INPUT FILPARM
           IF FS-FILPARM = '00'
               READ FILPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA IS NUMERIC
                           MOVE PARM-FECHA TO WS-FECHA-JUEGO
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF
           IF WS-FECHA-JUEGO = 0
               DISPLAY 'PARMRESTAU.txt SIN FECHA DEL JUEGO A RESTAURAR'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-NOM-CTL
           STRING 'RSP' DELIMITED BY SIZE
               WS-FECHA-JUEGO DELIMITED BY SIZE
               '.CTL' DELIMITED BY SIZE
               INTO WS-NOM-CTL
           DISPLAY 'JUEGO A RESTAURAR: ' WS-NOM-CTL.

      *----------------------------------------------------------------+
       1100-CARGAR-MANIFIESTO.
      *----------------------------------------------------------------+
           OPEN INPUT FILCTL
           IF FS-FILCTL NOT = '00'
               DISPLAY 'MANIFIESTO ' WS-NOM-CTL ' NO DISPONIBLE FS: '
                   FS-FILCTL
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO EOF-ACTUAL
           PERFORM 1110-LEER-MANIFIESTO
           PERFORM UNTIL EOF-ACTUAL = 'S'
               IF MRS-FECHA-NEG IS NUMERIC AND
                  MRS-FECHA-NEG > WS-FECHA-NEG-JUEGO
                   MOVE MRS-FECHA-NEG TO WS-FECHA-NEG-JUEGO
               END-IF
               IF MRS-ARCHIVO = '*FIN'
                   MOVE 'S' TO WS-CIERRE-OK
                   MOVE MRS-CANTIDAD TO WS-CIERRE-CANTIDAD
               ELSE
                   IF WS-CANT-MAN >= 200
                       DISPLAY 'MANIFIESTO EXCEDE LA TABLA (200)'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-MAN
                   SET WS-MAN-IDX TO WS-CANT-MAN
                   MOVE MRS-ARCHIVO TO WS-MAN-ARCHIVO(WS-MAN-IDX)
                   MOVE MRS-RESPALDO TO WS-MAN-RESPALDO(WS-MAN-IDX)
                   MOVE MRS-ORGANIZACION TO WS-MAN-ORG(WS-MAN-IDX)
                   MOVE MRS-PRESENTE TO WS-MAN-PRESENTE(WS-MAN-IDX)
                   MOVE MRS-CANTIDAD TO WS-MAN-CANTIDAD(WS-MAN-IDX)
                   MOVE MRS-HASH TO WS-MAN-HASH(WS-MAN-IDX)
               END-IF
               PERFORM 1110-LEER-MANIFIESTO
           END-PERFORM
           CLOSE FILCTL
      *    SIN CIERRE, O CON UNA CANTIDAD DE ARCHIVOS DISTINTA, EL
      *    RESPALDO NO TERMINO O EL MANIFIESTO FUE TOCADO
           IF WS-CIERRE-OK NOT = 'S'
               DISPLAY 'MANIFIESTO ' WS-NOM-CTL ' SIN RENGLON DE '
                   'CIERRE: RESPALDO INCOMPLETO, NO SE RESTAURA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CIERRE-CANTIDAD NOT = WS-CANT-MAN
               DISPLAY 'MANIFIESTO ' WS-NOM-CTL ' ANUNCIA '
                   WS-CIERRE-CANTIDAD ' ARCHIVOS Y TRAE ' WS-CANT-MAN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FECHA-NEG-JUEGO = 0
               MOVE WS-FECHA-JUEGO TO WS-FECHA-NEG-JUEGO
           END-IF.

      *----------------------------------------------------------------+
       1110-LEER-MANIFIESTO.
      *----------------------------------------------------------------+
           READ FILCTL
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1200-VERIFICAR-BORRADOS.
      *----------------------------------------------------------------+
      *    CUENTA LOS RENGLONES DE BORRADO EFECTIVO (NO LOS RECHAZADOS)
      *    FECHADOS EN LA FECHA DE NEGOCIO DEL JUEGO O DESPUES; EL MISMO
      *    DIA CUENTA PORQUE EL RESPALDO PUDO TOMARSE ANTES DEL BORRADO.
      *    SIN BITACORA NO HUBO BORRADOS
           MOVE 'N' TO EOF-ACTUAL
           OPEN INPUT FILBORR
           IF FS-FILBORR NOT = '00' AND FS-FILBORR NOT = '35'
               DISPLAY 'BORRADO_LOG.txt NO DISPONIBLE FS: ' FS-FILBORR
               DISPLAY 'NO SE PUEDE DESCARTAR UN BORRADO POSTERIOR; '
                   'NO SE RESTAURA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF FS-FILBORR = '00'
               PERFORM 1210-LEER-BORRADO
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   PERFORM 1220-EVALUAR-BORRADO
                   PERFORM 1210-LEER-BORRADO
               END-PERFORM
               CLOSE FILBORR
           END-IF
           IF COUNT-BORRADOS-POST > 0
               DISPLAY 'JUEGO ' WS-NOM-CTL ' DE FECHA '
                   WS-FECHA-NEG-JUEGO ' ES ANTERIOR A '
                   COUNT-BORRADOS-POST ' RENGLONES DE BORRAD01 (ULTIMO '
                   WS-ULT-BORRADO ')'
               DISPLAY 'RESTAURARLO DEVOLVERIA DATOS BORRADOS; NO SE '
                   'RESTAURA NINGUN ARCHIVO'
               MOVE 'BORRADO_LOG.txt' TO WS-NOM-ORIGEN
               MOVE WS-NOM-CTL TO WS-NOM-RESPALDO
               MOVE 'RECHAZADA' TO WS-ACCION
               MOVE COUNT-BORRADOS-POST TO WS-CANTIDAD
               PERFORM 3800-GRABAR-BITACORA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------+
       1210-LEER-BORRADO.
      *----------------------------------------------------------------+
           READ FILBORR
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1220-EVALUAR-BORRADO.
      *----------------------------------------------------------------+
           IF BLG-FECHA IS NUMERIC AND
              BLG-FECHA NOT < WS-FECHA-NEG-JUEGO AND
              BLG-ACCION NOT = 'RECHAZADA'
               ADD 1 TO COUNT-BORRADOS-POST
               IF BLG-FECHA > WS-ULT-BORRADO
                   MOVE BLG-FECHA TO WS-ULT-BORRADO
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2000-VERIFICAR-COPIA.
      *----------------------------------------------------------------+
      *    LA COPIA DE UN ARCHIVO AUSENTE AL RESPALDAR QUEDA VACIA;
      *    LA DE UNO PRESENTE DEBE EXISTIR Y CUADRAR CON EL MANIFIESTO
           MOVE WS-MAN-RESPALDO(WS-MAN-IDX) TO WS-NOM-RESPALDO
           MOVE ZERO TO WS-CANTIDAD
           MOVE ZERO TO WS-HASH
           MOVE 'N' TO EOF-ACTUAL
           OPEN INPUT FILRESP
           IF FS-FILRESP = '00'
               PERFORM 2100-LEER-COPIA
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   PERFORM 2200-ACUMULAR-RENGLON
                   PERFORM 2100-LEER-COPIA
               END-PERFORM
               CLOSE FILRESP
           ELSE
               IF WS-MAN-PRESENTE(WS-MAN-IDX) = 'S'
                   DISPLAY 'COPIA ' WS-NOM-RESPALDO ' DE '
                       WS-MAN-ARCHIVO(WS-MAN-IDX) ' NO DISPONIBLE FS: '
                       FS-FILRESP
                   ADD 1 TO COUNT-DIFERENCIAS
               END-IF
           END-IF
           IF WS-CANTIDAD NOT = WS-MAN-CANTIDAD(WS-MAN-IDX) OR
              WS-HASH NOT = WS-MAN-HASH(WS-MAN-IDX)
               DISPLAY 'COPIA ' WS-NOM-RESPALDO ' DE '
                   WS-MAN-ARCHIVO(WS-MAN-IDX) ' NO CUADRA'
               DISPLAY '   MANIFIESTO: CANTIDAD '
                   WS-MAN-CANTIDAD(WS-MAN-IDX) ' HASH '
                   WS-MAN-HASH(WS-MAN-IDX)
               DISPLAY '   COPIA     : CANTIDAD ' WS-CANTIDAD
                   ' HASH ' WS-HASH
               ADD 1 TO COUNT-DIFERENCIAS
           END-IF.

      *----------------------------------------------------------------+
       2100-LEER-COPIA.
      *----------------------------------------------------------------+
           READ FILRESP
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2200-ACUMULAR-RENGLON.
      *----------------------------------------------------------------+
           ADD 1 TO WS-CANTIDAD
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
       3000-RESTAURAR-ARCHIVO.
      *----------------------------------------------------------------+
           MOVE WS-MAN-ARCHIVO(WS-MAN-IDX) TO WS-NOM-ORIGEN
           MOVE WS-MAN-RESPALDO(WS-MAN-IDX) TO WS-NOM-RESPALDO
           MOVE ZERO TO WS-CANTIDAD
           IF WS-MAN-PRESENTE(WS-MAN-IDX) NOT = 'S'
               PERFORM 3700-BORRAR-AUSENTE
           ELSE
               MOVE 'N' TO EOF-ACTUAL
               OPEN INPUT FILRESP
               IF FS-FILRESP NOT = '00'
                   MOVE FS-FILRESP TO FS-FALLA
                   PERFORM 9000-ABORTAR-RESTAURACION
               END-IF
               EVALUATE WS-MAN-ORG(WS-MAN-IDX)
                   WHEN 'C'
                       PERFORM 3200-RECARGAR-CLIMAST
                   WHEN 'F'
                       PERFORM 3300-RECARGAR-FECACTVO
                   WHEN 'M'
                       PERFORM 3400-RECARGAR-MOVHIST
                   WHEN 'T'
                       PERFORM 3500-RECARGAR-CTAMAST
                   WHEN 'E'
                       PERFORM 3600-RECARGAR-ESTARCH
                   WHEN OTHER
                       PERFORM 3100-COPIAR-SECUENCIAL
               END-EVALUATE
               CLOSE FILRESP
               MOVE 'RESTAURADO' TO WS-ACCION
               ADD 1 TO COUNT-RESTAURADOS
               ADD WS-CANTIDAD TO COUNT-REGISTROS
           END-IF
           PERFORM 3800-GRABAR-BITACORA.

      *----------------------------------------------------------------+
       3100-COPIAR-SECUENCIAL.
      *----------------------------------------------------------------+
           OPEN OUTPUT FILORIG
           IF FS-FILORIG NOT = '00'
               MOVE FS-FILORIG TO FS-FALLA
               PERFORM 9000-ABORTAR-RESTAURACION
           END-IF
           PERFORM 2100-LEER-COPIA
           PERFORM UNTIL EOF-ACTUAL = 'S'
               MOVE REG-RESPALDO TO REG-ORIGEN
               WRITE REG-ORIGEN
               IF FS-FILORIG NOT = '00'
                   MOVE FS-FILORIG TO FS-FALLA
                   PERFORM 9000-ABORTAR-RESTAURACION
               END-IF
               ADD 1 TO WS-CANTIDAD
               PERFORM 2100-LEER-COPIA
           END-PERFORM
           CLOSE FILORIG.

      *----------------------------------------------------------------+
       3200-RECARGAR-CLIMAST.
      *----------------------------------------------------------------+
           OPEN OUTPUT FILCLI
           IF FS-FILCLI NOT = '00'
               MOVE FS-FILCLI TO FS-FALLA
               PERFORM 9000-ABORTAR-RESTAURACION
           END-IF
           PERFORM 2100-LEER-COPIA
           PERFORM UNTIL EOF-ACTUAL = 'S'
               MOVE REG-RESPALDO TO REG-CLIMAST
               WRITE REG-CLIMAST
               IF FS-FILCLI NOT = '00'
                   MOVE FS-FILCLI TO FS-FALLA
                   PERFORM 9000-ABORTAR-RESTAURACION
               END-IF
               ADD 1 TO WS-CANTIDAD
               PERFORM 2100-LEER-COPIA
           END-PERFORM
           CLOSE FILCLI.

      *----------------------------------------------------------------+
       3300-RECARGAR-FECACTVO.
      *----------------------------------------------------------------+
           OPEN OUTPUT FILFEC
           IF FS-FILFEC NOT = '00'
               MOVE FS-FILFEC TO FS-FALLA
               PERFORM 9000-ABORTAR-RESTAURACION
           END-IF
           PERFORM 2100-LEER-COPIA
           PERFORM UNTIL EOF-ACTUAL = 'S'
               MOVE REG-RESPALDO TO REG-FECACTVO
               WRITE REG-FECACTVO
               IF FS-FILFEC NOT = '00'
                   MOVE FS-FILFEC TO FS-FALLA
                   PERFORM 9000-ABORTAR-RESTAURACION
               END-IF
               ADD 1 TO WS-CANTIDAD
               PERFORM 2100-LEER-COPIA
           END-PERFORM
           CLOSE FILFEC.

      *----------------------------------------------------------------+
       3400-RECARGAR-MOVHIST.
      *----------------------------------------------------------------+
           OPEN OUTPUT FILMOV
           IF FS-FILMOV NOT = '00'
               MOVE FS-FILMOV TO FS-FALLA
               PERFORM 9000-ABORTAR-RESTAURACION
           END-IF
           PERFORM 2100-LEER-COPIA
           PERFORM UNTIL EOF-ACTUAL = 'S'
               MOVE REG-RESPALDO TO REG-MOVHIST
               WRITE REG-MOVHIST
               IF FS-FILMOV NOT = '00'
                   MOVE FS-FILMOV TO FS-FALLA
                   PERFORM 9000-ABORTAR-RESTAURACION
               END-IF
               ADD 1 TO WS-CANTIDAD
               PERFORM 2100-LEER-COPIA
           END-PERFORM
           CLOSE FILMOV.

      *----------------------------------------------------------------+
       3500-RECARGAR-CTAMAST.
      *----------------------------------------------------------------+
           OPEN OUTPUT FILCTA
           IF FS-FILCTA NOT = '00'
               MOVE FS-FILCTA TO FS-FALLA
               PERFORM 9000-ABORTAR-RESTAURACION
           END-IF
           PERFORM 2100-LEER-COPIA
           PERFORM UNTIL EOF-ACTUAL = 'S'
               MOVE REG-RESPALDO TO REG-CTAMAST
               WRITE REG-CTAMAST
               IF FS-FILCTA NOT = '00'
                   MOVE FS-FILCTA TO FS-FALLA
                   PERFORM 9000-ABORTAR-RESTAURACION
               END-IF
               ADD 1 TO WS-CANTIDAD
               PERFORM 2100-LEER-COPIA
           END-PERFORM
           CLOSE FILCTA.

      *----------------------------------------------------------------+
       3600-RECARGAR-ESTARCH.
      *----------------------------------------------------------------+
           OPEN OUTPUT FILARC
           IF FS-FILARC NOT = '00'
               MOVE FS-FILARC TO FS-FALLA
               PERFORM 9000-ABORTAR-RESTAURACION
           END-IF
           PERFORM 2100-LEER-COPIA
           PERFORM UNTIL EOF-ACTUAL = 'S'
               MOVE REG-RESPALDO TO REG-ESTADO-ARCHIVO
               WRITE REG-ESTADO-ARCHIVO
               IF FS-FILARC NOT = '00'
                   MOVE FS-FILARC TO FS-FALLA
                   PERFORM 9000-ABORTAR-RESTAURACION
               END-IF
               ADD 1 TO WS-CANTIDAD
               PERFORM 2100-LEER-COPIA
           END-PERFORM
           CLOSE FILARC.

      *----------------------------------------------------------------+
       3700-BORRAR-AUSENTE.
      *----------------------------------------------------------------+
      *    UN ARCHIVO QUE NO EXISTIA A LA FECHA DEL JUEGO SE BORRA,
      *    PARA QUE NINGUN PROGRAMA ARRANQUE CON ESTADO POSTERIOR
           MOVE 'AUSENTE' TO WS-ACCION
           EVALUATE WS-MAN-ORG(WS-MAN-IDX)
               WHEN 'C'
                   OPEN INPUT FILCLI
                   IF FS-FILCLI = '00'
                       CLOSE FILCLI
                       DELETE FILE FILCLI
                       MOVE 'BORRADO' TO WS-ACCION
                   END-IF
               WHEN 'F'
                   OPEN INPUT FILFEC
                   IF FS-FILFEC = '00'
                       CLOSE FILFEC
                       DELETE FILE FILFEC
                       MOVE 'BORRADO' TO WS-ACCION
                   END-IF
               WHEN 'M'
                   OPEN INPUT FILMOV
                   IF FS-FILMOV = '00'
                       CLOSE FILMOV
                       DELETE FILE FILMOV
                       MOVE 'BORRADO' TO WS-ACCION
                   END-IF
               WHEN 'T'
                   OPEN INPUT FILCTA
                   IF FS-FILCTA = '00'
                       CLOSE FILCTA
                       DELETE FILE FILCTA
                       MOVE 'BORRADO' TO WS-ACCION
                   END-IF
               WHEN 'E'
                   OPEN INPUT FILARC
                   IF FS-FILARC = '00'
                       CLOSE FILARC
                       DELETE FILE FILARC
                       MOVE 'BORRADO' TO WS-ACCION
                   END-IF
               WHEN OTHER
                   OPEN INPUT FILORIG
                   IF FS-FILORIG = '00'
                       CLOSE FILORIG
                       DELETE FILE FILORIG
                       MOVE 'BORRADO' TO WS-ACCION
                   END-IF
           END-EVALUATE
           IF WS-ACCION = 'BORRADO'
               ADD 1 TO COUNT-BORRADOS
           END-IF.

      *----------------------------------------------------------------+
       3800-GRABAR-BITACORA.
      *----------------------------------------------------------------+
           OPEN EXTEND FILLOG
           IF FS-FILLOG = '35'
               OPEN OUTPUT FILLOG
               CLOSE FILLOG
               OPEN EXTEND FILLOG
           END-IF
           MOVE SPACES TO REG-RESTAURA
           MOVE WS-FECHA-YYYYMMDD TO RTA-FECHA
           MOVE WS-HORA-SISTEMA(1:6) TO RTA-HORA
           MOVE WS-AUT-USUARIO TO RTA-USUARIO
           MOVE WS-FECHA-JUEGO TO RTA-FECHA-JUEGO
           MOVE WS-NOM-ORIGEN TO RTA-ARCHIVO
           MOVE WS-NOM-RESPALDO TO RTA-RESPALDO
           MOVE WS-ACCION TO RTA-ACCION
           MOVE WS-CANTIDAD TO RTA-CANTIDAD
           WRITE REG-RESTAURA
           CLOSE FILLOG.

      *----------------------------------------------------------------+
       9000-ABORTAR-RESTAURACION.
      *----------------------------------------------------------------+
      *    EL JUEGO YA SE VERIFICO ENTERO; UN ERROR AQUI ES DE DISCO O
      *    DE PERMISOS Y DEJA EL JUEGO A MEDIO DEVOLVER: SE CORRIGE LA
      *    CAUSA Y SE REEJECUTA LA RESTAURACION COMPLETA
           DISPLAY 'ERROR AL RESTAURAR ' WS-NOM-ORIGEN ' DESDE '
               WS-NOM-RESPALDO ' FS: ' FS-FALLA
           DISPLAY 'RESTAURACION INCOMPLETA; REEJECUTE RESTAU01'
           MOVE 'ERROR' TO WS-ACCION
           PERFORM 3800-GRABAR-BITACORA
           MOVE 16 TO RETURN-CODE
           STOP RUN.
       END PROGRAM RESTAU01.
