       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SEGREM01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    SEGUIMIENTO DE REEMISIONES DESDE LA ORDEN HASTA LA          +
      *    ACTIVACION: UN RENGLON POR ORDEN EN seguimiento_reemision   +
      *    .txt CON LA FECHA DE CADA HITO -- ORDENADA (ordenes_        +
      *    reemision.txt DE REEMIT01), PRODUCIDA (reemision_           +
      *    confirmadas.txt), ENTREGADA (CDC-FEC-ACUSE-TAR DE LA        +
      *    TARJETA NUEVA EN FECACTVO) Y ACTIVADA (CDC-FEC-ALT-TAR DE   +
      *    LA TARJETA NUEVA). SE ACTUALIZA EN CADA CORRIDA Y EL        +
      *    REPORTE MUESTRA LAS ORDENES DETENIDAS EN UNA ETAPA MAS      +
      *    DIAS QUE EL UMBRAL DE ESA ETAPA, MAS LOS DIAS PROMEDIO DE   +
      *    CADA ETAPA POR PRODUCTO (CDC-MARCA-TIPO) Y POR ENTIDAD      +
      *    (CTM-COD-ENT), PARA MEDIR AL PROVEEDOR DE PLASTICOS Y AL    +
      *    CORREO CONTRA SUS COMPROMISOS DE ENTREGA. EL ARCHIVO DE     +
      *    SEGUIMIENTO VA TOKENIZADO (VER COPY BOVEDA)                 +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FECHA DE NEGOCIO FORZADA, UMBRAL EN DIAS DE CADA ETAPA Y
      *    DIAS QUE SE CONSERVA UNA ORDEN YA ACTIVADA; SIN ARCHIVO SE
      *    USAN LOS VALORES POR DEFECTO
           SELECT FILPARM ASSIGN TO 'PARMSEGREM.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    SEGUIMIENTO ACUMULADO; SE LEE AL INICIO Y SE REESCRIBE
      *    COMPLETO AL FINAL
           SELECT FILSEG ASSIGN TO 'seguimiento_reemision.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILSEG.
      *    ORDENES DE LA ULTIMA CORRIDA DE REEMIT01 (HITO ORDENADA)
           SELECT FILORDEN ASSIGN TO 'ordenes_reemision.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILORDEN.
      *    CONFIRMACIONES DE PRODUCCION (HITO PRODUCIDA); NO TRAEN
      *    FECHA, SE TOMA LA FECHA DE NEGOCIO EN QUE APARECEN POR
      *    PRIMERA VEZ
           SELECT FILCONF ASSIGN TO 'reemision_confirmadas.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILCONF.
      *    HISTORICO DE ACTIVACIONES DE CDCB14Q, POR CLAVE: PRODUCTO
      *    DE LA TARJETA ORDENADA Y ACUSE/ALTA DE LA TARJETA NUEVA
           SELECT FECACTVO ASSIGN TO 'FECACTVO.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FA-PAN
              FILE STATUS IS FS-FECACTVO.
      *    MAESTRO DE CUENTAS DE PROGRAM1, SOLO PARA TOMAR LA ENTIDAD
      *    DE LA TARJETA ORDENADA (MISMO USO QUE EN NOTIFC01)
           SELECT FILCTAM ASSIGN TO 'CTAMAST.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CTM-PAN
              FILE STATUS IS FS-FILCTAM.
      *    BOVEDA DE TOKENS (VER COPY BOVEDA); EN AMBOS SENTIDOS
           SELECT FILBOV ASSIGN TO 'BOVEDA.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILBOV.
      *    REPORTE DE LA FECHA DE NEGOCIO; SE REESCRIBE POR CORRIDA
           SELECT FILREP ASSIGN TO WS-NOM-FILREP
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILREP.

       DATA DIVISION.
       FILE SECTION.
       FD  FILPARM
           RECORDING MODE IS F.
       01  REG-PARM-SEGREM.
           02 PARM-FECHA-NEGOCIO  PIC 9(08). *> 0 = FECHA DEL SISTEMA
           02 FILLER              PIC X(01).
           02 PARM-UMBRAL-PRODUC  PIC 9(03). *> ORDENADA SIN PRODUCIR;
                                             *> 0 = 10 DIAS
           02 FILLER              PIC X(01).
           02 PARM-UMBRAL-ENTREGA PIC 9(03). *> PRODUCIDA SIN ACUSE;
                                             *> 0 = 7 DIAS
           02 FILLER              PIC X(01).
           02 PARM-UMBRAL-ACTIVAC PIC 9(03). *> ENTREGADA SIN ALTA;
                                             *> 0 = 30 DIAS
           02 FILLER              PIC X(01).
           02 PARM-DIAS-RETENCION PIC 9(04). *> ACTIVADA QUE SE
                                             *> CONSERVA; 0 = 365

       FD  FILSEG
           RECORDING MODE IS F.
       01  REG-SEGUIM             PIC X(94).

      *    MISMO LAYOUT QUE REG-ORDEN-REEMIT EN REEMIT01
       FD  FILORDEN
           RECORDING MODE IS F.
       01  REG-ORDEN-REEMIT.
           02 ORM-PAN             PIC X(16).
           02 FILLER              PIC X(01).
           02 ORM-MOTIVO          PIC X(12). *> VENCIMIENTO /
                                             *> DETERIORO
           02 FILLER              PIC X(01).
           02 ORM-FECHA           PIC 9(08).

      *    MISMO LAYOUT QUE REG-CONF-REEMIT EN REEMIT01
       FD  FILCONF
           RECORDING MODE IS F.
       01  REG-CONF-REEMIT.
           02 CNF-PAN-ANTERIOR    PIC X(16).
           02 FILLER              PIC X(01).
           02 CNF-PAN-NUEVO       PIC X(16).

      *    MISMO LAYOUT QUE EL FECACTVO DE CDCB14Q/CONCIL01
       FD  FECACTVO.
       01  REG-SALIDA.
           COPY CDCFDREP REPLACING LEADING ==CDC== BY ==FA==.
           02 FA-NUMPLAST         PIC 9(12).
           02 FA-NUMBEN           PIC 9(05).
           02 FA-LINEVENT         PIC X(02).

      *    MISMO LAYOUT QUE REG-CTAMAST EN PROGRAM1
       FD  FILCTAM.
       01  REG-CTAMAST.
           COPY CTAMAST.

      *    MISMO LAYOUT QUE REG-BOVEDA EN PROGRAM1
       FD  FILBOV
           RECORDING MODE IS F.
       01  REG-BOVEDA-FD.
           02 BOV-TOKEN           PIC X(16).
           02 FILLER              PIC X(01).
           02 BOV-PAN             PIC X(16).

       FD  FILREP
           RECORDING MODE IS F.
       01  REG-REPORTE            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FILSEG           PIC XX.
           05 FS-FILORDEN         PIC XX.
           05 FS-FILCONF          PIC XX.
           05 FS-FECACTVO         PIC XX.
           05 FS-FILCTAM          PIC XX.
           05 FS-FILBOV           PIC XX.
           05 FS-FILREP           PIC XX.

       01  WSC-COUNTERS.
           05 COUNT-ORDENES-NUEVAS PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-PRODUCIDAS    PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-CONF-SIN-ORDEN PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-ENTREGADAS    PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-ACTIVADAS     PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-DETENIDAS     PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-DEPURADAS     PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-EN-ETAPA-O    PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-EN-ETAPA-P    PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-EN-ETAPA-E    PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-EN-ETAPA-A    PIC 9(07) COMP VALUE ZEROS.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.
           05 EOF-FILBOV          PIC X VALUE 'N'.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-UMBRAL-PRODUC       PIC 9(03) VALUE 10.
       01  WS-UMBRAL-ENTREGA      PIC 9(03) VALUE 7.
       01  WS-UMBRAL-ACTIVAC      PIC 9(03) VALUE 30.
       01  WS-DIAS-RETENCION      PIC 9(04) VALUE 365.
       01  WS-CTAM-ABIERTO        PIC X(01) VALUE 'N'.
       01  WS-NOM-FILREP          PIC X(40).
       01  WS-DIAS                PIC S9(07) COMP.
       01  WS-UMBRAL-ETAPA        PIC 9(03).
       01  WS-FECHA-ETAPA         PIC 9(08).
       01  WS-NOMBRE-ETAPA        PIC X(20).
       01  WS-PAN-NUEVO           PIC X(16).

      *    SEGUIMIENTO EN MEMORIA, ORDENADO POR TOKEN DE LA TARJETA
      *    ORDENADA; CADA ENTRADA TIENE EL MISMO LAYOUT QUE EL RENGLON
      *    DE seguimiento_reemision.txt
       01  WS-CANT-SGR            PIC 9(06) COMP VALUE ZERO.
       01  WS-TABLA-SEGUIMIENTO.
           05 WS-SGR-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-CANT-SGR
               ASCENDING KEY IS WS-SGR-TOKEN-ANT
               INDEXED BY WS-SGR-IDX.
               10 WS-SGR-TOKEN-ANT     PIC X(16). *> TARJETA ORDENADA
               10 FILLER               PIC X(01).
               10 WS-SGR-TOKEN-NVO     PIC X(16). *> TARJETA NUEVA;
                                                  *> ESPACIOS HASTA
                                                  *> LA CONFIRMACION
               10 FILLER               PIC X(01).
               10 WS-SGR-MOTIVO        PIC X(12).
               10 FILLER               PIC X(01).
               10 WS-SGR-MARCA-TIPO    PIC 9(04). *> 0 = SIN FECACTVO
               10 FILLER               PIC X(01).
               10 WS-SGR-ENTIDAD       PIC X(04). *> '????' = SIN
                                                  *> CUENTA EN CTAMAST
               10 FILLER               PIC X(01).
               10 WS-SGR-FEC-ORDEN     PIC 9(08).
               10 FILLER               PIC X(01).
               10 WS-SGR-FEC-PRODUC    PIC 9(08).
               10 FILLER               PIC X(01).
               10 WS-SGR-FEC-ENTREGA   PIC 9(08).
               10 FILLER               PIC X(01).
               10 WS-SGR-FEC-ACTIVAC   PIC 9(08).
               10 FILLER               PIC X(01).
               10 WS-SGR-ETAPA         PIC X(01). *> O = ORDENADA
                                                  *> P = PRODUCIDA
                                                  *> E = ENTREGADA
                                                  *> A = ACTIVADA

      *    ORDENES NUEVAS DE ESTA CORRIDA; SE SUMAN A LA TABLA
      *    PRINCIPAL Y SE REORDENA UNA VEZ LEIDO TODO EL ARCHIVO
       01  WS-CANT-NUE            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-NUEVAS.
           05 WS-NUE-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-NUE
               INDEXED BY WS-NUE-IDX.
               10 WS-NUE-RENGLON       PIC X(94).
               10 WS-NUE-TOKEN-ANT REDEFINES WS-NUE-RENGLON
                                       PIC X(16).
       01  WS-SGR-NUEVA.
           05 WS-SGN-TOKEN-ANT    PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SGN-TOKEN-NVO    PIC X(16).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SGN-MOTIVO       PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SGN-MARCA-TIPO   PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SGN-ENTIDAD      PIC X(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SGN-FEC-ORDEN    PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SGN-FEC-PRODUC   PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SGN-FEC-ENTREGA  PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SGN-FEC-ACTIVAC  PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 WS-SGN-ETAPA        PIC X(01).
       01  WS-ORDEN-CONOCIDA      PIC X(01).

      *    DIAS ACUMULADOS Y CANTIDAD DE ORDENES QUE COMPLETARON CADA
      *    ETAPA, POR PRODUCTO Y POR ENTIDAD (ETAPA 1 = ORDEN A
      *    PRODUCCION, 2 = PRODUCCION A ACUSE, 3 = ACUSE A ALTA)
       01  WS-CANT-PRO            PIC 9(03) COMP VALUE ZERO.
       01  WS-TABLA-PRODUCTOS.
           05 WS-PRO-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CANT-PRO
               INDEXED BY WS-PRO-IDX.
               10 WS-PRO-MARCA-TIPO    PIC 9(04).
               10 WS-PRO-ETAPA OCCURS 3 TIMES.
                   15 WS-PRO-DIAS      PIC 9(09) COMP.
                   15 WS-PRO-CANT      PIC 9(07) COMP.
       01  WS-CANT-ENT            PIC 9(03) COMP VALUE ZERO.
       01  WS-TABLA-ENTIDADES.
           05 WS-ENT-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CANT-ENT
               INDEXED BY WS-ENT-IDX.
               10 WS-ENT-COD           PIC X(04).
               10 WS-ENT-ETAPA OCCURS 3 TIMES.
                   15 WS-ENT-DIAS      PIC 9(09) COMP.
                   15 WS-ENT-CANT      PIC 9(07) COMP.
       01  WS-ETP                 PIC 9(01) COMP.
       01  WS-DIAS-ETAPA OCCURS 3 TIMES PIC S9(07) COMP.
       01  WS-COMPLETA-ETAPA OCCURS 3 TIMES PIC X(01).

      *    BOVEDA EN MEMORIA, EN AMBOS SENTIDOS (VER COPY BOVEDA EN
      *    Casopractico); LOS TOKENS NUEVOS SE ASIGNAN Y ANEXAN IGUAL
      *    QUE 1168-TOKEN-DE-PAN EN PROGRAM1
       COPY BOVEDA.

       01  WS-PROMEDIO-ED OCCURS 3 TIMES PIC ZZZ9.9.
       01  WS-CANT-ETAPA-ED OCCURS 3 TIMES PIC ZZZZZZ9.
       01  WS-PROMEDIO            PIC 9(04)V9.
       01  WS-DIAS-ED             PIC ZZZZ9.
       01  WS-UMBRAL-ED           PIC ZZ9.
       01  WS-CANT-ED             PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  SEGUIMIENTO DE REEMISIONES           '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 1000-LEER-PARAMETRO
           STRING 'SEGUIMIENTO_REEMISION_' WS-FECHA-YYYYMMDD '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FILREP
           PERFORM 1100-CARGAR-BOVEDA
           PERFORM 1200-CARGAR-SEGUIMIENTO

           OPEN INPUT FECACTVO
           IF FS-FECACTVO NOT = '00'
               DISPLAY 'FECACTVO.dat NO DISPONIBLE FS: ' FS-FECACTVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FILCTAM
           IF FS-FILCTAM = '00'
               MOVE 'S' TO WS-CTAM-ABIERTO
           ELSE
               DISPLAY 'CTAMAST.dat NO DISPONIBLE (FS: ' FS-FILCTAM
                   '), LAS ORDENES NUEVAS QUEDAN SIN ENTIDAD'
           END-IF

           PERFORM 2000-INCORPORAR-ORDENES
           PERFORM 3000-REGISTRAR-PRODUCCION
           PERFORM 4000-ACTUALIZAR-HITO
               VARYING WS-SGR-IDX FROM 1 BY 1
               UNTIL WS-SGR-IDX > WS-CANT-SGR
           CLOSE FECACTVO
           IF WS-CTAM-ABIERTO = 'S'
               CLOSE FILCTAM
           END-IF

           OPEN OUTPUT FILREP
           IF FS-FILREP NOT = '00'
               DISPLAY 'ERROR AL ABRIR ' WS-NOM-FILREP ' FS: '
                   FS-FILREP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REG-REPORTE
           STRING 'SEGUIMIENTO DE REEMISIONES AL ' WS-FECHA-YYYYMMDD
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING 'ORDENES DETENIDAS (TOKEN TARJETA ORDENADA, ETAPA, '
               'DIAS EN LA ETAPA / UMBRAL)'
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM 5000-EVALUAR-ORDEN
               VARYING WS-SGR-IDX FROM 1 BY 1
               UNTIL WS-SGR-IDX > WS-CANT-SGR
           PERFORM 6000-REPORTAR-PROMEDIOS
           CLOSE FILREP
           PERFORM 7000-GUARDAR-SEGUIMIENTO

           DISPLAY 'ORDENES NUEVAS INCORPORADAS  = '
               COUNT-ORDENES-NUEVAS
           DISPLAY 'PRODUCIDAS EN ESTA CORRIDA   = ' COUNT-PRODUCIDAS
           DISPLAY 'CONFIRMACIONES SIN ORDEN     = '
               COUNT-CONF-SIN-ORDEN
           DISPLAY 'ENTREGADAS EN ESTA CORRIDA   = ' COUNT-ENTREGADAS
           DISPLAY 'ACTIVADAS EN ESTA CORRIDA    = ' COUNT-ACTIVADAS
           DISPLAY 'ORDENES DETENIDAS            = ' COUNT-DETENIDAS
           DISPLAY 'ACTIVADAS DEPURADAS          = ' COUNT-DEPURADAS
           IF COUNT-DETENIDAS > 0
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
                       PERFORM 1010-TOMAR-PARAMETROS
               END-READ
               CLOSE FILPARM
           END-IF
           DISPLAY 'UMBRALES (DIAS) PRODUCCION: ' WS-UMBRAL-PRODUC
               ' ENTREGA: ' WS-UMBRAL-ENTREGA
               ' ACTIVACION: ' WS-UMBRAL-ACTIVAC.

      *----------------------------------------------------------------+
       1010-TOMAR-PARAMETROS.
      *----------------------------------------------------------------+
           IF PARM-FECHA-NEGOCIO IS NUMERIC AND
              PARM-FECHA-NEGOCIO NOT = 0
               MOVE PARM-FECHA-NEGOCIO TO WS-FECHA-YYYYMMDD
               DISPLAY 'FECHA DE NEGOCIO FORZADA POR PARMSEGREM.txt: '
                   WS-FECHA-YYYYMMDD
           END-IF
           IF PARM-UMBRAL-PRODUC IS NUMERIC AND
              PARM-UMBRAL-PRODUC NOT = 0
               MOVE PARM-UMBRAL-PRODUC TO WS-UMBRAL-PRODUC
           END-IF
           IF PARM-UMBRAL-ENTREGA IS NUMERIC AND
              PARM-UMBRAL-ENTREGA NOT = 0
               MOVE PARM-UMBRAL-ENTREGA TO WS-UMBRAL-ENTREGA
           END-IF
           IF PARM-UMBRAL-ACTIVAC IS NUMERIC AND
              PARM-UMBRAL-ACTIVAC NOT = 0
               MOVE PARM-UMBRAL-ACTIVAC TO WS-UMBRAL-ACTIVAC
           END-IF
           IF PARM-DIAS-RETENCION IS NUMERIC AND
              PARM-DIAS-RETENCION NOT = 0
               MOVE PARM-DIAS-RETENCION TO WS-DIAS-RETENCION
           END-IF.

      *----------------------------------------------------------------+
       1100-CARGAR-BOVEDA.
      *----------------------------------------------------------------+
      *    MISMA CARGA DOBLE QUE 1167-CARGAR-BOVEDA EN PROGRAM1
           OPEN INPUT FILBOV
           IF FS-FILBOV = '00'
               PERFORM 1110-LEER-BOVEDA
               PERFORM UNTIL EOF-FILBOV = 'S'
                   PERFORM 1120-GUARDAR-BOVEDA
                   PERFORM 1110-LEER-BOVEDA
               END-PERFORM
               CLOSE FILBOV
               SORT WS-BVP-ENTRY ON ASCENDING KEY WS-BVP-PAN
               SORT WS-BVT-ENTRY ON ASCENDING KEY WS-BVT-TOKEN
           END-IF.

      *----------------------------------------------------------------+
       1110-LEER-BOVEDA.
      *----------------------------------------------------------------+
           READ FILBOV
               AT END
                   MOVE 'S' TO EOF-FILBOV
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1120-GUARDAR-BOVEDA.
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
       1200-CARGAR-SEGUIMIENTO.
      *----------------------------------------------------------------+
           OPEN INPUT FILSEG
           IF FS-FILSEG = '00'
               PERFORM 1210-LEER-SEGUIMIENTO
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF WS-CANT-SGR >= 100000
                       DISPLAY 'TABLA DE SEGUIMIENTO LLENA (100000); '
                           'CORRIDA ABORTADA'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-SGR
                   SET WS-SGR-IDX TO WS-CANT-SGR
                   MOVE REG-SEGUIM TO WS-SGR-ENTRY(WS-SGR-IDX)
                   PERFORM 1210-LEER-SEGUIMIENTO
               END-PERFORM
               CLOSE FILSEG
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-SGR > 0
                   SORT WS-SGR-ENTRY ON ASCENDING KEY WS-SGR-TOKEN-ANT
               END-IF
           ELSE
               DISPLAY 'seguimiento_reemision.txt NO ENCONTRADO, SE '
                   'INICIA VACIO'
           END-IF
           DISPLAY 'ORDENES EN SEGUIMIENTO: ' WS-CANT-SGR.

      *----------------------------------------------------------------+
       1210-LEER-SEGUIMIENTO.
      *----------------------------------------------------------------+
           READ FILSEG
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2000-INCORPORAR-ORDENES.
      *----------------------------------------------------------------+
      *    REEMIT01 REESCRIBE SU ARCHIVO POR CORRIDA Y NO REPITE UNA
      *    TARJETA; UNA ORDEN YA EN SEGUIMIENTO (REPROCESO SIN CORRIDA
      *    NUEVA DE REEMIT01) NO SE VUELVE A INCORPORAR
           OPEN INPUT FILORDEN
           IF FS-FILORDEN = '00'
               PERFORM 2100-LEER-ORDEN
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   PERFORM 2200-INCORPORAR-ORDEN
                   PERFORM 2100-LEER-ORDEN
               END-PERFORM
               CLOSE FILORDEN
               MOVE 'N' TO EOF-ACTUAL
           ELSE
               DISPLAY 'ordenes_reemision.txt NO DISPONIBLE, SIN '
                   'ORDENES NUEVAS'
           END-IF
           IF WS-CANT-NUE > 0
               IF WS-CANT-SGR + WS-CANT-NUE > 100000
                   DISPLAY 'TABLA DE SEGUIMIENTO LLENA (100000); '
                       'CORRIDA ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2400-SUMAR-NUEVA
                   VARYING WS-NUE-IDX FROM 1 BY 1
                   UNTIL WS-NUE-IDX > WS-CANT-NUE
               SORT WS-SGR-ENTRY ON ASCENDING KEY WS-SGR-TOKEN-ANT
           END-IF.

      *----------------------------------------------------------------+
       2100-LEER-ORDEN.
      *----------------------------------------------------------------+
           READ FILORDEN
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2200-INCORPORAR-ORDEN.
      *----------------------------------------------------------------+
           MOVE ORM-PAN TO WS-BOV-PAN-BUSCADO
           PERFORM 8000-TOKEN-DE-PAN
           MOVE 'N' TO WS-ORDEN-CONOCIDA
           IF WS-CANT-SGR > 0
               SEARCH ALL WS-SGR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SGR-TOKEN-ANT(WS-SGR-IDX) = WS-BOV-RESULTADO
                       MOVE 'S' TO WS-ORDEN-CONOCIDA
               END-SEARCH
           END-IF
           PERFORM VARYING WS-NUE-IDX FROM 1 BY 1
               UNTIL WS-NUE-IDX > WS-CANT-NUE
               IF WS-NUE-TOKEN-ANT(WS-NUE-IDX) = WS-BOV-RESULTADO
                   MOVE 'S' TO WS-ORDEN-CONOCIDA
               END-IF
           END-PERFORM
           IF WS-ORDEN-CONOCIDA = 'N'
               PERFORM 2300-ARMAR-NUEVA
           END-IF.

      *----------------------------------------------------------------+
       2300-ARMAR-NUEVA.
      *----------------------------------------------------------------+
      *    PRODUCTO Y ENTIDAD SALEN DE LA TARJETA ORDENADA; SE FIJAN
      *    AL INCORPORAR LA ORDEN Y NO CAMBIAN DESPUES
           IF WS-CANT-NUE >= 20000
               DISPLAY 'TABLA DE ORDENES NUEVAS LLENA (20000); '
                   'CORRIDA ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-BOV-RESULTADO TO WS-SGN-TOKEN-ANT
           MOVE SPACES TO WS-SGN-TOKEN-NVO
           MOVE ORM-MOTIVO TO WS-SGN-MOTIVO
           MOVE ZEROS TO WS-SGN-MARCA-TIPO
           MOVE SPACES TO FA-PAN
           MOVE ORM-PAN TO FA-PAN(1:16)
           READ FECACTVO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE FA-MARCA-TIPO TO WS-SGN-MARCA-TIPO
           END-READ
           MOVE '????' TO WS-SGN-ENTIDAD
           IF WS-CTAM-ABIERTO = 'S'
               MOVE SPACES TO CTM-PAN
               MOVE ORM-PAN TO CTM-PAN(1:16)
               READ FILCTAM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTM-COD-ENT TO WS-SGN-ENTIDAD
               END-READ
           END-IF
           MOVE ORM-FECHA TO WS-SGN-FEC-ORDEN
           MOVE ZEROS TO WS-SGN-FEC-PRODUC WS-SGN-FEC-ENTREGA
                         WS-SGN-FEC-ACTIVAC
           MOVE 'O' TO WS-SGN-ETAPA
           ADD 1 TO WS-CANT-NUE
           SET WS-NUE-IDX TO WS-CANT-NUE
           MOVE WS-SGR-NUEVA TO WS-NUE-RENGLON(WS-NUE-IDX)
           ADD 1 TO COUNT-ORDENES-NUEVAS.

      *----------------------------------------------------------------+
       2400-SUMAR-NUEVA.
      *----------------------------------------------------------------+
           ADD 1 TO WS-CANT-SGR
           SET WS-SGR-IDX TO WS-CANT-SGR
           MOVE WS-NUE-RENGLON(WS-NUE-IDX) TO WS-SGR-ENTRY(WS-SGR-IDX).

      *----------------------------------------------------------------+
       3000-REGISTRAR-PRODUCCION.
      *----------------------------------------------------------------+
      *    LA CONFIRMACION DE PRODUCCION ASOCIA LA TARJETA NUEVA A LA
      *    ORDEN; UNA CONFIRMACION DE UNA ORDEN ANTERIOR AL SEGUIMIENTO
      *    SOLO SE CUENTA
           OPEN INPUT FILCONF
           IF FS-FILCONF = '00'
               PERFORM 3100-LEER-CONFIRMACION
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   PERFORM 3200-APLICAR-CONFIRMACION
                   PERFORM 3100-LEER-CONFIRMACION
               END-PERFORM
               CLOSE FILCONF
               MOVE 'N' TO EOF-ACTUAL
           END-IF.

      *----------------------------------------------------------------+
       3100-LEER-CONFIRMACION.
      *----------------------------------------------------------------+
           READ FILCONF
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       3200-APLICAR-CONFIRMACION.
      *----------------------------------------------------------------+
           MOVE CNF-PAN-ANTERIOR TO WS-BOV-PAN-BUSCADO
           PERFORM 8050-BUSCAR-TOKEN
           MOVE 'N' TO WS-ORDEN-CONOCIDA
           IF WS-BOV-ENCONTRADO = 'S' AND WS-CANT-SGR > 0
               SEARCH ALL WS-SGR-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SGR-TOKEN-ANT(WS-SGR-IDX) = WS-BOV-RESULTADO
                       MOVE 'S' TO WS-ORDEN-CONOCIDA
               END-SEARCH
           END-IF
           IF WS-ORDEN-CONOCIDA = 'N'
               ADD 1 TO COUNT-CONF-SIN-ORDEN
           ELSE
               IF WS-SGR-FEC-PRODUC(WS-SGR-IDX) = 0
                   MOVE CNF-PAN-NUEVO TO WS-BOV-PAN-BUSCADO
                   PERFORM 8000-TOKEN-DE-PAN
                   MOVE WS-BOV-RESULTADO TO
                       WS-SGR-TOKEN-NVO(WS-SGR-IDX)
                   MOVE WS-FECHA-YYYYMMDD TO
                       WS-SGR-FEC-PRODUC(WS-SGR-IDX)
                   ADD 1 TO COUNT-PRODUCIDAS
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       4000-ACTUALIZAR-HITO.
      *----------------------------------------------------------------+
      *    ACUSE Y ALTA SE TOMAN DE LA TARJETA NUEVA EN FECACTVO, CON
      *    LA FECHA REAL DEL EVENTO
           IF WS-SGR-TOKEN-NVO(WS-SGR-IDX) NOT = SPACES AND
              WS-SGR-FEC-ACTIVAC(WS-SGR-IDX) = 0
               MOVE WS-SGR-TOKEN-NVO(WS-SGR-IDX) TO
                   WS-BOV-TOKEN-BUSCADO
               PERFORM 8200-PAN-DE-TOKEN
               IF WS-BOV-ENCONTRADO = 'S'
                   MOVE SPACES TO FA-PAN
                   MOVE WS-PAN-NUEVO TO FA-PAN(1:16)
                   READ FECACTVO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 4100-TOMAR-FECHAS
                   END-READ
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-SGR-FEC-ACTIVAC(WS-SGR-IDX) > 0
                   MOVE 'A' TO WS-SGR-ETAPA(WS-SGR-IDX)
               WHEN WS-SGR-FEC-ENTREGA(WS-SGR-IDX) > 0
                   MOVE 'E' TO WS-SGR-ETAPA(WS-SGR-IDX)
               WHEN WS-SGR-FEC-PRODUC(WS-SGR-IDX) > 0
                   MOVE 'P' TO WS-SGR-ETAPA(WS-SGR-IDX)
               WHEN OTHER
                   MOVE 'O' TO WS-SGR-ETAPA(WS-SGR-IDX)
           END-EVALUATE.

      *----------------------------------------------------------------+
       4100-TOMAR-FECHAS.
      *----------------------------------------------------------------+
           IF WS-SGR-FEC-ENTREGA(WS-SGR-IDX) = 0 AND
              FA-FEC-ACUSE-TAR IS NUMERIC AND FA-FEC-ACUSE-TAR > 0
               MOVE FA-FEC-ACUSE-TAR TO
                   WS-SGR-FEC-ENTREGA(WS-SGR-IDX)
               ADD 1 TO COUNT-ENTREGADAS
           END-IF
           IF FA-FEC-ALT-TAR IS NUMERIC AND FA-FEC-ALT-TAR > 0
               MOVE FA-FEC-ALT-TAR TO
                   WS-SGR-FEC-ACTIVAC(WS-SGR-IDX)
               ADD 1 TO COUNT-ACTIVADAS
           END-IF.

      *----------------------------------------------------------------+
       5000-EVALUAR-ORDEN.
      *----------------------------------------------------------------+
      *    UNA ORDEN NO ACTIVADA ESTA DETENIDA CUANDO LLEVA EN SU
      *    ETAPA ACTUAL MAS DIAS QUE EL UMBRAL DE ESA ETAPA
           EVALUATE WS-SGR-ETAPA(WS-SGR-IDX)
               WHEN 'O'
                   ADD 1 TO COUNT-EN-ETAPA-O
                   MOVE WS-SGR-FEC-ORDEN(WS-SGR-IDX) TO WS-FECHA-ETAPA
                   MOVE WS-UMBRAL-PRODUC TO WS-UMBRAL-ETAPA
                   MOVE 'ORDENADA/SIN PRODUC' TO WS-NOMBRE-ETAPA
               WHEN 'P'
                   ADD 1 TO COUNT-EN-ETAPA-P
                   MOVE WS-SGR-FEC-PRODUC(WS-SGR-IDX) TO
                       WS-FECHA-ETAPA
                   MOVE WS-UMBRAL-ENTREGA TO WS-UMBRAL-ETAPA
                   MOVE 'PRODUCIDA/SIN ACUSE' TO WS-NOMBRE-ETAPA
               WHEN 'E'
                   ADD 1 TO COUNT-EN-ETAPA-E
                   MOVE WS-SGR-FEC-ENTREGA(WS-SGR-IDX) TO
                       WS-FECHA-ETAPA
                   MOVE WS-UMBRAL-ACTIVAC TO WS-UMBRAL-ETAPA
                   MOVE 'ENTREGADA/SIN ALTA' TO WS-NOMBRE-ETAPA
               WHEN OTHER
                   ADD 1 TO COUNT-EN-ETAPA-A
                   MOVE ZEROS TO WS-FECHA-ETAPA
           END-EVALUATE
           IF WS-FECHA-ETAPA IS NUMERIC AND WS-FECHA-ETAPA > 0
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD) -
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-ETAPA)
               IF WS-DIAS > WS-UMBRAL-ETAPA
                   PERFORM 5100-REPORTAR-DETENIDA
               END-IF
           END-IF
           PERFORM 5200-ACUMULAR-ETAPAS.

      *----------------------------------------------------------------+
       5100-REPORTAR-DETENIDA.
      *----------------------------------------------------------------+
           ADD 1 TO COUNT-DETENIDAS
           MOVE WS-DIAS TO WS-DIAS-ED
           MOVE WS-UMBRAL-ETAPA TO WS-UMBRAL-ED
           MOVE SPACES TO REG-REPORTE
           STRING 'DETENIDA ' WS-SGR-TOKEN-ANT(WS-SGR-IDX)
               ' ' WS-SGR-MOTIVO(WS-SGR-IDX)
               ' PROD ' WS-SGR-MARCA-TIPO(WS-SGR-IDX)
               ' ENT ' WS-SGR-ENTIDAD(WS-SGR-IDX)
               ' ' WS-NOMBRE-ETAPA
               ' DESDE ' WS-FECHA-ETAPA
               ' DIAS:' WS-DIAS-ED ' /' WS-UMBRAL-ED
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

      *----------------------------------------------------------------+
       5200-ACUMULAR-ETAPAS.
      *----------------------------------------------------------------+
      *    SOLO CUENTAN LAS ETAPAS COMPLETAS (AMBOS HITOS PRESENTES)
           MOVE 'N' TO WS-COMPLETA-ETAPA(1) WS-COMPLETA-ETAPA(2)
                       WS-COMPLETA-ETAPA(3)
           IF WS-SGR-FEC-PRODUC(WS-SGR-IDX) > 0 AND
              WS-SGR-FEC-ORDEN(WS-SGR-IDX) > 0
               COMPUTE WS-DIAS-ETAPA(1) =
                   FUNCTION INTEGER-OF-DATE(
                       WS-SGR-FEC-PRODUC(WS-SGR-IDX)) -
                   FUNCTION INTEGER-OF-DATE(
                       WS-SGR-FEC-ORDEN(WS-SGR-IDX))
               MOVE 'S' TO WS-COMPLETA-ETAPA(1)
           END-IF
           IF WS-SGR-FEC-ENTREGA(WS-SGR-IDX) > 0 AND
              WS-SGR-FEC-PRODUC(WS-SGR-IDX) > 0
               COMPUTE WS-DIAS-ETAPA(2) =
                   FUNCTION INTEGER-OF-DATE(
                       WS-SGR-FEC-ENTREGA(WS-SGR-IDX)) -
                   FUNCTION INTEGER-OF-DATE(
                       WS-SGR-FEC-PRODUC(WS-SGR-IDX))
               MOVE 'S' TO WS-COMPLETA-ETAPA(2)
           END-IF
           IF WS-SGR-FEC-ACTIVAC(WS-SGR-IDX) > 0 AND
              WS-SGR-FEC-ENTREGA(WS-SGR-IDX) > 0
               COMPUTE WS-DIAS-ETAPA(3) =
                   FUNCTION INTEGER-OF-DATE(
                       WS-SGR-FEC-ACTIVAC(WS-SGR-IDX)) -
                   FUNCTION INTEGER-OF-DATE(
                       WS-SGR-FEC-ENTREGA(WS-SGR-IDX))
               MOVE 'S' TO WS-COMPLETA-ETAPA(3)
           END-IF
      *    EL ACUSE PUEDE TRAER FECHA ANTERIOR A LA CONFIRMACION (QUE
      *    SE FECHA CON LA CORRIDA); UN NEGATIVO CUENTA COMO CERO
           PERFORM VARYING WS-ETP FROM 1 BY 1 UNTIL WS-ETP > 3
               IF WS-DIAS-ETAPA(WS-ETP) < 0
                   MOVE 0 TO WS-DIAS-ETAPA(WS-ETP)
               END-IF
           END-PERFORM
           PERFORM 5210-UBICAR-PRODUCTO
           PERFORM 5220-UBICAR-ENTIDAD
           PERFORM VARYING WS-ETP FROM 1 BY 1 UNTIL WS-ETP > 3
               IF WS-COMPLETA-ETAPA(WS-ETP) = 'S'
                   ADD WS-DIAS-ETAPA(WS-ETP) TO
                       WS-PRO-DIAS(WS-PRO-IDX, WS-ETP)
                   ADD 1 TO WS-PRO-CANT(WS-PRO-IDX, WS-ETP)
                   ADD WS-DIAS-ETAPA(WS-ETP) TO
                       WS-ENT-DIAS(WS-ENT-IDX, WS-ETP)
                   ADD 1 TO WS-ENT-CANT(WS-ENT-IDX, WS-ETP)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       5210-UBICAR-PRODUCTO.
      *----------------------------------------------------------------+
           SET WS-PRO-IDX TO 1
           PERFORM UNTIL WS-PRO-IDX > WS-CANT-PRO
                   OR WS-PRO-MARCA-TIPO(WS-PRO-IDX) =
                      WS-SGR-MARCA-TIPO(WS-SGR-IDX)
               SET WS-PRO-IDX UP BY 1
           END-PERFORM
           IF WS-PRO-IDX > WS-CANT-PRO
               IF WS-CANT-PRO >= 500
                   DISPLAY 'TABLA DE PRODUCTOS LLENA (500); CORRIDA '
                       'ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-PRO
               SET WS-PRO-IDX TO WS-CANT-PRO
               MOVE WS-SGR-MARCA-TIPO(WS-SGR-IDX) TO
                   WS-PRO-MARCA-TIPO(WS-PRO-IDX)
               PERFORM VARYING WS-ETP FROM 1 BY 1 UNTIL WS-ETP > 3
                   MOVE 0 TO WS-PRO-DIAS(WS-PRO-IDX, WS-ETP)
                             WS-PRO-CANT(WS-PRO-IDX, WS-ETP)
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------+
       5220-UBICAR-ENTIDAD.
      *----------------------------------------------------------------+
           SET WS-ENT-IDX TO 1
           PERFORM UNTIL WS-ENT-IDX > WS-CANT-ENT
                   OR WS-ENT-COD(WS-ENT-IDX) =
                      WS-SGR-ENTIDAD(WS-SGR-IDX)
               SET WS-ENT-IDX UP BY 1
           END-PERFORM
           IF WS-ENT-IDX > WS-CANT-ENT
               IF WS-CANT-ENT >= 500
                   DISPLAY 'TABLA DE ENTIDADES LLENA (500); CORRIDA '
                       'ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-ENT
               SET WS-ENT-IDX TO WS-CANT-ENT
               MOVE WS-SGR-ENTIDAD(WS-SGR-IDX) TO
                   WS-ENT-COD(WS-ENT-IDX)
               PERFORM VARYING WS-ETP FROM 1 BY 1 UNTIL WS-ETP > 3
                   MOVE 0 TO WS-ENT-DIAS(WS-ENT-IDX, WS-ETP)
                             WS-ENT-CANT(WS-ENT-IDX, WS-ETP)
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------+
       6000-REPORTAR-PROMEDIOS.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE COUNT-EN-ETAPA-O TO WS-CANT-ETAPA-ED(1)
           MOVE COUNT-EN-ETAPA-P TO WS-CANT-ETAPA-ED(2)
           MOVE COUNT-EN-ETAPA-E TO WS-CANT-ETAPA-ED(3)
           MOVE COUNT-EN-ETAPA-A TO WS-CANT-ED
           MOVE SPACES TO REG-REPORTE
           STRING 'ORDENES POR ETAPA  ORDENADAS:' WS-CANT-ETAPA-ED(1)
               ' PRODUCIDAS:' WS-CANT-ETAPA-ED(2)
               ' ENTREGADAS:' WS-CANT-ETAPA-ED(3)
               ' ACTIVADAS:' WS-CANT-ED
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING 'DIAS PROMEDIO POR ETAPA Y PRODUCTO (ORDEN->PRODUC / '
               'PRODUC->ACUSE / ACUSE->ALTA)'
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM 6100-LINEA-PRODUCTO
               VARYING WS-PRO-IDX FROM 1 BY 1
               UNTIL WS-PRO-IDX > WS-CANT-PRO
           MOVE SPACES TO REG-REPORTE
           WRITE REG-REPORTE
           MOVE SPACES TO REG-REPORTE
           STRING 'DIAS PROMEDIO POR ETAPA Y ENTIDAD (ORDEN->PRODUC / '
               'PRODUC->ACUSE / ACUSE->ALTA)'
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE
           PERFORM 6200-LINEA-ENTIDAD
               VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-CANT-ENT.

      *----------------------------------------------------------------+
       6100-LINEA-PRODUCTO.
      *----------------------------------------------------------------+
           PERFORM VARYING WS-ETP FROM 1 BY 1 UNTIL WS-ETP > 3
               MOVE WS-PRO-CANT(WS-PRO-IDX, WS-ETP) TO
                   WS-CANT-ETAPA-ED(WS-ETP)
               MOVE 0 TO WS-PROMEDIO
               IF WS-PRO-CANT(WS-PRO-IDX, WS-ETP) > 0
                   COMPUTE WS-PROMEDIO ROUNDED =
                       WS-PRO-DIAS(WS-PRO-IDX, WS-ETP) /
                       WS-PRO-CANT(WS-PRO-IDX, WS-ETP)
               END-IF
               MOVE WS-PROMEDIO TO WS-PROMEDIO-ED(WS-ETP)
           END-PERFORM
           MOVE SPACES TO REG-REPORTE
           STRING 'PRODUCTO ' WS-PRO-MARCA-TIPO(WS-PRO-IDX)
               '  ' WS-PROMEDIO-ED(1) ' (' WS-CANT-ETAPA-ED(1) ')'
               '  ' WS-PROMEDIO-ED(2) ' (' WS-CANT-ETAPA-ED(2) ')'
               '  ' WS-PROMEDIO-ED(3) ' (' WS-CANT-ETAPA-ED(3) ')'
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

      *----------------------------------------------------------------+
       6200-LINEA-ENTIDAD.
      *----------------------------------------------------------------+
           PERFORM VARYING WS-ETP FROM 1 BY 1 UNTIL WS-ETP > 3
               MOVE WS-ENT-CANT(WS-ENT-IDX, WS-ETP) TO
                   WS-CANT-ETAPA-ED(WS-ETP)
               MOVE 0 TO WS-PROMEDIO
               IF WS-ENT-CANT(WS-ENT-IDX, WS-ETP) > 0
                   COMPUTE WS-PROMEDIO ROUNDED =
                       WS-ENT-DIAS(WS-ENT-IDX, WS-ETP) /
                       WS-ENT-CANT(WS-ENT-IDX, WS-ETP)
               END-IF
               MOVE WS-PROMEDIO TO WS-PROMEDIO-ED(WS-ETP)
           END-PERFORM
           MOVE SPACES TO REG-REPORTE
           STRING 'ENTIDAD  ' WS-ENT-COD(WS-ENT-IDX)
               '  ' WS-PROMEDIO-ED(1) ' (' WS-CANT-ETAPA-ED(1) ')'
               '  ' WS-PROMEDIO-ED(2) ' (' WS-CANT-ETAPA-ED(2) ')'
               '  ' WS-PROMEDIO-ED(3) ' (' WS-CANT-ETAPA-ED(3) ')'
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

      *----------------------------------------------------------------+
       7000-GUARDAR-SEGUIMIENTO.
      *----------------------------------------------------------------+
      *    UNA ORDEN ACTIVADA HACE MAS DE WS-DIAS-RETENCION DIAS YA
      *    APORTO A LOS PROMEDIOS DE ESTA CORRIDA Y SE DEPURA
           OPEN OUTPUT FILSEG
           IF FS-FILSEG NOT = '00'
               DISPLAY 'ERROR AL GRABAR seguimiento_reemision.txt FS: '
                   FS-FILSEG
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7100-ESCRIBIR-SEGUIMIENTO
               VARYING WS-SGR-IDX FROM 1 BY 1
               UNTIL WS-SGR-IDX > WS-CANT-SGR
           CLOSE FILSEG.

      *----------------------------------------------------------------+
       7100-ESCRIBIR-SEGUIMIENTO.
      *----------------------------------------------------------------+
           IF WS-SGR-FEC-ACTIVAC(WS-SGR-IDX) > 0
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD) -
                   FUNCTION INTEGER-OF-DATE(
                       WS-SGR-FEC-ACTIVAC(WS-SGR-IDX))
           ELSE
               MOVE 0 TO WS-DIAS
           END-IF
           IF WS-DIAS > WS-DIAS-RETENCION
               ADD 1 TO COUNT-DEPURADAS
           ELSE
               MOVE WS-SGR-ENTRY(WS-SGR-IDX) TO REG-SEGUIM
               WRITE REG-SEGUIM
           END-IF.

      *----------------------------------------------------------------+
       8000-TOKEN-DE-PAN.
      *----------------------------------------------------------------+
      *    MISMO CONTRATO QUE 1168-TOKEN-DE-PAN EN PROGRAM1: DEVUELVE
      *    EL TOKEN DEL PAN, ASIGNANDO Y ANEXANDO A BOVEDA.txt UNO
      *    NUEVO SI NO EXISTIA
           PERFORM 8050-BUSCAR-TOKEN
           IF WS-BOV-ENCONTRADO = 'N'
               PERFORM 8100-ASIGNAR-TOKEN-NUEVO
           END-IF.

      *----------------------------------------------------------------+
       8050-BUSCAR-TOKEN.
      *----------------------------------------------------------------+
      *    SOLO BUSCA (TABLA ORDENADA Y COLA DE NUEVOS); NO ASIGNA.
      *    UN VALOR QUE YA ES TOKEN VUELVE TAL CUAL
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
           END-IF.

      *----------------------------------------------------------------+
       8100-ASIGNAR-TOKEN-NUEVO.
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
       8200-PAN-DE-TOKEN.
      *----------------------------------------------------------------+
      *    TRADUCE WS-BOV-TOKEN-BUSCADO A PAN (TABLA POR TOKEN Y COLA
      *    DE NUEVOS DE ESTA CORRIDA). SI BORRAD01 REEMPLAZO EL PAN POR
      *    '*BORRADO*' SE DA COMO NO ENCONTRADO
           MOVE 'N' TO WS-BOV-ENCONTRADO
           IF WS-CANT-BOV-T > 0
               SEARCH ALL WS-BVT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BVT-TOKEN(WS-BVT-IDX) = WS-BOV-TOKEN-BUSCADO
                       MOVE WS-BVT-PAN(WS-BVT-IDX) TO WS-PAN-NUEVO
                       MOVE 'S' TO WS-BOV-ENCONTRADO
               END-SEARCH
           END-IF
           IF WS-BOV-ENCONTRADO = 'N'
               PERFORM VARYING WS-BVN-IDX FROM 1 BY 1
                   UNTIL WS-BVN-IDX > WS-CANT-BOV-NVO
                   IF WS-BVN-TOKEN(WS-BVN-IDX) = WS-BOV-TOKEN-BUSCADO
                       MOVE WS-BVN-PAN(WS-BVN-IDX) TO WS-PAN-NUEVO
                       MOVE 'S' TO WS-BOV-ENCONTRADO
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BOV-ENCONTRADO = 'S' AND WS-PAN-NUEVO = '*BORRADO*'
               MOVE 'N' TO WS-BOV-ENCONTRADO
           END-IF.
       END PROGRAM SEGREM01.
