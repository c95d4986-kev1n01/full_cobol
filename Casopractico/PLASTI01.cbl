       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PLASTI01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    INVENTARIO DE PLASTICOS EN BLANCO POR MARCA Y PRODUCTO      +
      *    (CDC-MARCA-TIPO): PARTE DEL SALDO DE LA CORRIDA ANTERIOR    +
      *    (STOCK_PLASTICOS.txt), SUMA LAS RECEPCIONES DEL PROVEEDOR,  +
      *    RESTA LAS MERMAS QUE REPORTA PRODUCCION Y CADA ORDEN DE     +
      *    ordenes_reemision.txt (REEMIT01), Y DEJA EL SALDO NUEVO     +
      *    PARA LA CORRIDA SIGUIENTE. PROYECTA LA DEMANDA DE LOS       +
      *    PROXIMOS N DIAS (VENCIMIENTOS QUE VIENEN EN FECACTVO.dat    +
      *    MAS EL RITMO RECIENTE DE REPOSICIONES) Y AVISA CUANDO UN    +
      *    PRODUCTO NO ALCANZA, ANTES DE QUE SE DETENGAN LAS           +
      *    REEMISIONES POR FALTA DE PLASTICO                           +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FECHA DE NEGOCIO FORZADA, DIAS DE PROYECCION, DIAS DE
      *    HISTORIA PARA EL RITMO DE REPOSICIONES Y VIGENCIA DEL
      *    PLASTICO; SIN ARCHIVO SE USAN LOS VALORES POR DEFECTO
           SELECT FILPARM ASSIGN TO 'PARMPLASTI.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    SALDO POR PRODUCTO ENTRE CORRIDAS; SE REESCRIBE COMPLETO AL
      *    FINAL. SIN ARCHIVO TODOS LOS PRODUCTOS ARRANCAN EN CERO
           SELECT FILSTOCK ASSIGN TO 'STOCK_PLASTICOS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILSTOCK.
      *    RECEPCIONES DE PLASTICO DEL PROVEEDOR Y MERMAS (PLASTICOS
      *    DANADOS EN PRODUCCION); SE VACIAN UNA VEZ APLICADAS, ASI
      *    UNA SEGUNDA CORRIDA NO LAS VUELVE A CONTAR
           SELECT FILRECEP ASSIGN TO 'recepciones_plasticos.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILRECEP.
           SELECT FILMERMA ASSIGN TO 'mermas_plasticos.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILMERMA.
      *    ORDENES DE REEMISION DE LA ULTIMA CORRIDA DE REEMIT01
           SELECT FILORDEN ASSIGN TO 'ordenes_reemision.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILORDEN.
      *    ORDENES YA DESCONTADAS DEL STOCK (TOKEN DEL PAN); REEMIT01
      *    REESCRIBE SU ARCHIVO POR CORRIDA, ASI QUE SIN ESTO UNA
      *    SEGUNDA CORRIDA DE ESTE PROGRAMA DESCONTARIA DOS VECES
           SELECT FILAPLIC ASSIGN TO 'plasticos_ordenes_aplicadas.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILAPLIC.
      *    BITACORA DE MOVIMIENTOS DE STOCK (ENTRADAS, ORDENES Y
      *    MERMAS); CRECE ENTRE CORRIDAS Y ES LA HISTORIA DE LA QUE
      *    SALE EL RITMO DE REPOSICIONES DE LA PROYECCION
           SELECT FILMOVS ASSIGN TO 'plasticos_movimientos.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILMOVS.
      *    HISTORICO DE ACTIVACIONES DE CDCB14Q, INDEXADO POR PAN; POR
      *    CLAVE DA LA MARCA/PRODUCTO DE CADA ORDEN Y EN SECUENCIA LOS
      *    VENCIMIENTOS QUE VIENEN
           SELECT FECACTVO ASSIGN TO 'FECACTVO.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FA-PAN
              FILE STATUS IS FS-FECACTVO.
      *    BOVEDA DE TOKENS (VER COPY BOVEDA); PAN -> TOKEN PARA
      *    plasticos_ordenes_aplicadas.txt
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
       01  REG-PARM-PLASTI.
           02 PARM-FECHA-NEGOCIO  PIC 9(08). *> 0 = FECHA DEL SISTEMA
           02 FILLER              PIC X(01).
           02 PARM-DIAS-PROYECCION PIC 9(03). *> 0 = 7
           02 FILLER              PIC X(01).
           02 PARM-DIAS-HISTORIA  PIC 9(03). *> 0 = 30
           02 FILLER              PIC X(01).
           02 PARM-VIGENCIA-DIAS  PIC 9(05). *> 0 = 1460, MISMO
                                             *> VALOR QUE PARMREEMIT

       FD  FILSTOCK
           RECORDING MODE IS F.
       01  REG-STOCK.
           02 STK-MARCA           PIC 9(02).
           02 STK-TIPO            PIC 9(02).
           02 FILLER              PIC X(01).
      *    PUEDE QUEDAR NEGATIVO: ORDENES SIN PLASTICO PARA CUBRIRLAS
           02 STK-SALDO           PIC S9(07) SIGN IS LEADING SEPARATE.
           02 FILLER              PIC X(01).
           02 STK-FECHA-ACT       PIC 9(08).

       FD  FILRECEP
           RECORDING MODE IS F.
       01  REG-RECEPCION.
           02 REC-MARCA           PIC 9(02).
           02 REC-TIPO            PIC 9(02).
           02 FILLER              PIC X(01).
           02 REC-CANTIDAD        PIC 9(07).
           02 FILLER              PIC X(01).
           02 REC-FECHA           PIC 9(08).
           02 FILLER              PIC X(01).
           02 REC-REMITO          PIC X(16). *> REMITO DEL PROVEEDOR

       FD  FILMERMA
           RECORDING MODE IS F.
       01  REG-MERMA.
           02 MER-MARCA           PIC 9(02).
           02 MER-TIPO            PIC 9(02).
           02 FILLER              PIC X(01).
           02 MER-CANTIDAD        PIC 9(07).
           02 FILLER              PIC X(01).
           02 MER-FECHA           PIC 9(08).
           02 FILLER              PIC X(01).
           02 MER-MOTIVO          PIC X(12).

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

       FD  FILAPLIC
           RECORDING MODE IS F.
       01  REG-APLICADA.
           02 APL-TOKEN           PIC X(16).
           02 FILLER              PIC X(01).
           02 APL-FECHA           PIC 9(08).

       FD  FILMOVS
           RECORDING MODE IS F.
       01  REG-MOV-STOCK.
           02 MVS-FECHA           PIC 9(08).
           02 FILLER              PIC X(01).
           02 MVS-TIPO            PIC X(01). *> E = ENTRADA
                                             *> O = ORDEN
                                             *> M = MERMA
           02 FILLER              PIC X(01).
           02 MVS-MARCA           PIC 9(02).
           02 MVS-TIPO-PROD       PIC 9(02).
           02 FILLER              PIC X(01).
           02 MVS-CANTIDAD        PIC 9(07).
           02 FILLER              PIC X(01).
           02 MVS-MOTIVO          PIC X(12).
           02 FILLER              PIC X(01).
           02 MVS-REFERENCIA      PIC X(16). *> REMITO / TOKEN

      *    MISMO LAYOUT QUE EL FECACTVO DE CDCB14Q/CONCIL01
       FD  FECACTVO.
       01  REG-SALIDA.
           COPY CDCFDREP REPLACING LEADING ==CDC== BY ==FA==.
           02 FA-NUMPLAST         PIC 9(12).
           02 FA-NUMBEN           PIC 9(05).
           02 FA-LINEVENT         PIC X(02).

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
           05 FS-FILSTOCK         PIC XX.
           05 FS-FILRECEP         PIC XX.
           05 FS-FILMERMA         PIC XX.
           05 FS-FILORDEN         PIC XX.
           05 FS-FILAPLIC         PIC XX.
           05 FS-FILMOVS          PIC XX.
           05 FS-FECACTVO         PIC XX.
           05 FS-FILBOV           PIC XX.
           05 FS-FILREP           PIC XX.

       01  WSC-COUNTERS.
           05 COUNT-RECEPCIONES   PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-MERMAS        PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-ORDENES       PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-YA-APLICADAS  PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-SIN-PRODUCTO  PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-INVALIDOS     PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-ALERTAS       PIC 9(07) COMP VALUE ZEROS.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.
           05 EOF-FILBOV          PIC X VALUE 'N'.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-DIAS-PROYECCION     PIC 9(03) VALUE 7.
       01  WS-DIAS-HISTORIA       PIC 9(03) VALUE 30.
       01  WS-VIGENCIA-DIAS       PIC 9(05) VALUE 1460.
       01  WS-FECHA-HIST-DESDE    PIC 9(08).
       01  WS-DIA-INT             PIC 9(08) COMP.
       01  WS-EDAD-DIAS           PIC S9(07) COMP.
       01  WS-NOM-FILREP          PIC X(40).

      *    STOCK POR PRODUCTO; POCOS RENGLONES, BUSQUEDA LINEAL CON
      *    ALTA AL VUELO (VER 1150-UBICAR-PRODUCTO)
       01  WS-CANT-STK            PIC 9(03) COMP VALUE ZERO.
       01  WS-TABLA-STOCK.
           05 WS-STK-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CANT-STK
               INDEXED BY WS-STK-IDX.
               10 WS-STK-CLAVE.
                   15 WS-STK-MARCA     PIC 9(02).
                   15 WS-STK-TIPO      PIC 9(02).
               10 WS-STK-SALDO-ANT     PIC S9(07).
               10 WS-STK-SALDO         PIC S9(07).
               10 WS-STK-ENTRADAS      PIC 9(07).
               10 WS-STK-ORDENES       PIC 9(07).
               10 WS-STK-MERMAS        PIC 9(07).
      *        VENCIMIENTOS DE LOS PROXIMOS N DIAS Y REPOSICIONES (NO
      *        VENCIMIENTO) DE LOS ULTIMOS WS-DIAS-HISTORIA DIAS
               10 WS-STK-PROY-VENC     PIC 9(07).
               10 WS-STK-HIST-OTRAS    PIC 9(07).
               10 WS-STK-PROYECTADO    PIC 9(07).
               10 WS-STK-FECHA-ACT     PIC 9(08).
       01  WS-PROD-BUSCADO.
           05 WS-PRB-MARCA        PIC 9(02).
           05 WS-PRB-TIPO         PIC 9(02).

      *    BOVEDA EN MEMORIA (VER COPY BOVEDA EN Casopractico); LOS
      *    TOKENS NUEVOS SE ASIGNAN Y ANEXAN IGUAL QUE 1168-TOKEN-DE-
      *    PAN EN PROGRAM1
       COPY BOVEDA.

      *    ORDENES YA APLICADAS EN CORRIDAS ANTERIORES, POR TOKEN
       01  WS-CANT-APL            PIC 9(06) COMP VALUE ZERO.
       01  WS-TABLA-APLICADAS.
           05 WS-APL-ENTRY OCCURS 1 TO 200000 TIMES
               DEPENDING ON WS-CANT-APL
               ASCENDING KEY IS WS-APL-TOKEN
               INDEXED BY WS-APL-IDX.
               10 WS-APL-TOKEN    PIC X(16).
       01  WS-ORDEN-APLICADA      PIC X(01).

       01  WS-CANT-ED             PIC ZZZZZZ9.
       01  WS-SALDO-ED            PIC -ZZZZZZ9.
       01  WS-SALDO-ANT-ED        PIC -ZZZZZZ9.
       01  WS-ENTR-ED             PIC ZZZZZZ9.
       01  WS-ORD-ED              PIC ZZZZZZ9.
       01  WS-MERM-ED             PIC ZZZZZZ9.
       01  WS-PROY-ED             PIC ZZZZZZ9.
       01  WS-DIAS-ED             PIC ZZ9.
       01  WS-MARCA-ALERTA        PIC X(20).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  INVENTARIO DE PLASTICOS              '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 1000-LEER-PARAMETRO
           STRING 'STOCK_PLASTICOS_' WS-FECHA-YYYYMMDD '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FILREP
           PERFORM 1100-CARGAR-STOCK
           PERFORM 1200-CARGAR-BOVEDA
           PERFORM 1300-CARGAR-APLICADAS
           PERFORM 1400-CARGAR-HISTORIA

           OPEN INPUT FECACTVO
           IF FS-FECACTVO NOT = '00'
               DISPLAY 'FECACTVO.dat NO DISPONIBLE FS: ' FS-FECACTVO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FILREP
           IF FS-FILREP NOT = '00'
               DISPLAY 'ERROR AL ABRIR ' WS-NOM-FILREP ' FS: '
                   FS-FILREP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FILMOVS
           IF FS-FILMOVS = '35'
               OPEN OUTPUT FILMOVS
               CLOSE FILMOVS
               OPEN EXTEND FILMOVS
           END-IF
           MOVE SPACES TO REG-REPORTE
           STRING 'INVENTARIO DE PLASTICOS AL ' WS-FECHA-YYYYMMDD
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE

           PERFORM 2000-APLICAR-RECEPCIONES
           PERFORM 3000-APLICAR-MERMAS
           PERFORM 4000-APLICAR-ORDENES
           PERFORM 5000-PROYECTAR-VENCIMIENTOS
           PERFORM 6000-REPORTAR-STOCK
               VARYING WS-STK-IDX FROM 1 BY 1
               UNTIL WS-STK-IDX > WS-CANT-STK
           PERFORM 7000-GUARDAR-STOCK

           CLOSE FECACTVO FILREP FILMOVS

           DISPLAY 'RECEPCIONES APLICADAS        = ' COUNT-RECEPCIONES
           DISPLAY 'MERMAS APLICADAS             = ' COUNT-MERMAS
           DISPLAY 'ORDENES DESCONTADAS          = ' COUNT-ORDENES
           DISPLAY 'ORDENES YA DESCONTADAS       = ' COUNT-YA-APLICADAS
           DISPLAY 'ORDENES SIN PRODUCTO         = ' COUNT-SIN-PRODUCTO
           DISPLAY 'RENGLONES INVALIDOS          = ' COUNT-INVALIDOS
           DISPLAY 'PRODUCTOS CON STOCK INSUFICIENTE = ' COUNT-ALERTAS
           IF COUNT-ALERTAS > 0
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
                               'PARMPLASTI.txt: ' WS-FECHA-YYYYMMDD
                       END-IF
                       IF PARM-DIAS-PROYECCION IS NUMERIC AND
                          PARM-DIAS-PROYECCION NOT = 0
                           MOVE PARM-DIAS-PROYECCION TO
                               WS-DIAS-PROYECCION
                       END-IF
                       IF PARM-DIAS-HISTORIA IS NUMERIC AND
                          PARM-DIAS-HISTORIA NOT = 0
                           MOVE PARM-DIAS-HISTORIA TO WS-DIAS-HISTORIA
                       END-IF
                       IF PARM-VIGENCIA-DIAS IS NUMERIC AND
                          PARM-VIGENCIA-DIAS NOT = 0
                           MOVE PARM-VIGENCIA-DIAS TO WS-VIGENCIA-DIAS
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF
           COMPUTE WS-DIA-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD)
               - WS-DIAS-HISTORIA
           COMPUTE WS-FECHA-HIST-DESDE =
               FUNCTION DATE-OF-INTEGER(WS-DIA-INT)
           DISPLAY 'DIAS DE PROYECCION: ' WS-DIAS-PROYECCION
               ' HISTORIA DESDE: ' WS-FECHA-HIST-DESDE.

      *----------------------------------------------------------------+
       1100-CARGAR-STOCK.
      *----------------------------------------------------------------+
           OPEN INPUT FILSTOCK
           IF FS-FILSTOCK NOT = '00'
               DISPLAY 'STOCK_PLASTICOS.txt NO ENCONTRADO, TODOS LOS '
                   'PRODUCTOS ARRANCAN EN CERO'
           ELSE
               PERFORM 1110-LEER-STOCK
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF STK-MARCA IS NUMERIC AND STK-TIPO IS NUMERIC
                      AND STK-SALDO IS NUMERIC
                       MOVE STK-MARCA TO WS-PRB-MARCA
                       MOVE STK-TIPO TO WS-PRB-TIPO
                       PERFORM 1150-UBICAR-PRODUCTO
                       MOVE STK-SALDO TO WS-STK-SALDO(WS-STK-IDX)
                       MOVE STK-SALDO TO WS-STK-SALDO-ANT(WS-STK-IDX)
                       MOVE STK-FECHA-ACT TO
                           WS-STK-FECHA-ACT(WS-STK-IDX)
                   ELSE
                       ADD 1 TO COUNT-INVALIDOS
                   END-IF
                   PERFORM 1110-LEER-STOCK
               END-PERFORM
               CLOSE FILSTOCK
               MOVE 'N' TO EOF-ACTUAL
           END-IF
           DISPLAY 'PRODUCTOS CON SALDO ANTERIOR: ' WS-CANT-STK.

      *----------------------------------------------------------------+
       1110-LEER-STOCK.
      *----------------------------------------------------------------+
           READ FILSTOCK
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1150-UBICAR-PRODUCTO.
      *----------------------------------------------------------------+
      *    DEJA WS-STK-IDX EN EL PRODUCTO WS-PROD-BUSCADO, DANDOLO DE
      *    ALTA EN CERO SI TODAVIA NO ESTABA
           SET WS-STK-IDX TO 1
           PERFORM UNTIL WS-STK-IDX > WS-CANT-STK
                   OR WS-STK-CLAVE(WS-STK-IDX) = WS-PROD-BUSCADO
               SET WS-STK-IDX UP BY 1
           END-PERFORM
           IF WS-STK-IDX > WS-CANT-STK
               IF WS-CANT-STK >= 500
                   DISPLAY 'TABLA DE PRODUCTOS LLENA (500); CORRIDA '
                       'ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-STK
               SET WS-STK-IDX TO WS-CANT-STK
               MOVE WS-PROD-BUSCADO TO WS-STK-CLAVE(WS-STK-IDX)
               MOVE ZERO TO WS-STK-SALDO-ANT(WS-STK-IDX)
                            WS-STK-SALDO(WS-STK-IDX)
                            WS-STK-ENTRADAS(WS-STK-IDX)
                            WS-STK-ORDENES(WS-STK-IDX)
                            WS-STK-MERMAS(WS-STK-IDX)
                            WS-STK-PROY-VENC(WS-STK-IDX)
                            WS-STK-HIST-OTRAS(WS-STK-IDX)
                            WS-STK-PROYECTADO(WS-STK-IDX)
                            WS-STK-FECHA-ACT(WS-STK-IDX)
           END-IF.

      *----------------------------------------------------------------+
       1200-CARGAR-BOVEDA.
      *----------------------------------------------------------------+
      *    SOLO EL SENTIDO PAN -> TOKEN; EL ULTIMO NUMERO DE SECUENCIA
      *    SE CALCULA IGUAL QUE 1167-CARGAR-BOVEDA EN PROGRAM1
           OPEN INPUT FILBOV
           IF FS-FILBOV = '00'
               PERFORM 1210-LEER-BOVEDA
               PERFORM UNTIL EOF-FILBOV = 'S'
                   PERFORM 1220-GUARDAR-BOVEDA
                   PERFORM 1210-LEER-BOVEDA
               END-PERFORM
               CLOSE FILBOV
               SORT WS-BVP-ENTRY ON ASCENDING KEY WS-BVP-PAN
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
       1300-CARGAR-APLICADAS.
      *----------------------------------------------------------------+
           OPEN INPUT FILAPLIC
           IF FS-FILAPLIC = '00'
               PERFORM 1310-LEER-APLICADA
               PERFORM UNTIL EOF-ACTUAL = 'S'
      *            TABLA LLENA = FALLA RUIDOSA: SEGUIR SIN PARTE DEL
      *            HISTORIAL DESCONTARIA ORDENES DOS VECES
                   IF WS-CANT-APL >= 200000
                       DISPLAY 'TABLA DE ORDENES APLICADAS LLENA '
                           '(200000); DEPURE '
                           'plasticos_ordenes_aplicadas.txt'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-APL
                   SET WS-APL-IDX TO WS-CANT-APL
                   MOVE APL-TOKEN TO WS-APL-TOKEN(WS-APL-IDX)
                   PERFORM 1310-LEER-APLICADA
               END-PERFORM
               CLOSE FILAPLIC
               MOVE 'N' TO EOF-ACTUAL
               IF WS-CANT-APL > 0
                   SORT WS-APL-ENTRY ON ASCENDING KEY WS-APL-TOKEN
               END-IF
           END-IF
           OPEN EXTEND FILAPLIC
           IF FS-FILAPLIC = '35'
               OPEN OUTPUT FILAPLIC
               CLOSE FILAPLIC
               OPEN EXTEND FILAPLIC
           END-IF.

      *----------------------------------------------------------------+
       1310-LEER-APLICADA.
      *----------------------------------------------------------------+
           READ FILAPLIC
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1400-CARGAR-HISTORIA.
      *----------------------------------------------------------------+
      *    REPOSICIONES (ORDENES QUE NO SON POR VENCIMIENTO) DE LOS
      *    ULTIMOS WS-DIAS-HISTORIA DIAS, POR PRODUCTO; LOS
      *    VENCIMIENTOS NO ENTRAN PORQUE SE PROYECTAN EXACTOS DESDE
      *    FECACTVO (VER 5000)
           OPEN INPUT FILMOVS
           IF FS-FILMOVS = '00'
               PERFORM 1410-LEER-MOVIMIENTO
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF MVS-TIPO = 'O' AND
                      MVS-MOTIVO NOT = 'VENCIMIENTO' AND
                      MVS-FECHA >= WS-FECHA-HIST-DESDE AND
                      MVS-FECHA <= WS-FECHA-YYYYMMDD
                       MOVE MVS-MARCA TO WS-PRB-MARCA
                       MOVE MVS-TIPO-PROD TO WS-PRB-TIPO
                       PERFORM 1150-UBICAR-PRODUCTO
                       ADD MVS-CANTIDAD TO
                           WS-STK-HIST-OTRAS(WS-STK-IDX)
                   END-IF
                   PERFORM 1410-LEER-MOVIMIENTO
               END-PERFORM
               CLOSE FILMOVS
               MOVE 'N' TO EOF-ACTUAL
           END-IF.

      *----------------------------------------------------------------+
       1410-LEER-MOVIMIENTO.
      *----------------------------------------------------------------+
           READ FILMOVS
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2000-APLICAR-RECEPCIONES.
      *----------------------------------------------------------------+
           OPEN INPUT FILRECEP
           IF FS-FILRECEP = '00'
               PERFORM 2100-LEER-RECEPCION
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF REC-MARCA IS NUMERIC AND REC-TIPO IS NUMERIC AND
                      REC-CANTIDAD IS NUMERIC
                       MOVE REC-MARCA TO WS-PRB-MARCA
                       MOVE REC-TIPO TO WS-PRB-TIPO
                       PERFORM 1150-UBICAR-PRODUCTO
                       ADD REC-CANTIDAD TO WS-STK-SALDO(WS-STK-IDX)
                       ADD REC-CANTIDAD TO WS-STK-ENTRADAS(WS-STK-IDX)
                       MOVE WS-FECHA-YYYYMMDD TO
                           WS-STK-FECHA-ACT(WS-STK-IDX)
                       MOVE SPACES TO REG-MOV-STOCK
                       MOVE WS-FECHA-YYYYMMDD TO MVS-FECHA
                       MOVE 'E' TO MVS-TIPO
                       MOVE REC-MARCA TO MVS-MARCA
                       MOVE REC-TIPO TO MVS-TIPO-PROD
                       MOVE REC-CANTIDAD TO MVS-CANTIDAD
                       MOVE 'RECEPCION' TO MVS-MOTIVO
                       MOVE REC-REMITO TO MVS-REFERENCIA
                       WRITE REG-MOV-STOCK
                       ADD 1 TO COUNT-RECEPCIONES
                   ELSE
                       ADD 1 TO COUNT-INVALIDOS
                       DISPLAY 'RECEPCION INVALIDA: ' REG-RECEPCION
                   END-IF
                   PERFORM 2100-LEER-RECEPCION
               END-PERFORM
               CLOSE FILRECEP
               MOVE 'N' TO EOF-ACTUAL
      *        YA APLICADAS Y EN LA BITACORA: SE VACIA EL ARCHIVO
               OPEN OUTPUT FILRECEP
               CLOSE FILRECEP
           END-IF.

      *----------------------------------------------------------------+
       2100-LEER-RECEPCION.
      *----------------------------------------------------------------+
           READ FILRECEP
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       3000-APLICAR-MERMAS.
      *----------------------------------------------------------------+
           OPEN INPUT FILMERMA
           IF FS-FILMERMA = '00'
               PERFORM 3100-LEER-MERMA
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF MER-MARCA IS NUMERIC AND MER-TIPO IS NUMERIC AND
                      MER-CANTIDAD IS NUMERIC
                       MOVE MER-MARCA TO WS-PRB-MARCA
                       MOVE MER-TIPO TO WS-PRB-TIPO
                       PERFORM 1150-UBICAR-PRODUCTO
                       SUBTRACT MER-CANTIDAD FROM
                           WS-STK-SALDO(WS-STK-IDX)
                       ADD MER-CANTIDAD TO WS-STK-MERMAS(WS-STK-IDX)
                       MOVE WS-FECHA-YYYYMMDD TO
                           WS-STK-FECHA-ACT(WS-STK-IDX)
                       MOVE SPACES TO REG-MOV-STOCK
                       MOVE WS-FECHA-YYYYMMDD TO MVS-FECHA
                       MOVE 'M' TO MVS-TIPO
                       MOVE MER-MARCA TO MVS-MARCA
                       MOVE MER-TIPO TO MVS-TIPO-PROD
                       MOVE MER-CANTIDAD TO MVS-CANTIDAD
                       MOVE MER-MOTIVO TO MVS-MOTIVO
                       WRITE REG-MOV-STOCK
                       ADD 1 TO COUNT-MERMAS
                   ELSE
                       ADD 1 TO COUNT-INVALIDOS
                       DISPLAY 'MERMA INVALIDA: ' REG-MERMA
                   END-IF
                   PERFORM 3100-LEER-MERMA
               END-PERFORM
               CLOSE FILMERMA
               MOVE 'N' TO EOF-ACTUAL
               OPEN OUTPUT FILMERMA
               CLOSE FILMERMA
           END-IF.

      *----------------------------------------------------------------+
       3100-LEER-MERMA.
      *----------------------------------------------------------------+
           READ FILMERMA
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       4000-APLICAR-ORDENES.
      *----------------------------------------------------------------+
      *    CADA ORDEN CONSUME UN PLASTICO DEL PRODUCTO DE LA TARJETA
      *    (MARCA/PRODUCTO DE FECACTVO POR CLAVE). UNA ORDEN CUYA
      *    TARJETA NO ESTA EN FECACTVO NO SE DESCUENTA NI SE MARCA:
      *    SALE EN EL REPORTE Y SE REINTENTA EN LA PROXIMA CORRIDA
           OPEN INPUT FILORDEN
           IF FS-FILORDEN = '00'
               PERFORM 4100-LEER-ORDEN
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   PERFORM 4200-APLICAR-ORDEN
                   PERFORM 4100-LEER-ORDEN
               END-PERFORM
               CLOSE FILORDEN
               MOVE 'N' TO EOF-ACTUAL
           ELSE
               DISPLAY 'ordenes_reemision.txt NO DISPONIBLE, SIN '
                   'ORDENES QUE DESCONTAR'
           END-IF
           CLOSE FILAPLIC.

      *----------------------------------------------------------------+
       4100-LEER-ORDEN.
      *----------------------------------------------------------------+
           READ FILORDEN
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       4200-APLICAR-ORDEN.
      *----------------------------------------------------------------+
           MOVE 'N' TO WS-ORDEN-APLICADA
           MOVE ORM-PAN TO WS-BOV-PAN-BUSCADO
           PERFORM 8050-BUSCAR-TOKEN
           IF WS-BOV-ENCONTRADO = 'S' AND WS-CANT-APL > 0
               SEARCH ALL WS-APL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-APL-TOKEN(WS-APL-IDX) = WS-BOV-RESULTADO
                       MOVE 'S' TO WS-ORDEN-APLICADA
               END-SEARCH
           END-IF
           IF WS-ORDEN-APLICADA = 'S'
               ADD 1 TO COUNT-YA-APLICADAS
           ELSE
               MOVE SPACES TO FA-PAN
               MOVE ORM-PAN TO FA-PAN(1:16)
               READ FECACTVO
                   INVALID KEY
                       PERFORM 4250-REPORTAR-SIN-PRODUCTO
                   NOT INVALID KEY
                       PERFORM 4300-DESCONTAR-ORDEN
               END-READ
           END-IF.

      *----------------------------------------------------------------+
       4250-REPORTAR-SIN-PRODUCTO.
      *----------------------------------------------------------------+
           ADD 1 TO COUNT-SIN-PRODUCTO
           MOVE SPACES TO REG-REPORTE
           STRING 'ORDEN SIN PRODUCTO (TARJETA NO ESTA EN '
               'FECACTVO): ************' ORM-PAN(13:4)
               ' ' ORM-MOTIVO ' ' ORM-FECHA
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

      *----------------------------------------------------------------+
       4300-DESCONTAR-ORDEN.
      *----------------------------------------------------------------+
           MOVE FA-MARCA TO WS-PRB-MARCA
           MOVE FA-TIPO TO WS-PRB-TIPO
           PERFORM 1150-UBICAR-PRODUCTO
           SUBTRACT 1 FROM WS-STK-SALDO(WS-STK-IDX)
           ADD 1 TO WS-STK-ORDENES(WS-STK-IDX)
           MOVE WS-FECHA-YYYYMMDD TO WS-STK-FECHA-ACT(WS-STK-IDX)
           MOVE ORM-PAN TO WS-BOV-PAN-BUSCADO
           PERFORM 8000-TOKEN-DE-PAN
           MOVE SPACES TO REG-APLICADA
           MOVE WS-BOV-RESULTADO TO APL-TOKEN
           MOVE WS-FECHA-YYYYMMDD TO APL-FECHA
           WRITE REG-APLICADA
           MOVE SPACES TO REG-MOV-STOCK
           MOVE WS-FECHA-YYYYMMDD TO MVS-FECHA
           MOVE 'O' TO MVS-TIPO
           MOVE FA-MARCA TO MVS-MARCA
           MOVE FA-TIPO TO MVS-TIPO-PROD
           MOVE 1 TO MVS-CANTIDAD
           MOVE ORM-MOTIVO TO MVS-MOTIVO
           MOVE WS-BOV-RESULTADO TO MVS-REFERENCIA
           WRITE REG-MOV-STOCK
           ADD 1 TO COUNT-ORDENES.

      *----------------------------------------------------------------+
       5000-PROYECTAR-VENCIMIENTOS.
      *----------------------------------------------------------------+
      *    UNA TARJETA VIGENTE QUE HOY TODAVIA NO SUPERA LA VIGENCIA
      *    PERO LA SUPERA DENTRO DE LOS PROXIMOS N DIAS ES UNA ORDEN
      *    POR VENCIMIENTO QUE REEMIT01 VA A EMITIR (MISMO CALCULO DE
      *    EDAD QUE 2200-EVALUAR-VENCIMIENTO EN REEMIT01)
           MOVE LOW-VALUES TO FA-PAN
           START FECACTVO KEY IS NOT LESS THAN FA-PAN
               INVALID KEY
                   MOVE 'S' TO EOF-ACTUAL
           END-START
           PERFORM UNTIL EOF-ACTUAL = 'S'
               READ FECACTVO NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-ACTUAL
                   NOT AT END
                       IF REG-SALIDA(1:2) NOT = 'HD' AND
                          REG-SALIDA(1:2) NOT = 'TR'
                           PERFORM 5100-EVALUAR-VENCIMIENTO
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       5100-EVALUAR-VENCIMIENTO.
      *----------------------------------------------------------------+
           IF FA-FECBAJA-CTA = 0 AND FA-FEC-ALT-TAR IS NUMERIC AND
              FA-FEC-ALT-TAR > 0
               COMPUTE WS-EDAD-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD) -
                   FUNCTION INTEGER-OF-DATE(FA-FEC-ALT-TAR)
               IF WS-EDAD-DIAS <= WS-VIGENCIA-DIAS AND
                  WS-EDAD-DIAS + WS-DIAS-PROYECCION > WS-VIGENCIA-DIAS
                   MOVE FA-MARCA TO WS-PRB-MARCA
                   MOVE FA-TIPO TO WS-PRB-TIPO
                   PERFORM 1150-UBICAR-PRODUCTO
                   ADD 1 TO WS-STK-PROY-VENC(WS-STK-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       6000-REPORTAR-STOCK.
      *----------------------------------------------------------------+
      *    DEMANDA PROYECTADA = VENCIMIENTOS DE LOS PROXIMOS N DIAS +
      *    RITMO DIARIO DE REPOSICIONES RECIENTE POR N DIAS
           COMPUTE WS-STK-PROYECTADO(WS-STK-IDX) ROUNDED =
               WS-STK-PROY-VENC(WS-STK-IDX) +
               (WS-STK-HIST-OTRAS(WS-STK-IDX) * WS-DIAS-PROYECCION
                / WS-DIAS-HISTORIA)
           MOVE SPACES TO WS-MARCA-ALERTA
           IF WS-STK-PROYECTADO(WS-STK-IDX) >
              WS-STK-SALDO(WS-STK-IDX)
               MOVE '*** STOCK INSUF ***' TO WS-MARCA-ALERTA
               ADD 1 TO COUNT-ALERTAS
               DISPLAY 'ALERTA: PRODUCTO ' WS-STK-MARCA(WS-STK-IDX)
                   '-' WS-STK-TIPO(WS-STK-IDX)
                   ' SALDO ' WS-STK-SALDO(WS-STK-IDX)
                   ' PROYECTADO ' WS-STK-PROYECTADO(WS-STK-IDX)
           END-IF
           MOVE WS-STK-SALDO-ANT(WS-STK-IDX) TO WS-SALDO-ANT-ED
           MOVE WS-STK-ENTRADAS(WS-STK-IDX) TO WS-ENTR-ED
           MOVE WS-STK-ORDENES(WS-STK-IDX) TO WS-ORD-ED
           MOVE WS-STK-MERMAS(WS-STK-IDX) TO WS-MERM-ED
           MOVE WS-STK-SALDO(WS-STK-IDX) TO WS-SALDO-ED
           MOVE WS-STK-PROYECTADO(WS-STK-IDX) TO WS-PROY-ED
           MOVE WS-DIAS-PROYECCION TO WS-DIAS-ED
           MOVE SPACES TO REG-REPORTE
           STRING 'PRODUCTO ' WS-STK-MARCA(WS-STK-IDX)
               '-' WS-STK-TIPO(WS-STK-IDX)
               ' ANT:' WS-SALDO-ANT-ED
               ' +ENT:' WS-ENTR-ED
               ' -ORD:' WS-ORD-ED
               ' -MER:' WS-MERM-ED
               ' SALDO:' WS-SALDO-ED
               ' PROY ' WS-DIAS-ED 'D:' WS-PROY-ED
               ' ' WS-MARCA-ALERTA
               DELIMITED BY SIZE INTO REG-REPORTE
           WRITE REG-REPORTE.

      *----------------------------------------------------------------+
       7000-GUARDAR-STOCK.
      *----------------------------------------------------------------+
           OPEN OUTPUT FILSTOCK
           IF FS-FILSTOCK NOT = '00'
               DISPLAY 'ERROR AL GRABAR STOCK_PLASTICOS.txt FS: '
                   FS-FILSTOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 7100-ESCRIBIR-STOCK
               VARYING WS-STK-IDX FROM 1 BY 1
               UNTIL WS-STK-IDX > WS-CANT-STK
           CLOSE FILSTOCK.

      *----------------------------------------------------------------+
       7100-ESCRIBIR-STOCK.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-STOCK
           MOVE WS-STK-MARCA(WS-STK-IDX) TO STK-MARCA
           MOVE WS-STK-TIPO(WS-STK-IDX) TO STK-TIPO
           MOVE WS-STK-SALDO(WS-STK-IDX) TO STK-SALDO
           MOVE WS-STK-FECHA-ACT(WS-STK-IDX) TO STK-FECHA-ACT
           WRITE REG-STOCK.

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
       END PROGRAM PLASTI01.
