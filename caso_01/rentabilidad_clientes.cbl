      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Monthly profitability per deposit client: for every
      *           CLIMAST account nets the interest paid and withheld
      *           against the maintenance fee and overdraft interest
      *           earned (devengos_clientes.txt) and the channel and
      *           cheque fees charged (MOVHIST.dat), less a handling
      *           cost per movement posted in the month. Clients are
      *           ranked into deciles within their currency, with a
      *           summary by product and currency; the monthly results
      *           are kept in rentabilidad_historia.dat so a twelve
      *           month trend per client can be printed for the yearly
      *           pricing review
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA23.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO DE CLIENTES, RECORRIDO COMPLETO: UNA LINEA POR CUENTA
           SELECT CLIMASTER ASSIGN TO 'CLIMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS CLIMASTER-STATUS.
      * HISTORICO INDEXADO ESCRITO POR PSA01 (VER GRABAR-MOVHIST);
      * SE RECORRE COMPLETO TOMANDO LO DEL PERIODO
           SELECT MOVHIST ASSIGN TO 'MOVHIST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MHX-KEY
               FILE STATUS IS FS-MOVHIST.
      * BITACORA DE DEVENGOS POR CLIENTE DE PSA01 (COPY DEVCLI)
           SELECT FDEVCLI ASSIGN TO 'devengos_clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FDEVCLI.
      * RESULTADO MENSUAL POR CLIENTE: UN RENGLON POR PERIODO Y
      * CLIENTE. REPETIR UN PERIODO REEMPLAZA SUS RENGLONES (VER
      * GUARDAR-HISTORIA), ASI QUE LA TENDENCIA NUNCA LO CUENTA DOS
      * VECES
           SELECT FHISTORIA ASSIGN TO 'rentabilidad_historia.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FHISTORIA.
           SELECT FHISTWRK ASSIGN TO 'rentabilidad_historia.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FHISTWRK.
      * REPORTE DEL PERIODO, RENTABILIDAD_<AAAAMM>.txt, Y TENDENCIA DE
      * DOCE MESES, TENDENCIA_RENTABILIDAD_<AAAAMM>.txt; SE REESCRIBEN
      * POR CORRIDA
           SELECT FREPORTE ASSIGN TO WS-NOM-FREPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREPORTE.
           SELECT FTENDENCIA ASSIGN TO WS-NOM-FTENDENCIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FTENDENCIA.
      * PARM-CARD DE PSA01: DA LA FECHA DE NEGOCIO
           SELECT FILPARM ASSIGN TO 'PARMPSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.
      * PARM-CARD DE PSA23; MISMO ESTILO POSICIONAL QUE PARMPSA01.txt
           SELECT FPARM23 ASSIGN TO 'PARMPSA23.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPARM23.

       DATA DIVISION.
       FILE SECTION.
       FD CLIMASTER.
           COPY CLIMAST.

      * MISMO LAYOUT QUE REG-MOVHIST EN status_accounts_customers.cbl
       FD MOVHIST.
       01 REG-MOVHIST.
           02 MHX-KEY.
               03 MHX-CLI-ID       PIC X(05).
               03 MHX-FECHA        PIC 9(08).
               03 MHX-SECUENCIA    PIC 9(05).
           02 MHX-TIPO             PIC X(01).
           02 MHX-MONTO            PIC 9(05)V99.
           02 MHX-REF-TIPO         PIC X(01).
           02 MHX-MONEDA           PIC X(03).
           02 MHX-LOTE-ID          PIC X(11).
           02 MHX-CANAL            PIC X(06).
           02 MHX-CONTRAPARTE      PIC X(05).
           02 MHX-MONTO-CONTRA     PIC 9(05)V99.
           02 MHX-MONEDA-CONTRA    PIC X(03).
           02 MHX-TASA-CAMBIO      PIC 9(05)V9(06).

       FD FDEVCLI.
           COPY DEVCLI.

      * COLUMNAS FIJAS SEPARADAS POR UN ESPACIO
       FD FHISTORIA.
       01 REG-RENTABILIDAD.
           02 RHI-PERIODO          PIC 9(06).
           02 FILLER               PIC X(01).
           02 RHI-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 RHI-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
           02 RHI-PRODUCTO         PIC X(04).
           02 FILLER               PIC X(01).
           02 RHI-MOVIMIENTOS      PIC 9(07).
           02 FILLER               PIC X(01).
           02 RHI-RESULTADO        PIC S9(09)V99
                                   SIGN IS LEADING SEPARATE.
           02 FILLER               PIC X(01).
           02 RHI-DECIL            PIC 9(02).

       FD FHISTWRK.
       01 HISTWRK-REGISTER         PIC X(45).

       FD FREPORTE.
       01 REPORTE-REGISTER         PIC X(132).

       FD FTENDENCIA.
       01 TENDENCIA-REGISTER       PIC X(132).

       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA

       FD FPARM23.
       01 REG-PARM-PSA23.
      *    PERIODO A MEDIR, AAAAMM (0 = EL MES ANTERIOR AL DE LA FECHA
      *    DE NEGOCIO, LA CORRIDA NORMAL DE PRINCIPIO DE MES)
           02 PARM-PERIODO         PIC 9(06).
           02 FILLER               PIC X(01).
      *    COSTO DE MANEJO POR MOVIMIENTO, EN LA MONEDA DE LA CUENTA
      *    (0 = SIN COSTO DE MANEJO)
           02 PARM-COSTO-MOVIMIENTO PIC 9(03)V99.

       WORKING-STORAGE SECTION.
       01 CLIMASTER-STATUS         PIC XX.
       01 FS-MOVHIST               PIC XX.
       01 FS-FDEVCLI               PIC XX.
       01 FS-FHISTORIA             PIC XX.
       01 FS-FHISTWRK              PIC XX.
       01 FS-FREPORTE              PIC XX.
       01 FS-FTENDENCIA            PIC XX.
       01 FS-FILPARM               PIC XX.
       01 FS-FPARM23               PIC XX.
       01 EOF-CLIMAST              PIC X VALUE 'N'.
       01 EOF-MOVHIST              PIC X VALUE 'N'.
       01 WS-DEVCLI-EOF            PIC X VALUE 'N'.
       01 WS-HISTORIA-EOF          PIC X VALUE 'N'.
       01 WS-HISTWRK-EOF           PIC X VALUE 'N'.

       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO.
           02 WS-FN-AAAA           PIC 9(04).
           02 WS-FN-MM             PIC 9(02).
           02 WS-FN-DD             PIC 9(02).
       01 WS-MONEDA-BASE           PIC X(03) VALUE 'CRC'.
       01 WS-PERIODO               PIC 9(06).
       01 WS-PERIODO-R REDEFINES WS-PERIODO.
           02 WS-PER-AAAA          PIC 9(04).
           02 WS-PER-MM            PIC 9(02).
       01 WS-FECHA-DESDE           PIC 9(08).
       01 WS-FECHA-HASTA           PIC 9(08).
       01 WS-COSTO-MOVIMIENTO      PIC 9(03)V99 VALUE ZERO.
      * CANALES CON QUE PSA01 POSTEA LAS COMISIONES Y LOS AJUSTES DE
      * INTERES POR FECHA VALOR (VER WS-CANAL-COMISION, WS-CANAL-CHQ-
      * COMISION Y WS-CANAL-AJUSTE-VALOR EN PSA01)
       01 WS-CANAL-COMISION        PIC X(06) VALUE 'COMCAN'.
       01 WS-CANAL-CHQ-COMISION    PIC X(06) VALUE 'CHQDEV'.
       01 WS-CANAL-AJUSTE-VALOR    PIC X(06) VALUE 'AJVALO'.

      * UNA ENTRADA POR CUENTA DEL MAESTRO, CARGADA EN EL ORDEN DE LA
      * CLAVE PARA BUSCARLA CON SEARCH ALL; AL FINAL SE REORDENA POR
      * MONEDA Y RESULTADO PARA LOS DECILES
       01 WS-CANT-CLIENTES         PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-CLIENTES.
           02 WS-RES-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-CLIENTES
               ASCENDING KEY IS WS-RES-CLI-ID
               INDEXED BY WS-RES-IDX.
               03 WS-RES-CLI-ID      PIC X(05).
               03 WS-RES-NOMBRE      PIC X(20).
               03 WS-RES-MONEDA      PIC X(03).
               03 WS-RES-PRODUCTO    PIC X(04).
               03 WS-RES-MOVIMIENTOS PIC 9(07).
      *        INTERES BRUTO: LO ACREDITADO MAS LO RETENIDO, CON LOS
      *        AJUSTES POR FECHA VALOR DEL MES
               03 WS-RES-INTERES     PIC S9(09)V99.
               03 WS-RES-RETENIDO    PIC S9(09)V99.
               03 WS-RES-CUOTA       PIC S9(09)V99.
               03 WS-RES-INT-DEUDOR  PIC S9(09)V99.
               03 WS-RES-COM-CANAL   PIC S9(09)V99.
               03 WS-RES-COM-CHEQUE  PIC S9(09)V99.
               03 WS-RES-COSTO       PIC S9(09)V99.
               03 WS-RES-RESULTADO   PIC S9(09)V99.
               03 WS-RES-DECIL       PIC 9(02).
      *        DOCE MESES TERMINADOS EN EL PERIODO (EL 12 ES EL PERIODO)
               03 WS-RES-TENDENCIA OCCURS 12 TIMES.
                   04 WS-RES-TEN-MONTO PIC S9(09)V99.
                   04 WS-RES-TEN-HAY   PIC X(01).
       01 WS-CLIENTE-HALLADO       PIC X(01).
       01 WS-TABLAS-LLENAS         PIC X VALUE 'N'.

      * LOS DOCE PERIODOS DE LA TENDENCIA, DEL MAS VIEJO AL PERIODO
       01 WS-TABLA-TENDENCIA.
           02 WS-TEN-PERIODO OCCURS 12 TIMES PIC 9(06).
       01 WS-TEN-SUB               PIC 9(02) COMP.
       01 WS-TEN-SLOT              PIC 9(02) COMP.
       01 WS-TEN-CALC              PIC 9(06).
       01 WS-TEN-CALC-R REDEFINES WS-TEN-CALC.
           02 WS-TEN-AAAA          PIC 9(04).
           02 WS-TEN-MM            PIC 9(02).

      * CLIENTES POR MONEDA, PARA REPARTIRLOS EN DECILES
       01 WS-CANT-MONEDAS          PIC 9(02) COMP VALUE ZERO.
       01 WS-TABLA-MONEDAS.
           02 WS-MON-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-CANT-MONEDAS
               INDEXED BY WS-MON-IDX.
               03 WS-MON-MONEDA      PIC X(03).
               03 WS-MON-CLIENTES    PIC 9(05).
       01 WS-MONEDA-ACTUAL         PIC X(03) VALUE SPACES.
       01 WS-RANGO                 PIC 9(05).
       01 WS-CLIENTES-MONEDA       PIC 9(05).

      * RESUMEN POR MONEDA Y PRODUCTO, Y POR MONEDA Y DECIL
       01 WS-CANT-RESUMEN          PIC 9(03) COMP VALUE ZERO.
       01 WS-TABLA-RESUMEN.
           02 WS-SUM-ENTRY OCCURS 1 TO 300 TIMES
               DEPENDING ON WS-CANT-RESUMEN
               INDEXED BY WS-SUM-IDX.
               03 WS-SUM-CLAVE.
                   04 WS-SUM-MONEDA    PIC X(03).
      *            'P' = POR PRODUCTO, 'D' = POR DECIL
                   04 WS-SUM-TIPO      PIC X(01).
                   04 WS-SUM-GRUPO     PIC X(04).
               03 WS-SUM-CLIENTES    PIC 9(05).
               03 WS-SUM-PERDIDA     PIC 9(05).
               03 WS-SUM-INGRESOS    PIC S9(11)V99.
               03 WS-SUM-COSTOS      PIC S9(11)V99.
               03 WS-SUM-RESULTADO   PIC S9(11)V99.
       01 WS-BUS-SUM-CLAVE.
           02 WS-BUS-SUM-MONEDA    PIC X(03).
           02 WS-BUS-SUM-TIPO      PIC X(01).
           02 WS-BUS-SUM-GRUPO     PIC X(04).
       01 WS-SUM-HALLADO           PIC X(01).
       01 WS-DECIL-DISP            PIC Z9.
       01 WS-INGRESOS              PIC S9(09)V99.
       01 WS-COSTOS                PIC S9(09)V99.

       01 WS-NOM-FREPORTE          PIC X(40) VALUE SPACES.
       01 WS-NOM-FTENDENCIA        PIC X(40) VALUE SPACES.
       01 WS-PRODUCTO-DISP         PIC X(04).
       01 WS-MOVS-DISP             PIC ZZZZZZ9.
       01 WS-CLIENTES-DISP         PIC ZZZZ9.
       01 WS-PERDIDA-DISP          PIC ZZZZ9.
       01 WS-MONTO-DISP1           PIC -ZZZZZ9.99.
       01 WS-MONTO-DISP2           PIC -ZZZZZ9.99.
       01 WS-MONTO-DISP3           PIC -ZZZZZ9.99.
       01 WS-MONTO-DISP4           PIC -ZZZZZ9.99.
       01 WS-MONTO-DISP5           PIC -ZZZZZ9.99.
       01 WS-MONTO-DISP6           PIC -ZZZZZ9.99.
       01 WS-MONTO-DISP7           PIC -ZZZZZ9.99.
       01 WS-RESULTADO-DISP        PIC -ZZZZZZ9.99.
       01 WS-TOTAL-DISP1           PIC -ZZZZZZZZZ9.99.
       01 WS-TOTAL-DISP2           PIC -ZZZZZZZZZ9.99.
       01 WS-TOTAL-DISP3           PIC -ZZZZZZZZZ9.99.
       01 WS-TEN-DISP              PIC -ZZZZZZ9.
       01 WS-TEN-TXT               PIC X(08).
       01 WS-PUNTERO               PIC 9(03).
       01 WS-COSTO-DISP            PIC ZZ9.99.

       01 COUNT-DEVENGOS           PIC 9(7) VALUE 0.
       01 COUNT-DEVENGOS-SIN-CTA   PIC 9(5) VALUE 0.
       01 COUNT-MOVIMIENTOS        PIC 9(7) VALUE 0.
       01 COUNT-MOVS-SIN-CTA       PIC 9(5) VALUE 0.
       01 COUNT-HISTORIA           PIC 9(7) VALUE 0.
       01 COUNT-CON-PERDIDA        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS

           OPEN INPUT CLIMASTER
           IF CLIMASTER-STATUS NOT = '00'
               DISPLAY "ERROR AL ABRIR CLIMAST.dat FS: "
                   CLIMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-CLIENTES
           CLOSE CLIMASTER

           OPEN INPUT MOVHIST
           IF FS-MOVHIST NOT = '00'
               DISPLAY "MOVHIST.dat NO DISPONIBLE FS: " FS-MOVHIST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SUMAR-MOVIMIENTOS
           CLOSE MOVHIST

           PERFORM SUMAR-DEVENGOS
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-CANT-CLIENTES
               PERFORM CALCULAR-RESULTADO
           END-PERFORM
           PERFORM CARGAR-TENDENCIA

           IF WS-CANT-CLIENTES > 0
               SORT WS-RES-ENTRY ON ASCENDING KEY WS-RES-MONEDA
                   DESCENDING KEY WS-RES-RESULTADO
                   ASCENDING KEY WS-RES-CLI-ID
           END-IF
           PERFORM ASIGNAR-DECILES
           IF WS-CANT-RESUMEN > 0
               SORT WS-SUM-ENTRY ON ASCENDING KEY WS-SUM-CLAVE
           END-IF

           PERFORM GRABAR-REPORTE
           PERFORM GRABAR-TENDENCIA
      *    CON LA TABLA LLENA FALTAN CLIENTES Y EL PERIODO NO DEBE
      *    QUEDAR EN LA HISTORIA
           IF WS-TABLAS-LLENAS = 'N'
               PERFORM GUARDAR-HISTORIA
           END-IF

           DISPLAY "CLIENTES MEDIDOS               : " WS-CANT-CLIENTES
           DISPLAY "CLIENTES CON PERDIDA           : " COUNT-CON-PERDIDA
           DISPLAY "MOVIMIENTOS DEL PERIODO        : " COUNT-MOVIMIENTOS
           DISPLAY "MOVIMIENTOS SIN CUENTA         : "
               COUNT-MOVS-SIN-CTA
           DISPLAY "DEVENGOS DEL PERIODO           : " COUNT-DEVENGOS
           DISPLAY "DEVENGOS SIN CUENTA            : "
               COUNT-DEVENGOS-SIN-CTA
           DISPLAY "RESULTADOS ANTERIORES LEIDOS   : " COUNT-HISTORIA
           DISPLAY "REPORTE                        : " WS-NOM-FREPORTE
           DISPLAY "TENDENCIA                      : " WS-NOM-FTENDENCIA
           IF WS-TABLAS-LLENAS = 'S'
               DISPLAY "TABLA DE CLIENTES O RESUMEN LLENA: RESULTADOS "
                   "INCOMPLETOS, rentabilidad_historia.dat NO SE "
                   "ACTUALIZO"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF COUNT-MOVS-SIN-CTA > 0 OR COUNT-DEVENGOS-SIN-CTA > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       LEER-PARAMETROS.
           ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           OPEN INPUT FILPARM
           IF FS-FILPARM = '00'
               READ FILPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-NEGOCIO NOT = 0
                           MOVE PARM-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF

           MOVE SPACES TO REG-PARM-PSA23
           OPEN INPUT FPARM23
           IF FS-FPARM23 = '00'
               READ FPARM23
                   AT END
                       MOVE SPACES TO REG-PARM-PSA23
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE FPARM23
           END-IF
           IF PARM-PERIODO IS NUMERIC AND PARM-PERIODO > 0
               MOVE PARM-PERIODO TO WS-PERIODO
           ELSE
               MOVE WS-FN-AAAA TO WS-PER-AAAA
               MOVE WS-FN-MM TO WS-PER-MM
               MOVE WS-PERIODO TO WS-TEN-CALC
               PERFORM RETROCEDER-MES
               MOVE WS-TEN-CALC TO WS-PERIODO
           END-IF
           IF PARM-COSTO-MOVIMIENTO IS NUMERIC
               MOVE PARM-COSTO-MOVIMIENTO TO WS-COSTO-MOVIMIENTO
           END-IF
           COMPUTE WS-FECHA-DESDE = WS-PERIODO * 100 + 1
           COMPUTE WS-FECHA-HASTA = WS-PERIODO * 100 + 31

      *    LOS DOCE PERIODOS DE LA TENDENCIA, HACIA ATRAS DESDE EL
      *    PERIODO MEDIDO
           MOVE WS-PERIODO TO WS-TEN-CALC
           PERFORM VARYING WS-TEN-SUB FROM 12 BY -1
               UNTIL WS-TEN-SUB < 1
               MOVE WS-TEN-CALC TO WS-TEN-PERIODO(WS-TEN-SUB)
               PERFORM RETROCEDER-MES
           END-PERFORM
           DISPLAY "FECHA DE NEGOCIO               : " WS-FECHA-NEGOCIO
           DISPLAY "PERIODO MEDIDO                 : " WS-PERIODO
           DISPLAY "COSTO DE MANEJO POR MOVIMIENTO : "
               WS-COSTO-MOVIMIENTO.

       RETROCEDER-MES.
           IF WS-TEN-MM = 01
               MOVE 12 TO WS-TEN-MM
               SUBTRACT 1 FROM WS-TEN-AAAA
           ELSE
               SUBTRACT 1 FROM WS-TEN-MM
           END-IF.

       CARGAR-CLIENTES.
      *    EL RECORRIDO SECUENCIAL DEL MAESTRO INDEXADO VIENE EN ORDEN
      *    DE CLI-ID, QUE ES LA CLAVE ASCENDENTE DE LA TABLA
           PERFORM UNTIL EOF-CLIMAST = 'S'
               READ CLIMASTER NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-CLIMAST
                   NOT AT END
                       IF WS-CANT-CLIENTES < 20000
                           ADD 1 TO WS-CANT-CLIENTES
                           SET WS-RES-IDX TO WS-CANT-CLIENTES
                           PERFORM INICIAR-CLIENTE
                       ELSE
                           MOVE 'S' TO WS-TABLAS-LLENAS
                       END-IF
               END-READ
           END-PERFORM.

       INICIAR-CLIENTE.
           MOVE CLI-ID TO WS-RES-CLI-ID(WS-RES-IDX)
           MOVE CLI-NOMBRE TO WS-RES-NOMBRE(WS-RES-IDX)
           MOVE CLI-MONEDA TO WS-RES-MONEDA(WS-RES-IDX)
           IF CLI-MONEDA = SPACES
               MOVE WS-MONEDA-BASE TO WS-RES-MONEDA(WS-RES-IDX)
           END-IF
           MOVE CLI-PRODUCTO TO WS-RES-PRODUCTO(WS-RES-IDX)
           MOVE ZERO TO WS-RES-MOVIMIENTOS(WS-RES-IDX)
               WS-RES-INTERES(WS-RES-IDX)
               WS-RES-RETENIDO(WS-RES-IDX)
               WS-RES-CUOTA(WS-RES-IDX)
               WS-RES-INT-DEUDOR(WS-RES-IDX)
               WS-RES-COM-CANAL(WS-RES-IDX)
               WS-RES-COM-CHEQUE(WS-RES-IDX)
               WS-RES-COSTO(WS-RES-IDX)
               WS-RES-RESULTADO(WS-RES-IDX)
               WS-RES-DECIL(WS-RES-IDX)
           PERFORM VARYING WS-TEN-SUB FROM 1 BY 1
               UNTIL WS-TEN-SUB > 12
               MOVE ZERO TO WS-RES-TEN-MONTO(WS-RES-IDX, WS-TEN-SUB)
               MOVE 'N' TO WS-RES-TEN-HAY(WS-RES-IDX, WS-TEN-SUB)
           END-PERFORM.

       BUSCAR-CLIENTE.
           MOVE 'N' TO WS-CLIENTE-HALLADO
           IF WS-CANT-CLIENTES > 0
               SEARCH ALL WS-RES-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RES-CLI-ID(WS-RES-IDX) = CLI-ID
                       MOVE 'S' TO WS-CLIENTE-HALLADO
               END-SEARCH
           END-IF.

       SUMAR-MOVIMIENTOS.
      *    LAS COMISIONES DE CANAL Y DE CHEQUE SE POSTEAN COMO "R" (UNA
      *    DEVOLUCION COMO "D" LAS DESCUENTA) Y LOS AJUSTES POR FECHA
      *    VALOR AJUSTAN EL INTERES PAGADO; TODO LO DEMAS ES VOLUMEN
      *    DEL CLIENTE Y PAGA COSTO DE MANEJO
           PERFORM UNTIL EOF-MOVHIST = 'S'
               READ MOVHIST NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-MOVHIST
                   NOT AT END
                       IF MHX-FECHA >= WS-FECHA-DESDE AND
                          MHX-FECHA <= WS-FECHA-HASTA
                           PERFORM SUMAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-MOVIMIENTO.
           ADD 1 TO COUNT-MOVIMIENTOS
           MOVE MHX-CLI-ID TO CLI-ID
           PERFORM BUSCAR-CLIENTE
           IF WS-CLIENTE-HALLADO = 'N'
               ADD 1 TO COUNT-MOVS-SIN-CTA
           ELSE
               EVALUATE TRUE
                   WHEN MHX-CANAL = WS-CANAL-COMISION
                       IF MHX-TIPO = 'D'
                           SUBTRACT MHX-MONTO FROM
                               WS-RES-COM-CANAL(WS-RES-IDX)
                       ELSE
                           ADD MHX-MONTO TO
                               WS-RES-COM-CANAL(WS-RES-IDX)
                       END-IF
                   WHEN MHX-CANAL = WS-CANAL-CHQ-COMISION
                       IF MHX-TIPO = 'D'
                           SUBTRACT MHX-MONTO FROM
                               WS-RES-COM-CHEQUE(WS-RES-IDX)
                       ELSE
                           ADD MHX-MONTO TO
                               WS-RES-COM-CHEQUE(WS-RES-IDX)
                       END-IF
                   WHEN MHX-CANAL = WS-CANAL-AJUSTE-VALOR
                       IF MHX-TIPO = 'D'
                           ADD MHX-MONTO TO WS-RES-INTERES(WS-RES-IDX)
                       ELSE
                           SUBTRACT MHX-MONTO FROM
                               WS-RES-INTERES(WS-RES-IDX)
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-RES-MOVIMIENTOS(WS-RES-IDX)
               END-EVALUATE
           END-IF.

       SUMAR-DEVENGOS.
      *    devengos_clientes.txt ES OPCIONAL: SIN EL NO HUBO DEVENGO
      *    (O ES ANTERIOR A LA BITACORA) Y SOLO CUENTAN LAS COMISIONES
           OPEN INPUT FDEVCLI
           IF FS-FDEVCLI = '00'
               PERFORM UNTIL WS-DEVCLI-EOF = 'S'
                   READ FDEVCLI
                       AT END
                           MOVE 'S' TO WS-DEVCLI-EOF
                       NOT AT END
                           IF DVL-FECHA IS NUMERIC AND
                              DVL-FECHA >= WS-FECHA-DESDE AND
                              DVL-FECHA <= WS-FECHA-HASTA
                               PERFORM SUMAR-DEVENGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FDEVCLI
           ELSE
               DISPLAY "devengos_clientes.txt NO DISPONIBLE, SIN "
                   "INTERES NI CUOTAS EN EL PERIODO"
           END-IF.

       SUMAR-DEVENGO.
           ADD 1 TO COUNT-DEVENGOS
           MOVE DVL-CLI-ID TO CLI-ID
           PERFORM BUSCAR-CLIENTE
           IF WS-CLIENTE-HALLADO = 'N'
               ADD 1 TO COUNT-DEVENGOS-SIN-CTA
           ELSE
               ADD DVL-INTERES-BRUTO TO WS-RES-INTERES(WS-RES-IDX)
               ADD DVL-RETENIDO TO WS-RES-RETENIDO(WS-RES-IDX)
               ADD DVL-CUOTA TO WS-RES-CUOTA(WS-RES-IDX)
               ADD DVL-INT-DEUDOR TO WS-RES-INT-DEUDOR(WS-RES-IDX)
           END-IF.

       CALCULAR-RESULTADO.
      *    INGRESOS: CUOTA, INTERES DE SOBREGIRO Y COMISIONES. COSTOS:
      *    EL INTERES BRUTO (LO ACREDITADO MAS LO RETENIDO, QUE EL
      *    BANCO PAGA AL FISCO POR CUENTA DEL CLIENTE) Y EL MANEJO
           COMPUTE WS-RES-COSTO(WS-RES-IDX) =
               WS-RES-MOVIMIENTOS(WS-RES-IDX) * WS-COSTO-MOVIMIENTO
           COMPUTE WS-RES-RESULTADO(WS-RES-IDX) =
               WS-RES-CUOTA(WS-RES-IDX)
               + WS-RES-INT-DEUDOR(WS-RES-IDX)
               + WS-RES-COM-CANAL(WS-RES-IDX)
               + WS-RES-COM-CHEQUE(WS-RES-IDX)
               - WS-RES-INTERES(WS-RES-IDX)
               - WS-RES-COSTO(WS-RES-IDX)
           MOVE WS-RES-RESULTADO(WS-RES-IDX) TO
               WS-RES-TEN-MONTO(WS-RES-IDX, 12)
           MOVE 'S' TO WS-RES-TEN-HAY(WS-RES-IDX, 12)
           IF WS-RES-RESULTADO(WS-RES-IDX) < 0
               ADD 1 TO COUNT-CON-PERDIDA
           END-IF.

       CARGAR-TENDENCIA.
      *    LOS ONCE MESES ANTERIORES AL PERIODO SALEN DE LA HISTORIA;
      *    EL PERIODO MISMO ES EL QUE SE ACABA DE CALCULAR
           OPEN INPUT FHISTORIA
           IF FS-FHISTORIA = '00'
               PERFORM UNTIL WS-HISTORIA-EOF = 'S'
                   READ FHISTORIA
                       AT END
                           MOVE 'S' TO WS-HISTORIA-EOF
                       NOT AT END
                           PERFORM CARGAR-RESULTADO-ANTERIOR
                   END-READ
               END-PERFORM
               CLOSE FHISTORIA
           END-IF.

       CARGAR-RESULTADO-ANTERIOR.
           IF RHI-PERIODO IS NUMERIC AND RHI-RESULTADO IS NUMERIC AND
              RHI-PERIODO >= WS-TEN-PERIODO(1) AND
              RHI-PERIODO < WS-PERIODO
               MOVE ZERO TO WS-TEN-SLOT
               PERFORM VARYING WS-TEN-SUB FROM 1 BY 1
                   UNTIL WS-TEN-SUB > 11
                   IF WS-TEN-PERIODO(WS-TEN-SUB) = RHI-PERIODO
                       MOVE WS-TEN-SUB TO WS-TEN-SLOT
                   END-IF
               END-PERFORM
               MOVE RHI-CLI-ID TO CLI-ID
               PERFORM BUSCAR-CLIENTE
               IF WS-CLIENTE-HALLADO = 'S' AND WS-TEN-SLOT > 0
                   ADD 1 TO COUNT-HISTORIA
                   MOVE RHI-RESULTADO TO
                       WS-RES-TEN-MONTO(WS-RES-IDX, WS-TEN-SLOT)
                   MOVE 'S' TO WS-RES-TEN-HAY(WS-RES-IDX, WS-TEN-SLOT)
               END-IF
           END-IF.

       ASIGNAR-DECILES.
      *    LA TABLA YA VIENE POR MONEDA Y RESULTADO DE MAYOR A MENOR: EL
      *    DECIL 1 ES EL DIEZ POR CIENTO MAS RENTABLE DE SU MONEDA
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-CANT-CLIENTES
               PERFORM CONTAR-CLIENTE-MONEDA
           END-PERFORM
           MOVE SPACES TO WS-MONEDA-ACTUAL
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-CANT-CLIENTES
               IF WS-RES-MONEDA(WS-RES-IDX) NOT = WS-MONEDA-ACTUAL
                   MOVE WS-RES-MONEDA(WS-RES-IDX) TO WS-MONEDA-ACTUAL
                   MOVE ZERO TO WS-RANGO
                   PERFORM BUSCAR-MONEDA
      *            UNA MONEDA QUE NO ENTRO EN LA TABLA VA AL DECIL 1
                   IF WS-CLIENTES-MONEDA = 0
                       MOVE 99999 TO WS-CLIENTES-MONEDA
                   END-IF
               END-IF
               ADD 1 TO WS-RANGO
               COMPUTE WS-RES-DECIL(WS-RES-IDX) =
                   (WS-RANGO - 1) * 10 / WS-CLIENTES-MONEDA + 1
               PERFORM ACUMULAR-RESUMEN
           END-PERFORM.

       CONTAR-CLIENTE-MONEDA.
           MOVE WS-RES-MONEDA(WS-RES-IDX) TO WS-MONEDA-ACTUAL
           PERFORM BUSCAR-MONEDA
           IF WS-CLIENTES-MONEDA = 0
               IF WS-CANT-MONEDAS < 20
                   ADD 1 TO WS-CANT-MONEDAS
                   SET WS-MON-IDX TO WS-CANT-MONEDAS
                   MOVE WS-MONEDA-ACTUAL TO WS-MON-MONEDA(WS-MON-IDX)
                   MOVE 1 TO WS-MON-CLIENTES(WS-MON-IDX)
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           ELSE
               ADD 1 TO WS-MON-CLIENTES(WS-MON-IDX)
           END-IF.

       BUSCAR-MONEDA.
      *    DEJA EN WS-CLIENTES-MONEDA LOS CLIENTES DE WS-MONEDA-ACTUAL
      *    (CERO SI LA MONEDA TODAVIA NO ESTA)
           MOVE ZERO TO WS-CLIENTES-MONEDA
           IF WS-CANT-MONEDAS > 0
               SET WS-MON-IDX TO 1
               SEARCH WS-MON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MON-MONEDA(WS-MON-IDX) = WS-MONEDA-ACTUAL
                       MOVE WS-MON-CLIENTES(WS-MON-IDX) TO
                           WS-CLIENTES-MONEDA
               END-SEARCH
           END-IF.

       ACUMULAR-RESUMEN.
           COMPUTE WS-INGRESOS = WS-RES-CUOTA(WS-RES-IDX)
               + WS-RES-INT-DEUDOR(WS-RES-IDX)
               + WS-RES-COM-CANAL(WS-RES-IDX)
               + WS-RES-COM-CHEQUE(WS-RES-IDX)
           COMPUTE WS-COSTOS = WS-RES-INTERES(WS-RES-IDX)
               + WS-RES-COSTO(WS-RES-IDX)
           MOVE WS-RES-MONEDA(WS-RES-IDX) TO WS-BUS-SUM-MONEDA
           MOVE 'P' TO WS-BUS-SUM-TIPO
           MOVE WS-RES-PRODUCTO(WS-RES-IDX) TO WS-BUS-SUM-GRUPO
           PERFORM ACUMULAR-GRUPO-RESUMEN
           MOVE 'D' TO WS-BUS-SUM-TIPO
           MOVE SPACES TO WS-BUS-SUM-GRUPO
           MOVE WS-RES-DECIL(WS-RES-IDX) TO WS-BUS-SUM-GRUPO(1:2)
           PERFORM ACUMULAR-GRUPO-RESUMEN.

       ACUMULAR-GRUPO-RESUMEN.
           MOVE 'N' TO WS-SUM-HALLADO
           IF WS-CANT-RESUMEN > 0
               SET WS-SUM-IDX TO 1
               SEARCH WS-SUM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SUM-CLAVE(WS-SUM-IDX) = WS-BUS-SUM-CLAVE
                       MOVE 'S' TO WS-SUM-HALLADO
               END-SEARCH
           END-IF
           IF WS-SUM-HALLADO = 'N'
               IF WS-CANT-RESUMEN < 300
                   ADD 1 TO WS-CANT-RESUMEN
                   SET WS-SUM-IDX TO WS-CANT-RESUMEN
                   MOVE WS-BUS-SUM-CLAVE TO WS-SUM-CLAVE(WS-SUM-IDX)
                   MOVE ZERO TO WS-SUM-CLIENTES(WS-SUM-IDX)
                       WS-SUM-PERDIDA(WS-SUM-IDX)
                       WS-SUM-INGRESOS(WS-SUM-IDX)
                       WS-SUM-COSTOS(WS-SUM-IDX)
                       WS-SUM-RESULTADO(WS-SUM-IDX)
                   MOVE 'S' TO WS-SUM-HALLADO
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF
           IF WS-SUM-HALLADO = 'S'
               ADD 1 TO WS-SUM-CLIENTES(WS-SUM-IDX)
               IF WS-RES-RESULTADO(WS-RES-IDX) < 0
                   ADD 1 TO WS-SUM-PERDIDA(WS-SUM-IDX)
               END-IF
               ADD WS-INGRESOS TO WS-SUM-INGRESOS(WS-SUM-IDX)
               ADD WS-COSTOS TO WS-SUM-COSTOS(WS-SUM-IDX)
               ADD WS-RES-RESULTADO(WS-RES-IDX) TO
                   WS-SUM-RESULTADO(WS-SUM-IDX)
           END-IF.

       GRABAR-REPORTE.
           MOVE SPACES TO WS-NOM-FREPORTE
           STRING 'RENTABILIDAD_' DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FREPORTE
           OPEN OUTPUT FREPORTE
           MOVE WS-COSTO-MOVIMIENTO TO WS-COSTO-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING "RENTABILIDAD DE CLIENTES DEL PERIODO " DELIMITED
               BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               " - COSTO DE MANEJO POR MOVIMIENTO: " DELIMITED BY SIZE
               WS-COSTO-DISP DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "MON DC CLIEN NOMBRE          PROD    MOVS"
               DELIMITED BY SIZE
               "  INT.BRUTO   RETENIDO      CUOTA INT.SOBREG"
               DELIMITED BY SIZE
               "  COM.CANAL COM.CHEQUE  C.MANEJO   RESULTADO"
               DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-CANT-CLIENTES
               PERFORM GRABAR-DETALLE-CLIENTE
           END-PERFORM

           MOVE SPACES TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE "RESUMEN POR MONEDA Y PRODUCTO (P) Y POR DECIL (D)"
               TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "MON   GRUPO CLIENTES PERDIDA" DELIMITED BY SIZE
               "       INGRESOS         COSTOS      RESULTADO"
               DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
               UNTIL WS-SUM-IDX > WS-CANT-RESUMEN
               PERFORM GRABAR-DETALLE-RESUMEN
           END-PERFORM
           CLOSE FREPORTE.

       GRABAR-DETALLE-CLIENTE.
           MOVE WS-RES-PRODUCTO(WS-RES-IDX) TO WS-PRODUCTO-DISP
           IF WS-PRODUCTO-DISP = SPACES
               MOVE '----' TO WS-PRODUCTO-DISP
           END-IF
           MOVE WS-RES-DECIL(WS-RES-IDX) TO WS-DECIL-DISP
           MOVE WS-RES-MOVIMIENTOS(WS-RES-IDX) TO WS-MOVS-DISP
           MOVE WS-RES-INTERES(WS-RES-IDX) TO WS-MONTO-DISP1
           MOVE WS-RES-RETENIDO(WS-RES-IDX) TO WS-MONTO-DISP2
           MOVE WS-RES-CUOTA(WS-RES-IDX) TO WS-MONTO-DISP3
           MOVE WS-RES-INT-DEUDOR(WS-RES-IDX) TO WS-MONTO-DISP4
           MOVE WS-RES-COM-CANAL(WS-RES-IDX) TO WS-MONTO-DISP5
           MOVE WS-RES-COM-CHEQUE(WS-RES-IDX) TO WS-MONTO-DISP6
           MOVE WS-RES-COSTO(WS-RES-IDX) TO WS-MONTO-DISP7
           MOVE WS-RES-RESULTADO(WS-RES-IDX) TO WS-RESULTADO-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING WS-RES-MONEDA(WS-RES-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DECIL-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RES-CLI-ID(WS-RES-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RES-NOMBRE(WS-RES-IDX)(1:15) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRODUCTO-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MOVS-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-DISP1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-DISP2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-DISP3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-DISP4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-DISP5 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-DISP6 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-DISP7 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RESULTADO-DISP DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-DETALLE-RESUMEN.
           IF WS-SUM-TIPO(WS-SUM-IDX) = 'P' AND
              WS-SUM-GRUPO(WS-SUM-IDX) = SPACES
               MOVE '----' TO WS-PRODUCTO-DISP
           ELSE
               MOVE WS-SUM-GRUPO(WS-SUM-IDX) TO WS-PRODUCTO-DISP
           END-IF
           MOVE WS-SUM-CLIENTES(WS-SUM-IDX) TO WS-CLIENTES-DISP
           MOVE WS-SUM-PERDIDA(WS-SUM-IDX) TO WS-PERDIDA-DISP
           MOVE WS-SUM-INGRESOS(WS-SUM-IDX) TO WS-TOTAL-DISP1
           MOVE WS-SUM-COSTOS(WS-SUM-IDX) TO WS-TOTAL-DISP2
           MOVE WS-SUM-RESULTADO(WS-SUM-IDX) TO WS-TOTAL-DISP3
           MOVE SPACES TO REPORTE-REGISTER
           STRING WS-SUM-MONEDA(WS-SUM-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUM-TIPO(WS-SUM-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRODUCTO-DISP DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-CLIENTES-DISP DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-PERDIDA-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOTAL-DISP1 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOTAL-DISP2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOTAL-DISP3 DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-TENDENCIA.
      *    UNA LINEA POR CLIENTE CON EL RESULTADO DE CADA UNO DE LOS
      *    DOCE MESES, EN UNIDADES ENTERAS; UN MES SIN MEDICION QUEDA
      *    EN BLANCO
           MOVE SPACES TO WS-NOM-FTENDENCIA
           STRING 'TENDENCIA_RENTABILIDAD_' DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FTENDENCIA
           OPEN OUTPUT FTENDENCIA
           MOVE SPACES TO TENDENCIA-REGISTER
           STRING "TENDENCIA DE RENTABILIDAD POR CLIENTE, DOCE MESES "
               DELIMITED BY SIZE
               "HASTA " DELIMITED BY SIZE
               WS-PERIODO DELIMITED BY SIZE
               " (UNIDADES ENTERAS DE LA MONEDA DE LA CUENTA)"
               DELIMITED BY SIZE
               INTO TENDENCIA-REGISTER
           WRITE TENDENCIA-REGISTER
           MOVE SPACES TO TENDENCIA-REGISTER
           WRITE TENDENCIA-REGISTER
           MOVE SPACES TO TENDENCIA-REGISTER
           MOVE "MON DC CLIEN" TO TENDENCIA-REGISTER
           MOVE 13 TO WS-PUNTERO
           PERFORM VARYING WS-TEN-SUB FROM 1 BY 1
               UNTIL WS-TEN-SUB > 12
               STRING "  " DELIMITED BY SIZE
                   WS-TEN-PERIODO(WS-TEN-SUB) DELIMITED BY SIZE
                   INTO TENDENCIA-REGISTER
                   WITH POINTER WS-PUNTERO
           END-PERFORM
           WRITE TENDENCIA-REGISTER
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-CANT-CLIENTES
               PERFORM GRABAR-LINEA-TENDENCIA
           END-PERFORM
           CLOSE FTENDENCIA.

       GRABAR-LINEA-TENDENCIA.
           MOVE WS-RES-DECIL(WS-RES-IDX) TO WS-DECIL-DISP
           MOVE SPACES TO TENDENCIA-REGISTER
           STRING WS-RES-MONEDA(WS-RES-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DECIL-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RES-CLI-ID(WS-RES-IDX) DELIMITED BY SIZE
               INTO TENDENCIA-REGISTER
           MOVE 13 TO WS-PUNTERO
           PERFORM VARYING WS-TEN-SUB FROM 1 BY 1
               UNTIL WS-TEN-SUB > 12
               MOVE SPACES TO WS-TEN-TXT
               IF WS-RES-TEN-HAY(WS-RES-IDX, WS-TEN-SUB) = 'S'
                   MOVE WS-RES-TEN-MONTO(WS-RES-IDX, WS-TEN-SUB) TO
                       WS-TEN-DISP
                   MOVE WS-TEN-DISP TO WS-TEN-TXT
               END-IF
               STRING " " DELIMITED BY SIZE
                   WS-TEN-TXT DELIMITED BY SIZE
                   INTO TENDENCIA-REGISTER
                   WITH POINTER WS-PUNTERO
           END-PERFORM
           WRITE TENDENCIA-REGISTER.

       GUARDAR-HISTORIA.
      *    COPIA LA HISTORIA SIN LOS RENGLONES DEL PERIODO A UN ARCHIVO
      *    DE TRABAJO, LA REESCRIBE DESDE EL Y LE AGREGA EL PERIODO
      *    RECIEN MEDIDO
           OPEN OUTPUT FHISTWRK
           MOVE 'N' TO WS-HISTORIA-EOF
           OPEN INPUT FHISTORIA
           IF FS-FHISTORIA = '00'
               PERFORM UNTIL WS-HISTORIA-EOF = 'S'
                   READ FHISTORIA
                       AT END
                           MOVE 'S' TO WS-HISTORIA-EOF
                       NOT AT END
                           IF RHI-PERIODO NOT = WS-PERIODO
                               MOVE REG-RENTABILIDAD TO
                                   HISTWRK-REGISTER
                               WRITE HISTWRK-REGISTER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FHISTORIA
           END-IF
           CLOSE FHISTWRK

           OPEN INPUT FHISTWRK
           OPEN OUTPUT FHISTORIA
           PERFORM UNTIL WS-HISTWRK-EOF = 'S'
               READ FHISTWRK
                   AT END
                       MOVE 'S' TO WS-HISTWRK-EOF
                   NOT AT END
                       MOVE HISTWRK-REGISTER TO REG-RENTABILIDAD
                       WRITE REG-RENTABILIDAD
               END-READ
           END-PERFORM
           CLOSE FHISTWRK
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-CANT-CLIENTES
               MOVE SPACES TO REG-RENTABILIDAD
               MOVE WS-PERIODO TO RHI-PERIODO
               MOVE WS-RES-CLI-ID(WS-RES-IDX) TO RHI-CLI-ID
               MOVE WS-RES-MONEDA(WS-RES-IDX) TO RHI-MONEDA
               MOVE WS-RES-PRODUCTO(WS-RES-IDX) TO RHI-PRODUCTO
               MOVE WS-RES-MOVIMIENTOS(WS-RES-IDX) TO RHI-MOVIMIENTOS
               MOVE WS-RES-RESULTADO(WS-RES-IDX) TO RHI-RESULTADO
               MOVE WS-RES-DECIL(WS-RES-IDX) TO RHI-DECIL
               WRITE REG-RENTABILIDAD
           END-PERFORM
           CLOSE FHISTORIA.
       END PROGRAM PSA23.
