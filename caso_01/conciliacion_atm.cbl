      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: ATM network settlement reconciliation: matches every
      *           item of the switch's daily settlement file
      *           (liquidacion_atm.txt) against the ATM withdrawals
      *           PSA01 posted (atm_posteado.txt) by switch reference,
      *           client and date, and compares the amounts. Reports
      *           the matched items, the items paid by the switch but
      *           not posted, the postings the switch never paid and
      *           the amount mismatches. Unposted items are carried in
      *           atm_pendientes.dat for the configured number of runs
      *           before they are flagged, and the amount to settle
      *           with the switch goes to treasury per currency
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA20.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * LIQUIDACION DIARIA DEL SWITCH: UN RENGLON POR RETIRO PAGADO
           SELECT FLIQATM ASSIGN TO 'liquidacion_atm.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLIQATM.
      * RETIROS ATM QUE PSA01 APLICO EN SU CORRIDA (VER GRABAR-ATM-
      * POSTEADO ALLA)
           SELECT FATMPOS ASSIGN TO 'atm_posteado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATMPOS.
      * PARTIDAS DEL SWITCH AUN NO POSTEADAS QUE PASAN A LA SIGUIENTE
      * CONCILIACION; SE CARGA COMPLETO Y SE REESCRIBE AL FINAL, MISMO
      * PATRON QUE dormancia_estados.dat EN PSA04
           SELECT FPENDATM ASSIGN TO 'atm_pendientes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPENDATM.
      * REPORTE DE LA CONCILIACION, CONCILIACION_ATM_<FECHA>.txt; SE
      * REESCRIBE POR CORRIDA
           SELECT FREPORTE ASSIGN TO WS-NOM-FREPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREPORTE.
      * MONTO A LIQUIDAR CON EL SWITCH POR MONEDA PARA TESORERIA,
      * LIQUIDACION_ATM_<FECHA>.txt; SE REESCRIBE POR CORRIDA
           SELECT FTESORERIA ASSIGN TO WS-NOM-FTESORERIA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FTESORERIA.
      * PARM-CARD DE PSA01: LA FECHA DE NEGOCIO DEBE SER LA MISMA CON
      * QUE PSA01 POSTEO LOS MOVIMIENTOS
           SELECT FILPARM ASSIGN TO 'PARMPSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.
      * PARM-CARD DE PSA20; MISMO ESTILO POSICIONAL QUE PARMPSA01.txt
           SELECT FPARM20 ASSIGN TO 'PARMPSA20.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPARM20.

       DATA DIVISION.
       FILE SECTION.
      * COLUMNAS FIJAS SEPARADAS POR UN ESPACIO
       FD FLIQATM.
       01 REG-LIQ-ATM.
           02 LIQ-REFERENCIA       PIC X(20).
           02 FILLER               PIC X(01).
           02 LIQ-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
      *    FECHA DEL RETIRO EN EL CAJERO
           02 LIQ-FECHA            PIC 9(08).
           02 FILLER               PIC X(01).
           02 LIQ-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
           02 LIQ-MONTO            PIC 9(07)V99.
           02 FILLER               PIC X(01).
           02 LIQ-TERMINAL         PIC X(08).

       FD FATMPOS.
           COPY ATMPOS.

      * LA PARTIDA DEL SWITCH TAL COMO VINO, MAS SU SEGUIMIENTO
       FD FPENDATM.
       01 REG-PEN-ATM.
           02 PEN-REFERENCIA       PIC X(20).
           02 FILLER               PIC X(01).
           02 PEN-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 PEN-FECHA            PIC 9(08).
           02 FILLER               PIC X(01).
           02 PEN-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
           02 PEN-MONTO            PIC 9(07)V99.
           02 FILLER               PIC X(01).
           02 PEN-TERMINAL         PIC X(08).
           02 FILLER               PIC X(01).
      *    FECHA DE NEGOCIO EN QUE LLEGO EN LA LIQUIDACION DEL SWITCH
           02 PEN-FECHA-LIQUIDACION PIC 9(08).
           02 FILLER               PIC X(01).
      *    CONCILIACIONES EN QUE SIGUIO SIN POSTEAR
           02 PEN-CORRIDAS         PIC 9(02).
           02 FILLER               PIC X(01).
      *    P = EN ESPERA, C = RESUELTA EN LA ULTIMA CONCILIACION,
      *    E = MARCADA COMO EXCEPCION EN LA ULTIMA CONCILIACION; LAS C
      *    Y E SOLO SE GUARDAN PARA PODER REPETIR ESA CONCILIACION
           02 PEN-ESTADO           PIC X(01).
           02 FILLER               PIC X(01).
      *    FECHA DE NEGOCIO DE LA ULTIMA CONCILIACION QUE LA EVALUO
           02 PEN-ULT-FECHA        PIC 9(08).

       FD FREPORTE.
       01 REPORTE-REGISTER         PIC X(132).

      * UN RENGLON POR MONEDA, COLUMNAS FIJAS SEPARADAS POR UN ESPACIO
       FD FTESORERIA.
       01 REG-TESORERIA.
           02 TES-FECHA            PIC 9(08).
           02 FILLER               PIC X(01).
           02 TES-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
      *    PARTIDAS Y MONTO QUE EL SWITCH PAGO EN EL DIA: ES LO QUE SE
      *    LE LIQUIDA
           02 TES-PARTIDAS         PIC 9(05).
           02 FILLER               PIC X(01).
           02 TES-A-LIQUIDAR       PIC 9(09)V99.
           02 FILLER               PIC X(01).
      *    RETIROS ATM POSTEADOS A LOS CLIENTES EN LA CORRIDA
           02 TES-POSTEADO         PIC 9(09)V99.
           02 FILLER               PIC X(01).
      *    A LIQUIDAR MENOS POSTEADO: LO QUE QUEDA EN CONCILIACION
           02 TES-DIFERENCIA       PIC S9(09)V99
                                   SIGN IS LEADING SEPARATE.

       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA

       FD FPARM20.
       01 REG-PARM-PSA20.
      *    CONCILIACIONES QUE UNA PARTIDA PAGADA Y NO POSTEADA ESPERA
      *    ANTES DE MARCARSE COMO EXCEPCION (0 = 1: PASA AL DIA
      *    SIGUIENTE Y SE MARCA SI TAMPOCO SE POSTEO)
           02 PARM-CORRIDAS-ESPERA PIC 9(02).

       WORKING-STORAGE SECTION.
       01 FS-FLIQATM               PIC XX.
       01 FS-FATMPOS               PIC XX.
       01 FS-FPENDATM              PIC XX.
       01 FS-FREPORTE              PIC XX.
       01 FS-FTESORERIA            PIC XX.
       01 FS-FILPARM               PIC XX.
       01 FS-FPARM20               PIC XX.
       01 WS-LIQATM-EOF            PIC X VALUE 'N'.
       01 WS-ATMPOS-EOF            PIC X VALUE 'N'.
       01 WS-PENDATM-EOF           PIC X VALUE 'N'.

       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-CORRIDAS-ESPERA       PIC 9(02) VALUE 1.

      * RETIROS POSTEADOS, ORDENADOS POR REFERENCIA + CLIENTE + FECHA
      * PARA EL SEARCH ALL; USADO = YA CONCILIO CON UNA PARTIDA
       01 WS-CANT-POSTEOS          PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-POSTEOS.
           02 WS-APT-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-POSTEOS
               ASCENDING KEY IS WS-APT-CLAVE
               INDEXED BY WS-APT-IDX.
               03 WS-APT-CLAVE.
                   04 WS-APT-REFERENCIA PIC X(20).
                   04 WS-APT-CLI        PIC X(05).
                   04 WS-APT-FECHA      PIC 9(08).
               03 WS-APT-MONEDA      PIC X(03).
               03 WS-APT-MONTO       PIC 9(07)V99.
               03 WS-APT-LOTE-ID     PIC X(11).
               03 WS-APT-USADO       PIC X(01).
       01 WS-CLAVE-BUSCADA.
           02 WS-BUS-REFERENCIA     PIC X(20).
           02 WS-BUS-CLI            PIC X(05).
           02 WS-BUS-FECHA          PIC 9(08).
       01 WS-APT-ENCONTRADO        PIC X(01).

      * PARTIDAS A CONCILIAR: LAS PENDIENTES DE CORRIDAS ANTERIORES Y
      * LAS QUE TRAE HOY EL SWITCH (ESTADO N = NUEVA DEL DIA)
       01 WS-CANT-PARTIDAS         PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-PARTIDAS.
           02 WS-PAR-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-PARTIDAS
               INDEXED BY WS-PAR-IDX.
               03 WS-PAR-REFERENCIA  PIC X(20).
               03 WS-PAR-CLI         PIC X(05).
               03 WS-PAR-FECHA       PIC 9(08).
               03 WS-PAR-MONEDA      PIC X(03).
               03 WS-PAR-MONTO       PIC 9(07)V99.
               03 WS-PAR-TERMINAL    PIC X(08).
               03 WS-PAR-FECHA-LIQ   PIC 9(08).
               03 WS-PAR-CORRIDAS    PIC 9(02).
               03 WS-PAR-ESTADO      PIC X(01).
      *        RESULTADO DE HOY: M = CONCILIADA, D = DIFERENCIA DE
      *        MONTO, W = EN ESPERA, E = PAGADA Y NO POSTEADA
               03 WS-PAR-RESULTADO   PIC X(01).
               03 WS-PAR-MONTO-POST  PIC 9(07)V99.
               03 WS-PAR-LOTE-ID     PIC X(11).
       01 WS-TABLAS-LLENAS         PIC X VALUE 'N'.

      * TOTALES POR MONEDA PARA EL RESUMEN Y PARA TESORERIA
       01 WS-CANT-MONEDAS          PIC 9(02) COMP VALUE ZERO.
       01 WS-TABLA-MONEDAS.
           02 WS-MON-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-CANT-MONEDAS
               INDEXED BY WS-MON-IDX.
               03 WS-MON-MONEDA      PIC X(03).
               03 WS-MON-PARTIDAS    PIC 9(05).
               03 WS-MON-SWITCH      PIC 9(09)V99.
               03 WS-MON-POSTEADO    PIC 9(09)V99.
       01 WS-MONEDA-BUSCADA        PIC X(03).
       01 WS-MON-ENCONTRADA        PIC X(01).

       01 WS-SECCION               PIC X(01).
       01 WS-DIFERENCIA            PIC S9(09)V99.
       01 WS-NOM-FREPORTE          PIC X(40) VALUE SPACES.
       01 WS-NOM-FTESORERIA        PIC X(40) VALUE SPACES.
       01 WS-MONTO-DISP            PIC ZZZZZZ9.99.
       01 WS-MONTO-POST-DISP       PIC ZZZZZZ9.99.
       01 WS-TOTAL-DISP            PIC ZZZZZZZZ9.99.
       01 WS-TOTAL-POST-DISP       PIC ZZZZZZZZ9.99.
       01 WS-DIFERENCIA-DISP       PIC -ZZZZZZZZ9.99.
       01 WS-CORRIDAS-DISP         PIC Z9.
       01 WS-PARTIDAS-DISP         PIC ZZZZ9.
       01 WS-SECCION-CANT          PIC 9(05).
       01 WS-SECCION-MONTO         PIC 9(09)V99.

       01 COUNT-POSTEOS-LEIDOS     PIC 9(7) VALUE 0.
       01 COUNT-POSTEOS-OTRA-FECHA PIC 9(5) VALUE 0.
       01 COUNT-PARTIDAS-SWITCH    PIC 9(5) VALUE 0.
       01 COUNT-PARTIDAS-INVALIDAS PIC 9(5) VALUE 0.
       01 COUNT-PENDIENTES-LEIDAS  PIC 9(5) VALUE 0.
       01 COUNT-CONCILIADAS        PIC 9(5) VALUE 0.
       01 COUNT-DIF-MONTO          PIC 9(5) VALUE 0.
       01 COUNT-EN-ESPERA          PIC 9(5) VALUE 0.
       01 COUNT-PAGADAS-NO-POST    PIC 9(5) VALUE 0.
       01 COUNT-POST-NO-PAGADOS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-POSTEOS
           PERFORM CARGAR-PENDIENTES
           PERFORM CARGAR-LIQUIDACION-SWITCH
           IF WS-CANT-POSTEOS > 0
               SORT WS-APT-ENTRY ON ASCENDING KEY WS-APT-CLAVE
           END-IF

           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-CANT-PARTIDAS
               PERFORM CONCILIAR-PARTIDA
           END-PERFORM

           MOVE SPACES TO WS-NOM-FREPORTE WS-NOM-FTESORERIA
           STRING 'CONCILIACION_ATM_' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FREPORTE
           STRING 'LIQUIDACION_ATM_' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FTESORERIA
           OPEN OUTPUT FREPORTE
           PERFORM GRABAR-CABECERA-REPORTE
           MOVE 'M' TO WS-SECCION
           PERFORM GRABAR-SECCION-PARTIDAS
           MOVE 'E' TO WS-SECCION
           PERFORM GRABAR-SECCION-PARTIDAS
           MOVE 'W' TO WS-SECCION
           PERFORM GRABAR-SECCION-PARTIDAS
           MOVE 'D' TO WS-SECCION
           PERFORM GRABAR-SECCION-PARTIDAS
           PERFORM GRABAR-SECCION-NO-PAGADOS
           PERFORM GRABAR-RESUMEN-MONEDAS
           CLOSE FREPORTE

           OPEN OUTPUT FTESORERIA
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > WS-CANT-MONEDAS
               PERFORM GRABAR-TESORERIA
           END-PERFORM
           CLOSE FTESORERIA

           IF WS-TABLAS-LLENAS = 'N'
               PERFORM GUARDAR-PENDIENTES
           END-IF

           DISPLAY "PARTIDAS DEL SWITCH DEL DIA     : "
               COUNT-PARTIDAS-SWITCH
           DISPLAY "PARTIDAS DEL SWITCH INVALIDAS   : "
               COUNT-PARTIDAS-INVALIDAS
           DISPLAY "PARTIDAS PENDIENTES ANTERIORES  : "
               COUNT-PENDIENTES-LEIDAS
           DISPLAY "RETIROS ATM POSTEADOS LEIDOS    : "
               COUNT-POSTEOS-LEIDOS
           DISPLAY "RETIROS ATM DE OTRA FECHA       : "
               COUNT-POSTEOS-OTRA-FECHA
           DISPLAY "CONCILIADAS                     : "
               COUNT-CONCILIADAS
           DISPLAY "DIFERENCIAS DE MONTO            : "
               COUNT-DIF-MONTO
           DISPLAY "PAGADAS NO POSTEADAS EN ESPERA  : "
               COUNT-EN-ESPERA
           DISPLAY "PAGADAS NO POSTEADAS EXCEPCION  : "
               COUNT-PAGADAS-NO-POST
           DISPLAY "POSTEADAS NO PAGADAS            : "
               COUNT-POST-NO-PAGADOS
           IF WS-TABLAS-LLENAS = 'S'
               DISPLAY "CONCILIACION INCOMPLETA: DEMASIADAS PARTIDAS, "
                   "atm_pendientes.dat NO SE ACTUALIZO"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF COUNT-DIF-MONTO > 0 OR COUNT-PAGADAS-NO-POST > 0 OR
                  COUNT-POST-NO-PAGADOS > 0 OR
                  COUNT-PARTIDAS-INVALIDAS > 0 OR
                  COUNT-POSTEOS-OTRA-FECHA > 0
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

           MOVE SPACES TO REG-PARM-PSA20
           OPEN INPUT FPARM20
           IF FS-FPARM20 = '00'
               READ FPARM20
                   AT END
                       MOVE SPACES TO REG-PARM-PSA20
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE FPARM20
           END-IF
           IF PARM-CORRIDAS-ESPERA IS NUMERIC AND
              PARM-CORRIDAS-ESPERA > 0
               MOVE PARM-CORRIDAS-ESPERA TO WS-CORRIDAS-ESPERA
           END-IF
           DISPLAY "FECHA DE NEGOCIO                : "
               WS-FECHA-NEGOCIO
           DISPLAY "CONCILIACIONES DE ESPERA        : "
               WS-CORRIDAS-ESPERA.

       CARGAR-POSTEOS.
      *    SIN atm_posteado.txt NO HAY CONTRA QUE CONCILIAR: PSA01 LO
      *    CREA EN CADA CORRIDA AUNQUE NO HAYA RETIROS ATM
           OPEN INPUT FATMPOS
           IF FS-FATMPOS NOT = '00'
               DISPLAY "atm_posteado.txt NO DISPONIBLE FS: " FS-FATMPOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ATMPOS-EOF = 'S'
               READ FATMPOS
                   AT END
                       MOVE 'S' TO WS-ATMPOS-EOF
                   NOT AT END
                       ADD 1 TO COUNT-POSTEOS-LEIDOS
                       PERFORM GUARDAR-POSTEO
               END-READ
           END-PERFORM
           CLOSE FATMPOS.

       GUARDAR-POSTEO.
      *    UN RENGLON DE OTRA FECHA DE NEGOCIO ES DE UNA CORRIDA DE
      *    PSA01 QUE NO CORRESPONDE A ESTA CONCILIACION
           IF APO-FECHA-NEGOCIO NOT = WS-FECHA-NEGOCIO OR
              APO-MONTO IS NOT NUMERIC
               ADD 1 TO COUNT-POSTEOS-OTRA-FECHA
           ELSE
               IF WS-CANT-POSTEOS < 20000
                   ADD 1 TO WS-CANT-POSTEOS
                   SET WS-APT-IDX TO WS-CANT-POSTEOS
                   MOVE APO-REFERENCIA TO WS-APT-REFERENCIA(WS-APT-IDX)
                   MOVE APO-CLI-ID TO WS-APT-CLI(WS-APT-IDX)
                   MOVE APO-FECHA TO WS-APT-FECHA(WS-APT-IDX)
                   MOVE APO-MONEDA TO WS-APT-MONEDA(WS-APT-IDX)
                   MOVE APO-MONTO TO WS-APT-MONTO(WS-APT-IDX)
                   MOVE APO-LOTE-ID TO WS-APT-LOTE-ID(WS-APT-IDX)
                   MOVE 'N' TO WS-APT-USADO(WS-APT-IDX)
                   MOVE APO-MONEDA TO WS-MONEDA-BUSCADA
                   PERFORM BUSCAR-MONEDA
                   IF WS-MON-ENCONTRADA = 'S'
                       ADD APO-MONTO TO WS-MON-POSTEADO(WS-MON-IDX)
                   END-IF
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF.

       CARGAR-PENDIENTES.
      *    atm_pendientes.dat ES OPCIONAL (PRIMERA CORRIDA). PARA QUE
      *    REPETIR LA CONCILIACION DE UN DIA DE EL MISMO RESULTADO, LO
      *    QUE ESA MISMA FECHA DEJO SE DESHACE AL CARGAR: LAS PARTIDAS
      *    QUE LLEGARON HOY LAS VUELVE A TRAER EL SWITCH, Y LAS
      *    ANTERIORES EVALUADAS HOY VUELVEN A EN ESPERA CON SU CONTEO
      *    ANTERIOR. LAS RESUELTAS O MARCADAS EN UNA FECHA ANTERIOR YA
      *    NO SE CARGAN
           OPEN INPUT FPENDATM
           IF FS-FPENDATM = '00'
               PERFORM UNTIL WS-PENDATM-EOF = 'S'
                   READ FPENDATM
                       AT END
                           MOVE 'S' TO WS-PENDATM-EOF
                       NOT AT END
                           PERFORM GUARDAR-PENDIENTE
                   END-READ
               END-PERFORM
               CLOSE FPENDATM
           END-IF.

       GUARDAR-PENDIENTE.
           IF PEN-FECHA-LIQUIDACION = WS-FECHA-NEGOCIO
               CONTINUE
           ELSE
               IF PEN-ULT-FECHA = WS-FECHA-NEGOCIO
                   IF PEN-ESTADO NOT = 'C'
                       SUBTRACT 1 FROM PEN-CORRIDAS
                   END-IF
                   MOVE 'P' TO PEN-ESTADO
               END-IF
               IF PEN-ESTADO = 'P'
                   IF WS-CANT-PARTIDAS < 20000
                       ADD 1 TO COUNT-PENDIENTES-LEIDAS
                       ADD 1 TO WS-CANT-PARTIDAS
                       SET WS-PAR-IDX TO WS-CANT-PARTIDAS
                       MOVE PEN-REFERENCIA TO
                           WS-PAR-REFERENCIA(WS-PAR-IDX)
                       MOVE PEN-CLI-ID TO WS-PAR-CLI(WS-PAR-IDX)
                       MOVE PEN-FECHA TO WS-PAR-FECHA(WS-PAR-IDX)
                       MOVE PEN-MONEDA TO WS-PAR-MONEDA(WS-PAR-IDX)
                       MOVE PEN-MONTO TO WS-PAR-MONTO(WS-PAR-IDX)
                       MOVE PEN-TERMINAL TO WS-PAR-TERMINAL(WS-PAR-IDX)
                       MOVE PEN-FECHA-LIQUIDACION TO
                           WS-PAR-FECHA-LIQ(WS-PAR-IDX)
                       MOVE PEN-CORRIDAS TO WS-PAR-CORRIDAS(WS-PAR-IDX)
                       MOVE 'P' TO WS-PAR-ESTADO(WS-PAR-IDX)
                   ELSE
                       MOVE 'S' TO WS-TABLAS-LLENAS
                   END-IF
               END-IF
           END-IF.

       CARGAR-LIQUIDACION-SWITCH.
           OPEN INPUT FLIQATM
           IF FS-FLIQATM NOT = '00'
               DISPLAY "liquidacion_atm.txt NO DISPONIBLE FS: "
                   FS-FLIQATM
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LIQATM-EOF = 'S'
               READ FLIQATM
                   AT END
                       MOVE 'S' TO WS-LIQATM-EOF
                   NOT AT END
                       PERFORM GUARDAR-PARTIDA-SWITCH
               END-READ
           END-PERFORM
           CLOSE FLIQATM.

       GUARDAR-PARTIDA-SWITCH.
           IF LIQ-REFERENCIA = SPACES OR LIQ-FECHA IS NOT NUMERIC OR
              LIQ-MONTO IS NOT NUMERIC
               ADD 1 TO COUNT-PARTIDAS-INVALIDAS
               DISPLAY "PARTIDA DEL SWITCH INVALIDA: " REG-LIQ-ATM
           ELSE
               IF WS-CANT-PARTIDAS < 20000
                   ADD 1 TO COUNT-PARTIDAS-SWITCH
                   ADD 1 TO WS-CANT-PARTIDAS
                   SET WS-PAR-IDX TO WS-CANT-PARTIDAS
                   MOVE LIQ-REFERENCIA TO WS-PAR-REFERENCIA(WS-PAR-IDX)
                   MOVE LIQ-CLI-ID TO WS-PAR-CLI(WS-PAR-IDX)
                   MOVE LIQ-FECHA TO WS-PAR-FECHA(WS-PAR-IDX)
                   MOVE LIQ-MONEDA TO WS-PAR-MONEDA(WS-PAR-IDX)
                   MOVE LIQ-MONTO TO WS-PAR-MONTO(WS-PAR-IDX)
                   MOVE LIQ-TERMINAL TO WS-PAR-TERMINAL(WS-PAR-IDX)
                   MOVE WS-FECHA-NEGOCIO TO
                       WS-PAR-FECHA-LIQ(WS-PAR-IDX)
                   MOVE ZERO TO WS-PAR-CORRIDAS(WS-PAR-IDX)
                   MOVE 'N' TO WS-PAR-ESTADO(WS-PAR-IDX)
                   MOVE LIQ-MONEDA TO WS-MONEDA-BUSCADA
                   PERFORM BUSCAR-MONEDA
                   IF WS-MON-ENCONTRADA = 'S'
                       ADD 1 TO WS-MON-PARTIDAS(WS-MON-IDX)
                       ADD LIQ-MONTO TO WS-MON-SWITCH(WS-MON-IDX)
                   END-IF
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF.

       BUSCAR-MONEDA.
      *    DEJA WS-MON-IDX EN LA MONEDA, AGREGANDOLA SI HACE FALTA
           MOVE 'N' TO WS-MON-ENCONTRADA
           IF WS-CANT-MONEDAS > 0
               SET WS-MON-IDX TO 1
               SEARCH WS-MON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MON-MONEDA(WS-MON-IDX) = WS-MONEDA-BUSCADA
                       MOVE 'S' TO WS-MON-ENCONTRADA
               END-SEARCH
           END-IF
           IF WS-MON-ENCONTRADA = 'N' AND WS-CANT-MONEDAS < 20
               ADD 1 TO WS-CANT-MONEDAS
               SET WS-MON-IDX TO WS-CANT-MONEDAS
               MOVE WS-MONEDA-BUSCADA TO WS-MON-MONEDA(WS-MON-IDX)
               MOVE ZERO TO WS-MON-PARTIDAS(WS-MON-IDX)
                   WS-MON-SWITCH(WS-MON-IDX)
                   WS-MON-POSTEADO(WS-MON-IDX)
               MOVE 'S' TO WS-MON-ENCONTRADA
           END-IF.

       CONCILIAR-PARTIDA.
      *    LA PARTIDA CONCILIA CON EL RETIRO POSTEADO DE LA MISMA
      *    REFERENCIA, CLIENTE Y FECHA QUE NO HAYA USADO OTRA; SI EL
      *    MONTO NO COINCIDE ES DIFERENCIA DE MONTO. SIN RETIRO, UNA
      *    PARTIDA ESPERA WS-CORRIDAS-ESPERA CONCILIACIONES ANTES DE
      *    MARCARSE COMO PAGADA Y NO POSTEADA
           MOVE WS-PAR-REFERENCIA(WS-PAR-IDX) TO WS-BUS-REFERENCIA
           MOVE WS-PAR-CLI(WS-PAR-IDX) TO WS-BUS-CLI
           MOVE WS-PAR-FECHA(WS-PAR-IDX) TO WS-BUS-FECHA
           MOVE 'N' TO WS-APT-ENCONTRADO
           IF WS-CANT-POSTEOS > 0
               SEARCH ALL WS-APT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-APT-CLAVE(WS-APT-IDX) = WS-CLAVE-BUSCADA
                       IF WS-APT-USADO(WS-APT-IDX) = 'N'
                           MOVE 'S' TO WS-APT-ENCONTRADO
                       END-IF
               END-SEARCH
           END-IF
           IF WS-APT-ENCONTRADO = 'S'
               MOVE 'S' TO WS-APT-USADO(WS-APT-IDX)
               MOVE WS-APT-MONTO(WS-APT-IDX) TO
                   WS-PAR-MONTO-POST(WS-PAR-IDX)
               MOVE WS-APT-LOTE-ID(WS-APT-IDX) TO
                   WS-PAR-LOTE-ID(WS-PAR-IDX)
               MOVE 'C' TO WS-PAR-ESTADO(WS-PAR-IDX)
               IF WS-APT-MONTO(WS-APT-IDX) =
                  WS-PAR-MONTO(WS-PAR-IDX)
                   MOVE 'M' TO WS-PAR-RESULTADO(WS-PAR-IDX)
                   ADD 1 TO COUNT-CONCILIADAS
               ELSE
                   MOVE 'D' TO WS-PAR-RESULTADO(WS-PAR-IDX)
                   ADD 1 TO COUNT-DIF-MONTO
               END-IF
           ELSE
               MOVE ZERO TO WS-PAR-MONTO-POST(WS-PAR-IDX)
               MOVE SPACES TO WS-PAR-LOTE-ID(WS-PAR-IDX)
               ADD 1 TO WS-PAR-CORRIDAS(WS-PAR-IDX)
               IF WS-PAR-CORRIDAS(WS-PAR-IDX) > WS-CORRIDAS-ESPERA
                   MOVE 'E' TO WS-PAR-ESTADO(WS-PAR-IDX)
                   MOVE 'E' TO WS-PAR-RESULTADO(WS-PAR-IDX)
                   ADD 1 TO COUNT-PAGADAS-NO-POST
               ELSE
                   MOVE 'P' TO WS-PAR-ESTADO(WS-PAR-IDX)
                   MOVE 'W' TO WS-PAR-RESULTADO(WS-PAR-IDX)
                   ADD 1 TO COUNT-EN-ESPERA
               END-IF
           END-IF.

       GRABAR-CABECERA-REPORTE.
           MOVE SPACES TO REPORTE-REGISTER
           STRING "CONCILIACION DE LA LIQUIDACION DEL SWITCH ATM AL "
               DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-SECCION-PARTIDAS.
      *    UNA SECCION POR RESULTADO (WS-SECCION), CON SU TITULO, LAS
      *    PARTIDAS Y EL TOTAL
           MOVE ZERO TO WS-SECCION-CANT WS-SECCION-MONTO
           MOVE SPACES TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           EVALUATE WS-SECCION
               WHEN 'M'
                   MOVE "CONCILIADAS" TO REPORTE-REGISTER
               WHEN 'E'
                   MOVE "PAGADAS POR EL SWITCH Y NO POSTEADAS"
                       TO REPORTE-REGISTER
               WHEN 'W'
                   MOVE "PAGADAS POR EL SWITCH, NO POSTEADAS, EN ESPERA"
                       TO REPORTE-REGISTER
               WHEN OTHER
                   MOVE "DIFERENCIAS DE MONTO" TO REPORTE-REGISTER
           END-EVALUATE
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "REFERENCIA           CLI   FECHA    MON"
               DELIMITED BY SIZE
               "     SWITCH   POSTEADO    DIFERENCIA TERMINAL"
               DELIMITED BY SIZE
               " LIQUIDADA ESP LOTE" DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-CANT-PARTIDAS
               IF WS-PAR-RESULTADO(WS-PAR-IDX) = WS-SECCION
                   PERFORM GRABAR-DETALLE-PARTIDA
               END-IF
           END-PERFORM
           MOVE WS-SECCION-CANT TO WS-PARTIDAS-DISP
           MOVE WS-SECCION-MONTO TO WS-TOTAL-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING "PARTIDAS: " DELIMITED BY SIZE
               WS-PARTIDAS-DISP DELIMITED BY SIZE
               "   MONTO SWITCH: " DELIMITED BY SIZE
               WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-DETALLE-PARTIDA.
           ADD 1 TO WS-SECCION-CANT
           ADD WS-PAR-MONTO(WS-PAR-IDX) TO WS-SECCION-MONTO
           COMPUTE WS-DIFERENCIA = WS-PAR-MONTO(WS-PAR-IDX)
               - WS-PAR-MONTO-POST(WS-PAR-IDX)
           MOVE WS-PAR-MONTO(WS-PAR-IDX) TO WS-MONTO-DISP
           MOVE WS-PAR-MONTO-POST(WS-PAR-IDX) TO WS-MONTO-POST-DISP
           MOVE WS-DIFERENCIA TO WS-DIFERENCIA-DISP
           MOVE WS-PAR-CORRIDAS(WS-PAR-IDX) TO WS-CORRIDAS-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING WS-PAR-REFERENCIA(WS-PAR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAR-CLI(WS-PAR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAR-FECHA(WS-PAR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAR-MONEDA(WS-PAR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-POST-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIFERENCIA-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAR-TERMINAL(WS-PAR-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAR-FECHA-LIQ(WS-PAR-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CORRIDAS-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PAR-LOTE-ID(WS-PAR-IDX) DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-SECCION-NO-PAGADOS.
      *    RETIROS POSTEADOS A LOS CLIENTES QUE NINGUNA PARTIDA DEL
      *    SWITCH (DE HOY NI PENDIENTE) RECLAMO
           MOVE ZERO TO WS-SECCION-CANT WS-SECCION-MONTO
           MOVE SPACES TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE "POSTEADAS Y NO PAGADAS POR EL SWITCH"
               TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "REFERENCIA           CLI   FECHA    MON"
               DELIMITED BY SIZE
               "   POSTEADO LOTE" DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           PERFORM VARYING WS-APT-IDX FROM 1 BY 1
               UNTIL WS-APT-IDX > WS-CANT-POSTEOS
               IF WS-APT-USADO(WS-APT-IDX) = 'N'
                   PERFORM GRABAR-DETALLE-NO-PAGADO
               END-IF
           END-PERFORM
           MOVE WS-SECCION-CANT TO WS-PARTIDAS-DISP
           MOVE WS-SECCION-MONTO TO WS-TOTAL-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING "PARTIDAS: " DELIMITED BY SIZE
               WS-PARTIDAS-DISP DELIMITED BY SIZE
               "   MONTO POSTEADO: " DELIMITED BY SIZE
               WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-DETALLE-NO-PAGADO.
           ADD 1 TO WS-SECCION-CANT
           ADD 1 TO COUNT-POST-NO-PAGADOS
           ADD WS-APT-MONTO(WS-APT-IDX) TO WS-SECCION-MONTO
           MOVE WS-APT-MONTO(WS-APT-IDX) TO WS-MONTO-POST-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING WS-APT-REFERENCIA(WS-APT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-APT-CLI(WS-APT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-APT-FECHA(WS-APT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-APT-MONEDA(WS-APT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-POST-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-APT-LOTE-ID(WS-APT-IDX) DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-RESUMEN-MONEDAS.
      *    LIQUIDACION NETA POR MONEDA: LO QUE EL SWITCH PAGO EN EL DIA
      *    (A LIQUIDARLE) CONTRA LO POSTEADO A LOS CLIENTES
           MOVE SPACES TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE "LIQUIDACION NETA CON EL SWITCH POR MONEDA"
               TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "MON PARTIDAS   A LIQUIDAR     POSTEADO"
               DELIMITED BY SIZE
               "    DIFERENCIA" DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > WS-CANT-MONEDAS
               COMPUTE WS-DIFERENCIA = WS-MON-SWITCH(WS-MON-IDX)
                   - WS-MON-POSTEADO(WS-MON-IDX)
               MOVE WS-MON-PARTIDAS(WS-MON-IDX) TO WS-PARTIDAS-DISP
               MOVE WS-MON-SWITCH(WS-MON-IDX) TO WS-TOTAL-DISP
               MOVE WS-MON-POSTEADO(WS-MON-IDX) TO WS-TOTAL-POST-DISP
               MOVE WS-DIFERENCIA TO WS-DIFERENCIA-DISP
               MOVE SPACES TO REPORTE-REGISTER
               STRING WS-MON-MONEDA(WS-MON-IDX) DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   WS-PARTIDAS-DISP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TOTAL-DISP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TOTAL-POST-DISP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DIFERENCIA-DISP DELIMITED BY SIZE
                   INTO REPORTE-REGISTER
               WRITE REPORTE-REGISTER
           END-PERFORM.

       GRABAR-TESORERIA.
           MOVE SPACES TO REG-TESORERIA
           MOVE WS-FECHA-NEGOCIO TO TES-FECHA
           MOVE WS-MON-MONEDA(WS-MON-IDX) TO TES-MONEDA
           MOVE WS-MON-PARTIDAS(WS-MON-IDX) TO TES-PARTIDAS
           MOVE WS-MON-SWITCH(WS-MON-IDX) TO TES-A-LIQUIDAR
           MOVE WS-MON-POSTEADO(WS-MON-IDX) TO TES-POSTEADO
           COMPUTE TES-DIFERENCIA = WS-MON-SWITCH(WS-MON-IDX)
               - WS-MON-POSTEADO(WS-MON-IDX)
           WRITE REG-TESORERIA.

       GUARDAR-PENDIENTES.
      *    REESCRIBE atm_pendientes.dat CON LAS PARTIDAS EN ESPERA Y,
      *    SOLO PARA PODER REPETIR ESTA CONCILIACION, LAS PENDIENTES
      *    ANTERIORES QUE HOY SE RESOLVIERON O SE MARCARON; UNA PARTIDA
      *    NUEVA DE HOY YA CONCILIADA NO SE GUARDA
           OPEN OUTPUT FPENDATM
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-CANT-PARTIDAS
               IF WS-PAR-ESTADO(WS-PAR-IDX) = 'P' OR
                  WS-PAR-FECHA-LIQ(WS-PAR-IDX) NOT = WS-FECHA-NEGOCIO
                   PERFORM ESCRIBIR-PENDIENTE
               END-IF
           END-PERFORM
           CLOSE FPENDATM.

       ESCRIBIR-PENDIENTE.
           MOVE SPACES TO REG-PEN-ATM
           MOVE WS-PAR-REFERENCIA(WS-PAR-IDX) TO PEN-REFERENCIA
           MOVE WS-PAR-CLI(WS-PAR-IDX) TO PEN-CLI-ID
           MOVE WS-PAR-FECHA(WS-PAR-IDX) TO PEN-FECHA
           MOVE WS-PAR-MONEDA(WS-PAR-IDX) TO PEN-MONEDA
           MOVE WS-PAR-MONTO(WS-PAR-IDX) TO PEN-MONTO
           MOVE WS-PAR-TERMINAL(WS-PAR-IDX) TO PEN-TERMINAL
           MOVE WS-PAR-FECHA-LIQ(WS-PAR-IDX) TO PEN-FECHA-LIQUIDACION
           MOVE WS-PAR-CORRIDAS(WS-PAR-IDX) TO PEN-CORRIDAS
           MOVE WS-PAR-ESTADO(WS-PAR-IDX) TO PEN-ESTADO
           MOVE WS-FECHA-NEGOCIO TO PEN-ULT-FECHA
           WRITE REG-PEN-ATM.
       END PROGRAM PSA20.
