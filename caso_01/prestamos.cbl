      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Installment loan subsystem: disburses new loans to
      *           the client's deposit account with a French-style
      *           amortization schedule, collects each due installment
      *           from the deposit account through PSA01 movements
      *           (principal, interest and late interest apart for the
      *           GL), moves uncovered installments to arrears, reports
      *           arrears aging and hands long arrears to collections
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO DE PRESTAMOS: UN RENGLON POR PRESTAMO CON SU CLIENTE,
      * CONDICIONES, SALDO DE CAPITAL Y ESTADO; SE CARGA COMPLETO Y SE
      * REESCRIBE AL FINAL DE LA CORRIDA
           SELECT FPRESTAMO ASSIGN TO 'prestamos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPRESTAMO.
      * TABLA DE AMORTIZACION: UN RENGLON POR CUOTA, GENERADA AL
      * DESEMBOLSAR Y ACTUALIZADA POR CADA COBRO; LAS CUOTAS DE UN
      * PRESTAMO QUEDAN JUNTAS Y EN ORDEN DE NUMERO
           SELECT FCUOTAS ASSIGN TO 'prestamos_cuotas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCUOTAS.
      * SOLICITUDES DE DESEMBOLSO DE LA PLATAFORMA; SI NO EXISTE NO
      * HAY PRESTAMOS NUEVOS ESTA CORRIDA
           SELECT FPRESOL ASSIGN TO 'prestamos_mov.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPRESOL.
      * SOLICITUDES RECHAZADAS DE LA CORRIDA; SE REESCRIBE POR CORRIDA
           SELECT FPRERECH ASSIGN TO 'prestamos_rechazos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPRERECH.
      * MOVIMIENTOS PARA LA CUENTA DEL CLIENTE (DESEMBOLSO Y COBRO DE
      * CUOTAS) EN EL FORMATO PIPE DE movimientos.dat; PSA01 LOS TOMA
      * COMO UN ORIGEN MAS DEL SORT Y VACIA EL ARCHIVO AL CERRAR SU
      * CORRIDA, IGUAL QUE cargos_tarjeta.dat
           SELECT FMOVPRE ASSIGN TO 'movimientos_prestamos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FMOVPRE.
      * ANTIGUEDAD DE LA MORA POR PRESTAMO; SE REESCRIBE POR CORRIDA
           SELECT FMORA ASSIGN TO 'prestamos_mora.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FMORA.
      * ENTREGA A COBRANZAS, LA MISMA DE PSA01 (VER ENTREGAR-A-
      * COBRANZA ALLA); CRECE ENTRE CORRIDAS
           SELECT FCOBRANZA ASSIGN TO 'cobranza_handoff.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCOBRANZA.
           SELECT CLIMASTER ASSIGN TO 'CLIMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS CLIMASTER-STATUS.
      * PARM-CARD DE PSA01: LA FECHA DE NEGOCIO DEBE SER LA MISMA CON
      * QUE PSA01 POSTEA LOS MOVIMIENTOS
           SELECT FILPARM ASSIGN TO 'PARMPSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.
      * PARM-CARD PROPIA DE PSA12; MISMO ESTILO POSICIONAL
           SELECT FILPARM12 ASSIGN TO 'PARMPSA12.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM12.

       DATA DIVISION.
       FILE SECTION.
       FD FPRESTAMO.
       01 REG-PRESTAMO.
           02 PRE-NUMERO           PIC X(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PRE-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PRE-MONEDA           PIC X(03).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PRE-PRINCIPAL        PIC 9(05)V99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PRE-TASA             PIC 9(03)V9(04). *> ANUAL, EN %
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PRE-PLAZO-MESES      PIC 9(03).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PRE-CUOTA            PIC 9(05)V99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PRE-FECHA-DESEMBOLSO PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PRE-SALDO-CAPITAL    PIC 9(05)V99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PRE-CUOTAS-PAGADAS   PIC 9(03).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PRE-ESTADO           PIC X(01). *> 'A' = VIGENTE;
                                             *> 'C' = CANCELADO
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PRE-EN-COBRANZA      PIC X(01). *> 'S' = YA ENTREGADO A
                                             *> COBRANZAS EN ESTE
                                             *> EPISODIO DE MORA

       FD FCUOTAS.
       01 REG-CUOTA.
           02 CUO-NUMERO           PIC X(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CUO-NRO              PIC 9(03).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CUO-FECHA-VENC       PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CUO-MONTO            PIC 9(05)V99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CUO-CAPITAL          PIC 9(05)V99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CUO-INTERES          PIC 9(05)V99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CUO-ESTADO           PIC X(01). *> 'P' = PENDIENTE;
                                             *> 'M' = EN MORA;
                                             *> 'C' = COBRADA
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CUO-INTERES-MORA     PIC 9(05)V99. *> A LA FECHA DE LA
                                             *> ULTIMA CORRIDA (O
                                             *> COBRADO, SI 'C')
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CUO-FECHA-PAGO       PIC 9(08).

       FD FPRESOL.
       01 REG-PRESOL.
           02 SOL-TIPO             PIC X(01). *> 'D' = DESEMBOLSO
           02 FILLER               PIC X(01).
           02 SOL-NUMERO           PIC X(08).
           02 FILLER               PIC X(01).
           02 SOL-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 SOL-PRINCIPAL        PIC 9(05)V99.
           02 FILLER               PIC X(01).
           02 SOL-TASA             PIC 9(03)V9(04).
           02 FILLER               PIC X(01).
           02 SOL-PLAZO-MESES      PIC 9(03).

       FD FPRERECH.
       01 PRERECH-REGISTER         PIC X(100).

       FD FMOVPRE.
       01 MOVPRE-REGISTER          PIC X(100).

       FD FMORA.
       01 MORA-REGISTER            PIC X(100).

       FD FCOBRANZA.
       01 COBRANZA-REGISTER        PIC X(100).

       FD CLIMASTER.
           COPY CLIMAST.

       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA

       FD FILPARM12.
       01 REG-PARM-PSA12.
           02 PARM-DIAS-COBRANZA   PIC 9(03). *> DIAS DE MORA DE LA
                                             *> CUOTA MAS VIEJA PARA
                                             *> LA ENTREGA A
                                             *> COBRANZAS; 0 = 90
           02 FILLER               PIC X(01).
           02 PARM-TASA-MORA       PIC 9(03)V9(04). *> TASA ANUAL DEL
                                             *> INTERES MORATORIO
                                             *> SOBRE LA CUOTA
                                             *> VENCIDA; 0 = LA TASA
                                             *> DEL PRESTAMO

       WORKING-STORAGE SECTION.
       01 FS-FPRESTAMO             PIC XX.
       01 FS-FCUOTAS               PIC XX.
       01 FS-FPRESOL               PIC XX.
       01 FS-FPRERECH              PIC XX.
       01 FS-FMOVPRE               PIC XX.
       01 FS-FMORA                 PIC XX.
       01 FS-FCOBRANZA             PIC XX.
       01 CLIMASTER-STATUS         PIC XX.
       01 FS-FILPARM               PIC XX.
       01 FS-FILPARM12             PIC XX.
       01 EOF                      PIC X VALUE 'N'.
       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-DIAS-COBRANZA         PIC 9(03) VALUE 90.
       01 WS-TASA-MORA             PIC 9(03)V9(04) VALUE ZERO.

      * PRESTAMOS Y CUOTAS EN MEMORIA; SE CARGAN COMPLETOS Y SE
      * REESCRIBEN AL FINAL, MISMO PATRON QUE WS-TABLA-ESCALERA EN
      * PSA04
       01 WS-CANT-PRE              PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-PRESTAMOS.
           02 WS-PRE-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-PRE
               INDEXED BY WS-PRE-IDX.
               03 WS-PRE-NUMERO       PIC X(08).
               03 WS-PRE-CLI-ID       PIC X(05).
               03 WS-PRE-MONEDA       PIC X(03).
               03 WS-PRE-PRINCIPAL    PIC 9(05)V99.
               03 WS-PRE-TASA         PIC 9(03)V9(04).
               03 WS-PRE-PLAZO        PIC 9(03).
               03 WS-PRE-CUOTA        PIC 9(05)V99.
               03 WS-PRE-DESEMBOLSO   PIC 9(08).
               03 WS-PRE-SALDO        PIC 9(05)V99.
               03 WS-PRE-PAGADAS      PIC 9(03).
               03 WS-PRE-ESTADO       PIC X(01).
               03 WS-PRE-COBRANZA     PIC X(01).
       01 WS-PRE-ENCONTRADO        PIC X VALUE 'N'.
       01 WS-CANT-CUO              PIC 9(06) COMP VALUE ZERO.
       01 WS-TABLA-CUOTAS.
           02 WS-CUO-ENTRY OCCURS 1 TO 200000 TIMES
               DEPENDING ON WS-CANT-CUO
               INDEXED BY WS-CUO-IDX.
               03 WS-CUO-NUMERO       PIC X(08).
               03 WS-CUO-NRO          PIC 9(03).
               03 WS-CUO-VENC         PIC 9(08).
               03 WS-CUO-MONTO        PIC 9(05)V99.
               03 WS-CUO-CAPITAL      PIC 9(05)V99.
               03 WS-CUO-INTERES      PIC 9(05)V99.
               03 WS-CUO-ESTADO       PIC X(01).
               03 WS-CUO-MORA         PIC 9(05)V99.
               03 WS-CUO-PAGO         PIC 9(08).

      * LO YA COMPROMETIDO POR ESTA CORRIDA DE CADA CUENTA, PARA QUE
      * DOS CUOTAS DEL MISMO CLIENTE NO SE CUBRAN CON EL MISMO SALDO
       01 WS-CANT-CON              PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-CONSUMO.
           02 WS-CON-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-CON
               INDEXED BY WS-CON-IDX.
               03 WS-CON-CLI-ID       PIC X(05).
               03 WS-CON-MONTO        PIC 9(07)V99.
       01 WS-CON-ENCONTRADO        PIC X VALUE 'N'.
       01 WS-DISPONIBLE            PIC S9(07)V99.

       01 WS-MOTIVO-RECHAZO        PIC X(40).

      * CALCULO DE LA CUOTA FRANCESA: TASA MENSUAL, FACTOR (1+i)**n,
      * SUS DOS TERMINOS Y LA CUOTA POR UNIDAD DE PRINCIPAL, POR PASOS
      * PARA NO PERDER PRECISION EN LA DIVISION; Y SALDO QUE SE VA
      * AMORTIZANDO AL ARMAR LA TABLA
       01 WS-TASA-MES              PIC 9(01)V9(08).
       01 WS-FACTOR                PIC 9(09)V9(08).
       01 WS-FACTOR-NUM            PIC 9(09)V9(08).
       01 WS-FACTOR-DEN            PIC 9(09)V9(08).
       01 WS-FACTOR-CUOTA          PIC 9(01)V9(08).
       01 WS-CUOTA-CALC            PIC 9(05)V99.
       01 WS-SALDO-AMORT           PIC 9(05)V99.
       01 WS-NRO-CUOTA             PIC 9(03).
      * VENCIMIENTO DE LA CUOTA: MISMO DIA DEL DESEMBOLSO N MESES
      * DESPUES, O EL ULTIMO DIA DEL MES SI ESE DIA NO EXISTE
       01 WS-FECHA-CALC            PIC 9(08).
       01 WS-FECHA-CALC-R REDEFINES WS-FECHA-CALC.
           02 WS-FC-ANIO           PIC 9(04).
           02 WS-FC-MES            PIC 9(02).
           02 WS-FC-DIA            PIC 9(02).
       01 WS-FECHA-BASE            PIC 9(08).
       01 WS-FECHA-BASE-R REDEFINES WS-FECHA-BASE.
           02 WS-FB-ANIO           PIC 9(04).
           02 WS-FB-MES            PIC 9(02).
           02 WS-FB-DIA            PIC 9(02).
       01 WS-FECHA-FIN-MES         PIC 9(08).
       01 WS-FECHA-FIN-MES-R REDEFINES WS-FECHA-FIN-MES.
           02 FILLER               PIC 9(06).
           02 WS-FFM-DIA           PIC 9(02).
       01 WS-MESES-TOTAL           PIC 9(06).

      * COBRO DE CUOTAS: PRESTAMO DEL GRUPO ACTUAL DE CUOTAS (QUEDAN
      * JUNTAS EN LA TABLA) Y SI YA FALLO UNA CUOTA DE ESE PRESTAMO,
      * PORQUE LAS SIGUIENTES NO SE COBRAN ANTES QUE LA MAS VIEJA
       01 WS-CUO-PRESTAMO-ACTUAL   PIC X(08) VALUE SPACES.
       01 WS-PRE-FALLO             PIC X VALUE 'N'.
       01 WS-TASA-MORA-PRE         PIC 9(03)V9(04).
       01 WS-DIAS-MORA             PIC S9(07) COMP.
       01 WS-TOTAL-COBRO           PIC 9(06)V99.

      * ANTIGUEDAD DE LA MORA POR PRESTAMO (CORTE DE CONTROL SOBRE
      * LA TABLA DE CUOTAS)
       01 WS-MOR-CANT              PIC 9(03).
       01 WS-MOR-VENCIDO           PIC 9(07)V99.
       01 WS-MOR-INTERES           PIC 9(07)V99.
       01 WS-MOR-DESDE             PIC 9(08).
       01 WS-MOR-DIAS              PIC 9(05).
       01 WS-MOR-TRAMO             PIC X(07).
       01 WS-MOR-VENCIDO-DISP      PIC 9(07)V99.
       01 WS-MOR-INTERES-DISP      PIC 9(07)V99.

      * MOVIMIENTO QUE SE ARMA PARA PSA01: EL MONTO VA SIN PUNTO
      * DECIMAL, MISMO TRUCO QUE WS-MONTO-CARGO-DIG EN CUOTAS01
       01 WS-MOV-TIPO              PIC X(01).
       01 WS-MOV-CANAL             PIC X(06).
       01 WS-MOV-MONTO             PIC 9(05)V99.
       01 WS-MOV-MONTO-DIG REDEFINES WS-MOV-MONTO PIC 9(07).
       01 WS-MOV-NOMBRE            PIC X(20).
      * CANALES DE LOS MOVIMIENTOS DE PRESTAMOS; PSA01 LOS USA PARA
      * LLEVARLOS A SU CATEGORIA CONTABLE (VER ACUMULAR-ASIENTO-GL
      * ALLA): DESEMBOLSO, Y CAPITAL, INTERES E INTERES MORATORIO DE
      * CADA CUOTA COBRADA
       01 WS-CANAL-PRE-DESEMBOLSO  PIC X(06) VALUE 'PRDESE'.
       01 WS-CANAL-PRE-CAPITAL     PIC X(06) VALUE 'PRCAPI'.
       01 WS-CANAL-PRE-INTERES     PIC X(06) VALUE 'PRINTE'.
       01 WS-CANAL-PRE-MORA        PIC X(06) VALUE 'PRMORA'.

       01 COUNT-SOLICITUDES        PIC 9(5) VALUE 0.
       01 COUNT-DESEMBOLSOS        PIC 9(5) VALUE 0.
       01 COUNT-RECHAZOS           PIC 9(5) VALUE 0.
       01 COUNT-CUOTAS-COBRADAS    PIC 9(5) VALUE 0.
       01 COUNT-CUOTAS-MORA        PIC 9(5) VALUE 0.
       01 COUNT-CANCELADOS         PIC 9(5) VALUE 0.
       01 COUNT-PRESTAMOS-MORA     PIC 9(5) VALUE 0.
       01 COUNT-HANDOFF-COBRANZA   PIC 9(5) VALUE 0.
       01 COUNT-MOVIMIENTOS        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-PRESTAMOS
           PERFORM CARGAR-CUOTAS

           OPEN INPUT CLIMASTER
           IF CLIMASTER-STATUS NOT = '00'
               DISPLAY "ERROR AL ABRIR CLIMAST.dat FS: "
                   CLIMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FMOVPRE
           IF FS-FMOVPRE = '35'
               OPEN OUTPUT FMOVPRE
               CLOSE FMOVPRE
               OPEN EXTEND FMOVPRE
           END-IF
           OPEN OUTPUT FPRERECH

           PERFORM COBRAR-CUOTAS
           PERFORM PROCESAR-SOLICITUDES
           PERFORM GRABAR-MORA

           CLOSE FPRERECH FMOVPRE CLIMASTER
           PERFORM GUARDAR-PRESTAMOS
           PERFORM GUARDAR-CUOTAS

           DISPLAY "SOLICITUDES LEIDAS       : " COUNT-SOLICITUDES
           DISPLAY "PRESTAMOS DESEMBOLSADOS  : " COUNT-DESEMBOLSOS
           DISPLAY "SOLICITUDES RECHAZADAS   : " COUNT-RECHAZOS
           DISPLAY "CUOTAS COBRADAS          : " COUNT-CUOTAS-COBRADAS
           DISPLAY "CUOTAS EN MORA           : " COUNT-CUOTAS-MORA
           DISPLAY "PRESTAMOS CANCELADOS     : " COUNT-CANCELADOS
           DISPLAY "PRESTAMOS EN MORA        : " COUNT-PRESTAMOS-MORA
           DISPLAY "ENTREGADOS A COBRANZAS   : " COUNT-HANDOFF-COBRANZA
           DISPLAY "MOVIMIENTOS PARA PSA01   : " COUNT-MOVIMIENTOS
           IF COUNT-RECHAZOS > 0 OR COUNT-CUOTAS-MORA > 0
               MOVE 4 TO RETURN-CODE
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
           OPEN INPUT FILPARM12
           IF FS-FILPARM12 = '00'
               READ FILPARM12
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-COBRANZA NOT = 0
                           MOVE PARM-DIAS-COBRANZA TO WS-DIAS-COBRANZA
                       END-IF
                       IF PARM-TASA-MORA IS NUMERIC
                           MOVE PARM-TASA-MORA TO WS-TASA-MORA
                       END-IF
               END-READ
               CLOSE FILPARM12
           END-IF
           DISPLAY "FECHA DE NEGOCIO        : " WS-FECHA-NEGOCIO
           DISPLAY "DIAS DE MORA A COBRANZAS: " WS-DIAS-COBRANZA
           IF WS-TASA-MORA = 0
               DISPLAY "TASA MORATORIA         : LA DEL PRESTAMO"
           ELSE
               DISPLAY "TASA MORATORIA         : " WS-TASA-MORA
           END-IF.

       CARGAR-PRESTAMOS.
           OPEN INPUT FPRESTAMO
           IF FS-FPRESTAMO = '00'
               PERFORM LEER-PRESTAMO
               PERFORM UNTIL EOF = 'Y'
                   PERFORM GUARDAR-PRESTAMO-MEMORIA
                   PERFORM LEER-PRESTAMO
               END-PERFORM
               CLOSE FPRESTAMO
               DISPLAY "PRESTAMOS CARGADOS: " WS-CANT-PRE
           END-IF
           MOVE 'N' TO EOF.

       LEER-PRESTAMO.
           READ FPRESTAMO
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       GUARDAR-PRESTAMO-MEMORIA.
           IF WS-CANT-PRE >= 20000
               DISPLAY "MAESTRO DE PRESTAMOS LLENO (20000); DEPURE "
                   "prestamos.dat Y REEJECUTE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-PRE
           SET WS-PRE-IDX TO WS-CANT-PRE
           MOVE PRE-NUMERO TO WS-PRE-NUMERO(WS-PRE-IDX)
           MOVE PRE-CLI-ID TO WS-PRE-CLI-ID(WS-PRE-IDX)
           MOVE PRE-MONEDA TO WS-PRE-MONEDA(WS-PRE-IDX)
           MOVE PRE-PRINCIPAL TO WS-PRE-PRINCIPAL(WS-PRE-IDX)
           MOVE PRE-TASA TO WS-PRE-TASA(WS-PRE-IDX)
           MOVE PRE-PLAZO-MESES TO WS-PRE-PLAZO(WS-PRE-IDX)
           MOVE PRE-CUOTA TO WS-PRE-CUOTA(WS-PRE-IDX)
           MOVE PRE-FECHA-DESEMBOLSO TO WS-PRE-DESEMBOLSO(WS-PRE-IDX)
           MOVE PRE-SALDO-CAPITAL TO WS-PRE-SALDO(WS-PRE-IDX)
           MOVE PRE-CUOTAS-PAGADAS TO WS-PRE-PAGADAS(WS-PRE-IDX)
           MOVE PRE-ESTADO TO WS-PRE-ESTADO(WS-PRE-IDX)
           MOVE PRE-EN-COBRANZA TO WS-PRE-COBRANZA(WS-PRE-IDX).

       CARGAR-CUOTAS.
           OPEN INPUT FCUOTAS
           IF FS-FCUOTAS = '00'
               PERFORM LEER-CUOTA
               PERFORM UNTIL EOF = 'Y'
                   PERFORM GUARDAR-CUOTA-MEMORIA
                   PERFORM LEER-CUOTA
               END-PERFORM
               CLOSE FCUOTAS
               DISPLAY "CUOTAS CARGADAS: " WS-CANT-CUO
           END-IF
           MOVE 'N' TO EOF.

       LEER-CUOTA.
           READ FCUOTAS
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       GUARDAR-CUOTA-MEMORIA.
           IF WS-CANT-CUO >= 200000
               DISPLAY "TABLA DE CUOTAS LLENA (200000); DEPURE "
                   "prestamos_cuotas.dat Y REEJECUTE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-CUO
           SET WS-CUO-IDX TO WS-CANT-CUO
           MOVE CUO-NUMERO TO WS-CUO-NUMERO(WS-CUO-IDX)
           MOVE CUO-NRO TO WS-CUO-NRO(WS-CUO-IDX)
           MOVE CUO-FECHA-VENC TO WS-CUO-VENC(WS-CUO-IDX)
           MOVE CUO-MONTO TO WS-CUO-MONTO(WS-CUO-IDX)
           MOVE CUO-CAPITAL TO WS-CUO-CAPITAL(WS-CUO-IDX)
           MOVE CUO-INTERES TO WS-CUO-INTERES(WS-CUO-IDX)
           MOVE CUO-ESTADO TO WS-CUO-ESTADO(WS-CUO-IDX)
           MOVE CUO-INTERES-MORA TO WS-CUO-MORA(WS-CUO-IDX)
           MOVE CUO-FECHA-PAGO TO WS-CUO-PAGO(WS-CUO-IDX).

       BUSCAR-PRESTAMO.
      *    BUSCA WS-CUO-PRESTAMO-ACTUAL EN LA TABLA DE PRESTAMOS
           MOVE 'N' TO WS-PRE-ENCONTRADO
           IF WS-CANT-PRE > 0
               SET WS-PRE-IDX TO 1
               SEARCH WS-PRE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRE-NUMERO(WS-PRE-IDX) =
                        WS-CUO-PRESTAMO-ACTUAL
                       MOVE 'S' TO WS-PRE-ENCONTRADO
               END-SEARCH
           END-IF.

       COBRAR-CUOTAS.
      *    RECORRE LA TABLA DE AMORTIZACION: CADA CUOTA VENCIDA A LA
      *    FECHA DE NEGOCIO (PENDIENTE O YA EN MORA) DE UN PRESTAMO
      *    VIGENTE SE INTENTA COBRAR, DE LA MAS VIEJA A LA MAS NUEVA
           MOVE SPACES TO WS-CUO-PRESTAMO-ACTUAL
           PERFORM EVALUAR-CUOTA
               VARYING WS-CUO-IDX FROM 1 BY 1
               UNTIL WS-CUO-IDX > WS-CANT-CUO.

       EVALUAR-CUOTA.
           IF WS-CUO-NUMERO(WS-CUO-IDX) NOT = WS-CUO-PRESTAMO-ACTUAL
               MOVE WS-CUO-NUMERO(WS-CUO-IDX) TO WS-CUO-PRESTAMO-ACTUAL
               MOVE 'N' TO WS-PRE-FALLO
               PERFORM BUSCAR-PRESTAMO
           END-IF
           IF WS-PRE-ENCONTRADO = 'S' AND
              WS-PRE-ESTADO(WS-PRE-IDX) = 'A' AND
              (WS-CUO-ESTADO(WS-CUO-IDX) = 'P' OR
               WS-CUO-ESTADO(WS-CUO-IDX) = 'M') AND
              WS-CUO-VENC(WS-CUO-IDX) <= WS-FECHA-NEGOCIO
               PERFORM CALCULAR-MORA-CUOTA
               IF WS-PRE-FALLO = 'S'
                   PERFORM PASAR-CUOTA-A-MORA
               ELSE
                   PERFORM INTENTAR-COBRO-CUOTA
               END-IF
           END-IF.

       CALCULAR-MORA-CUOTA.
      *    INTERES MORATORIO SIMPLE, BASE 365, SOBRE EL MONTO DE LA
      *    CUOTA, DESDE EL VENCIMIENTO HASTA LA FECHA DE NEGOCIO; SE
      *    RECALCULA COMPLETO EN CADA CORRIDA
           MOVE ZERO TO WS-CUO-MORA(WS-CUO-IDX)
           COMPUTE WS-DIAS-MORA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) -
               FUNCTION INTEGER-OF-DATE(WS-CUO-VENC(WS-CUO-IDX))
           IF WS-TASA-MORA = 0
               MOVE WS-PRE-TASA(WS-PRE-IDX) TO WS-TASA-MORA-PRE
           ELSE
               MOVE WS-TASA-MORA TO WS-TASA-MORA-PRE
           END-IF
           IF WS-DIAS-MORA > 0
               COMPUTE WS-CUO-MORA(WS-CUO-IDX) ROUNDED =
                   WS-CUO-MONTO(WS-CUO-IDX) * WS-TASA-MORA-PRE *
                   WS-DIAS-MORA / 36500
           END-IF.

       INTENTAR-COBRO-CUOTA.
      *    LA CUOTA SE COBRA COMPLETA (MAS SU MORATORIO) SOLO SI EL
      *    SALDO DE LA CUENTA, DESCONTADO LO QUE ESTA CORRIDA YA
      *    COMPROMETIO, LA CUBRE; SI NO, PASA A MORA
           MOVE WS-PRE-CLI-ID(WS-PRE-IDX) TO CLI-ID
           READ CLIMASTER
               INVALID KEY
                   MOVE 'X' TO CLI-ESTADO
                   MOVE ZERO TO CLI-SALDO
           END-READ
           COMPUTE WS-TOTAL-COBRO =
               WS-CUO-MONTO(WS-CUO-IDX) + WS-CUO-MORA(WS-CUO-IDX)
           PERFORM BUSCAR-CONSUMO
           COMPUTE WS-DISPONIBLE = CLI-SALDO - WS-CON-MONTO(WS-CON-IDX)
           IF CLI-ESTADO = 'X' OR CLI-ESTADO = 'I' OR
              CLI-ESTADO = 'E' OR CLI-ESTADO = 'F' OR
              WS-DISPONIBLE < WS-TOTAL-COBRO
               PERFORM PASAR-CUOTA-A-MORA
           ELSE
               ADD WS-TOTAL-COBRO TO WS-CON-MONTO(WS-CON-IDX)
               MOVE 'R' TO WS-MOV-TIPO
               IF WS-CUO-CAPITAL(WS-CUO-IDX) > 0
                   MOVE WS-CANAL-PRE-CAPITAL TO WS-MOV-CANAL
                   MOVE WS-CUO-CAPITAL(WS-CUO-IDX) TO WS-MOV-MONTO
                   PERFORM GRABAR-MOVIMIENTO-PRESTAMO
               END-IF
               IF WS-CUO-INTERES(WS-CUO-IDX) > 0
                   MOVE WS-CANAL-PRE-INTERES TO WS-MOV-CANAL
                   MOVE WS-CUO-INTERES(WS-CUO-IDX) TO WS-MOV-MONTO
                   PERFORM GRABAR-MOVIMIENTO-PRESTAMO
               END-IF
               IF WS-CUO-MORA(WS-CUO-IDX) > 0
                   MOVE WS-CANAL-PRE-MORA TO WS-MOV-CANAL
                   MOVE WS-CUO-MORA(WS-CUO-IDX) TO WS-MOV-MONTO
                   PERFORM GRABAR-MOVIMIENTO-PRESTAMO
               END-IF
               MOVE 'C' TO WS-CUO-ESTADO(WS-CUO-IDX)
               MOVE WS-FECHA-NEGOCIO TO WS-CUO-PAGO(WS-CUO-IDX)
               ADD 1 TO COUNT-CUOTAS-COBRADAS
               SUBTRACT WS-CUO-CAPITAL(WS-CUO-IDX) FROM
                   WS-PRE-SALDO(WS-PRE-IDX)
               ADD 1 TO WS-PRE-PAGADAS(WS-PRE-IDX)
               IF WS-PRE-PAGADAS(WS-PRE-IDX) >= WS-PRE-PLAZO(WS-PRE-IDX)
                   MOVE 'C' TO WS-PRE-ESTADO(WS-PRE-IDX)
                   ADD 1 TO COUNT-CANCELADOS
               END-IF
           END-IF.

       PASAR-CUOTA-A-MORA.
           MOVE 'S' TO WS-PRE-FALLO
           MOVE 'M' TO WS-CUO-ESTADO(WS-CUO-IDX)
           ADD 1 TO COUNT-CUOTAS-MORA.

       BUSCAR-CONSUMO.
      *    DEJA WS-CON-IDX EN EL RENGLON DEL CLIENTE, AGREGANDOLO CON
      *    CERO SI ES SU PRIMERA CUOTA DE LA CORRIDA
           MOVE 'N' TO WS-CON-ENCONTRADO
           IF WS-CANT-CON > 0
               SET WS-CON-IDX TO 1
               SEARCH WS-CON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CON-CLI-ID(WS-CON-IDX) = CLI-ID
                       MOVE 'S' TO WS-CON-ENCONTRADO
               END-SEARCH
           END-IF
           IF WS-CON-ENCONTRADO = 'N'
               IF WS-CANT-CON >= 20000
                   DISPLAY "TABLA DE CONSUMO LLENA (20000)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-CON
               SET WS-CON-IDX TO WS-CANT-CON
               MOVE CLI-ID TO WS-CON-CLI-ID(WS-CON-IDX)
               MOVE ZERO TO WS-CON-MONTO(WS-CON-IDX)
           END-IF.

       PROCESAR-SOLICITUDES.
      *    LOS DESEMBOLSOS VAN DESPUES DEL COBRO: LA PRIMERA CUOTA DE
      *    UN PRESTAMO NUEVO VENCE UN MES DESPUES DEL DESEMBOLSO
           OPEN INPUT FPRESOL
           IF FS-FPRESOL NOT = '00'
               DISPLAY "prestamos_mov.dat NO DISPONIBLE, SIN "
                   "DESEMBOLSOS ESTA CORRIDA"
           ELSE
               PERFORM LEER-SOLICITUD
               PERFORM UNTIL EOF = 'Y'
                   ADD 1 TO COUNT-SOLICITUDES
                   PERFORM EVALUAR-SOLICITUD
                   PERFORM LEER-SOLICITUD
               END-PERFORM
               CLOSE FPRESOL
           END-IF
           MOVE 'N' TO EOF.

       LEER-SOLICITUD.
           READ FPRESOL
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       EVALUAR-SOLICITUD.
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE SOL-NUMERO TO WS-CUO-PRESTAMO-ACTUAL
           PERFORM BUSCAR-PRESTAMO
           MOVE SOL-CLI-ID TO CLI-ID
           READ CLIMASTER
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE EN CLIMAST" TO
                       WS-MOTIVO-RECHAZO
           END-READ
           EVALUATE TRUE
               WHEN SOL-TIPO NOT = 'D'
                   MOVE "TIPO DE SOLICITUD INVALIDO" TO
                       WS-MOTIVO-RECHAZO
               WHEN WS-MOTIVO-RECHAZO NOT = SPACES
                   CONTINUE
               WHEN SOL-NUMERO = SPACES
                   MOVE "PRESTAMO SIN NUMERO" TO WS-MOTIVO-RECHAZO
               WHEN WS-PRE-ENCONTRADO = 'S'
                   MOVE "PRESTAMO YA EXISTE" TO WS-MOTIVO-RECHAZO
               WHEN SOL-PRINCIPAL NOT NUMERIC OR SOL-PRINCIPAL = 0
                   MOVE "PRINCIPAL INVALIDO" TO WS-MOTIVO-RECHAZO
               WHEN SOL-TASA NOT NUMERIC
                   MOVE "TASA INVALIDA" TO WS-MOTIVO-RECHAZO
               WHEN SOL-PLAZO-MESES NOT NUMERIC OR
                    SOL-PLAZO-MESES = 0 OR SOL-PLAZO-MESES > 360
                   MOVE "PLAZO INVALIDO" TO WS-MOTIVO-RECHAZO
               WHEN CLI-ESTADO = 'I' OR CLI-ESTADO = 'E' OR
                    CLI-ESTADO = 'F'
                   MOVE "CUENTA NO ACTIVA" TO WS-MOTIVO-RECHAZO
               WHEN WS-CANT-CUO + SOL-PLAZO-MESES > 200000
                   MOVE "TABLA DE CUOTAS LLENA" TO WS-MOTIVO-RECHAZO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-MOTIVO-RECHAZO NOT = SPACES
               PERFORM RECHAZAR-SOLICITUD
           ELSE
               PERFORM DESEMBOLSAR-PRESTAMO
           END-IF.

       DESEMBOLSAR-PRESTAMO.
           IF WS-CANT-PRE >= 20000
               DISPLAY "MAESTRO DE PRESTAMOS LLENO (20000)"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CALCULAR-CUOTA-FRANCESA
           ADD 1 TO WS-CANT-PRE
           SET WS-PRE-IDX TO WS-CANT-PRE
           MOVE SOL-NUMERO TO WS-PRE-NUMERO(WS-PRE-IDX)
           MOVE SOL-CLI-ID TO WS-PRE-CLI-ID(WS-PRE-IDX)
           MOVE CLI-MONEDA TO WS-PRE-MONEDA(WS-PRE-IDX)
           MOVE SOL-PRINCIPAL TO WS-PRE-PRINCIPAL(WS-PRE-IDX)
           MOVE SOL-TASA TO WS-PRE-TASA(WS-PRE-IDX)
           MOVE SOL-PLAZO-MESES TO WS-PRE-PLAZO(WS-PRE-IDX)
           MOVE WS-CUOTA-CALC TO WS-PRE-CUOTA(WS-PRE-IDX)
           MOVE WS-FECHA-NEGOCIO TO WS-PRE-DESEMBOLSO(WS-PRE-IDX)
           MOVE SOL-PRINCIPAL TO WS-PRE-SALDO(WS-PRE-IDX)
           MOVE ZERO TO WS-PRE-PAGADAS(WS-PRE-IDX)
           MOVE 'A' TO WS-PRE-ESTADO(WS-PRE-IDX)
           MOVE 'N' TO WS-PRE-COBRANZA(WS-PRE-IDX)
           MOVE SOL-PRINCIPAL TO WS-SALDO-AMORT
           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-BASE
           PERFORM GENERAR-CUOTA
               VARYING WS-NRO-CUOTA FROM 1 BY 1
               UNTIL WS-NRO-CUOTA > SOL-PLAZO-MESES
           ADD 1 TO COUNT-DESEMBOLSOS
           MOVE 'D' TO WS-MOV-TIPO
           MOVE WS-CANAL-PRE-DESEMBOLSO TO WS-MOV-CANAL
           MOVE SOL-PRINCIPAL TO WS-MOV-MONTO
           PERFORM GRABAR-MOVIMIENTO-PRESTAMO.

       CALCULAR-CUOTA-FRANCESA.
      *    CUOTA CONSTANTE = P * i * (1+i)**n / ((1+i)**n - 1), CON i
      *    LA TASA MENSUAL; UN PRESTAMO SIN TASA SE DIVIDE EN PARTES
      *    IGUALES
           COMPUTE WS-TASA-MES = SOL-TASA / 1200
           IF WS-TASA-MES = 0
               COMPUTE WS-CUOTA-CALC ROUNDED =
                   SOL-PRINCIPAL / SOL-PLAZO-MESES
           ELSE
               COMPUTE WS-FACTOR = (1 + WS-TASA-MES) ** SOL-PLAZO-MESES
               COMPUTE WS-FACTOR-NUM = WS-TASA-MES * WS-FACTOR
               COMPUTE WS-FACTOR-DEN = WS-FACTOR - 1
               DIVIDE WS-FACTOR-NUM BY WS-FACTOR-DEN
                   GIVING WS-FACTOR-CUOTA
               COMPUTE WS-CUOTA-CALC ROUNDED =
                   SOL-PRINCIPAL * WS-FACTOR-CUOTA
           END-IF.

       GENERAR-CUOTA.
      *    INTERES DEL PERIODO SOBRE EL SALDO QUE QUEDA Y EL RESTO DE
      *    LA CUOTA AMORTIZA CAPITAL; LA ULTIMA CUOTA LLEVA EL SALDO
      *    QUE QUEDE PARA ABSORBER EL REDONDEO
           ADD 1 TO WS-CANT-CUO
           SET WS-CUO-IDX TO WS-CANT-CUO
           MOVE SOL-NUMERO TO WS-CUO-NUMERO(WS-CUO-IDX)
           MOVE WS-NRO-CUOTA TO WS-CUO-NRO(WS-CUO-IDX)
           COMPUTE WS-CUO-INTERES(WS-CUO-IDX) ROUNDED =
               WS-SALDO-AMORT * WS-TASA-MES
           IF WS-NRO-CUOTA = SOL-PLAZO-MESES OR
              WS-CUOTA-CALC - WS-CUO-INTERES(WS-CUO-IDX) >
              WS-SALDO-AMORT
               MOVE WS-SALDO-AMORT TO WS-CUO-CAPITAL(WS-CUO-IDX)
           ELSE
               COMPUTE WS-CUO-CAPITAL(WS-CUO-IDX) =
                   WS-CUOTA-CALC - WS-CUO-INTERES(WS-CUO-IDX)
           END-IF
           COMPUTE WS-CUO-MONTO(WS-CUO-IDX) =
               WS-CUO-CAPITAL(WS-CUO-IDX) + WS-CUO-INTERES(WS-CUO-IDX)
           SUBTRACT WS-CUO-CAPITAL(WS-CUO-IDX) FROM WS-SALDO-AMORT
           MOVE 'P' TO WS-CUO-ESTADO(WS-CUO-IDX)
           MOVE ZERO TO WS-CUO-MORA(WS-CUO-IDX)
           MOVE ZERO TO WS-CUO-PAGO(WS-CUO-IDX)
           PERFORM CALCULAR-VENCIMIENTO-CUOTA
           MOVE WS-FECHA-CALC TO WS-CUO-VENC(WS-CUO-IDX).

       CALCULAR-VENCIMIENTO-CUOTA.
      *    MISMO DIA DEL DESEMBOLSO, WS-NRO-CUOTA MESES DESPUES; SI EL
      *    MES NO TIENE ESE DIA VENCE EL ULTIMO DIA DEL MES
           COMPUTE WS-MESES-TOTAL =
               WS-FB-ANIO * 12 + WS-FB-MES - 1 + WS-NRO-CUOTA
           COMPUTE WS-FC-ANIO = WS-MESES-TOTAL / 12
           COMPUTE WS-FC-MES =
               WS-MESES-TOTAL - WS-FC-ANIO * 12 + 1
           MOVE WS-FB-DIA TO WS-FC-DIA
           IF WS-FC-DIA > 28
      *        ULTIMO DIA DEL MES = DIA ANTERIOR AL 1 DEL MES SIGUIENTE
               MOVE 01 TO WS-FC-DIA
               IF WS-FC-MES = 12
                   COMPUTE WS-FECHA-FIN-MES =
                       (WS-FC-ANIO + 1) * 10000 + 0101
               ELSE
                   COMPUTE WS-FECHA-FIN-MES =
                       WS-FC-ANIO * 10000 + (WS-FC-MES + 1) * 100 + 1
               END-IF
               COMPUTE WS-FECHA-FIN-MES = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-FIN-MES) - 1)
               IF WS-FB-DIA > WS-FFM-DIA
                   MOVE WS-FFM-DIA TO WS-FC-DIA
               ELSE
                   MOVE WS-FB-DIA TO WS-FC-DIA
               END-IF
           END-IF.

       RECHAZAR-SOLICITUD.
           ADD 1 TO COUNT-RECHAZOS
           MOVE SPACES TO PRERECH-REGISTER
           STRING "RECHAZADA|" DELIMITED BY SIZE
               SOL-TIPO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SOL-NUMERO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SOL-CLI-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOTIVO-RECHAZO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO PRERECH-REGISTER
           WRITE PRERECH-REGISTER.

       GRABAR-MOVIMIENTO-PRESTAMO.
      *    MOVIMIENTO EN EL FORMATO PIPE DE movimientos.dat CON FECHA
      *    DE NEGOCIO, SIN SALDO PREVIO (PSA01 LO TOMA DEL MAESTRO),
      *    MONEDA DEL PRESTAMO, SIN REFERENCIA Y CON SU CANAL; CLIMAST
      *    QUEDA LEIDO EN EL CLIENTE DEL PRESTAMO
           MOVE CLI-NOMBRE TO WS-MOV-NOMBRE
           MOVE SPACES TO MOVPRE-REGISTER
           STRING WS-PRE-CLI-ID(WS-PRE-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOV-NOMBRE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOV-TIPO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOV-MONTO-DIG DELIMITED BY SIZE
               "|0000000|" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-PRE-MONEDA(WS-PRE-IDX) DELIMITED BY SIZE
               "||" DELIMITED BY SIZE
               WS-MOV-CANAL DELIMITED BY SIZE
               INTO MOVPRE-REGISTER
           WRITE MOVPRE-REGISTER
           ADD 1 TO COUNT-MOVIMIENTOS.

       GRABAR-MORA.
      *    CORTE DE CONTROL POR PRESTAMO SOBRE LA TABLA DE CUOTAS: UN
      *    RENGLON POR PRESTAMO CON CUOTAS EN MORA, CON LA ANTIGUEDAD
      *    DE LA MAS VIEJA Y SU TRAMO; AL CRUZAR EL UMBRAL DE DIAS SE
      *    ENTREGA A COBRANZAS UNA SOLA VEZ POR EPISODIO, Y UN PRESTAMO
      *    QUE QUEDA AL DIA CIERRA SU EPISODIO
           OPEN OUTPUT FMORA
           MOVE SPACES TO MORA-REGISTER
           STRING "ANTIGUEDAD DE MORA DE PRESTAMOS AL "
               DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO MORA-REGISTER
           WRITE MORA-REGISTER
           MOVE SPACES TO WS-CUO-PRESTAMO-ACTUAL
           PERFORM ACUMULAR-MORA-CUOTA
               VARYING WS-CUO-IDX FROM 1 BY 1
               UNTIL WS-CUO-IDX > WS-CANT-CUO
           IF WS-CUO-PRESTAMO-ACTUAL NOT = SPACES
               PERFORM CERRAR-MORA-PRESTAMO
           END-IF
           CLOSE FMORA.

       ACUMULAR-MORA-CUOTA.
           IF WS-CUO-NUMERO(WS-CUO-IDX) NOT = WS-CUO-PRESTAMO-ACTUAL
               IF WS-CUO-PRESTAMO-ACTUAL NOT = SPACES
                   PERFORM CERRAR-MORA-PRESTAMO
               END-IF
               MOVE WS-CUO-NUMERO(WS-CUO-IDX) TO WS-CUO-PRESTAMO-ACTUAL
               MOVE ZERO TO WS-MOR-CANT
               MOVE ZERO TO WS-MOR-VENCIDO
               MOVE ZERO TO WS-MOR-INTERES
               MOVE ZERO TO WS-MOR-DESDE
           END-IF
           IF WS-CUO-ESTADO(WS-CUO-IDX) = 'M'
               ADD 1 TO WS-MOR-CANT
               ADD WS-CUO-MONTO(WS-CUO-IDX) TO WS-MOR-VENCIDO
               ADD WS-CUO-MORA(WS-CUO-IDX) TO WS-MOR-INTERES
               IF WS-MOR-DESDE = 0
                   MOVE WS-CUO-VENC(WS-CUO-IDX) TO WS-MOR-DESDE
               END-IF
           END-IF.

       CERRAR-MORA-PRESTAMO.
           PERFORM BUSCAR-PRESTAMO
           IF WS-PRE-ENCONTRADO = 'S'
               IF WS-MOR-CANT = 0
                   MOVE 'N' TO WS-PRE-COBRANZA(WS-PRE-IDX)
               ELSE
                   PERFORM GRABAR-RENGLON-MORA
               END-IF
           END-IF.

       GRABAR-RENGLON-MORA.
           ADD 1 TO COUNT-PRESTAMOS-MORA
           COMPUTE WS-MOR-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) -
               FUNCTION INTEGER-OF-DATE(WS-MOR-DESDE)
           EVALUATE TRUE
               WHEN WS-MOR-DIAS <= 30
                   MOVE "001-030" TO WS-MOR-TRAMO
               WHEN WS-MOR-DIAS <= 60
                   MOVE "031-060" TO WS-MOR-TRAMO
               WHEN WS-MOR-DIAS <= 90
                   MOVE "061-090" TO WS-MOR-TRAMO
               WHEN OTHER
                   MOVE "MAS-090" TO WS-MOR-TRAMO
           END-EVALUATE
           MOVE WS-MOR-VENCIDO TO WS-MOR-VENCIDO-DISP
           MOVE WS-MOR-INTERES TO WS-MOR-INTERES-DISP
           MOVE SPACES TO MORA-REGISTER
           STRING WS-PRE-NUMERO(WS-PRE-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-PRE-CLI-ID(WS-PRE-IDX) DELIMITED BY SIZE
               "|CUOTAS:" DELIMITED BY SIZE
               WS-MOR-CANT DELIMITED BY SIZE
               "|VENCIDO:" DELIMITED BY SIZE
               WS-MOR-VENCIDO-DISP DELIMITED BY SIZE
               "|MORATORIO:" DELIMITED BY SIZE
               WS-MOR-INTERES-DISP DELIMITED BY SIZE
               "|DESDE:" DELIMITED BY SIZE
               WS-MOR-DESDE DELIMITED BY SIZE
               "|DIAS:" DELIMITED BY SIZE
               WS-MOR-DIAS DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOR-TRAMO DELIMITED BY SIZE
               INTO MORA-REGISTER
           WRITE MORA-REGISTER
           IF WS-MOR-DIAS >= WS-DIAS-COBRANZA AND
              WS-PRE-COBRANZA(WS-PRE-IDX) NOT = 'S'
               PERFORM ENTREGAR-A-COBRANZA
               MOVE 'S' TO WS-PRE-COBRANZA(WS-PRE-IDX)
           END-IF.

       ENTREGAR-A-COBRANZA.
      *    MISMO EXTRACTO Y MISMO PATRON "CREAR SI NO EXISTE"/OPEN
      *    EXTEND QUE ENTREGAR-A-COBRANZA EN PSA01; EL RENGLON LLEVA
      *    EL PRESTAMO EN LUGAR DEL SALDO DE LA CUENTA
           MOVE WS-PRE-CLI-ID(WS-PRE-IDX) TO CLI-ID
           READ CLIMASTER
               INVALID KEY
                   MOVE SPACES TO CLI-NOMBRE
           END-READ
           OPEN EXTEND FCOBRANZA
           IF FS-FCOBRANZA = '35'
               OPEN OUTPUT FCOBRANZA
               CLOSE FCOBRANZA
               OPEN EXTEND FCOBRANZA
           END-IF
           MOVE SPACES TO COBRANZA-REGISTER
           STRING WS-PRE-CLI-ID(WS-PRE-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               CLI-NOMBRE DELIMITED BY SIZE
               " | PRESTAMO:" DELIMITED BY SIZE
               WS-PRE-NUMERO(WS-PRE-IDX) DELIMITED BY SIZE
               " | VENCIDO:" DELIMITED BY SIZE
               WS-MOR-VENCIDO-DISP DELIMITED BY SIZE
               " | DIAS MORA:" DELIMITED BY SIZE
               WS-MOR-DIAS DELIMITED BY SIZE
               " | DESDE:" DELIMITED BY SIZE
               WS-MOR-DESDE DELIMITED BY SIZE
               INTO COBRANZA-REGISTER
           WRITE COBRANZA-REGISTER
           CLOSE FCOBRANZA
           ADD 1 TO COUNT-HANDOFF-COBRANZA.

       GUARDAR-PRESTAMOS.
           OPEN OUTPUT FPRESTAMO
           PERFORM ESCRIBIR-PRESTAMO
               VARYING WS-PRE-IDX FROM 1 BY 1
               UNTIL WS-PRE-IDX > WS-CANT-PRE
           CLOSE FPRESTAMO.

       ESCRIBIR-PRESTAMO.
           MOVE SPACES TO REG-PRESTAMO
           MOVE WS-PRE-NUMERO(WS-PRE-IDX) TO PRE-NUMERO
           MOVE WS-PRE-CLI-ID(WS-PRE-IDX) TO PRE-CLI-ID
           MOVE WS-PRE-MONEDA(WS-PRE-IDX) TO PRE-MONEDA
           MOVE WS-PRE-PRINCIPAL(WS-PRE-IDX) TO PRE-PRINCIPAL
           MOVE WS-PRE-TASA(WS-PRE-IDX) TO PRE-TASA
           MOVE WS-PRE-PLAZO(WS-PRE-IDX) TO PRE-PLAZO-MESES
           MOVE WS-PRE-CUOTA(WS-PRE-IDX) TO PRE-CUOTA
           MOVE WS-PRE-DESEMBOLSO(WS-PRE-IDX) TO PRE-FECHA-DESEMBOLSO
           MOVE WS-PRE-SALDO(WS-PRE-IDX) TO PRE-SALDO-CAPITAL
           MOVE WS-PRE-PAGADAS(WS-PRE-IDX) TO PRE-CUOTAS-PAGADAS
           MOVE WS-PRE-ESTADO(WS-PRE-IDX) TO PRE-ESTADO
           MOVE WS-PRE-COBRANZA(WS-PRE-IDX) TO PRE-EN-COBRANZA
           WRITE REG-PRESTAMO.

       GUARDAR-CUOTAS.
           OPEN OUTPUT FCUOTAS
           PERFORM ESCRIBIR-CUOTA
               VARYING WS-CUO-IDX FROM 1 BY 1
               UNTIL WS-CUO-IDX > WS-CANT-CUO
           CLOSE FCUOTAS.

       ESCRIBIR-CUOTA.
           MOVE SPACES TO REG-CUOTA
           MOVE WS-CUO-NUMERO(WS-CUO-IDX) TO CUO-NUMERO
           MOVE WS-CUO-NRO(WS-CUO-IDX) TO CUO-NRO
           MOVE WS-CUO-VENC(WS-CUO-IDX) TO CUO-FECHA-VENC
           MOVE WS-CUO-MONTO(WS-CUO-IDX) TO CUO-MONTO
           MOVE WS-CUO-CAPITAL(WS-CUO-IDX) TO CUO-CAPITAL
           MOVE WS-CUO-INTERES(WS-CUO-IDX) TO CUO-INTERES
           MOVE WS-CUO-ESTADO(WS-CUO-IDX) TO CUO-ESTADO
           MOVE WS-CUO-MORA(WS-CUO-IDX) TO CUO-INTERES-MORA
           MOVE WS-CUO-PAGO(WS-CUO-IDX) TO CUO-FECHA-PAGO
           WRITE REG-CUOTA.
       END PROGRAM PSA12.
