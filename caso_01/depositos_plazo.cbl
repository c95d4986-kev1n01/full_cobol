      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Fixed-term deposit (certificate) subsystem: keeps the
      *           certificate master, applies openings and instruction
      *           changes, accrues interest daily, and at maturity
      *           pays or capitalizes the interest and renews or pays
      *           back the principal through PSA01 movements; blocks
      *           early withdrawals and reports upcoming maturities
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA11.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO DE CERTIFICADOS A PLAZO: UN RENGLON POR CERTIFICADO
      * CON SU CLIENTE, PRINCIPAL, MONEDA, TASA, FECHAS, PLAZO,
      * INSTRUCCION AL VENCIMIENTO E INTERES DEVENGADO; SE CARGA
      * COMPLETO Y SE REESCRIBE AL FINAL DE LA CORRIDA
           SELECT FPLAZO ASSIGN TO 'plazo_fijo.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPLAZO.
      * SOLICITUDES DE LA PLATAFORMA: APERTURAS, CAMBIOS DE
      * INSTRUCCION Y RETIROS; SI NO EXISTE NO HAY SOLICITUDES
           SELECT FPLZSOL ASSIGN TO 'plazo_fijo_mov.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPLZSOL.
      * SOLICITUDES RECHAZADAS DE LA CORRIDA; SE REESCRIBE POR CORRIDA
           SELECT FPLZRECH ASSIGN TO 'plazo_fijo_rechazos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPLZRECH.
      * MOVIMIENTOS PARA LA CUENTA DEL CLIENTE (FONDEO DE LA APERTURA,
      * INTERES, RETENCION Y DEVOLUCION DEL PRINCIPAL) EN EL FORMATO
      * PIPE DE movimientos.dat; PSA01 LOS TOMA COMO UN ORIGEN MAS DEL
      * SORT Y VACIA EL ARCHIVO AL CERRAR SU CORRIDA, IGUAL QUE
      * cargos_tarjeta.dat, ASI QUE AQUI SE AGREGA AL FINAL
           SELECT FMOVPLZ ASSIGN TO 'movimientos_plazo_fijo.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FMOVPLZ.
      * EXTRACTO FISCAL, EL MISMO DE PSA01 (VER GRABAR-RETENCION-
      * FISCAL ALLA): EL INTERES DE LOS CERTIFICADOS TAMBIEN SE INFORMA
           SELECT FRETFISC ASSIGN TO 'retencion_fiscal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRETFISC.
      * VENCIMIENTOS DE LOS PROXIMOS N DIAS; SE REESCRIBE POR CORRIDA
           SELECT FVENCE ASSIGN TO 'vencimientos_plazo_fijo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FVENCE.
           SELECT CLIMASTER ASSIGN TO 'CLIMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS CLIMASTER-STATUS.
      * RETENCIONES VIGENTES, LAS MISMAS QUE EXIGE PSA01: UN CLIENTE
      * RETENIDO NO PUEDE FONDEAR UN CERTIFICADO NUEVO
           SELECT FRETEN ASSIGN TO 'retenciones_clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRETEN.
      * PARM-CARD DE PSA01: LA FECHA DE NEGOCIO Y LA TASA DE RETENCION
      * DEBEN SER LAS MISMAS CON QUE PSA01 POSTEA LOS MOVIMIENTOS
           SELECT FILPARM ASSIGN TO 'PARMPSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.
      * PARM-CARD PROPIA DE PSA11; MISMO ESTILO POSICIONAL
           SELECT FILPARM11 ASSIGN TO 'PARMPSA11.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM11.

       DATA DIVISION.
       FILE SECTION.
       FD FPLAZO.
       01 REG-PLAZO.
           02 PLZ-CERTIFICADO      PIC X(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PLZ-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PLZ-PRINCIPAL        PIC 9(05)V99.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PLZ-MONEDA           PIC X(03).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PLZ-TASA             PIC 9(03)V9(04). *> ANUAL, EN %
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PLZ-FECHA-APERTURA   PIC 9(08). *> INICIO DEL PLAZO
                                             *> VIGENTE (LA RENOVACION
                                             *> LA MUEVE)
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PLZ-FECHA-VENCIMIENTO PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PLZ-PLAZO-DIAS       PIC 9(04).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PLZ-INSTRUCCION      PIC X(01). *> 'P' = PAGAR INTERES
                                             *> Y PRINCIPAL; 'R' =
                                             *> PAGAR INTERES Y
                                             *> RENOVAR EL PRINCIPAL;
                                             *> 'C' = CAPITALIZAR EL
                                             *> INTERES NETO Y RENOVAR
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PLZ-INTERES-DEVENGADO PIC 9(05)V99. *> BRUTO DEL PLAZO
                                             *> VIGENTE A LA FECHA DE
                                             *> ULTIMO DEVENGO
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PLZ-FECHA-ULT-DEVENGO PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 PLZ-ESTADO           PIC X(01). *> 'A' = VIGENTE;
                                             *> 'V' = VENCIDO Y PAGADO

       FD FPLZSOL.
       01 REG-PLZSOL.
           02 SOL-TIPO             PIC X(01). *> 'A' = APERTURA; 'I' =
                                             *> CAMBIO DE INSTRUCCION;
                                             *> 'X' = RETIRO
           02 FILLER               PIC X(01).
           02 SOL-CERTIFICADO      PIC X(08).
           02 FILLER               PIC X(01).
           02 SOL-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 SOL-PRINCIPAL        PIC 9(05)V99.
           02 FILLER               PIC X(01).
           02 SOL-TASA             PIC 9(03)V9(04).
           02 FILLER               PIC X(01).
           02 SOL-PLAZO-DIAS       PIC 9(04).
           02 FILLER               PIC X(01).
           02 SOL-INSTRUCCION      PIC X(01).

       FD FPLZRECH.
       01 PLZRECH-REGISTER         PIC X(100).

       FD FMOVPLZ.
       01 MOVPLZ-REGISTER          PIC X(100).

       FD FRETFISC.
       01 RETFISC-REGISTER         PIC X(100).

       FD FVENCE.
       01 VENCE-REGISTER           PIC X(100).

       FD CLIMASTER.
           COPY CLIMAST.

      * MISMO LAYOUT QUE RETEN-REGISTER EN PSA01
       FD FRETEN.
       01 RETEN-REGISTER.
           02 RTN-CLI-ID           PIC X(05).
           02 FILLER               PIC X(75).

      * SOLO LOS CAMPOS DE REG-PARM-PSA01 QUE USA ESTE PROGRAMA, HASTA
      * LA TASA DE RETENCION; EL RESTO DEL RENGLON NO SE MIRA
       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA
      *    DE PARM-MODO-ACCRUAL A PARM-DIAS-ADB, CON SUS SEPARADORES
           02 FILLER               PIC X(42).
           02 PARM-TASA-RETENCION  PIC 9(02)V9(04).

       FD FILPARM11.
       01 REG-PARM-PSA11.
           02 PARM-DIAS-VENCIMIENTOS PIC 9(03). *> HORIZONTE EN DIAS
                                             *> DEL REPORTE DE
                                             *> VENCIMIENTOS; 0 = 7

       WORKING-STORAGE SECTION.
       01 FS-FPLAZO                PIC XX.
       01 FS-FPLZSOL               PIC XX.
       01 FS-FPLZRECH              PIC XX.
       01 FS-FMOVPLZ               PIC XX.
       01 FS-FRETFISC              PIC XX.
       01 FS-FVENCE                PIC XX.
       01 CLIMASTER-STATUS         PIC XX.
       01 FS-FRETEN                PIC XX.
       01 FS-FILPARM               PIC XX.
       01 FS-FILPARM11             PIC XX.
       01 EOF                      PIC X VALUE 'N'.
       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-TASA-RETENCION        PIC 9(02)V9(04) VALUE ZERO.
       01 WS-DIAS-VENCIMIENTOS     PIC 9(03) VALUE 7.
       01 WS-FECHA-HORIZONTE       PIC 9(08).

      * CERTIFICADOS EN MEMORIA; SE CARGAN COMPLETOS Y SE REESCRIBEN
      * AL FINAL, MISMO PATRON QUE WS-TABLA-ESCALERA EN PSA04
       01 WS-CANT-PLZ              PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-PLAZO.
           02 WS-PLZ-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-PLZ
               INDEXED BY WS-PLZ-IDX.
               03 WS-PLZ-CERTIFICADO  PIC X(08).
               03 WS-PLZ-CLI-ID       PIC X(05).
               03 WS-PLZ-PRINCIPAL    PIC 9(05)V99.
               03 WS-PLZ-MONEDA       PIC X(03).
               03 WS-PLZ-TASA         PIC 9(03)V9(04).
               03 WS-PLZ-APERTURA     PIC 9(08).
               03 WS-PLZ-VENCIMIENTO  PIC 9(08).
               03 WS-PLZ-PLAZO-DIAS   PIC 9(04).
               03 WS-PLZ-INSTRUCCION  PIC X(01).
               03 WS-PLZ-DEVENGADO    PIC 9(05)V99.
               03 WS-PLZ-ULT-DEVENGO  PIC 9(08).
               03 WS-PLZ-ESTADO       PIC X(01).
       01 WS-PLZ-ENCONTRADO        PIC X VALUE 'N'.
       01 WS-CLIENTE-RETENIDO-SI   PIC X VALUE 'N'.
       01 WS-MOTIVO-RECHAZO        PIC X(40).

      * DIAS DEL PLAZO VIGENTE YA TRANSCURRIDOS A LA FECHA DE NEGOCIO
      * (TOPE EN EL VENCIMIENTO); EL DEVENGADO SE RECALCULA COMPLETO
      * DESDE LA APERTURA PARA QUE EL REDONDEO DIARIO NO SE ACUMULE
       01 WS-DIAS-DEVENGO          PIC S9(07) COMP.
       01 WS-FECHA-TOPE            PIC 9(08).
       01 WS-INTERES-BRUTO         PIC 9(05)V99.
       01 WS-RET-MONTO             PIC 9(05)V99.
       01 WS-INTERES-NETO          PIC 9(05)V99.
       01 WS-NUEVO-PRINCIPAL       PIC 9(06)V99.
       01 WS-INTERES-ESTIMADO      PIC 9(05)V99.
       01 WS-INTERES-DISP          PIC 9(06)V99.
       01 WS-RET-MONTO-DISP        PIC 9(06)V99.
       01 WS-PRINCIPAL-DISP        PIC 9(05)V99.

      * MOVIMIENTO QUE SE ARMA PARA PSA01: EL MONTO VA SIN PUNTO
      * DECIMAL, MISMO TRUCO QUE WS-MONTO-CARGO-DIG EN CUOTAS01
       01 WS-MOV-TIPO              PIC X(01).
       01 WS-MOV-CANAL             PIC X(06).
       01 WS-MOV-MONTO             PIC 9(05)V99.
       01 WS-MOV-MONTO-DIG REDEFINES WS-MOV-MONTO PIC 9(07).
       01 WS-MOV-NOMBRE            PIC X(20).
      * CANALES DE LOS MOVIMIENTOS DE CERTIFICADOS; PSA01 LOS USA PARA
      * LLEVARLOS A SU CATEGORIA CONTABLE (VER ACUMULAR-ASIENTO-GL
      * ALLA): CAPITAL (FONDEO Y DEVOLUCION), INTERES Y RETENCION
       01 WS-CANAL-PLAZO-CAPITAL   PIC X(06) VALUE 'PFCAPI'.
       01 WS-CANAL-PLAZO-INTERES   PIC X(06) VALUE 'PFINTE'.
       01 WS-CANAL-PLAZO-RETENCION PIC X(06) VALUE 'PFRETE'.

       01 COUNT-SOLICITUDES        PIC 9(5) VALUE 0.
       01 COUNT-APERTURAS          PIC 9(5) VALUE 0.
       01 COUNT-CAMBIOS-INSTR      PIC 9(5) VALUE 0.
       01 COUNT-RECHAZOS           PIC 9(5) VALUE 0.
       01 COUNT-RETIROS-BLOQUEADOS PIC 9(5) VALUE 0.
       01 COUNT-DEVENGADOS         PIC 9(5) VALUE 0.
       01 COUNT-VENCIDOS           PIC 9(5) VALUE 0.
       01 COUNT-RENOVADOS          PIC 9(5) VALUE 0.
       01 COUNT-VENC-RETENIDOS     PIC 9(5) VALUE 0.
       01 COUNT-MOVIMIENTOS        PIC 9(5) VALUE 0.
       01 COUNT-POR-VENCER         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-PLAZOS

           OPEN INPUT CLIMASTER
           IF CLIMASTER-STATUS NOT = '00'
               DISPLAY "ERROR AL ABRIR CLIMAST.dat FS: "
                   CLIMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FMOVPLZ
           IF FS-FMOVPLZ = '35'
               OPEN OUTPUT FMOVPLZ
               CLOSE FMOVPLZ
               OPEN EXTEND FMOVPLZ
           END-IF
           OPEN OUTPUT FPLZRECH

           PERFORM PROCESAR-SOLICITUDES
           PERFORM DEVENGAR-Y-VENCER

           CLOSE FPLZRECH FMOVPLZ CLIMASTER
           PERFORM GUARDAR-PLAZOS
           PERFORM GRABAR-VENCIMIENTOS

           DISPLAY "SOLICITUDES LEIDAS          : " COUNT-SOLICITUDES
           DISPLAY "APERTURAS                   : " COUNT-APERTURAS
           DISPLAY "CAMBIOS DE INSTRUCCION      : " COUNT-CAMBIOS-INSTR
           DISPLAY "SOLICITUDES RECHAZADAS      : " COUNT-RECHAZOS
           DISPLAY "RETIROS ANTICIPADOS BLOQUEAD: "
               COUNT-RETIROS-BLOQUEADOS
           DISPLAY "CERTIFICADOS DEVENGADOS     : " COUNT-DEVENGADOS
           DISPLAY "CERTIFICADOS VENCIDOS       : " COUNT-VENCIDOS
           DISPLAY "CERTIFICADOS RENOVADOS      : " COUNT-RENOVADOS
           DISPLAY "VENCIMIENTOS RETENIDOS      : " COUNT-VENC-RETENIDOS
           DISPLAY "MOVIMIENTOS PARA PSA01      : " COUNT-MOVIMIENTOS
           DISPLAY "VENCIMIENTOS EN EL HORIZONTE: " COUNT-POR-VENCER
           IF COUNT-RECHAZOS > 0 OR COUNT-VENC-RETENIDOS > 0
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
                       IF PARM-TASA-RETENCION IS NUMERIC
                           MOVE PARM-TASA-RETENCION TO
                               WS-TASA-RETENCION
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF
           OPEN INPUT FILPARM11
           IF FS-FILPARM11 = '00'
               READ FILPARM11
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DIAS-VENCIMIENTOS NOT = 0
                           MOVE PARM-DIAS-VENCIMIENTOS TO
                               WS-DIAS-VENCIMIENTOS
                       END-IF
               END-READ
               CLOSE FILPARM11
           END-IF
           COMPUTE WS-FECHA-HORIZONTE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) +
                WS-DIAS-VENCIMIENTOS)
           DISPLAY "FECHA DE NEGOCIO     : " WS-FECHA-NEGOCIO
           DISPLAY "TASA DE RETENCION    : " WS-TASA-RETENCION
           DISPLAY "HORIZONTE VENCIMIENTOS: " WS-DIAS-VENCIMIENTOS.

       CARGAR-PLAZOS.
           OPEN INPUT FPLAZO
           IF FS-FPLAZO = '00'
               PERFORM LEER-PLAZO
               PERFORM UNTIL EOF = 'Y'
                   PERFORM GUARDAR-PLAZO-MEMORIA
                   PERFORM LEER-PLAZO
               END-PERFORM
               CLOSE FPLAZO
               DISPLAY "CERTIFICADOS CARGADOS: " WS-CANT-PLZ
           END-IF
           MOVE 'N' TO EOF.

       LEER-PLAZO.
           READ FPLAZO
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       GUARDAR-PLAZO-MEMORIA.
           IF WS-CANT-PLZ >= 20000
               DISPLAY "MAESTRO DE PLAZO FIJO LLENO (20000); DEPURE "
                   "plazo_fijo.dat Y REEJECUTE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-PLZ
           SET WS-PLZ-IDX TO WS-CANT-PLZ
           MOVE PLZ-CERTIFICADO TO WS-PLZ-CERTIFICADO(WS-PLZ-IDX)
           MOVE PLZ-CLI-ID TO WS-PLZ-CLI-ID(WS-PLZ-IDX)
           MOVE PLZ-PRINCIPAL TO WS-PLZ-PRINCIPAL(WS-PLZ-IDX)
           MOVE PLZ-MONEDA TO WS-PLZ-MONEDA(WS-PLZ-IDX)
           MOVE PLZ-TASA TO WS-PLZ-TASA(WS-PLZ-IDX)
           MOVE PLZ-FECHA-APERTURA TO WS-PLZ-APERTURA(WS-PLZ-IDX)
           MOVE PLZ-FECHA-VENCIMIENTO TO WS-PLZ-VENCIMIENTO(WS-PLZ-IDX)
           MOVE PLZ-PLAZO-DIAS TO WS-PLZ-PLAZO-DIAS(WS-PLZ-IDX)
           MOVE PLZ-INSTRUCCION TO WS-PLZ-INSTRUCCION(WS-PLZ-IDX)
           MOVE PLZ-INTERES-DEVENGADO TO WS-PLZ-DEVENGADO(WS-PLZ-IDX)
           MOVE PLZ-FECHA-ULT-DEVENGO TO WS-PLZ-ULT-DEVENGO(WS-PLZ-IDX)
           MOVE PLZ-ESTADO TO WS-PLZ-ESTADO(WS-PLZ-IDX).

       PROCESAR-SOLICITUDES.
      *    LAS SOLICITUDES SE APLICAN ANTES DEL DEVENGO, ASI UN CAMBIO
      *    DE INSTRUCCION O UN RETIRO DEL MISMO DIA DEL VENCIMIENTO YA
      *    RIGE PARA EL VENCIMIENTO DE ESTA CORRIDA
           OPEN INPUT FPLZSOL
           IF FS-FPLZSOL NOT = '00'
               DISPLAY "plazo_fijo_mov.dat NO DISPONIBLE, SIN "
                   "SOLICITUDES ESTA CORRIDA"
           ELSE
               PERFORM LEER-SOLICITUD
               PERFORM UNTIL EOF = 'Y'
                   ADD 1 TO COUNT-SOLICITUDES
                   PERFORM EVALUAR-SOLICITUD
                   PERFORM LEER-SOLICITUD
               END-PERFORM
               CLOSE FPLZSOL
           END-IF
           MOVE 'N' TO EOF.

       LEER-SOLICITUD.
           READ FPLZSOL
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       EVALUAR-SOLICITUD.
           PERFORM BUSCAR-CERTIFICADO
           EVALUATE SOL-TIPO
               WHEN 'A'
                   PERFORM ABRIR-CERTIFICADO
               WHEN 'I'
                   PERFORM CAMBIAR-INSTRUCCION
               WHEN 'X'
                   PERFORM RETIRAR-CERTIFICADO
               WHEN OTHER
                   MOVE "TIPO DE SOLICITUD INVALIDO" TO
                       WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-SOLICITUD
           END-EVALUATE.

       BUSCAR-CERTIFICADO.
           MOVE 'N' TO WS-PLZ-ENCONTRADO
           IF WS-CANT-PLZ > 0
               SET WS-PLZ-IDX TO 1
               SEARCH WS-PLZ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PLZ-CERTIFICADO(WS-PLZ-IDX) =
                        SOL-CERTIFICADO
                       MOVE 'S' TO WS-PLZ-ENCONTRADO
               END-SEARCH
           END-IF.

       ABRIR-CERTIFICADO.
      *    EL CERTIFICADO SE FONDEA CON UN RETIRO DE LA CUENTA DEL
      *    CLIENTE EN CLIMAST; SE VALIDA AQUI LO QUE PSA01 NO PODRIA
      *    DESHACER DESPUES (CLIENTE, ESTADO, RETENCION Y SALDO), PARA
      *    QUE EL FONDEO NO QUEDE RECHAZADO CON EL CERTIFICADO ABIERTO
           MOVE SPACES TO WS-MOTIVO-RECHAZO
           MOVE SOL-CLI-ID TO CLI-ID
           READ CLIMASTER
               INVALID KEY
                   MOVE "CLIENTE NO EXISTE EN CLIMAST" TO
                       WS-MOTIVO-RECHAZO
           END-READ
           EVALUATE TRUE
               WHEN WS-MOTIVO-RECHAZO NOT = SPACES
                   CONTINUE
               WHEN SOL-CERTIFICADO = SPACES
                   MOVE "CERTIFICADO SIN NUMERO" TO WS-MOTIVO-RECHAZO
               WHEN WS-PLZ-ENCONTRADO = 'S'
                   MOVE "CERTIFICADO YA EXISTE" TO WS-MOTIVO-RECHAZO
               WHEN SOL-PRINCIPAL NOT NUMERIC OR SOL-PRINCIPAL = 0
                   MOVE "PRINCIPAL INVALIDO" TO WS-MOTIVO-RECHAZO
               WHEN SOL-TASA NOT NUMERIC OR SOL-TASA = 0
                   MOVE "TASA INVALIDA" TO WS-MOTIVO-RECHAZO
               WHEN SOL-PLAZO-DIAS NOT NUMERIC OR SOL-PLAZO-DIAS = 0
                   MOVE "PLAZO INVALIDO" TO WS-MOTIVO-RECHAZO
               WHEN SOL-INSTRUCCION NOT = 'P' AND
                    SOL-INSTRUCCION NOT = 'R' AND
                    SOL-INSTRUCCION NOT = 'C'
                   MOVE "INSTRUCCION INVALIDA" TO WS-MOTIVO-RECHAZO
               WHEN CLI-ESTADO = 'I' OR CLI-ESTADO = 'E' OR
                    CLI-ESTADO = 'F'
                   MOVE "CUENTA NO ACTIVA" TO WS-MOTIVO-RECHAZO
               WHEN CLI-SALDO < SOL-PRINCIPAL
                   MOVE "SALDO INSUFICIENTE PARA EL FONDEO" TO
                       WS-MOTIVO-RECHAZO
               WHEN OTHER
                   PERFORM VERIFICAR-RETENCION
                   IF WS-CLIENTE-RETENIDO-SI = 'S'
                       MOVE "CLIENTE CON RETENCION VIGENTE" TO
                           WS-MOTIVO-RECHAZO
                   END-IF
           END-EVALUATE
           IF WS-MOTIVO-RECHAZO NOT = SPACES
               PERFORM RECHAZAR-SOLICITUD
           ELSE
               IF WS-CANT-PLZ >= 20000
                   DISPLAY "MAESTRO DE PLAZO FIJO LLENO (20000)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-PLZ
               SET WS-PLZ-IDX TO WS-CANT-PLZ
               MOVE SOL-CERTIFICADO TO WS-PLZ-CERTIFICADO(WS-PLZ-IDX)
               MOVE SOL-CLI-ID TO WS-PLZ-CLI-ID(WS-PLZ-IDX)
               MOVE SOL-PRINCIPAL TO WS-PLZ-PRINCIPAL(WS-PLZ-IDX)
               MOVE CLI-MONEDA TO WS-PLZ-MONEDA(WS-PLZ-IDX)
               MOVE SOL-TASA TO WS-PLZ-TASA(WS-PLZ-IDX)
               MOVE WS-FECHA-NEGOCIO TO WS-PLZ-APERTURA(WS-PLZ-IDX)
               MOVE SOL-PLAZO-DIAS TO WS-PLZ-PLAZO-DIAS(WS-PLZ-IDX)
               COMPUTE WS-PLZ-VENCIMIENTO(WS-PLZ-IDX) =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) +
                    SOL-PLAZO-DIAS)
               MOVE SOL-INSTRUCCION TO WS-PLZ-INSTRUCCION(WS-PLZ-IDX)
               MOVE ZERO TO WS-PLZ-DEVENGADO(WS-PLZ-IDX)
               MOVE WS-FECHA-NEGOCIO TO WS-PLZ-ULT-DEVENGO(WS-PLZ-IDX)
               MOVE 'A' TO WS-PLZ-ESTADO(WS-PLZ-IDX)
               ADD 1 TO COUNT-APERTURAS
               MOVE 'R' TO WS-MOV-TIPO
               MOVE WS-CANAL-PLAZO-CAPITAL TO WS-MOV-CANAL
               MOVE SOL-PRINCIPAL TO WS-MOV-MONTO
               PERFORM GRABAR-MOVIMIENTO-PLAZO
           END-IF.

       VERIFICAR-RETENCION.
      *    retenciones_clientes.txt ES OPCIONAL, IGUAL QUE EN PSA01;
      *    SIN ARCHIVO NINGUN CLIENTE ESTA RETENIDO
           MOVE 'N' TO WS-CLIENTE-RETENIDO-SI
           OPEN INPUT FRETEN
           IF FS-FRETEN = '00'
               PERFORM LEER-RETENCION
               PERFORM UNTIL FS-FRETEN NOT = '00'
                   IF RTN-CLI-ID = SOL-CLI-ID
                       MOVE 'S' TO WS-CLIENTE-RETENIDO-SI
                   END-IF
                   PERFORM LEER-RETENCION
               END-PERFORM
               CLOSE FRETEN
           END-IF.

       LEER-RETENCION.
           READ FRETEN
               AT END
                   CONTINUE
               NOT AT END
                   CONTINUE
           END-READ.

       CAMBIAR-INSTRUCCION.
           EVALUATE TRUE
               WHEN WS-PLZ-ENCONTRADO = 'N'
                   MOVE "CERTIFICADO NO EXISTE" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-SOLICITUD
               WHEN WS-PLZ-ESTADO(WS-PLZ-IDX) NOT = 'A'
                   MOVE "CERTIFICADO NO VIGENTE" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-SOLICITUD
               WHEN SOL-INSTRUCCION NOT = 'P' AND
                    SOL-INSTRUCCION NOT = 'R' AND
                    SOL-INSTRUCCION NOT = 'C'
                   MOVE "INSTRUCCION INVALIDA" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-SOLICITUD
               WHEN OTHER
                   MOVE SOL-INSTRUCCION TO
                       WS-PLZ-INSTRUCCION(WS-PLZ-IDX)
                   ADD 1 TO COUNT-CAMBIOS-INSTR
           END-EVALUATE.

       RETIRAR-CERTIFICADO.
      *    EL PRINCIPAL NO SE PUEDE RETIRAR ANTES DEL VENCIMIENTO; EN
      *    LA FECHA DE VENCIMIENTO (O DESPUES, SI EL VENCIMIENTO QUEDO
      *    RETENIDO) EL RETIRO SOLO FIJA LA INSTRUCCION 'P', Y EL PAGO
      *    SALE EN EL VENCIMIENTO DE ESTA MISMA CORRIDA
           EVALUATE TRUE
               WHEN WS-PLZ-ENCONTRADO = 'N'
                   MOVE "CERTIFICADO NO EXISTE" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-SOLICITUD
               WHEN WS-PLZ-ESTADO(WS-PLZ-IDX) NOT = 'A'
                   MOVE "CERTIFICADO NO VIGENTE" TO WS-MOTIVO-RECHAZO
                   PERFORM RECHAZAR-SOLICITUD
               WHEN WS-FECHA-NEGOCIO < WS-PLZ-VENCIMIENTO(WS-PLZ-IDX)
                   MOVE "RETIRO ANTICIPADO BLOQUEADO" TO
                       WS-MOTIVO-RECHAZO
                   ADD 1 TO COUNT-RETIROS-BLOQUEADOS
                   PERFORM RECHAZAR-SOLICITUD
               WHEN OTHER
                   MOVE 'P' TO WS-PLZ-INSTRUCCION(WS-PLZ-IDX)
                   ADD 1 TO COUNT-CAMBIOS-INSTR
           END-EVALUATE.

       RECHAZAR-SOLICITUD.
           ADD 1 TO COUNT-RECHAZOS
           MOVE SPACES TO PLZRECH-REGISTER
           STRING "RECHAZADA|" DELIMITED BY SIZE
               SOL-TIPO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SOL-CERTIFICADO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SOL-CLI-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOTIVO-RECHAZO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO PLZRECH-REGISTER
           WRITE PLZRECH-REGISTER.

       DEVENGAR-Y-VENCER.
           PERFORM EVALUAR-CERTIFICADO
               VARYING WS-PLZ-IDX FROM 1 BY 1
               UNTIL WS-PLZ-IDX > WS-CANT-PLZ.

       EVALUAR-CERTIFICADO.
           IF WS-PLZ-ESTADO(WS-PLZ-IDX) = 'A'
               PERFORM DEVENGAR-CERTIFICADO
               IF WS-FECHA-NEGOCIO >= WS-PLZ-VENCIMIENTO(WS-PLZ-IDX)
                   PERFORM VENCER-CERTIFICADO
               END-IF
           END-IF.

       DEVENGAR-CERTIFICADO.
      *    INTERES SIMPLE, BASE 365, SOBRE EL PRINCIPAL DEL PLAZO
      *    VIGENTE, HASTA LA FECHA DE NEGOCIO O EL VENCIMIENTO SI ES
      *    ANTERIOR (UNA CORRIDA SALTADA NO DEVENGA DE MAS)
           IF WS-FECHA-NEGOCIO < WS-PLZ-VENCIMIENTO(WS-PLZ-IDX)
               MOVE WS-FECHA-NEGOCIO TO WS-FECHA-TOPE
           ELSE
               MOVE WS-PLZ-VENCIMIENTO(WS-PLZ-IDX) TO WS-FECHA-TOPE
           END-IF
           IF WS-FECHA-TOPE > WS-PLZ-ULT-DEVENGO(WS-PLZ-IDX)
               COMPUTE WS-DIAS-DEVENGO =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-TOPE) -
                   FUNCTION INTEGER-OF-DATE
                       (WS-PLZ-APERTURA(WS-PLZ-IDX))
               COMPUTE WS-PLZ-DEVENGADO(WS-PLZ-IDX) ROUNDED =
                   WS-PLZ-PRINCIPAL(WS-PLZ-IDX) *
                   WS-PLZ-TASA(WS-PLZ-IDX) * WS-DIAS-DEVENGO / 36500
               MOVE WS-FECHA-TOPE TO WS-PLZ-ULT-DEVENGO(WS-PLZ-IDX)
               ADD 1 TO COUNT-DEVENGADOS
           END-IF.

       VENCER-CERTIFICADO.
      *    EL VENCIMIENTO SE ACREDITA EN LA CUENTA DEL CLIENTE; SI LA
      *    CUENTA YA NO PUEDE RECIBIRLO (NO EXISTE, INACTIVA, ESCHEAT
      *    O TITULAR FALLECIDO) EL CERTIFICADO SIGUE VIGENTE SIN
      *    DEVENGAR MAS Y SE REINTENTA EN CADA CORRIDA HASTA QUE LA
      *    CUENTA SE REGULARICE
           MOVE WS-PLZ-CLI-ID(WS-PLZ-IDX) TO CLI-ID
           READ CLIMASTER
               INVALID KEY
                   MOVE 'X' TO CLI-ESTADO
           END-READ
           IF CLI-ESTADO = 'X' OR CLI-ESTADO = 'I' OR
              CLI-ESTADO = 'E' OR CLI-ESTADO = 'F'
               ADD 1 TO COUNT-VENC-RETENIDOS
               DISPLAY "VENCIMIENTO RETENIDO, CUENTA NO ACTIVA: "
                   WS-PLZ-CERTIFICADO(WS-PLZ-IDX) " CLIENTE "
                   WS-PLZ-CLI-ID(WS-PLZ-IDX)
           ELSE
               ADD 1 TO COUNT-VENCIDOS
               MOVE WS-PLZ-DEVENGADO(WS-PLZ-IDX) TO WS-INTERES-BRUTO
               PERFORM PAGAR-INTERES-VENCIMIENTO
               PERFORM APLICAR-INSTRUCCION
           END-IF.

       PAGAR-INTERES-VENCIMIENTO.
      *    EL BRUTO ENTRA A LA CUENTA COMO DEPOSITO DE INTERES Y LA
      *    RETENCION SALE COMO RETIRO PROPIO, CON LA MISMA TASA Y EL
      *    MISMO EXTRACTO FISCAL QUE EL DEVENGO DE PSA01; ASI EL
      *    ASIENTO DE PSA01 LOS LLEVA A INTERES Y RETENCIO
           MOVE ZERO TO WS-RET-MONTO
           IF WS-TASA-RETENCION > 0 AND WS-INTERES-BRUTO > 0
               COMPUTE WS-RET-MONTO ROUNDED =
                   WS-INTERES-BRUTO * WS-TASA-RETENCION / 100
           END-IF
           COMPUTE WS-INTERES-NETO = WS-INTERES-BRUTO - WS-RET-MONTO
           IF WS-INTERES-BRUTO > 0
               MOVE 'D' TO WS-MOV-TIPO
               MOVE WS-CANAL-PLAZO-INTERES TO WS-MOV-CANAL
               MOVE WS-INTERES-BRUTO TO WS-MOV-MONTO
               PERFORM GRABAR-MOVIMIENTO-PLAZO
               PERFORM GRABAR-RETENCION-FISCAL
           END-IF
           IF WS-RET-MONTO > 0
               MOVE 'R' TO WS-MOV-TIPO
               MOVE WS-CANAL-PLAZO-RETENCION TO WS-MOV-CANAL
               MOVE WS-RET-MONTO TO WS-MOV-MONTO
               PERFORM GRABAR-MOVIMIENTO-PLAZO
           END-IF.

       APLICAR-INSTRUCCION.
      *    'C' DEVUELVE EL NETO AL CERTIFICADO CON UN RETIRO DE
      *    CAPITAL; SI EL PRINCIPAL CAPITALIZADO NO CABE EN UN
      *    MOVIMIENTO DE PSA01 EL INTERES QUEDA PAGADO ('R')
           IF WS-PLZ-INSTRUCCION(WS-PLZ-IDX) = 'C'
               COMPUTE WS-NUEVO-PRINCIPAL =
                   WS-PLZ-PRINCIPAL(WS-PLZ-IDX) + WS-INTERES-NETO
               IF WS-NUEVO-PRINCIPAL > 99999.99
                   DISPLAY "CAPITALIZACION EXCEDE EL MAXIMO, INTERES "
                       "PAGADO: " WS-PLZ-CERTIFICADO(WS-PLZ-IDX)
               ELSE
                   IF WS-INTERES-NETO > 0
                       MOVE 'R' TO WS-MOV-TIPO
                       MOVE WS-CANAL-PLAZO-CAPITAL TO WS-MOV-CANAL
                       MOVE WS-INTERES-NETO TO WS-MOV-MONTO
                       PERFORM GRABAR-MOVIMIENTO-PLAZO
                   END-IF
                   MOVE WS-NUEVO-PRINCIPAL TO
                       WS-PLZ-PRINCIPAL(WS-PLZ-IDX)
               END-IF
           END-IF
           IF WS-PLZ-INSTRUCCION(WS-PLZ-IDX) = 'P'
               MOVE 'D' TO WS-MOV-TIPO
               MOVE WS-CANAL-PLAZO-CAPITAL TO WS-MOV-CANAL
               MOVE WS-PLZ-PRINCIPAL(WS-PLZ-IDX) TO WS-MOV-MONTO
               PERFORM GRABAR-MOVIMIENTO-PLAZO
               MOVE 'V' TO WS-PLZ-ESTADO(WS-PLZ-IDX)
           ELSE
      *        RENOVACION: EL NUEVO PLAZO ARRANCA EN EL VENCIMIENTO
      *        ANTERIOR CON LA MISMA TASA Y LA MISMA CANTIDAD DE DIAS
               MOVE WS-PLZ-VENCIMIENTO(WS-PLZ-IDX) TO
                   WS-PLZ-APERTURA(WS-PLZ-IDX)
               COMPUTE WS-PLZ-VENCIMIENTO(WS-PLZ-IDX) =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE
                       (WS-PLZ-APERTURA(WS-PLZ-IDX)) +
                    WS-PLZ-PLAZO-DIAS(WS-PLZ-IDX))
               MOVE WS-PLZ-APERTURA(WS-PLZ-IDX) TO
                   WS-PLZ-ULT-DEVENGO(WS-PLZ-IDX)
               ADD 1 TO COUNT-RENOVADOS
           END-IF
           MOVE ZERO TO WS-PLZ-DEVENGADO(WS-PLZ-IDX).

       GRABAR-MOVIMIENTO-PLAZO.
      *    MOVIMIENTO EN EL FORMATO PIPE DE movimientos.dat CON FECHA
      *    DE NEGOCIO, SIN SALDO PREVIO (PSA01 LO TOMA DEL MAESTRO),
      *    MONEDA DEL CERTIFICADO, SIN REFERENCIA Y CON SU CANAL
           MOVE CLI-NOMBRE TO WS-MOV-NOMBRE
           MOVE SPACES TO MOVPLZ-REGISTER
           STRING WS-PLZ-CLI-ID(WS-PLZ-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOV-NOMBRE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOV-TIPO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOV-MONTO-DIG DELIMITED BY SIZE
               "|0000000|" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-PLZ-MONEDA(WS-PLZ-IDX) DELIMITED BY SIZE
               "||" DELIMITED BY SIZE
               WS-MOV-CANAL DELIMITED BY SIZE
               INTO MOVPLZ-REGISTER
           WRITE MOVPLZ-REGISTER
           ADD 1 TO COUNT-MOVIMIENTOS.

       GRABAR-RETENCION-FISCAL.
      *    MISMO RENGLON QUE GRABAR-RETENCION-FISCAL EN PSA01, CON
      *    LA MONEDA DEL CERTIFICADO
           OPEN EXTEND FRETFISC
           IF FS-FRETFISC = '35'
               OPEN OUTPUT FRETFISC
               CLOSE FRETFISC
               OPEN EXTEND FRETFISC
           END-IF
           MOVE WS-INTERES-BRUTO TO WS-INTERES-DISP
           MOVE WS-RET-MONTO TO WS-RET-MONTO-DISP
           MOVE SPACES TO RETFISC-REGISTER
           STRING WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-PLZ-CLI-ID(WS-PLZ-IDX) DELIMITED BY SIZE
               "|INTERES BRUTO:" DELIMITED BY SIZE
               WS-INTERES-DISP DELIMITED BY SIZE
               "|RETENIDO:" DELIMITED BY SIZE
               WS-RET-MONTO-DISP DELIMITED BY SIZE
               "|MONEDA:" DELIMITED BY SIZE
               WS-PLZ-MONEDA(WS-PLZ-IDX) DELIMITED BY SIZE
               INTO RETFISC-REGISTER
           WRITE RETFISC-REGISTER
           CLOSE FRETFISC.

       GUARDAR-PLAZOS.
      *    SE REESCRIBE COMPLETO, INCLUIDOS LOS VENCIDOS Y PAGADOS,
      *    PARA QUE SU NUMERO NO PUEDA REUTILIZARSE EN UNA APERTURA
           OPEN OUTPUT FPLAZO
           PERFORM ESCRIBIR-PLAZO
               VARYING WS-PLZ-IDX FROM 1 BY 1
               UNTIL WS-PLZ-IDX > WS-CANT-PLZ
           CLOSE FPLAZO.

       ESCRIBIR-PLAZO.
           MOVE SPACES TO REG-PLAZO
           MOVE WS-PLZ-CERTIFICADO(WS-PLZ-IDX) TO PLZ-CERTIFICADO
           MOVE WS-PLZ-CLI-ID(WS-PLZ-IDX) TO PLZ-CLI-ID
           MOVE WS-PLZ-PRINCIPAL(WS-PLZ-IDX) TO PLZ-PRINCIPAL
           MOVE WS-PLZ-MONEDA(WS-PLZ-IDX) TO PLZ-MONEDA
           MOVE WS-PLZ-TASA(WS-PLZ-IDX) TO PLZ-TASA
           MOVE WS-PLZ-APERTURA(WS-PLZ-IDX) TO PLZ-FECHA-APERTURA
           MOVE WS-PLZ-VENCIMIENTO(WS-PLZ-IDX) TO PLZ-FECHA-VENCIMIENTO
           MOVE WS-PLZ-PLAZO-DIAS(WS-PLZ-IDX) TO PLZ-PLAZO-DIAS
           MOVE WS-PLZ-INSTRUCCION(WS-PLZ-IDX) TO PLZ-INSTRUCCION
           MOVE WS-PLZ-DEVENGADO(WS-PLZ-IDX) TO PLZ-INTERES-DEVENGADO
           MOVE WS-PLZ-ULT-DEVENGO(WS-PLZ-IDX) TO PLZ-FECHA-ULT-DEVENGO
           MOVE WS-PLZ-ESTADO(WS-PLZ-IDX) TO PLZ-ESTADO
           WRITE REG-PLAZO.

       GRABAR-VENCIMIENTOS.
      *    CERTIFICADOS VIGENTES QUE VENCEN ENTRE MANANA Y EL
      *    HORIZONTE, CON EL INTERES BRUTO ESTIMADO DEL PLAZO COMPLETO
      *    (LOS RENOVADOS HOY YA FIGURAN CON SU NUEVO VENCIMIENTO)
           OPEN OUTPUT FVENCE
           MOVE SPACES TO VENCE-REGISTER
           STRING "VENCIMIENTOS DE PLAZO FIJO DESPUES DEL "
               DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               " HASTA EL " DELIMITED BY SIZE
               WS-FECHA-HORIZONTE DELIMITED BY SIZE
               INTO VENCE-REGISTER
           WRITE VENCE-REGISTER
           PERFORM EVALUAR-VENCIMIENTO
               VARYING WS-PLZ-IDX FROM 1 BY 1
               UNTIL WS-PLZ-IDX > WS-CANT-PLZ
           CLOSE FVENCE.

       EVALUAR-VENCIMIENTO.
           IF WS-PLZ-ESTADO(WS-PLZ-IDX) = 'A' AND
              WS-PLZ-VENCIMIENTO(WS-PLZ-IDX) > WS-FECHA-NEGOCIO AND
              WS-PLZ-VENCIMIENTO(WS-PLZ-IDX) <= WS-FECHA-HORIZONTE
               ADD 1 TO COUNT-POR-VENCER
               COMPUTE WS-INTERES-ESTIMADO ROUNDED =
                   WS-PLZ-PRINCIPAL(WS-PLZ-IDX) *
                   WS-PLZ-TASA(WS-PLZ-IDX) *
                   WS-PLZ-PLAZO-DIAS(WS-PLZ-IDX) / 36500
               MOVE WS-PLZ-PRINCIPAL(WS-PLZ-IDX) TO WS-PRINCIPAL-DISP
               MOVE WS-INTERES-ESTIMADO TO WS-INTERES-DISP
               MOVE SPACES TO VENCE-REGISTER
               STRING WS-PLZ-CERTIFICADO(WS-PLZ-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-PLZ-CLI-ID(WS-PLZ-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-PLZ-VENCIMIENTO(WS-PLZ-IDX) DELIMITED BY SIZE
                   "|PRINCIPAL:" DELIMITED BY SIZE
                   WS-PRINCIPAL-DISP DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-PLZ-MONEDA(WS-PLZ-IDX) DELIMITED BY SIZE
                   "|INTERES ESTIMADO:" DELIMITED BY SIZE
                   WS-INTERES-DISP DELIMITED BY SIZE
                   "|INSTRUCCION:" DELIMITED BY SIZE
                   WS-PLZ-INSTRUCCION(WS-PLZ-IDX) DELIMITED BY SIZE
                   INTO VENCE-REGISTER
               WRITE VENCE-REGISTER
           END-IF.
       END PROGRAM PSA11.
