      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Large-cash reporting: adds up the cash deposits and
      *           withdrawals each person made on the business date
      *           (the account holder plus the joint holders of
      *           titulares_cuenta.dat) from the movements PSA01 posted
      *           to MOVHIST.dat, writes the fixed-format regulatory
      *           extract for everyone at or over the threshold, and
      *           lists for review the accounts with several cash
      *           movements just under the threshold across days or
      *           channels within a rolling window
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA15.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * HISTORICO INDEXADO ESCRITO POR PSA01 (VER GRABAR-MOVHIST);
      * SE LEE POR CLAVE CLIENTE + FECHA DESDE EL INICIO DE LA
      * VENTANA, IGUAL QUE FRAUDE01
           SELECT MOVHIST ASSIGN TO 'MOVHIST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MHX-KEY
               FILE STATUS IS FS-MOVHIST.
      * MAESTRO DE CLIENTES, RECORRIDO COMPLETO: DA EL NOMBRE DEL
      * TITULAR Y LA MONEDA DE LA CUENTA
           SELECT CLIMASTER ASSIGN TO 'CLIMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS CLIMASTER-STATUS.
      * TITULARES Y CO-TITULARES DE CADA CUENTA (MANTENIDO POR PSA02);
      * OPCIONAL, SIN EL CADA CUENTA ES SOLO DE SU CLI-NOMBRE
           SELECT FTITULARES ASSIGN TO 'titulares_cuenta.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FTITULARES.
      * TASAS A MONEDA BASE, MISMO ARCHIVO QUE USA PSA01
           SELECT FTCAMBIO ASSIGN TO 'TIPOCAMBIO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FTCAMBIO.
      * EXTRACTO REGULATORIO DE EFECTIVO, EFECTIVO_REG_<FECHA>.txt;
      * COLUMNAS FIJAS SIN SEPARADOR, SE REESCRIBE POR CORRIDA
           SELECT FEXTRACTO ASSIGN TO WS-NOM-FEXTRACTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEXTRACTO.
      * CUENTAS A REVISAR POR POSIBLE FRACCIONAMIENTO,
      * EFECTIVO_REVISION_<FECHA>.txt; SE REESCRIBE POR CORRIDA
           SELECT FREVISION ASSIGN TO WS-NOM-FREVISION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREVISION.
      * PARM-CARD DE PSA01: LA FECHA DE NEGOCIO DEBE SER LA MISMA CON
      * QUE PSA01 POSTEO LOS MOVIMIENTOS
           SELECT FILPARM ASSIGN TO 'PARMPSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.
      * PARM-CARD DE PSA15; MISMO ESTILO POSICIONAL QUE PARMPSA01.txt
           SELECT FPARM15 ASSIGN TO 'PARMPSA15.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPARM15.

       DATA DIVISION.
       FILE SECTION.
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

       FD CLIMASTER.
           COPY CLIMAST.

      * MISMO LAYOUT QUE REG-TITULAR EN estado_cuenta_mensual.cbl
       FD FTITULARES.
       01 REG-TITULAR.
           02 TIT-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 TIT-ROL              PIC X(01).
           02 FILLER               PIC X(01).
           02 TIT-NOMBRE           PIC X(20).

       FD FTCAMBIO.
       01 REG-TCAMBIO.
           02 TCA-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
           02 TCA-FECHA            PIC 9(08).
           02 FILLER               PIC X(01).
      *    3 ENTEROS + 6 DECIMALES SIN PUNTO, IGUAL QUE EN PSA01
           02 TCA-TASA-DIGITOS     PIC 9(09).

      *    CABECERA, PERSONA, CUENTA Y CIERRE SON CUATRO 01 DE LA MISMA
      *    FD; EL TIPO DE REGISTRO ESTA EN LA PRIMERA POSICION DE
      *    TODOS. LOS MONTOS VAN EN MONEDA BASE, SIN PUNTO DECIMAL
       FD FEXTRACTO.
       01 REG-EXT-CABECERA.
           02 EXC-TIPO-REG         PIC X(01). *> 'H'
           02 EXC-FECHA            PIC 9(08).
           02 EXC-MONEDA-BASE      PIC X(03).
           02 EXC-UMBRAL           PIC 9(09)V99.
           02 EXC-FECHA-DESDE      PIC 9(08).
           02 FILLER               PIC X(89).
       01 REG-EXT-PERSONA.
           02 EXP-TIPO-REG         PIC X(01). *> 'P'
           02 EXP-SECUENCIA        PIC 9(05).
           02 EXP-NOMBRE           PIC X(20).
           02 EXP-CUENTAS          PIC 9(03).
      *    'D' = DEPOSITOS SOBRE EL UMBRAL, 'R' = RETIROS, 'A' = AMBOS
           02 EXP-MOTIVO           PIC X(01).
           02 EXP-DEPOSITOS        PIC 9(09)V99.
           02 EXP-CANT-DEP         PIC 9(05).
           02 EXP-RETIROS          PIC 9(09)V99.
           02 EXP-CANT-RET         PIC 9(05).
           02 FILLER               PIC X(58).
       01 REG-EXT-CUENTA.
           02 EXK-TIPO-REG         PIC X(01). *> 'C'
      *    SECUENCIA DE LA PERSONA A LA QUE PERTENECE LA CUENTA
           02 EXK-SECUENCIA        PIC 9(05).
           02 EXK-CLI-ID           PIC X(05).
      *    'T' = TITULAR, 'C' = CO-TITULAR
           02 EXK-ROL              PIC X(01).
           02 EXK-NOMBRE-CUENTA    PIC X(20).
           02 EXK-MONEDA           PIC X(03).
           02 EXK-DEPOSITOS        PIC 9(09)V99.
           02 EXK-CANT-DEP         PIC 9(05).
           02 EXK-RETIROS          PIC 9(09)V99.
           02 EXK-CANT-RET         PIC 9(05).
           02 FILLER               PIC X(53).
       01 REG-EXT-CIERRE.
           02 EXT-TIPO-REG         PIC X(01). *> 'T'
           02 EXT-PERSONAS         PIC 9(05).
      *    TODOS LOS REGISTROS DEL ARCHIVO, CABECERA Y CIERRE INCLUIDOS
           02 EXT-REGISTROS        PIC 9(07).
           02 EXT-DEPOSITOS        PIC 9(11)V99.
           02 EXT-RETIROS          PIC 9(11)V99.
           02 FILLER               PIC X(81).

       FD FREVISION.
       01 REVISION-REGISTER        PIC X(120).

       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA

       FD FPARM15.
       01 REG-PARM-PSA15.
      *    UMBRAL REGULATORIO EN MONEDA BASE (0 = 10000.00)
           02 PARM-UMBRAL          PIC 9(07)V99.
           02 FILLER               PIC X(01).
      *    PORCENTAJE DEBAJO DEL UMBRAL QUE CUENTA COMO "JUSTO DEBAJO"
      *    (0 = 10: DESDE EL 90% DEL UMBRAL)
           02 PARM-PORC-CERCANIA   PIC 9(02).
           02 FILLER               PIC X(01).
      *    VENTANA MOVIL EN DIAS CALENDARIO HASTA LA FECHA DE NEGOCIO
      *    INCLUSIVE (0 = 7)
           02 PARM-VENTANA-DIAS    PIC 9(02).
           02 FILLER               PIC X(01).
      *    MOVIMIENTOS JUSTO DEBAJO DEL UMBRAL EN LA VENTANA PARA
      *    MARCAR LA CUENTA (0 = 3)
           02 PARM-MIN-MOVIMIENTOS PIC 9(02).
      *    CANALES DE EFECTIVO (TODOS EN SPACES = CAJA Y ATM)
           02 PARM-CANALES-EFECTIVO OCCURS 4 TIMES.
               03 FILLER           PIC X(01).
               03 PARM-CANAL       PIC X(06).

       WORKING-STORAGE SECTION.
       01 FS-MOVHIST               PIC XX.
       01 CLIMASTER-STATUS         PIC XX.
       01 FS-FTITULARES            PIC XX.
       01 FS-FTCAMBIO              PIC XX.
       01 FS-FEXTRACTO             PIC XX.
       01 FS-FREVISION             PIC XX.
       01 FS-FILPARM               PIC XX.
       01 FS-FPARM15               PIC XX.
       01 EOF-CLIMAST              PIC X VALUE 'N'.
       01 EOF-MOVHIST              PIC X VALUE 'N'.
       01 WS-TITULARES-EOF         PIC X VALUE 'N'.
       01 WS-TCAMBIO-EOF           PIC X VALUE 'N'.

       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-FECHA-DESDE           PIC 9(08).
       01 WS-UMBRAL                PIC 9(07)V99 VALUE 10000.00.
       01 WS-PORC-CERCANIA         PIC 9(02) VALUE 10.
       01 WS-VENTANA-DIAS          PIC 9(02) VALUE 7.
       01 WS-MIN-MOVIMIENTOS       PIC 9(02) VALUE 3.
      *    DESDE ESTE MONTO (INCLUSIVE) Y POR DEBAJO DEL UMBRAL UN
      *    MOVIMIENTO CUENTA COMO JUSTO DEBAJO
       01 WS-UMBRAL-CERCANO        PIC 9(07)V99.
       01 WS-CANT-CANALES          PIC 9(02) COMP VALUE ZERO.
       01 WS-TABLA-CANALES.
           02 WS-CAN-ENTRY OCCURS 4 TIMES INDEXED BY WS-CAN-IDX.
               03 WS-CAN-CODIGO      PIC X(06).
      *        USADO POR LA CUENTA EN CURSO EN UN MOVIMIENTO CERCANO
               03 WS-CAN-USADO       PIC X(01).
       01 WS-PARM-IDX              PIC 9(02) COMP.
       01 WS-ES-EFECTIVO           PIC X(01).
       01 WS-CANAL-EFECTIVO-IDX    PIC 9(02) COMP.

      * TASAS VIGENTES A LA FECHA DE NEGOCIO (LA MAS RECIENTE NO
      * POSTERIOR), MISMO CRITERIO QUE CARGAR-TIPOS-CAMBIO EN PSA01;
      * LA MONEDA BASE VA SIEMPRE PRIMERO CON TASA 1
       01 WS-MONEDA-BASE           PIC X(03) VALUE 'CRC'.
       01 WS-TASA-TRANSITO         PIC 9(03)V9(06).
       01 WS-TASA-DIG REDEFINES WS-TASA-TRANSITO PIC 9(09).
       01 WS-CANT-TASAS            PIC 9(02) COMP VALUE ZERO.
       01 WS-TABLA-TASAS.
           02 WS-TAS-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-CANT-TASAS
               INDEXED BY WS-TAS-IDX.
               03 WS-TAS-MONEDA      PIC X(03).
               03 WS-TAS-FECHA       PIC 9(08).
               03 WS-TAS-TASA        PIC 9(03)V9(06).
       01 WS-TASA-ENCONTRADA       PIC X(01).
       01 WS-MONEDA-MOV            PIC X(03).
       01 WS-MONTO-BASE            PIC 9(09)V99.

       01 WS-CANT-TITULARES        PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-TITULARES.
           02 WS-TIT-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CANT-TITULARES
               INDEXED BY WS-TIT-IDX.
               03 WS-TIT-CLI         PIC X(05).
               03 WS-TIT-ROL         PIC X(01).
               03 WS-TIT-NOMBRE      PIC X(20).

      * ACUMULADOS DE LA CUENTA EN CURSO: EFECTIVO DEL DIA Y
      * MOVIMIENTOS JUSTO DEBAJO DEL UMBRAL EN TODA LA VENTANA
       01 WS-CTA-MONEDA            PIC X(03).
       01 WS-CTA-DEPOSITOS         PIC 9(09)V99.
       01 WS-CTA-CANT-DEP          PIC 9(05).
       01 WS-CTA-RETIROS           PIC 9(09)V99.
       01 WS-CTA-CANT-RET          PIC 9(05).
       01 WS-CER-CANTIDAD          PIC 9(05).
       01 WS-CER-TOTAL             PIC 9(09)V99.
       01 WS-CER-DIAS              PIC 9(03).
       01 WS-CER-CANALES           PIC 9(02).
       01 WS-CER-ULT-FECHA         PIC 9(08).
       01 WS-CER-PRIMERA-FECHA     PIC 9(08).

      * PERSONAS CON EFECTIVO EN EL DIA, POR NOMBRE (titulares_cuenta
      * IDENTIFICA AL CO-TITULAR POR NOMBRE, NO POR CLIENTE), Y SU
      * VINCULO CON CADA CUENTA DE LA QUE MOVIO EFECTIVO
       01 WS-CANT-PERSONAS         PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-PERSONAS.
           02 WS-PER-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-PERSONAS
               INDEXED BY WS-PER-IDX.
               03 WS-PER-NOMBRE      PIC X(20).
               03 WS-PER-CUENTAS     PIC 9(03).
               03 WS-PER-DEPOSITOS   PIC 9(09)V99.
               03 WS-PER-CANT-DEP    PIC 9(05).
               03 WS-PER-RETIROS     PIC 9(09)V99.
               03 WS-PER-CANT-RET    PIC 9(05).
       01 WS-CANT-VINCULOS         PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-VINCULOS.
           02 WS-VIN-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CANT-VINCULOS
               INDEXED BY WS-VIN-IDX.
               03 WS-VIN-PERSONA     PIC 9(05) COMP.
               03 WS-VIN-CLI         PIC X(05).
               03 WS-VIN-ROL         PIC X(01).
               03 WS-VIN-NOMBRE-CTA  PIC X(20).
               03 WS-VIN-MONEDA      PIC X(03).
               03 WS-VIN-DEPOSITOS   PIC 9(09)V99.
               03 WS-VIN-CANT-DEP    PIC 9(05).
               03 WS-VIN-RETIROS     PIC 9(09)V99.
               03 WS-VIN-CANT-RET    PIC 9(05).
       01 WS-PERSONA-NOMBRE        PIC X(20).
       01 WS-PERSONA-ROL           PIC X(01).
       01 WS-PERSONA-NUM           PIC 9(05) COMP.
       01 WS-TABLAS-LLENAS         PIC X VALUE 'N'.
       01 WS-SECUENCIA-EXT         PIC 9(05) VALUE ZERO.
       01 WS-TOTAL-DEPOSITOS       PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-RETIROS         PIC 9(11)V99 VALUE ZERO.
       01 WS-REGISTROS-EXT         PIC 9(07) VALUE ZERO.

       01 WS-NOM-FEXTRACTO         PIC X(40) VALUE SPACES.
       01 WS-NOM-FREVISION         PIC X(40) VALUE SPACES.
       01 WS-MONTO-DISP            PIC ZZZZZZZZ9.99.
       01 WS-UMBRAL-DISP           PIC ZZZZZZ9.99.
       01 WS-CANTIDAD-DISP         PIC ZZZZ9.
       01 WS-DIAS-DISP             PIC ZZ9.
       01 WS-CANALES-DISP          PIC Z9.

       01 COUNT-CUENTAS            PIC 9(5) VALUE 0.
       01 COUNT-MOVS-EFECTIVO      PIC 9(5) VALUE 0.
       01 COUNT-CUENTAS-DIA        PIC 9(5) VALUE 0.
       01 COUNT-PERSONAS-REPORTADAS PIC 9(5) VALUE 0.
       01 COUNT-CUENTAS-REVISION   PIC 9(5) VALUE 0.
       01 COUNT-SIN-TASA           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-TIPOS-CAMBIO
           PERFORM CARGAR-TITULARES

           OPEN INPUT MOVHIST
           IF FS-MOVHIST NOT = '00'
               DISPLAY "MOVHIST.dat NO DISPONIBLE FS: " FS-MOVHIST
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CLIMASTER
           IF CLIMASTER-STATUS NOT = '00'
               DISPLAY "ERROR AL ABRIR CLIMAST.dat FS: "
                   CLIMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE MOVHIST
               STOP RUN
           END-IF
           MOVE SPACES TO WS-NOM-FEXTRACTO WS-NOM-FREVISION
           STRING 'EFECTIVO_REG_' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FEXTRACTO
           STRING 'EFECTIVO_REVISION_' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FREVISION
           OPEN OUTPUT FREVISION
           PERFORM GRABAR-CABECERA-REVISION

           PERFORM LEER-CLIMAST
           PERFORM UNTIL EOF-CLIMAST = 'S'
               PERFORM PROCESAR-CUENTA
               PERFORM LEER-CLIMAST
           END-PERFORM
           CLOSE MOVHIST CLIMASTER FREVISION

           OPEN OUTPUT FEXTRACTO
           PERFORM GRABAR-EXTRACTO
           CLOSE FEXTRACTO

           DISPLAY "CUENTAS LEIDAS             : " COUNT-CUENTAS
           DISPLAY "MOVIMIENTOS DE EFECTIVO    : " COUNT-MOVS-EFECTIVO
           DISPLAY "CUENTAS CON EFECTIVO HOY   : " COUNT-CUENTAS-DIA
           DISPLAY "PERSONAS CON EFECTIVO HOY  : " WS-CANT-PERSONAS
           DISPLAY "PERSONAS EN EL EXTRACTO    : "
               COUNT-PERSONAS-REPORTADAS
           DISPLAY "CUENTAS PARA REVISION      : "
               COUNT-CUENTAS-REVISION
           DISPLAY "MOVIMIENTOS SIN TASA       : " COUNT-SIN-TASA
           IF WS-TABLAS-LLENAS = 'S'
               DISPLAY "EXTRACTO INCOMPLETO: DEMASIADAS PERSONAS O "
                   "CUENTAS CON EFECTIVO EN EL DIA"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF COUNT-SIN-TASA > 0
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

           MOVE SPACES TO REG-PARM-PSA15
           OPEN INPUT FPARM15
           IF FS-FPARM15 = '00'
               READ FPARM15
                   AT END
                       MOVE SPACES TO REG-PARM-PSA15
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE FPARM15
           END-IF
           IF PARM-UMBRAL IS NUMERIC AND PARM-UMBRAL > 0
               MOVE PARM-UMBRAL TO WS-UMBRAL
           END-IF
           IF PARM-PORC-CERCANIA IS NUMERIC AND PARM-PORC-CERCANIA > 0
               MOVE PARM-PORC-CERCANIA TO WS-PORC-CERCANIA
           END-IF
           IF PARM-VENTANA-DIAS IS NUMERIC AND PARM-VENTANA-DIAS > 0
               MOVE PARM-VENTANA-DIAS TO WS-VENTANA-DIAS
           END-IF
           IF PARM-MIN-MOVIMIENTOS IS NUMERIC AND
              PARM-MIN-MOVIMIENTOS > 0
               MOVE PARM-MIN-MOVIMIENTOS TO WS-MIN-MOVIMIENTOS
           END-IF
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
               UNTIL WS-PARM-IDX > 4
               IF PARM-CANAL(WS-PARM-IDX) NOT = SPACES
                   ADD 1 TO WS-CANT-CANALES
                   MOVE PARM-CANAL(WS-PARM-IDX) TO
                       WS-CAN-CODIGO(WS-CANT-CANALES)
               END-IF
           END-PERFORM
           IF WS-CANT-CANALES = 0
               MOVE 2 TO WS-CANT-CANALES
               MOVE 'CAJA' TO WS-CAN-CODIGO(1)
               MOVE 'ATM' TO WS-CAN-CODIGO(2)
           END-IF

           COMPUTE WS-UMBRAL-CERCANO ROUNDED =
               WS-UMBRAL * (100 - WS-PORC-CERCANIA) / 100
           COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
               - WS-VENTANA-DIAS + 1)

           MOVE WS-UMBRAL TO WS-UMBRAL-DISP
           DISPLAY "FECHA DE NEGOCIO           : " WS-FECHA-NEGOCIO
           DISPLAY "UMBRAL DE EFECTIVO         : " WS-UMBRAL-DISP " "
               WS-MONEDA-BASE
           MOVE WS-UMBRAL-CERCANO TO WS-UMBRAL-DISP
           DISPLAY "JUSTO DEBAJO DESDE         : " WS-UMBRAL-DISP
           DISPLAY "VENTANA DE REVISION        : " WS-FECHA-DESDE
               " A " WS-FECHA-NEGOCIO.

       CARGAR-TIPOS-CAMBIO.
           MOVE 1 TO WS-CANT-TASAS
           MOVE WS-MONEDA-BASE TO WS-TAS-MONEDA(1)
           MOVE WS-FECHA-NEGOCIO TO WS-TAS-FECHA(1)
           MOVE 1 TO WS-TAS-TASA(1)
           OPEN INPUT FTCAMBIO
           IF FS-FTCAMBIO = '00'
               PERFORM LEER-TIPO-CAMBIO
               PERFORM UNTIL WS-TCAMBIO-EOF = 'S'
                   PERFORM GUARDAR-TIPO-CAMBIO
                   PERFORM LEER-TIPO-CAMBIO
               END-PERFORM
               CLOSE FTCAMBIO
           ELSE
               DISPLAY "TIPOCAMBIO.txt NO ENCONTRADO, SOLO LA MONEDA "
                   "BASE TIENE TASA"
           END-IF.

       LEER-TIPO-CAMBIO.
           READ FTCAMBIO
               AT END
                   MOVE 'S' TO WS-TCAMBIO-EOF
               NOT AT END
                   CONTINUE
           END-READ.

       GUARDAR-TIPO-CAMBIO.
      *    SOLO ENTRAN TASAS NO POSTERIORES A LA FECHA DE NEGOCIO; DE
      *    UNA MONEDA REPETIDA GANA LA DE FECHA MAS RECIENTE
           IF TCA-FECHA IS NUMERIC AND TCA-TASA-DIGITOS IS NUMERIC
              AND TCA-FECHA <= WS-FECHA-NEGOCIO
               MOVE TCA-TASA-DIGITOS TO WS-TASA-DIG
               MOVE 'N' TO WS-TASA-ENCONTRADA
               PERFORM VARYING WS-TAS-IDX FROM 1 BY 1
                   UNTIL WS-TAS-IDX > WS-CANT-TASAS
                   IF WS-TAS-MONEDA(WS-TAS-IDX) = TCA-MONEDA
                       MOVE 'S' TO WS-TASA-ENCONTRADA
                       IF TCA-FECHA >= WS-TAS-FECHA(WS-TAS-IDX)
                           MOVE TCA-FECHA TO WS-TAS-FECHA(WS-TAS-IDX)
                           MOVE WS-TASA-TRANSITO TO
                               WS-TAS-TASA(WS-TAS-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TASA-ENCONTRADA = 'N' AND WS-CANT-TASAS < 50
                   ADD 1 TO WS-CANT-TASAS
                   SET WS-TAS-IDX TO WS-CANT-TASAS
                   MOVE TCA-MONEDA TO WS-TAS-MONEDA(WS-TAS-IDX)
                   MOVE TCA-FECHA TO WS-TAS-FECHA(WS-TAS-IDX)
                   MOVE WS-TASA-TRANSITO TO WS-TAS-TASA(WS-TAS-IDX)
               END-IF
           END-IF.

       CARGAR-TITULARES.
      *    SOLO TITULARES Y CO-TITULARES: EL APODERADO MUEVE EFECTIVO
      *    DE UNA CUENTA QUE NO ES SUYA Y NO SE LE ATRIBUYE
           OPEN INPUT FTITULARES
           IF FS-FTITULARES = '00'
               PERFORM LEER-TITULAR
               PERFORM UNTIL WS-TITULARES-EOF = 'S'
                   IF (TIT-ROL = 'T' OR TIT-ROL = 'C') AND
                      WS-CANT-TITULARES < 10000
                       ADD 1 TO WS-CANT-TITULARES
                       SET WS-TIT-IDX TO WS-CANT-TITULARES
                       MOVE TIT-CLI-ID TO WS-TIT-CLI(WS-TIT-IDX)
                       MOVE TIT-ROL TO WS-TIT-ROL(WS-TIT-IDX)
                       MOVE TIT-NOMBRE TO WS-TIT-NOMBRE(WS-TIT-IDX)
                   END-IF
                   PERFORM LEER-TITULAR
               END-PERFORM
               CLOSE FTITULARES
               DISPLAY "RELACIONES DE TITULARES CARGADAS: "
                   WS-CANT-TITULARES
           END-IF.

       LEER-TITULAR.
           READ FTITULARES
               AT END
                   MOVE 'S' TO WS-TITULARES-EOF
               NOT AT END
                   CONTINUE
           END-READ.

       LEER-CLIMAST.
           READ CLIMASTER NEXT RECORD
               AT END
                   MOVE 'S' TO EOF-CLIMAST
               NOT AT END
                   ADD 1 TO COUNT-CUENTAS
           END-READ.

       PROCESAR-CUENTA.
      *    TODOS LOS MOVIMIENTOS DE LA CUENTA DESDE EL INICIO DE LA
      *    VENTANA HASTA LA FECHA DE NEGOCIO, EN ORDEN DE FECHA
           MOVE CLI-MONEDA TO WS-CTA-MONEDA
           IF WS-CTA-MONEDA = SPACES
               MOVE WS-MONEDA-BASE TO WS-CTA-MONEDA
           END-IF
           MOVE ZERO TO WS-CTA-DEPOSITOS WS-CTA-CANT-DEP
               WS-CTA-RETIROS WS-CTA-CANT-RET
           MOVE ZERO TO WS-CER-CANTIDAD WS-CER-TOTAL WS-CER-DIAS
               WS-CER-CANALES WS-CER-ULT-FECHA WS-CER-PRIMERA-FECHA
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CANT-CANALES
               MOVE 'N' TO WS-CAN-USADO(WS-CAN-IDX)
           END-PERFORM

           MOVE 'N' TO EOF-MOVHIST
           MOVE CLI-ID TO MHX-CLI-ID
           MOVE WS-FECHA-DESDE TO MHX-FECHA
           MOVE ZEROS TO MHX-SECUENCIA
           START MOVHIST KEY IS NOT LESS THAN MHX-KEY
               INVALID KEY
                   MOVE 'S' TO EOF-MOVHIST
           END-START
           PERFORM UNTIL EOF-MOVHIST = 'S'
               READ MOVHIST NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-MOVHIST
                   NOT AT END
                       IF MHX-CLI-ID NOT = CLI-ID OR
                          MHX-FECHA > WS-FECHA-NEGOCIO
                           MOVE 'S' TO EOF-MOVHIST
                       ELSE
                           PERFORM ACUMULAR-EFECTIVO
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CTA-CANT-DEP > 0 OR WS-CTA-CANT-RET > 0
               ADD 1 TO COUNT-CUENTAS-DIA
               PERFORM ATRIBUIR-CUENTA
           END-IF
           IF WS-CER-CANTIDAD >= WS-MIN-MOVIMIENTOS AND
              (WS-CER-DIAS > 1 OR WS-CER-CANALES > 1)
               PERFORM GRABAR-REVISION
           END-IF.

       ACUMULAR-EFECTIVO.
      *    EFECTIVO = DEPOSITO O RETIRO POR UN CANAL DE EFECTIVO; LAS
      *    TRANSFERENCIAS Y LOS CANALES INTERNOS NO MUEVEN BILLETES
           MOVE 'N' TO WS-ES-EFECTIVO
           IF MHX-TIPO = 'D' OR MHX-TIPO = 'R'
               PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
                   UNTIL WS-CAN-IDX > WS-CANT-CANALES
                   IF WS-CAN-CODIGO(WS-CAN-IDX) = MHX-CANAL
                       MOVE 'S' TO WS-ES-EFECTIVO
                       SET WS-CANAL-EFECTIVO-IDX TO WS-CAN-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ES-EFECTIVO = 'S'
               ADD 1 TO COUNT-MOVS-EFECTIVO
               PERFORM CONVERTIR-A-BASE
               IF MHX-FECHA = WS-FECHA-NEGOCIO
                   IF MHX-TIPO = 'D'
                       ADD WS-MONTO-BASE TO WS-CTA-DEPOSITOS
                       ADD 1 TO WS-CTA-CANT-DEP
                   ELSE
                       ADD WS-MONTO-BASE TO WS-CTA-RETIROS
                       ADD 1 TO WS-CTA-CANT-RET
                   END-IF
               END-IF
               IF WS-MONTO-BASE >= WS-UMBRAL-CERCANO AND
                  WS-MONTO-BASE < WS-UMBRAL
                   PERFORM CONTAR-CERCANO
               END-IF
           END-IF.

       CONVERTIR-A-BASE.
      *    SIN MONEDA EN EL MOVIMIENTO VALE LA DE LA CUENTA; UNA
      *    MONEDA SIN TASA SE TOMA AL VALOR NOMINAL Y SE AVISA
           MOVE MHX-MONEDA TO WS-MONEDA-MOV
           IF WS-MONEDA-MOV = SPACES
               MOVE WS-CTA-MONEDA TO WS-MONEDA-MOV
           END-IF
           MOVE 'N' TO WS-TASA-ENCONTRADA
           PERFORM VARYING WS-TAS-IDX FROM 1 BY 1
               UNTIL WS-TAS-IDX > WS-CANT-TASAS
               IF WS-TAS-MONEDA(WS-TAS-IDX) = WS-MONEDA-MOV
                   MOVE 'S' TO WS-TASA-ENCONTRADA
                   COMPUTE WS-MONTO-BASE ROUNDED =
                       MHX-MONTO * WS-TAS-TASA(WS-TAS-IDX)
               END-IF
           END-PERFORM
           IF WS-TASA-ENCONTRADA = 'N'
               MOVE MHX-MONTO TO WS-MONTO-BASE
               ADD 1 TO COUNT-SIN-TASA
               DISPLAY "SIN TASA PARA " WS-MONEDA-MOV " CUENTA "
                   MHX-CLI-ID " " MHX-FECHA ", SE TOMA NOMINAL"
           END-IF.

       CONTAR-CERCANO.
      *    LOS MOVIMIENTOS LLEGAN EN ORDEN DE FECHA, ASI QUE UN DIA
      *    NUEVO ES UNA FECHA DISTINTA DE LA ULTIMA CONTADA
           ADD 1 TO WS-CER-CANTIDAD
           ADD WS-MONTO-BASE TO WS-CER-TOTAL
           IF MHX-FECHA NOT = WS-CER-ULT-FECHA
               ADD 1 TO WS-CER-DIAS
               MOVE MHX-FECHA TO WS-CER-ULT-FECHA
           END-IF
           IF WS-CER-PRIMERA-FECHA = ZERO
               MOVE MHX-FECHA TO WS-CER-PRIMERA-FECHA
           END-IF
           IF WS-CAN-USADO(WS-CANAL-EFECTIVO-IDX) = 'N'
               MOVE 'S' TO WS-CAN-USADO(WS-CANAL-EFECTIVO-IDX)
               ADD 1 TO WS-CER-CANALES
           END-IF.

       ATRIBUIR-CUENTA.
      *    EL EFECTIVO DE LA CUENTA ES DE SU TITULAR (CLI-NOMBRE) Y DE
      *    CADA TITULAR O CO-TITULAR DE titulares_cuenta.dat; UN
      *    RENGLON CON EL MISMO NOMBRE DEL TITULAR NO LO DUPLICA
           MOVE CLI-NOMBRE TO WS-PERSONA-NOMBRE
           MOVE 'T' TO WS-PERSONA-ROL
           PERFORM VINCULAR-PERSONA
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
               UNTIL WS-TIT-IDX > WS-CANT-TITULARES
               IF WS-TIT-CLI(WS-TIT-IDX) = CLI-ID AND
                  WS-TIT-NOMBRE(WS-TIT-IDX) NOT = CLI-NOMBRE
                   MOVE WS-TIT-NOMBRE(WS-TIT-IDX) TO WS-PERSONA-NOMBRE
                   MOVE WS-TIT-ROL(WS-TIT-IDX) TO WS-PERSONA-ROL
                   PERFORM VINCULAR-PERSONA
               END-IF
           END-PERFORM.

       VINCULAR-PERSONA.
           MOVE ZERO TO WS-PERSONA-NUM
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-CANT-PERSONAS
               IF WS-PER-NOMBRE(WS-PER-IDX) = WS-PERSONA-NOMBRE
                   SET WS-PERSONA-NUM TO WS-PER-IDX
               END-IF
           END-PERFORM
           IF WS-PERSONA-NUM = 0
               IF WS-CANT-PERSONAS < 5000
                   ADD 1 TO WS-CANT-PERSONAS
                   MOVE WS-CANT-PERSONAS TO WS-PERSONA-NUM
                   SET WS-PER-IDX TO WS-PERSONA-NUM
                   MOVE WS-PERSONA-NOMBRE TO WS-PER-NOMBRE(WS-PER-IDX)
                   MOVE ZERO TO WS-PER-CUENTAS(WS-PER-IDX)
                       WS-PER-DEPOSITOS(WS-PER-IDX)
                       WS-PER-CANT-DEP(WS-PER-IDX)
                       WS-PER-RETIROS(WS-PER-IDX)
                       WS-PER-CANT-RET(WS-PER-IDX)
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF
           IF WS-PERSONA-NUM > 0
               IF WS-CANT-VINCULOS < 10000
                   SET WS-PER-IDX TO WS-PERSONA-NUM
                   ADD 1 TO WS-PER-CUENTAS(WS-PER-IDX)
                   ADD WS-CTA-DEPOSITOS TO WS-PER-DEPOSITOS(WS-PER-IDX)
                   ADD WS-CTA-CANT-DEP TO WS-PER-CANT-DEP(WS-PER-IDX)
                   ADD WS-CTA-RETIROS TO WS-PER-RETIROS(WS-PER-IDX)
                   ADD WS-CTA-CANT-RET TO WS-PER-CANT-RET(WS-PER-IDX)
                   ADD 1 TO WS-CANT-VINCULOS
                   SET WS-VIN-IDX TO WS-CANT-VINCULOS
                   MOVE WS-PERSONA-NUM TO WS-VIN-PERSONA(WS-VIN-IDX)
                   MOVE CLI-ID TO WS-VIN-CLI(WS-VIN-IDX)
                   MOVE WS-PERSONA-ROL TO WS-VIN-ROL(WS-VIN-IDX)
                   MOVE CLI-NOMBRE TO WS-VIN-NOMBRE-CTA(WS-VIN-IDX)
                   MOVE WS-CTA-MONEDA TO WS-VIN-MONEDA(WS-VIN-IDX)
                   MOVE WS-CTA-DEPOSITOS TO WS-VIN-DEPOSITOS(WS-VIN-IDX)
                   MOVE WS-CTA-CANT-DEP TO WS-VIN-CANT-DEP(WS-VIN-IDX)
                   MOVE WS-CTA-RETIROS TO WS-VIN-RETIROS(WS-VIN-IDX)
                   MOVE WS-CTA-CANT-RET TO WS-VIN-CANT-RET(WS-VIN-IDX)
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF.

       GRABAR-CABECERA-REVISION.
           MOVE WS-UMBRAL TO WS-UMBRAL-DISP
           MOVE SPACES TO REVISION-REGISTER
           STRING "POSIBLE FRACCIONAMIENTO DE EFECTIVO " DELIMITED BY
               SIZE
               WS-FECHA-DESDE DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               " UMBRAL " DELIMITED BY SIZE
               WS-UMBRAL-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONEDA-BASE DELIMITED BY SIZE
               INTO REVISION-REGISTER
           WRITE REVISION-REGISTER
           MOVE SPACES TO REVISION-REGISTER
           STRING "CLIENTE NOMBRE                MOVS DIAS CANALES"
               DELIMITED BY SIZE
               "        TOTAL DESDE    HASTA" DELIMITED BY SIZE
               INTO REVISION-REGISTER
           WRITE REVISION-REGISTER.

       GRABAR-REVISION.
      *    VARIOS MOVIMIENTOS JUSTO DEBAJO DEL UMBRAL REPARTIDOS EN MAS
      *    DE UN DIA O MAS DE UN CANAL DENTRO DE LA VENTANA
           ADD 1 TO COUNT-CUENTAS-REVISION
           MOVE WS-CER-CANTIDAD TO WS-CANTIDAD-DISP
           MOVE WS-CER-DIAS TO WS-DIAS-DISP
           MOVE WS-CER-CANALES TO WS-CANALES-DISP
           MOVE WS-CER-TOTAL TO WS-MONTO-DISP
           MOVE SPACES TO REVISION-REGISTER
           STRING CLI-ID DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               CLI-NOMBRE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CANTIDAD-DISP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DIAS-DISP DELIMITED BY SIZE
               "      " DELIMITED BY SIZE
               WS-CANALES-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CER-PRIMERA-FECHA DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CER-ULT-FECHA DELIMITED BY SIZE
               INTO REVISION-REGISTER
           WRITE REVISION-REGISTER.

       GRABAR-EXTRACTO.
      *    SE REPORTA A QUIEN LLEGA AL UMBRAL EN DEPOSITOS O EN
      *    RETIROS DEL DIA (CADA LADO POR SEPARADO), CON EL DETALLE
      *    DE LAS CUENTAS QUE LO COMPONEN
           MOVE SPACES TO REG-EXT-CABECERA
           MOVE 'H' TO EXC-TIPO-REG
           MOVE WS-FECHA-NEGOCIO TO EXC-FECHA
           MOVE WS-MONEDA-BASE TO EXC-MONEDA-BASE
           MOVE WS-UMBRAL TO EXC-UMBRAL
           MOVE WS-FECHA-DESDE TO EXC-FECHA-DESDE
           WRITE REG-EXT-CABECERA
           ADD 1 TO WS-REGISTROS-EXT
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-CANT-PERSONAS
               IF WS-PER-DEPOSITOS(WS-PER-IDX) >= WS-UMBRAL OR
                  WS-PER-RETIROS(WS-PER-IDX) >= WS-UMBRAL
                   PERFORM GRABAR-PERSONA-EXTRACTO
               END-IF
           END-PERFORM
           MOVE SPACES TO REG-EXT-CIERRE
           ADD 1 TO WS-REGISTROS-EXT
           MOVE 'T' TO EXT-TIPO-REG
           MOVE COUNT-PERSONAS-REPORTADAS TO EXT-PERSONAS
           MOVE WS-REGISTROS-EXT TO EXT-REGISTROS
           MOVE WS-TOTAL-DEPOSITOS TO EXT-DEPOSITOS
           MOVE WS-TOTAL-RETIROS TO EXT-RETIROS
           WRITE REG-EXT-CIERRE.

       GRABAR-PERSONA-EXTRACTO.
           ADD 1 TO COUNT-PERSONAS-REPORTADAS
           ADD 1 TO WS-SECUENCIA-EXT
           MOVE SPACES TO REG-EXT-PERSONA
           MOVE 'P' TO EXP-TIPO-REG
           MOVE WS-SECUENCIA-EXT TO EXP-SECUENCIA
           MOVE WS-PER-NOMBRE(WS-PER-IDX) TO EXP-NOMBRE
           MOVE WS-PER-CUENTAS(WS-PER-IDX) TO EXP-CUENTAS
           IF WS-PER-DEPOSITOS(WS-PER-IDX) >= WS-UMBRAL
               IF WS-PER-RETIROS(WS-PER-IDX) >= WS-UMBRAL
                   MOVE 'A' TO EXP-MOTIVO
               ELSE
                   MOVE 'D' TO EXP-MOTIVO
               END-IF
           ELSE
               MOVE 'R' TO EXP-MOTIVO
           END-IF
           MOVE WS-PER-DEPOSITOS(WS-PER-IDX) TO EXP-DEPOSITOS
           MOVE WS-PER-CANT-DEP(WS-PER-IDX) TO EXP-CANT-DEP
           MOVE WS-PER-RETIROS(WS-PER-IDX) TO EXP-RETIROS
           MOVE WS-PER-CANT-RET(WS-PER-IDX) TO EXP-CANT-RET
           WRITE REG-EXT-PERSONA
           ADD 1 TO WS-REGISTROS-EXT
           ADD WS-PER-DEPOSITOS(WS-PER-IDX) TO WS-TOTAL-DEPOSITOS
           ADD WS-PER-RETIROS(WS-PER-IDX) TO WS-TOTAL-RETIROS
           SET WS-PERSONA-NUM TO WS-PER-IDX
           PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
               UNTIL WS-VIN-IDX > WS-CANT-VINCULOS
               IF WS-VIN-PERSONA(WS-VIN-IDX) = WS-PERSONA-NUM
                   PERFORM GRABAR-CUENTA-EXTRACTO
               END-IF
           END-PERFORM
           DISPLAY "REPORTADO: " WS-PER-NOMBRE(WS-PER-IDX) " MOTIVO "
               EXP-MOTIVO.

       GRABAR-CUENTA-EXTRACTO.
           MOVE SPACES TO REG-EXT-CUENTA
           MOVE 'C' TO EXK-TIPO-REG
           MOVE WS-SECUENCIA-EXT TO EXK-SECUENCIA
           MOVE WS-VIN-CLI(WS-VIN-IDX) TO EXK-CLI-ID
           MOVE WS-VIN-ROL(WS-VIN-IDX) TO EXK-ROL
           MOVE WS-VIN-NOMBRE-CTA(WS-VIN-IDX) TO EXK-NOMBRE-CUENTA
           MOVE WS-VIN-MONEDA(WS-VIN-IDX) TO EXK-MONEDA
           MOVE WS-VIN-DEPOSITOS(WS-VIN-IDX) TO EXK-DEPOSITOS
           MOVE WS-VIN-CANT-DEP(WS-VIN-IDX) TO EXK-CANT-DEP
           MOVE WS-VIN-RETIROS(WS-VIN-IDX) TO EXK-RETIROS
           MOVE WS-VIN-CANT-RET(WS-VIN-IDX) TO EXK-CANT-RET
           WRITE REG-EXT-CUENTA
           ADD 1 TO WS-REGISTROS-EXT.
