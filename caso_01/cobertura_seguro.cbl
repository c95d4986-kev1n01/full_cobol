      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Deposit-insurance coverage report per depositor:
      *           splits each CLIMAST balance among the account
      *           holder and the joint holders of titulares_cuenta.dat,
      *           converts every share to the base currency with
      *           TIPOCAMBIO.txt, adds up each person's shares across
      *           all the accounts they hold or co-hold and applies
      *           the insurance ceiling of the parameter card to give
      *           the insured and uninsured amount per depositor, with
      *           portfolio totals; inactive and escheated accounts
      *           are listed in a separate section of their own
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA18.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO DE CLIENTES, RECORRIDO COMPLETO: SALDO, MONEDA,
      * ESTADO Y NOMBRE DEL TITULAR DE CADA CUENTA
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
      * REPORTE DE COBERTURA, COBERTURA_SEGURO_<FECHA>.txt; SE
      * REESCRIBE POR CORRIDA
           SELECT FREPORTE ASSIGN TO WS-NOM-FREPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREPORTE.
      * PARM-CARD DE PSA01: LA FECHA DE NEGOCIO FIJA LAS TASAS DE
      * CAMBIO VIGENTES Y EL NOMBRE DEL REPORTE
           SELECT FILPARM ASSIGN TO 'PARMPSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.
      * PARM-CARD DE PSA18; MISMO ESTILO POSICIONAL QUE PARMPSA01.txt
           SELECT FPARM18 ASSIGN TO 'PARMPSA18.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPARM18.

       DATA DIVISION.
       FILE SECTION.
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

       FD FREPORTE.
       01 REPORTE-REGISTER         PIC X(100).

       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA

       FD FPARM18.
       01 REG-PARM-PSA18.
      *    TOPE DE COBERTURA POR DEPOSITANTE EN MONEDA BASE
      *    (0 = 6000000.00)
           02 PARM-TOPE-COBERTURA  PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       01 CLIMASTER-STATUS         PIC XX.
       01 FS-FTITULARES            PIC XX.
       01 FS-FTCAMBIO              PIC XX.
       01 FS-FREPORTE              PIC XX.
       01 FS-FILPARM               PIC XX.
       01 FS-FPARM18               PIC XX.
       01 EOF-CLIMAST              PIC X VALUE 'N'.
       01 WS-TITULARES-EOF         PIC X VALUE 'N'.
       01 WS-TCAMBIO-EOF           PIC X VALUE 'N'.

       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-TOPE-COBERTURA        PIC 9(09)V99 VALUE 6000000.00.

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

       01 WS-CANT-TITULARES        PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-TITULARES.
           02 WS-TIT-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CANT-TITULARES
               INDEXED BY WS-TIT-IDX.
               03 WS-TIT-CLI         PIC X(05).
               03 WS-TIT-ROL         PIC X(01).
               03 WS-TIT-NOMBRE      PIC X(20).

      * CUENTA EN CURSO: SALDO EN SU MONEDA Y EN MONEDA BASE, Y SUS
      * TITULARES (EL DE CLI-NOMBRE PRIMERO, SE QUEDA CON EL RESTO
      * DEL REPARTO)
       01 WS-CTA-MONEDA            PIC X(03).
       01 WS-CTA-SALDO             PIC 9(09)V99.
       01 WS-CTA-SALDO-BASE        PIC 9(11)V99.
       01 WS-CANT-PARTES           PIC 9(02) COMP VALUE ZERO.
       01 WS-TABLA-PARTES.
           02 WS-PAR-ENTRY OCCURS 20 TIMES INDEXED BY WS-PAR-IDX.
               03 WS-PAR-NOMBRE      PIC X(20).
               03 WS-PAR-ROL         PIC X(01).
       01 WS-PARTE-SALDO           PIC 9(09)V99.
       01 WS-PARTE-BASE            PIC 9(11)V99.
       01 WS-RESTO-SALDO           PIC 9(09)V99.
       01 WS-RESTO-BASE            PIC 9(11)V99.

      * DEPOSITANTES POR NOMBRE (titulares_cuenta IDENTIFICA AL
      * CO-TITULAR POR NOMBRE, NO POR CLIENTE, IGUAL QUE EN PSA15) Y
      * SU PARTE DE CADA CUENTA; LAS CUENTAS INACTIVAS Y ESCHEATADAS
      * SE ATRIBUYEN IGUAL PERO NO ENTRAN EN LA COBERTURA
       01 WS-CANT-PERSONAS         PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-PERSONAS.
           02 WS-PER-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-PERSONAS
               INDEXED BY WS-PER-IDX.
               03 WS-PER-NOMBRE      PIC X(20).
               03 WS-PER-CUENTAS     PIC 9(03).
               03 WS-PER-DEPOSITOS   PIC 9(11)V99.
               03 WS-PER-CTAS-FUERA  PIC 9(03).
               03 WS-PER-FUERA       PIC 9(11)V99.
       01 WS-CANT-VINCULOS         PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-VINCULOS.
           02 WS-VIN-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CANT-VINCULOS
               INDEXED BY WS-VIN-IDX.
               03 WS-VIN-PERSONA     PIC 9(05) COMP.
               03 WS-VIN-CLI         PIC X(05).
               03 WS-VIN-ROL         PIC X(01).
               03 WS-VIN-ESTADO      PIC X(01).
               03 WS-VIN-MONEDA      PIC X(03).
               03 WS-VIN-SALDO       PIC 9(09)V99.
               03 WS-VIN-BASE        PIC 9(11)V99.
       01 WS-PERSONA-NOMBRE        PIC X(20).
       01 WS-PERSONA-ROL           PIC X(01).
       01 WS-PERSONA-NUM           PIC 9(05) COMP.
       01 WS-TABLAS-LLENAS         PIC X VALUE 'N'.
      * 'S' = LA CUENTA EN CURSO ES INACTIVA O ESCHEATADA
       01 WS-CTA-FUERA             PIC X(01).
      * 'S' = LA SECCION EN CURSO ES LA DE INACTIVAS/ESCHEATADAS
       01 WS-SECCION-FUERA         PIC X(01).

       01 WS-PER-ASEGURADO         PIC 9(11)V99.
       01 WS-PER-NO-ASEGURADO      PIC 9(11)V99.
       01 WS-TOT-DEPOSITANTES      PIC 9(05) VALUE ZERO.
       01 WS-TOT-DEPOSITOS         PIC 9(13)V99 VALUE ZERO.
       01 WS-TOT-ASEGURADO         PIC 9(13)V99 VALUE ZERO.
       01 WS-TOT-NO-ASEGURADO      PIC 9(13)V99 VALUE ZERO.
       01 WS-TOT-SOBRE-TOPE        PIC 9(05) VALUE ZERO.
       01 WS-TOT-PERSONAS-FUERA    PIC 9(05) VALUE ZERO.
       01 WS-TOT-FUERA             PIC 9(13)V99 VALUE ZERO.

       01 WS-NOM-FREPORTE          PIC X(40) VALUE SPACES.
       01 WS-MONTO-DISP            PIC ZZZZZZZZZZ9.99.
       01 WS-SALDO-DISP            PIC ZZZZZZZZ9.99.
       01 WS-TOTAL-DISP            PIC ZZZZZZZZZZZZ9.99.
       01 WS-CANTIDAD-DISP         PIC ZZ9.
       01 WS-CONTADOR-DISP         PIC ZZZZ9.

       01 COUNT-CUENTAS            PIC 9(5) VALUE 0.
       01 COUNT-CUENTAS-CUBIERTAS  PIC 9(5) VALUE 0.
       01 COUNT-CUENTAS-FUERA      PIC 9(5) VALUE 0.
       01 COUNT-SALDO-DEUDOR       PIC 9(5) VALUE 0.
       01 COUNT-CUENTAS-CONJUNTAS  PIC 9(5) VALUE 0.
       01 COUNT-SIN-TASA           PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-TIPOS-CAMBIO
           PERFORM CARGAR-TITULARES

           OPEN INPUT CLIMASTER
           IF CLIMASTER-STATUS NOT = '00'
               DISPLAY "ERROR AL ABRIR CLIMAST.dat FS: "
                   CLIMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-CLIMAST
           PERFORM UNTIL EOF-CLIMAST = 'S'
               PERFORM PROCESAR-CUENTA
               PERFORM LEER-CLIMAST
           END-PERFORM
           CLOSE CLIMASTER

           MOVE SPACES TO WS-NOM-FREPORTE
           STRING 'COBERTURA_SEGURO_' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FREPORTE
           OPEN OUTPUT FREPORTE
           PERFORM GRABAR-SECCION-COBERTURA
           PERFORM GRABAR-SECCION-FUERA
           CLOSE FREPORTE

           DISPLAY "CUENTAS LEIDAS             : " COUNT-CUENTAS
           DISPLAY "CUENTAS CON COBERTURA      : "
               COUNT-CUENTAS-CUBIERTAS
           DISPLAY "CUENTAS INACTIVAS/ESCHEAT  : " COUNT-CUENTAS-FUERA
           DISPLAY "CUENTAS CON SALDO DEUDOR   : " COUNT-SALDO-DEUDOR
           DISPLAY "CUENTAS CONJUNTAS          : "
               COUNT-CUENTAS-CONJUNTAS
           DISPLAY "DEPOSITANTES               : " WS-TOT-DEPOSITANTES
           DISPLAY "DEPOSITANTES SOBRE EL TOPE : " WS-TOT-SOBRE-TOPE
           MOVE WS-TOT-DEPOSITOS TO WS-TOTAL-DISP
           DISPLAY "DEPOSITOS CUBIERTOS        : " WS-TOTAL-DISP
           MOVE WS-TOT-ASEGURADO TO WS-TOTAL-DISP
           DISPLAY "MONTO ASEGURADO            : " WS-TOTAL-DISP
           MOVE WS-TOT-NO-ASEGURADO TO WS-TOTAL-DISP
           DISPLAY "MONTO NO ASEGURADO         : " WS-TOTAL-DISP
           DISPLAY "SALDOS SIN TASA            : " COUNT-SIN-TASA
           IF WS-TABLAS-LLENAS = 'S'
               DISPLAY "REPORTE INCOMPLETO: DEMASIADOS DEPOSITANTES O "
                   "CUENTAS"
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

           MOVE SPACES TO REG-PARM-PSA18
           OPEN INPUT FPARM18
           IF FS-FPARM18 = '00'
               READ FPARM18
                   AT END
                       MOVE SPACES TO REG-PARM-PSA18
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE FPARM18
           END-IF
           IF PARM-TOPE-COBERTURA IS NUMERIC AND
              PARM-TOPE-COBERTURA > 0
               MOVE PARM-TOPE-COBERTURA TO WS-TOPE-COBERTURA
           END-IF

           MOVE WS-TOPE-COBERTURA TO WS-MONTO-DISP
           DISPLAY "FECHA DE NEGOCIO           : " WS-FECHA-NEGOCIO
           DISPLAY "TOPE DE COBERTURA          : " WS-MONTO-DISP " "
               WS-MONEDA-BASE.

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
      *    SOLO TITULARES Y CO-TITULARES: EL APODERADO OPERA UNA
      *    CUENTA QUE NO ES SUYA Y NO ES DEPOSITANTE
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
      *    UN SALDO DEUDOR (SOBREGIRO) NO ES UN DEPOSITO: LA CUENTA
      *    APORTA CERO, PERO SUS TITULARES APARECEN IGUAL
           MOVE CLI-MONEDA TO WS-CTA-MONEDA
           IF WS-CTA-MONEDA = SPACES
               MOVE WS-MONEDA-BASE TO WS-CTA-MONEDA
           END-IF
           IF CLI-SALDO > 0
               MOVE CLI-SALDO TO WS-CTA-SALDO
           ELSE
               MOVE ZERO TO WS-CTA-SALDO
               IF CLI-SALDO < 0
                   ADD 1 TO COUNT-SALDO-DEUDOR
               END-IF
           END-IF
           IF CLI-ESTADO = 'I' OR CLI-ESTADO = 'E'
               MOVE 'S' TO WS-CTA-FUERA
               ADD 1 TO COUNT-CUENTAS-FUERA
           ELSE
               MOVE 'N' TO WS-CTA-FUERA
               ADD 1 TO COUNT-CUENTAS-CUBIERTAS
           END-IF
           PERFORM CONVERTIR-A-BASE
           PERFORM REPARTIR-CUENTA.

       CONVERTIR-A-BASE.
      *    UNA MONEDA SIN TASA SE TOMA AL VALOR NOMINAL Y SE AVISA
           MOVE 'N' TO WS-TASA-ENCONTRADA
           PERFORM VARYING WS-TAS-IDX FROM 1 BY 1
               UNTIL WS-TAS-IDX > WS-CANT-TASAS
               IF WS-TAS-MONEDA(WS-TAS-IDX) = WS-CTA-MONEDA
                   MOVE 'S' TO WS-TASA-ENCONTRADA
                   COMPUTE WS-CTA-SALDO-BASE ROUNDED =
                       WS-CTA-SALDO * WS-TAS-TASA(WS-TAS-IDX)
               END-IF
           END-PERFORM
           IF WS-TASA-ENCONTRADA = 'N'
               MOVE WS-CTA-SALDO TO WS-CTA-SALDO-BASE
               IF WS-CTA-SALDO > 0
                   ADD 1 TO COUNT-SIN-TASA
                   DISPLAY "SIN TASA PARA " WS-CTA-MONEDA " CUENTA "
                       CLI-ID ", SE TOMA NOMINAL"
               END-IF
           END-IF.

       REPARTIR-CUENTA.
      *    EL SALDO ES DEL TITULAR (CLI-NOMBRE) Y DE CADA TITULAR O
      *    CO-TITULAR DE titulares_cuenta.dat CON OTRO NOMBRE, EN
      *    PARTES IGUALES; LOS CENTIMOS QUE SOBRAN VAN AL PRIMERO PARA
      *    QUE LAS PARTES SUMEN EXACTAMENTE EL SALDO
           MOVE 1 TO WS-CANT-PARTES
           MOVE CLI-NOMBRE TO WS-PAR-NOMBRE(1)
           MOVE 'T' TO WS-PAR-ROL(1)
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
               UNTIL WS-TIT-IDX > WS-CANT-TITULARES
               IF WS-TIT-CLI(WS-TIT-IDX) = CLI-ID AND
                  WS-TIT-NOMBRE(WS-TIT-IDX) NOT = CLI-NOMBRE AND
                  WS-CANT-PARTES < 20
                   ADD 1 TO WS-CANT-PARTES
                   SET WS-PAR-IDX TO WS-CANT-PARTES
                   MOVE WS-TIT-NOMBRE(WS-TIT-IDX) TO
                       WS-PAR-NOMBRE(WS-PAR-IDX)
                   MOVE WS-TIT-ROL(WS-TIT-IDX) TO WS-PAR-ROL(WS-PAR-IDX)
               END-IF
           END-PERFORM
           IF WS-CANT-PARTES > 1
               ADD 1 TO COUNT-CUENTAS-CONJUNTAS
           END-IF
           DIVIDE WS-CTA-SALDO BY WS-CANT-PARTES
               GIVING WS-PARTE-SALDO
           DIVIDE WS-CTA-SALDO-BASE BY WS-CANT-PARTES
               GIVING WS-PARTE-BASE
           COMPUTE WS-RESTO-SALDO =
               WS-CTA-SALDO - WS-PARTE-SALDO * WS-CANT-PARTES
           COMPUTE WS-RESTO-BASE =
               WS-CTA-SALDO-BASE - WS-PARTE-BASE * WS-CANT-PARTES
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-CANT-PARTES
               MOVE WS-PAR-NOMBRE(WS-PAR-IDX) TO WS-PERSONA-NOMBRE
               MOVE WS-PAR-ROL(WS-PAR-IDX) TO WS-PERSONA-ROL
               PERFORM VINCULAR-PERSONA
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
                       WS-PER-CTAS-FUERA(WS-PER-IDX)
                       WS-PER-FUERA(WS-PER-IDX)
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF
           IF WS-PERSONA-NUM > 0
               IF WS-CANT-VINCULOS < 10000
                   ADD 1 TO WS-CANT-VINCULOS
                   SET WS-VIN-IDX TO WS-CANT-VINCULOS
                   MOVE WS-PERSONA-NUM TO WS-VIN-PERSONA(WS-VIN-IDX)
                   MOVE CLI-ID TO WS-VIN-CLI(WS-VIN-IDX)
                   MOVE WS-PERSONA-ROL TO WS-VIN-ROL(WS-VIN-IDX)
                   MOVE CLI-ESTADO TO WS-VIN-ESTADO(WS-VIN-IDX)
                   MOVE WS-CTA-MONEDA TO WS-VIN-MONEDA(WS-VIN-IDX)
                   MOVE WS-PARTE-SALDO TO WS-VIN-SALDO(WS-VIN-IDX)
                   MOVE WS-PARTE-BASE TO WS-VIN-BASE(WS-VIN-IDX)
                   IF WS-PAR-IDX = 1
                       ADD WS-RESTO-SALDO TO WS-VIN-SALDO(WS-VIN-IDX)
                       ADD WS-RESTO-BASE TO WS-VIN-BASE(WS-VIN-IDX)
                   END-IF
                   SET WS-PER-IDX TO WS-PERSONA-NUM
                   IF WS-CTA-FUERA = 'S'
                       ADD 1 TO WS-PER-CTAS-FUERA(WS-PER-IDX)
                       ADD WS-VIN-BASE(WS-VIN-IDX) TO
                           WS-PER-FUERA(WS-PER-IDX)
                   ELSE
                       ADD 1 TO WS-PER-CUENTAS(WS-PER-IDX)
                       ADD WS-VIN-BASE(WS-VIN-IDX) TO
                           WS-PER-DEPOSITOS(WS-PER-IDX)
                   END-IF
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF.

       GRABAR-SECCION-COBERTURA.
      *    UN RENGLON POR DEPOSITANTE CON CUENTAS CUBIERTAS (ACTIVAS Y
      *    EN SUCESION), SEGUIDO DE SU PARTE EN CADA UNA, Y LOS
      *    TOTALES DE LA CARTERA
           MOVE WS-TOPE-COBERTURA TO WS-MONTO-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING "COBERTURA DEL SEGURO DE DEPOSITOS AL " DELIMITED BY
               SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "  TOPE POR DEPOSITANTE " DELIMITED BY SIZE
               WS-MONTO-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONEDA-BASE DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "DEPOSITANTE          CTAS   TOTAL DEPOSITOS"
               DELIMITED BY SIZE
               "       ASEGURADO    NO ASEGURADO" DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "   CUENTA ROL MON  SALDO PARTE"
               DELIMITED BY SIZE
               "   PARTE BASE" DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE ALL '-' TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER

           MOVE 'N' TO WS-SECCION-FUERA
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-CANT-PERSONAS
               IF WS-PER-CUENTAS(WS-PER-IDX) > 0
                   PERFORM GRABAR-DEPOSITANTE
               END-IF
           END-PERFORM

           MOVE ALL '-' TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE WS-TOT-DEPOSITANTES TO WS-CONTADOR-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING "DEPOSITANTES: " DELIMITED BY SIZE
               WS-CONTADOR-DISP DELIMITED BY SIZE
               "   SOBRE EL TOPE: " DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           MOVE WS-TOT-SOBRE-TOPE TO WS-CONTADOR-DISP
           MOVE WS-CONTADOR-DISP TO REPORTE-REGISTER(38:5)
           WRITE REPORTE-REGISTER
           MOVE WS-TOT-DEPOSITOS TO WS-TOTAL-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING "TOTAL DEPOSITOS CUBIERTOS : " DELIMITED BY SIZE
               WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE WS-TOT-ASEGURADO TO WS-TOTAL-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING "TOTAL ASEGURADO           : " DELIMITED BY SIZE
               WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE WS-TOT-NO-ASEGURADO TO WS-TOTAL-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING "TOTAL NO ASEGURADO        : " DELIMITED BY SIZE
               WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-DEPOSITANTE.
      *    EL TOPE SE APLICA A LA SUMA DE TODAS LAS PARTES DEL
      *    DEPOSITANTE, NO A CADA CUENTA
           IF WS-PER-DEPOSITOS(WS-PER-IDX) > WS-TOPE-COBERTURA
               MOVE WS-TOPE-COBERTURA TO WS-PER-ASEGURADO
               COMPUTE WS-PER-NO-ASEGURADO =
                   WS-PER-DEPOSITOS(WS-PER-IDX) - WS-TOPE-COBERTURA
               ADD 1 TO WS-TOT-SOBRE-TOPE
           ELSE
               MOVE WS-PER-DEPOSITOS(WS-PER-IDX) TO WS-PER-ASEGURADO
               MOVE ZERO TO WS-PER-NO-ASEGURADO
           END-IF
           ADD 1 TO WS-TOT-DEPOSITANTES
           ADD WS-PER-DEPOSITOS(WS-PER-IDX) TO WS-TOT-DEPOSITOS
           ADD WS-PER-ASEGURADO TO WS-TOT-ASEGURADO
           ADD WS-PER-NO-ASEGURADO TO WS-TOT-NO-ASEGURADO

           MOVE WS-PER-CUENTAS(WS-PER-IDX) TO WS-CANTIDAD-DISP
           MOVE SPACES TO REPORTE-REGISTER
           MOVE WS-PER-NOMBRE(WS-PER-IDX) TO REPORTE-REGISTER(1:20)
           MOVE WS-CANTIDAD-DISP TO REPORTE-REGISTER(22:3)
           MOVE WS-PER-DEPOSITOS(WS-PER-IDX) TO WS-MONTO-DISP
           MOVE WS-MONTO-DISP TO REPORTE-REGISTER(30:14)
           MOVE WS-PER-ASEGURADO TO WS-MONTO-DISP
           MOVE WS-MONTO-DISP TO REPORTE-REGISTER(46:14)
           MOVE WS-PER-NO-ASEGURADO TO WS-MONTO-DISP
           MOVE WS-MONTO-DISP TO REPORTE-REGISTER(62:14)
           WRITE REPORTE-REGISTER
           PERFORM GRABAR-PARTES-DEPOSITANTE.

       GRABAR-PARTES-DEPOSITANTE.
      *    LAS PARTES DE LA SECCION EN CURSO (CUBIERTAS O FUERA)
           SET WS-PERSONA-NUM TO WS-PER-IDX
           PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
               UNTIL WS-VIN-IDX > WS-CANT-VINCULOS
               IF WS-VIN-PERSONA(WS-VIN-IDX) = WS-PERSONA-NUM
                   IF WS-VIN-ESTADO(WS-VIN-IDX) = 'I' OR
                      WS-VIN-ESTADO(WS-VIN-IDX) = 'E'
                       MOVE 'S' TO WS-CTA-FUERA
                   ELSE
                       MOVE 'N' TO WS-CTA-FUERA
                   END-IF
                   IF WS-CTA-FUERA = WS-SECCION-FUERA
                       PERFORM GRABAR-PARTE
                   END-IF
               END-IF
           END-PERFORM.

       GRABAR-PARTE.
           MOVE SPACES TO REPORTE-REGISTER
           MOVE WS-VIN-CLI(WS-VIN-IDX) TO REPORTE-REGISTER(4:5)
           MOVE WS-VIN-ROL(WS-VIN-IDX) TO REPORTE-REGISTER(11:1)
           MOVE WS-VIN-MONEDA(WS-VIN-IDX) TO REPORTE-REGISTER(14:3)
           MOVE WS-VIN-SALDO(WS-VIN-IDX) TO WS-SALDO-DISP
           MOVE WS-SALDO-DISP TO REPORTE-REGISTER(18:12)
           MOVE WS-VIN-BASE(WS-VIN-IDX) TO WS-MONTO-DISP
           MOVE WS-MONTO-DISP TO REPORTE-REGISTER(30:14)
           IF WS-SECCION-FUERA = 'S'
               IF WS-VIN-ESTADO(WS-VIN-IDX) = 'E'
                   MOVE 'ESCHEATADA' TO REPORTE-REGISTER(46:10)
               ELSE
                   MOVE 'INACTIVA' TO REPORTE-REGISTER(46:8)
               END-IF
           END-IF
           WRITE REPORTE-REGISTER.

       GRABAR-SECCION-FUERA.
      *    CUENTAS INACTIVAS (BAJA DE PSA02) Y ESCHEATADAS (PSA04):
      *    SE INFORMAN APARTE POR DEPOSITANTE Y NO SUMAN A LA
      *    COBERTURA; EL SALDO ESCHEATADO YA SE TRASLADO AL ESTADO
           MOVE SPACES TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "CUENTAS INACTIVAS Y ESCHEATADAS (FUERA DE LA "
               DELIMITED BY SIZE
               "COBERTURA)" DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "DEPOSITANTE          CTAS SALDO MONEDA BASE"
               DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE ALL '-' TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER

           MOVE 'S' TO WS-SECCION-FUERA
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-CANT-PERSONAS
               IF WS-PER-CTAS-FUERA(WS-PER-IDX) > 0
                   ADD 1 TO WS-TOT-PERSONAS-FUERA
                   ADD WS-PER-FUERA(WS-PER-IDX) TO WS-TOT-FUERA
                   MOVE WS-PER-CTAS-FUERA(WS-PER-IDX) TO
                       WS-CANTIDAD-DISP
                   MOVE SPACES TO REPORTE-REGISTER
                   MOVE WS-PER-NOMBRE(WS-PER-IDX) TO
                       REPORTE-REGISTER(1:20)
                   MOVE WS-CANTIDAD-DISP TO REPORTE-REGISTER(22:3)
                   MOVE WS-PER-FUERA(WS-PER-IDX) TO WS-MONTO-DISP
                   MOVE WS-MONTO-DISP TO REPORTE-REGISTER(30:14)
                   WRITE REPORTE-REGISTER
                   PERFORM GRABAR-PARTES-DEPOSITANTE
               END-IF
           END-PERFORM

           MOVE ALL '-' TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE WS-TOT-PERSONAS-FUERA TO WS-CONTADOR-DISP
           MOVE WS-TOT-FUERA TO WS-TOTAL-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING "DEPOSITANTES: " DELIMITED BY SIZE
               WS-CONTADOR-DISP DELIMITED BY SIZE
               "   TOTAL: " DELIMITED BY SIZE
               WS-TOTAL-DISP DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.
