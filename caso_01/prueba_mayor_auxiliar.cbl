      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Daily proof of the general ledger against the
      *           customer subledger, per currency: rolls the
      *           customer-deposits and escheat control accounts of
      *           CUENTASGL.txt forward from the last proved day with
      *           the journal lines of asientos_gl.txt, and compares
      *           them to the sum of CLI-SALDO by CLI-MONEDA in
      *           CLIMAST and to the escheated balances of
      *           escheat_transferencias.txt. Each break is reported
      *           with the lote IDs that posted to the account, and
      *           the running proof is kept in prueba_mayor.dat so a
      *           break can be traced back to the day it appeared
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA21.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * INTERFAZ CONTABLE DE PSA01/PSA04/PSA19 (VER GRABAR-ASIENTOS-GL
      * EN PSA01): LOTE|FECHA|CATEGORIA|CUENTA|D/H|MONTO|MONEDA
           SELECT FGLJOUR ASSIGN TO 'asientos_gl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FGLJOUR.
      * PLAN DE CUENTAS DE CONTABILIDAD: LA CUENTA DE CONTROL DE
      * DEPOSITOS ES EL HABER DE LA CATEGORIA 'D' Y LA DE ESCHEAT EL
      * HABER DE LA CATEGORIA 'ESCHEAT'; SIN ARCHIVO RIGE EL DEFECTO
           SELECT FGLMAP ASSIGN TO 'CUENTASGL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FGLMAP.
      * CONSTANCIAS DE TRASLADO POR ESCHEAT DE PSA04: EL AUXILIAR DE
      * LA CUENTA DE ESCHEAT
           SELECT FESCHEAT ASSIGN TO 'escheat_transferencias.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FESCHEAT.
           SELECT CLIMASTER ASSIGN TO 'CLIMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS CLIMASTER-STATUS.
      * PRUEBA ACUMULADA: UN RENGLON POR FECHA, MONEDA Y CUENTA DE
      * CONTROL; CRECE ENTRE CORRIDAS. LA APERTURA DE CADA CORRIDA ES
      * EL ULTIMO RENGLON DE UNA FECHA ANTERIOR A LA DE NEGOCIO, ASI
      * QUE REPETIR UNA FECHA NO ACUMULA DOS VECES. CONTABILIDAD PUEDE
      * SEMBRAR EL SALDO INICIAL DEL MAYOR CON UN RENGLON A MANO; SIN
      * RENGLONES LA CUENTA ARRANCA EN CERO CON TODO EL DIARIO
           SELECT FHISTORIA ASSIGN TO 'prueba_mayor.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FHISTORIA.
      * REPORTE DE LA PRUEBA, PRUEBA_MAYOR_<FECHA>.txt; SE REESCRIBE
      * POR CORRIDA
           SELECT FREPORTE ASSIGN TO WS-NOM-FREPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREPORTE.
      * PARM-CARD DE PSA01: LA FECHA DE NEGOCIO DEBE SER LA MISMA CON
      * QUE SE GRABARON LOS ASIENTOS
           SELECT FILPARM ASSIGN TO 'PARMPSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.

       DATA DIVISION.
       FILE SECTION.
       FD FGLJOUR.
       01 GLJOUR-REGISTER          PIC X(100).

      * MISMO LAYOUT QUE REG-GLMAP EN PSA01
       FD FGLMAP.
       01 REG-GLMAP.
           02 GLM-CATEGORIA        PIC X(08).
           02 FILLER               PIC X(01).
           02 GLM-CUENTA-DEBE      PIC X(08).
           02 FILLER               PIC X(01).
           02 GLM-CUENTA-HABER     PIC X(08).

       FD FESCHEAT.
       01 ESCHEAT-REGISTER         PIC X(100).

       FD CLIMASTER.
           COPY CLIMAST.

      * COLUMNAS FIJAS SEPARADAS POR UN ESPACIO; LOS SALDOS SON DE
      * NATURALEZA ACREEDORA (HABER MENOS DEBE), COMO EL AUXILIAR
       FD FHISTORIA.
       01 REG-PRUEBA.
           02 PRM-FECHA            PIC 9(08).
           02 FILLER               PIC X(01).
           02 PRM-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
      *    'DEPOSITO' O 'ESCHEAT '
           02 PRM-CONTROL          PIC X(08).
           02 FILLER               PIC X(01).
           02 PRM-CUENTA           PIC X(08).
           02 FILLER               PIC X(01).
           02 PRM-SALDO-MAYOR      PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           02 FILLER               PIC X(01).
           02 PRM-SALDO-AUXILIAR   PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           02 FILLER               PIC X(01).
      *    MAYOR MENOS AUXILIAR
           02 PRM-DIFERENCIA       PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.
           02 FILLER               PIC X(01).
      *    PRIMERA FECHA DE LA RACHA DE DIAS CON DIFERENCIA QUE LLEGA
      *    HASTA ESTE RENGLON; CERO SI LA CUENTA CUADRA
           02 PRM-QUIEBRE-DESDE    PIC 9(08).

       FD FREPORTE.
       01 REPORTE-REGISTER         PIC X(132).

       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA

       WORKING-STORAGE SECTION.
       01 FS-FGLJOUR               PIC XX.
       01 FS-FGLMAP                PIC XX.
       01 FS-FESCHEAT              PIC XX.
       01 CLIMASTER-STATUS         PIC XX.
       01 FS-FHISTORIA             PIC XX.
       01 FS-FREPORTE              PIC XX.
       01 FS-FILPARM               PIC XX.
       01 WS-GLJOUR-EOF            PIC X VALUE 'N'.
       01 WS-GLMAP-EOF             PIC X VALUE 'N'.
       01 WS-ESCHEAT-EOF           PIC X VALUE 'N'.
       01 WS-HISTORIA-EOF          PIC X VALUE 'N'.
       01 EOF-CLIMAST              PIC X VALUE 'N'.

       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-MONEDA-BASE           PIC X(03) VALUE 'CRC'.
      * CUENTAS DE CONTROL POR DEFECTO, LAS MISMAS DE PSA01 Y PSA04
       01 WS-CTA-DEPOSITOS         PIC X(08) VALUE '20100000'.
       01 WS-CTA-ESCHEAT           PIC X(08) VALUE '28000000'.
       01 WS-CONTROL-DEPOSITO      PIC X(08) VALUE 'DEPOSITO'.
       01 WS-CONTROL-ESCHEAT       PIC X(08) VALUE 'ESCHEAT'.

      * UNA ENTRADA POR MONEDA Y CUENTA DE CONTROL; CADA MONEDA QUE
      * APARECE EN CUALQUIER FUENTE ENTRA CON SUS DOS CUENTAS
       01 WS-CANT-PRUEBA           PIC 9(03) COMP VALUE ZERO.
       01 WS-TABLA-PRUEBA.
           02 WS-PRB-ENTRY OCCURS 1 TO 40 TIMES
               DEPENDING ON WS-CANT-PRUEBA
               INDEXED BY WS-PRB-IDX.
               03 WS-PRB-MONEDA      PIC X(03).
               03 WS-PRB-CONTROL     PIC X(08).
               03 WS-PRB-CUENTA      PIC X(08).
      *        APERTURA: ULTIMO DIA PROBADO ANTES DE HOY
               03 WS-PRB-APE-FECHA   PIC 9(08).
               03 WS-PRB-APE-SALDO   PIC S9(11)V99.
               03 WS-PRB-APE-DIF     PIC S9(11)V99.
               03 WS-PRB-APE-QUIEBRE PIC 9(08).
      *        ASIENTOS DESPUES DE LA APERTURA HASTA HOY
               03 WS-PRB-MOV-DEBE    PIC 9(11)V99.
               03 WS-PRB-MOV-HABER   PIC 9(11)V99.
               03 WS-PRB-SALDO-MAYOR PIC S9(11)V99.
               03 WS-PRB-SALDO-AUX   PIC S9(11)V99.
               03 WS-PRB-DIFERENCIA  PIC S9(11)V99.
               03 WS-PRB-QUIEBRE     PIC 9(08).
       01 WS-BUS-MONEDA            PIC X(03).
       01 WS-BUS-CONTROL           PIC X(08).
       01 WS-PRB-HALLADA           PIC X(01).
       01 WS-TABLAS-LLENAS         PIC X VALUE 'N'.

      * LOTES QUE ASENTARON EN UNA CUENTA DE CONTROL DESPUES DE SU
      * APERTURA, POR MONEDA Y CUENTA
       01 WS-CANT-LOTES            PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-LOTES.
           02 WS-LOT-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CANT-LOTES
               INDEXED BY WS-LOT-IDX.
               03 WS-LOT-LOTE        PIC X(20).
               03 WS-LOT-FECHA       PIC 9(08).
               03 WS-LOT-MONEDA      PIC X(03).
               03 WS-LOT-CONTROL     PIC X(08).
               03 WS-LOT-DEBE        PIC 9(11)V99.
               03 WS-LOT-HABER       PIC 9(11)V99.
       01 WS-LOT-HALLADO           PIC X(01).
       01 WS-LOTES-LISTADOS        PIC 9(05) VALUE ZERO.

      * CAMPOS DE UN RENGLON DE asientos_gl.txt
       01 WS-ASI-LOTE              PIC X(20).
       01 WS-ASI-FECHA             PIC X(08).
       01 WS-ASI-FECHA-NUM REDEFINES WS-ASI-FECHA PIC 9(08).
       01 WS-ASI-CATEGORIA         PIC X(08).
       01 WS-ASI-CUENTA            PIC X(20).
       01 WS-ASI-SENTIDO           PIC X(01).
       01 WS-ASI-MONTO-TRANSITO    PIC 9(09)V99.
       01 WS-ASI-MONTO-DIG REDEFINES WS-ASI-MONTO-TRANSITO
                                   PIC X(11).
       01 WS-ASI-MONEDA            PIC X(03).

      * CAMPOS DE UNA CONSTANCIA DE escheat_transferencias.txt:
      * ESCHEAT|CLIENTE|NOMBRE|MONTO:<S9(6)V99>|FECHA|MONEDA
       01 WS-CON-TIPO              PIC X(08).
       01 WS-CON-CLI               PIC X(05).
       01 WS-CON-NOMBRE            PIC X(20).
       01 WS-CON-MONTO-CAMPO       PIC X(14).
       01 WS-CON-FECHA             PIC X(08).
       01 WS-CON-FECHA-NUM REDEFINES WS-CON-FECHA PIC 9(08).
       01 WS-CON-MONEDA            PIC X(03).
       01 WS-CON-MONTO-X           PIC X(08).
       01 WS-CON-MONTO REDEFINES WS-CON-MONTO-X PIC S9(6)V99.

       01 WS-VARIACION             PIC S9(11)V99.
       01 WS-ESTADO                PIC X(14).
       01 WS-NOM-FREPORTE          PIC X(40) VALUE SPACES.
       01 WS-SALDO-DISP            PIC -ZZZZZZZZZ9.99.
       01 WS-SALDO-DISP2           PIC -ZZZZZZZZZ9.99.
       01 WS-SALDO-DISP3           PIC -ZZZZZZZZZ9.99.
       01 WS-SALDO-DISP4           PIC -ZZZZZZZZZ9.99.
       01 WS-SALDO-DISP5           PIC -ZZZZZZZZZ9.99.
       01 WS-MONTO-DISP            PIC ZZZZZZZZZ9.99.
       01 WS-MONTO-DISP2           PIC ZZZZZZZZZ9.99.
       01 WS-MOVIMIENTO            PIC S9(11)V99.

       01 COUNT-CUENTAS            PIC 9(7) VALUE 0.
       01 COUNT-CONSTANCIAS        PIC 9(7) VALUE 0.
       01 COUNT-CONST-INVALIDAS    PIC 9(5) VALUE 0.
       01 COUNT-ASIENTOS-LEIDOS    PIC 9(7) VALUE 0.
       01 COUNT-ASIENTOS-CONTROL   PIC 9(7) VALUE 0.
       01 COUNT-ASIENTOS-INVALIDOS PIC 9(5) VALUE 0.
       01 COUNT-RENGLONES-HISTORIA PIC 9(7) VALUE 0.
       01 COUNT-QUIEBRES           PIC 9(5) VALUE 0.
       01 COUNT-QUIEBRES-NUEVOS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-CUENTAS-CONTROL
           PERFORM CARGAR-HISTORIA

           OPEN INPUT CLIMASTER
           IF CLIMASTER-STATUS NOT = '00'
               DISPLAY "ERROR AL ABRIR CLIMAST.dat FS: "
                   CLIMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SUMAR-MAESTRO
           PERFORM SUMAR-ESCHEAT
           CLOSE CLIMASTER

           PERFORM RODAR-MAYOR
           IF WS-CANT-PRUEBA > 0
               SORT WS-PRB-ENTRY ON ASCENDING KEY WS-PRB-MONEDA
                   WS-PRB-CONTROL
           END-IF
           PERFORM VARYING WS-PRB-IDX FROM 1 BY 1
               UNTIL WS-PRB-IDX > WS-CANT-PRUEBA
               PERFORM CALCULAR-PRUEBA
           END-PERFORM

           MOVE SPACES TO WS-NOM-FREPORTE
           STRING 'PRUEBA_MAYOR_' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FREPORTE
           OPEN OUTPUT FREPORTE
           PERFORM GRABAR-CABECERA-REPORTE
           PERFORM VARYING WS-PRB-IDX FROM 1 BY 1
               UNTIL WS-PRB-IDX > WS-CANT-PRUEBA
               PERFORM GRABAR-DETALLE-PRUEBA
           END-PERFORM
           PERFORM VARYING WS-PRB-IDX FROM 1 BY 1
               UNTIL WS-PRB-IDX > WS-CANT-PRUEBA
               IF WS-PRB-DIFERENCIA(WS-PRB-IDX) NOT = 0
                   PERFORM GRABAR-DETALLE-QUIEBRE
               END-IF
           END-PERFORM
           CLOSE FREPORTE

      *    CON LAS TABLAS LLENAS LA PRUEBA ESTA INCOMPLETA Y NO DEBE
      *    QUEDAR COMO APERTURA DE LA PROXIMA CORRIDA
           IF WS-TABLAS-LLENAS = 'N'
               PERFORM GUARDAR-HISTORIA
           END-IF

           DISPLAY "CUENTAS DEL MAESTRO SUMADAS   : " COUNT-CUENTAS
           DISPLAY "CONSTANCIAS DE ESCHEAT        : " COUNT-CONSTANCIAS
           DISPLAY "CONSTANCIAS INVALIDAS         : "
               COUNT-CONST-INVALIDAS
           DISPLAY "RENGLONES DEL DIARIO LEIDOS   : "
               COUNT-ASIENTOS-LEIDOS
           DISPLAY "ASIENTOS EN CUENTAS DE CONTROL: "
               COUNT-ASIENTOS-CONTROL
           DISPLAY "RENGLONES DEL DIARIO INVALIDOS: "
               COUNT-ASIENTOS-INVALIDOS
           DISPLAY "CUENTAS DE CONTROL CON QUIEBRE: " COUNT-QUIEBRES
           DISPLAY "QUIEBRES NUEVOS O QUE CAMBIARON HOY: "
               COUNT-QUIEBRES-NUEVOS
           IF WS-TABLAS-LLENAS = 'S'
               DISPLAY "PRUEBA INCOMPLETA: DEMASIADAS MONEDAS O LOTES, "
                   "prueba_mayor.dat NO SE ACTUALIZO"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF COUNT-QUIEBRES > 0 OR COUNT-ASIENTOS-INVALIDOS > 0
                  OR COUNT-CONST-INVALIDAS > 0
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
           DISPLAY "FECHA DE NEGOCIO               : " WS-FECHA-NEGOCIO.

       CARGAR-CUENTAS-CONTROL.
           OPEN INPUT FGLMAP
           IF FS-FGLMAP = '00'
               PERFORM UNTIL WS-GLMAP-EOF = 'S'
                   READ FGLMAP
                       AT END
                           MOVE 'S' TO WS-GLMAP-EOF
                       NOT AT END
                           IF GLM-CATEGORIA = 'D'
                               MOVE GLM-CUENTA-HABER TO WS-CTA-DEPOSITOS
                           END-IF
                           IF GLM-CATEGORIA = 'ESCHEAT'
                               MOVE GLM-CUENTA-HABER TO WS-CTA-ESCHEAT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FGLMAP
           ELSE
               DISPLAY "CUENTASGL.txt NO ENCONTRADO, SE USAN LAS "
                   "CUENTAS DE CONTROL POR DEFECTO"
           END-IF
           DISPLAY "CUENTA DE CONTROL DE DEPOSITOS : " WS-CTA-DEPOSITOS
           DISPLAY "CUENTA DE CONTROL DE ESCHEAT   : " WS-CTA-ESCHEAT.

       CARGAR-HISTORIA.
      *    LA APERTURA DE CADA MONEDA Y CUENTA ES EL RENGLON DE FECHA
      *    MAS RECIENTE ANTERIOR A HOY; ENTRE RENGLONES DE LA MISMA
      *    FECHA (UNA CORRIDA REPETIDA) VALE EL ULTIMO
           OPEN INPUT FHISTORIA
           IF FS-FHISTORIA = '00'
               PERFORM UNTIL WS-HISTORIA-EOF = 'S'
                   READ FHISTORIA
                       AT END
                           MOVE 'S' TO WS-HISTORIA-EOF
                       NOT AT END
                           PERFORM GUARDAR-APERTURA
                   END-READ
               END-PERFORM
               CLOSE FHISTORIA
           END-IF.

       GUARDAR-APERTURA.
           IF PRM-FECHA IS NUMERIC AND PRM-FECHA < WS-FECHA-NEGOCIO
              AND PRM-SALDO-MAYOR IS NUMERIC
              AND PRM-DIFERENCIA IS NUMERIC
               ADD 1 TO COUNT-RENGLONES-HISTORIA
               MOVE PRM-MONEDA TO WS-BUS-MONEDA
               MOVE PRM-CONTROL TO WS-BUS-CONTROL
               PERFORM BUSCAR-PRUEBA
               IF WS-PRB-HALLADA = 'S'
                   IF PRM-FECHA >= WS-PRB-APE-FECHA(WS-PRB-IDX)
                       MOVE PRM-FECHA TO WS-PRB-APE-FECHA(WS-PRB-IDX)
                       MOVE PRM-SALDO-MAYOR TO
                           WS-PRB-APE-SALDO(WS-PRB-IDX)
                       MOVE PRM-DIFERENCIA TO WS-PRB-APE-DIF(WS-PRB-IDX)
                       MOVE PRM-QUIEBRE-DESDE TO
                           WS-PRB-APE-QUIEBRE(WS-PRB-IDX)
                   END-IF
               END-IF
           END-IF.

       BUSCAR-PRUEBA.
      *    DEJA WS-PRB-IDX EN LA MONEDA/CUENTA BUSCADA; UNA MONEDA
      *    NUEVA ENTRA CON SUS DOS CUENTAS DE CONTROL
           IF WS-BUS-MONEDA = SPACES
               MOVE WS-MONEDA-BASE TO WS-BUS-MONEDA
           END-IF
           PERFORM LOCALIZAR-PRUEBA
           IF WS-PRB-HALLADA = 'N'
               IF WS-CANT-PRUEBA < 39
                   ADD 1 TO WS-CANT-PRUEBA
                   SET WS-PRB-IDX TO WS-CANT-PRUEBA
                   MOVE WS-CONTROL-DEPOSITO TO
                       WS-PRB-CONTROL(WS-PRB-IDX)
                   MOVE WS-CTA-DEPOSITOS TO WS-PRB-CUENTA(WS-PRB-IDX)
                   PERFORM INICIAR-PRUEBA
                   ADD 1 TO WS-CANT-PRUEBA
                   SET WS-PRB-IDX TO WS-CANT-PRUEBA
                   MOVE WS-CONTROL-ESCHEAT TO
                       WS-PRB-CONTROL(WS-PRB-IDX)
                   MOVE WS-CTA-ESCHEAT TO WS-PRB-CUENTA(WS-PRB-IDX)
                   PERFORM INICIAR-PRUEBA
                   PERFORM LOCALIZAR-PRUEBA
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF.

       LOCALIZAR-PRUEBA.
           MOVE 'N' TO WS-PRB-HALLADA
           IF WS-CANT-PRUEBA > 0
               SET WS-PRB-IDX TO 1
               SEARCH WS-PRB-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PRB-MONEDA(WS-PRB-IDX) = WS-BUS-MONEDA AND
                        WS-PRB-CONTROL(WS-PRB-IDX) = WS-BUS-CONTROL
                       MOVE 'S' TO WS-PRB-HALLADA
               END-SEARCH
           END-IF.

       INICIAR-PRUEBA.
           MOVE WS-BUS-MONEDA TO WS-PRB-MONEDA(WS-PRB-IDX)
           MOVE ZERO TO WS-PRB-APE-FECHA(WS-PRB-IDX)
               WS-PRB-APE-SALDO(WS-PRB-IDX)
               WS-PRB-APE-DIF(WS-PRB-IDX)
               WS-PRB-APE-QUIEBRE(WS-PRB-IDX)
               WS-PRB-MOV-DEBE(WS-PRB-IDX)
               WS-PRB-MOV-HABER(WS-PRB-IDX)
               WS-PRB-SALDO-MAYOR(WS-PRB-IDX)
               WS-PRB-SALDO-AUX(WS-PRB-IDX)
               WS-PRB-DIFERENCIA(WS-PRB-IDX)
               WS-PRB-QUIEBRE(WS-PRB-IDX).

       SUMAR-MAESTRO.
      *    EL AUXILIAR DE DEPOSITOS ES EL SALDO DE TODAS LAS CUENTAS
      *    DEL MAESTRO, CON SU SIGNO (UN SOBREGIRO RESTA), POR
      *    CLI-MONEDA; UNA CUENTA SIN MONEDA ES DE LA BASE, MISMO
      *    CRITERIO QUE PSA01 AL ASENTARLA
           MOVE WS-CONTROL-DEPOSITO TO WS-BUS-CONTROL
           PERFORM UNTIL EOF-CLIMAST = 'S'
               READ CLIMASTER NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-CLIMAST
                   NOT AT END
                       ADD 1 TO COUNT-CUENTAS
                       MOVE CLI-MONEDA TO WS-BUS-MONEDA
                       PERFORM BUSCAR-PRUEBA
                       IF WS-PRB-HALLADA = 'S'
                           ADD CLI-SALDO TO
                               WS-PRB-SALDO-AUX(WS-PRB-IDX)
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-ESCHEAT.
      *    EL AUXILIAR DE ESCHEAT ES LO TRASLADADO SEGUN LAS
      *    CONSTANCIAS DE PSA04 HASTA HOY; COMO EL ASIENTO DE PSA04,
      *    SOLO CUENTAN LOS TRASLADOS DE SALDO POSITIVO. UNA CONSTANCIA
      *    SIN MONEDA ES ANTERIOR A QUE LA LLEVARA: VALE LA DE LA
      *    CUENTA EN EL MAESTRO
           MOVE WS-CONTROL-ESCHEAT TO WS-BUS-CONTROL
           OPEN INPUT FESCHEAT
           IF FS-FESCHEAT = '00'
               PERFORM UNTIL WS-ESCHEAT-EOF = 'S'
                   READ FESCHEAT
                       AT END
                           MOVE 'S' TO WS-ESCHEAT-EOF
                       NOT AT END
                           PERFORM SUMAR-CONSTANCIA
                   END-READ
               END-PERFORM
               CLOSE FESCHEAT
           END-IF.

       SUMAR-CONSTANCIA.
           MOVE SPACES TO WS-CON-TIPO WS-CON-CLI WS-CON-NOMBRE
               WS-CON-MONTO-CAMPO WS-CON-FECHA WS-CON-MONEDA
           UNSTRING ESCHEAT-REGISTER DELIMITED BY '|'
               INTO WS-CON-TIPO WS-CON-CLI WS-CON-NOMBRE
                    WS-CON-MONTO-CAMPO WS-CON-FECHA WS-CON-MONEDA
           END-UNSTRING
           MOVE WS-CON-MONTO-CAMPO(7:8) TO WS-CON-MONTO-X
           IF WS-CON-TIPO NOT = 'ESCHEAT' OR
              WS-CON-MONTO-CAMPO(1:6) NOT = 'MONTO:' OR
              WS-CON-MONTO IS NOT NUMERIC OR
              WS-CON-FECHA-NUM IS NOT NUMERIC
               ADD 1 TO COUNT-CONST-INVALIDAS
               DISPLAY "CONSTANCIA DE ESCHEAT INVALIDA: "
                   ESCHEAT-REGISTER(1:60)
           ELSE
               IF WS-CON-FECHA-NUM <= WS-FECHA-NEGOCIO AND
                  WS-CON-MONTO > 0
                   ADD 1 TO COUNT-CONSTANCIAS
                   IF WS-CON-MONEDA = SPACES
                       MOVE WS-CON-CLI TO CLI-ID
                       READ CLIMASTER
                           INVALID KEY
                               MOVE SPACES TO CLI-MONEDA
                       END-READ
                       MOVE CLI-MONEDA TO WS-CON-MONEDA
                   END-IF
                   MOVE WS-CON-MONEDA TO WS-BUS-MONEDA
                   PERFORM BUSCAR-PRUEBA
                   IF WS-PRB-HALLADA = 'S'
                       ADD WS-CON-MONTO TO WS-PRB-SALDO-AUX(WS-PRB-IDX)
                   END-IF
               END-IF
           END-IF.

       RODAR-MAYOR.
      *    SUMA A CADA CUENTA DE CONTROL LOS ASIENTOS FECHADOS DESPUES
      *    DE SU APERTURA Y HASTA HOY (NORMALMENTE SOLO LOS DE HOY; MAS
      *    SI HUBO DIAS SIN PRUEBA), Y ANOTA LOS LOTES QUE LOS GRABARON
           OPEN INPUT FGLJOUR
           IF FS-FGLJOUR = '00'
               PERFORM UNTIL WS-GLJOUR-EOF = 'S'
                   READ FGLJOUR
                       AT END
                           MOVE 'S' TO WS-GLJOUR-EOF
                       NOT AT END
                           ADD 1 TO COUNT-ASIENTOS-LEIDOS
                           PERFORM INTERPRETAR-ASIENTO
                   END-READ
               END-PERFORM
               CLOSE FGLJOUR
           ELSE
               DISPLAY "asientos_gl.txt NO DISPONIBLE FS: " FS-FGLJOUR
           END-IF.

       INTERPRETAR-ASIENTO.
           MOVE SPACES TO WS-ASI-LOTE WS-ASI-FECHA WS-ASI-CATEGORIA
               WS-ASI-CUENTA WS-ASI-SENTIDO WS-ASI-MONTO-DIG
               WS-ASI-MONEDA
           UNSTRING GLJOUR-REGISTER DELIMITED BY '|'
               INTO WS-ASI-LOTE WS-ASI-FECHA WS-ASI-CATEGORIA
                    WS-ASI-CUENTA WS-ASI-SENTIDO WS-ASI-MONTO-DIG
                    WS-ASI-MONEDA
           END-UNSTRING
      *    EL ESCHEAT QUE PSA04 GRABABA ANTES NO TRAIA EL CAMPO DE
      *    FECHA (LA FECHA VA EN EL LOTE 'PSA04-AAAAMMDD') NI MONEDA
           IF WS-ASI-FECHA-NUM IS NOT NUMERIC AND
              WS-ASI-LOTE(1:6) = 'PSA04-'
               MOVE SPACES TO WS-ASI-CATEGORIA WS-ASI-CUENTA
                   WS-ASI-SENTIDO WS-ASI-MONTO-DIG WS-ASI-MONEDA
               UNSTRING GLJOUR-REGISTER DELIMITED BY '|'
                   INTO WS-ASI-LOTE WS-ASI-CATEGORIA WS-ASI-CUENTA
                        WS-ASI-SENTIDO WS-ASI-MONTO-DIG
               END-UNSTRING
               MOVE WS-ASI-LOTE(7:8) TO WS-ASI-FECHA
           END-IF
      *    EL RENGLON DE CUADRE DE CADA LOTE NO ES UN ASIENTO
           IF WS-ASI-CATEGORIA = 'CUADRE'
               CONTINUE
           ELSE
               IF WS-ASI-FECHA-NUM IS NOT NUMERIC OR
                  WS-ASI-MONTO-DIG IS NOT NUMERIC OR
                  (WS-ASI-SENTIDO NOT = 'D' AND
                   WS-ASI-SENTIDO NOT = 'H')
                   ADD 1 TO COUNT-ASIENTOS-INVALIDOS
                   DISPLAY "RENGLON DEL DIARIO INVALIDO: "
                       GLJOUR-REGISTER(1:60)
               ELSE
                   IF WS-ASI-CUENTA = WS-CTA-DEPOSITOS OR
                      WS-ASI-CUENTA = WS-CTA-ESCHEAT
                       PERFORM APLICAR-ASIENTO-CONTROL
                   END-IF
               END-IF
           END-IF.

       APLICAR-ASIENTO-CONTROL.
           IF WS-ASI-CUENTA = WS-CTA-DEPOSITOS
               MOVE WS-CONTROL-DEPOSITO TO WS-BUS-CONTROL
           ELSE
               MOVE WS-CONTROL-ESCHEAT TO WS-BUS-CONTROL
           END-IF
           MOVE WS-ASI-MONEDA TO WS-BUS-MONEDA
           PERFORM BUSCAR-PRUEBA
           IF WS-PRB-HALLADA = 'S'
               IF WS-ASI-FECHA-NUM > WS-PRB-APE-FECHA(WS-PRB-IDX) AND
                  WS-ASI-FECHA-NUM <= WS-FECHA-NEGOCIO
                   ADD 1 TO COUNT-ASIENTOS-CONTROL
                   IF WS-ASI-SENTIDO = 'D'
                       ADD WS-ASI-MONTO-TRANSITO TO
                           WS-PRB-MOV-DEBE(WS-PRB-IDX)
                   ELSE
                       ADD WS-ASI-MONTO-TRANSITO TO
                           WS-PRB-MOV-HABER(WS-PRB-IDX)
                   END-IF
                   PERFORM ANOTAR-LOTE
               END-IF
           END-IF.

       ANOTAR-LOTE.
           MOVE 'N' TO WS-LOT-HALLADO
           IF WS-CANT-LOTES > 0
               SET WS-LOT-IDX TO 1
               SEARCH WS-LOT-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-LOT-LOTE(WS-LOT-IDX) = WS-ASI-LOTE AND
                        WS-LOT-FECHA(WS-LOT-IDX) = WS-ASI-FECHA-NUM AND
                        WS-LOT-MONEDA(WS-LOT-IDX) = WS-BUS-MONEDA AND
                        WS-LOT-CONTROL(WS-LOT-IDX) = WS-BUS-CONTROL
                       MOVE 'S' TO WS-LOT-HALLADO
               END-SEARCH
           END-IF
           IF WS-LOT-HALLADO = 'N'
               IF WS-CANT-LOTES < 2000
                   ADD 1 TO WS-CANT-LOTES
                   SET WS-LOT-IDX TO WS-CANT-LOTES
                   MOVE WS-ASI-LOTE TO WS-LOT-LOTE(WS-LOT-IDX)
                   MOVE WS-ASI-FECHA-NUM TO WS-LOT-FECHA(WS-LOT-IDX)
                   MOVE WS-BUS-MONEDA TO WS-LOT-MONEDA(WS-LOT-IDX)
                   MOVE WS-BUS-CONTROL TO WS-LOT-CONTROL(WS-LOT-IDX)
                   MOVE ZERO TO WS-LOT-DEBE(WS-LOT-IDX)
                       WS-LOT-HABER(WS-LOT-IDX)
                   MOVE 'S' TO WS-LOT-HALLADO
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF
           IF WS-LOT-HALLADO = 'S'
               IF WS-ASI-SENTIDO = 'D'
                   ADD WS-ASI-MONTO-TRANSITO TO WS-LOT-DEBE(WS-LOT-IDX)
               ELSE
                   ADD WS-ASI-MONTO-TRANSITO TO WS-LOT-HABER(WS-LOT-IDX)
               END-IF
           END-IF.

       CALCULAR-PRUEBA.
      *    SALDO DEL MAYOR = APERTURA + HABER - DEBE (NATURALEZA
      *    ACREEDORA). UN QUIEBRE QUE YA VENIA CONSERVA SU FECHA DE
      *    INICIO; SI LA DIFERENCIA CAMBIO HOY, ALGO NUEVO LA MOVIO
           COMPUTE WS-PRB-SALDO-MAYOR(WS-PRB-IDX) =
               WS-PRB-APE-SALDO(WS-PRB-IDX)
               + WS-PRB-MOV-HABER(WS-PRB-IDX)
               - WS-PRB-MOV-DEBE(WS-PRB-IDX)
           COMPUTE WS-PRB-DIFERENCIA(WS-PRB-IDX) =
               WS-PRB-SALDO-MAYOR(WS-PRB-IDX)
               - WS-PRB-SALDO-AUX(WS-PRB-IDX)
           MOVE ZERO TO WS-PRB-QUIEBRE(WS-PRB-IDX)
           IF WS-PRB-DIFERENCIA(WS-PRB-IDX) NOT = 0
               ADD 1 TO COUNT-QUIEBRES
               IF WS-PRB-APE-DIF(WS-PRB-IDX) NOT = 0 AND
                  WS-PRB-APE-QUIEBRE(WS-PRB-IDX) > 0
                   MOVE WS-PRB-APE-QUIEBRE(WS-PRB-IDX) TO
                       WS-PRB-QUIEBRE(WS-PRB-IDX)
               ELSE
                   MOVE WS-FECHA-NEGOCIO TO WS-PRB-QUIEBRE(WS-PRB-IDX)
               END-IF
               IF WS-PRB-DIFERENCIA(WS-PRB-IDX) NOT =
                  WS-PRB-APE-DIF(WS-PRB-IDX)
                   ADD 1 TO COUNT-QUIEBRES-NUEVOS
               END-IF
           END-IF.

       GRABAR-CABECERA-REPORTE.
           MOVE SPACES TO REPORTE-REGISTER
           STRING "PRUEBA DEL MAYOR CONTRA EL AUXILIAR DE CLIENTES AL "
               DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "MON CONTROL  CUENTA   APERTURA SALDO APERTURA"
               DELIMITED BY SIZE
               "  MOVIMIENTO NETO    SALDO MAYOR SALDO AUXILIAR"
               DELIMITED BY SIZE
               "     DIFERENCIA QUIEBRE  ESTADO" DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-DETALLE-PRUEBA.
           COMPUTE WS-MOVIMIENTO = WS-PRB-MOV-HABER(WS-PRB-IDX)
               - WS-PRB-MOV-DEBE(WS-PRB-IDX)
           PERFORM DETERMINAR-ESTADO
           MOVE WS-PRB-APE-SALDO(WS-PRB-IDX) TO WS-SALDO-DISP
           MOVE WS-MOVIMIENTO TO WS-SALDO-DISP2
           MOVE WS-PRB-SALDO-MAYOR(WS-PRB-IDX) TO WS-SALDO-DISP3
           MOVE WS-PRB-SALDO-AUX(WS-PRB-IDX) TO WS-SALDO-DISP4
           MOVE WS-PRB-DIFERENCIA(WS-PRB-IDX) TO WS-SALDO-DISP5
           MOVE SPACES TO REPORTE-REGISTER
           STRING WS-PRB-MONEDA(WS-PRB-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRB-CONTROL(WS-PRB-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRB-CUENTA(WS-PRB-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRB-APE-FECHA(WS-PRB-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALDO-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALDO-DISP2 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALDO-DISP3 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALDO-DISP4 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALDO-DISP5 DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRB-QUIEBRE(WS-PRB-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESTADO DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       DETERMINAR-ESTADO.
      *    CUADRA, QUIEBRE (EL MISMO DE LA APERTURA) O *QUIEBRE NUEVO*
      *    (LA DIFERENCIA APARECIO O CAMBIO DESDE LA APERTURA)
           COMPUTE WS-VARIACION = WS-PRB-DIFERENCIA(WS-PRB-IDX)
               - WS-PRB-APE-DIF(WS-PRB-IDX)
           IF WS-PRB-DIFERENCIA(WS-PRB-IDX) = 0
               MOVE "CUADRA" TO WS-ESTADO
           ELSE
               IF WS-VARIACION = 0
                   MOVE "QUIEBRE" TO WS-ESTADO
               ELSE
                   MOVE "*QUIEBRE NUEVO" TO WS-ESTADO
               END-IF
           END-IF.

       GRABAR-DETALLE-QUIEBRE.
      *    CADA QUIEBRE CON LO QUE CAMBIO DESDE LA APERTURA Y LOS LOTES
      *    QUE ASENTARON EN LA CUENTA EN ESE LAPSO; SIN LOTES Y CON
      *    VARIACION, EL AUXILIAR SE MOVIO POR FUERA DEL MAYOR
           PERFORM DETERMINAR-ESTADO
           MOVE WS-PRB-DIFERENCIA(WS-PRB-IDX) TO WS-SALDO-DISP
           MOVE WS-VARIACION TO WS-SALDO-DISP2
           MOVE SPACES TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "QUIEBRE " DELIMITED BY SIZE
               WS-PRB-MONEDA(WS-PRB-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PRB-CONTROL(WS-PRB-IDX) DELIMITED BY SIZE
               " CUENTA " DELIMITED BY SIZE
               WS-PRB-CUENTA(WS-PRB-IDX) DELIMITED BY SIZE
               " DIFERENCIA:" DELIMITED BY SIZE
               WS-SALDO-DISP DELIMITED BY SIZE
               " VARIACION DESDE LA APERTURA:" DELIMITED BY SIZE
               WS-SALDO-DISP2 DELIMITED BY SIZE
               " DESDE " DELIMITED BY SIZE
               WS-PRB-QUIEBRE(WS-PRB-IDX) DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "  LOTES QUE ASENTARON EN LA CUENTA DESPUES DEL "
               DELIMITED BY SIZE
               WS-PRB-APE-FECHA(WS-PRB-IDX) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE ZERO TO WS-LOTES-LISTADOS
           PERFORM VARYING WS-LOT-IDX FROM 1 BY 1
               UNTIL WS-LOT-IDX > WS-CANT-LOTES
               IF WS-LOT-MONEDA(WS-LOT-IDX) = WS-PRB-MONEDA(WS-PRB-IDX)
                  AND WS-LOT-CONTROL(WS-LOT-IDX) =
                      WS-PRB-CONTROL(WS-PRB-IDX)
                   PERFORM GRABAR-DETALLE-LOTE
               END-IF
           END-PERFORM
           IF WS-LOTES-LISTADOS = 0
               MOVE SPACES TO REPORTE-REGISTER
               IF WS-VARIACION = 0
                   MOVE "  NINGUNO: QUIEBRE ARRASTRADO, SIN CAMBIOS"
                       TO REPORTE-REGISTER
               ELSE
                   MOVE "  NINGUNO: EL AUXILIAR CAMBIO FUERA DEL MAYOR"
                       TO REPORTE-REGISTER
               END-IF
               WRITE REPORTE-REGISTER
           END-IF.

       GRABAR-DETALLE-LOTE.
           ADD 1 TO WS-LOTES-LISTADOS
           MOVE WS-LOT-DEBE(WS-LOT-IDX) TO WS-MONTO-DISP
           MOVE WS-LOT-HABER(WS-LOT-IDX) TO WS-MONTO-DISP2
           MOVE SPACES TO REPORTE-REGISTER
           STRING "  " DELIMITED BY SIZE
               WS-LOT-LOTE(WS-LOT-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-LOT-FECHA(WS-LOT-IDX) DELIMITED BY SIZE
               " DEBE:" DELIMITED BY SIZE
               WS-MONTO-DISP DELIMITED BY SIZE
               " HABER:" DELIMITED BY SIZE
               WS-MONTO-DISP2 DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GUARDAR-HISTORIA.
      *    MISMO PATRON "CREAR SI NO EXISTE"/OPEN EXTEND QUE
      *    asientos_gl.txt
           OPEN EXTEND FHISTORIA
           IF FS-FHISTORIA = '35'
               OPEN OUTPUT FHISTORIA
               CLOSE FHISTORIA
               OPEN EXTEND FHISTORIA
           END-IF
           PERFORM VARYING WS-PRB-IDX FROM 1 BY 1
               UNTIL WS-PRB-IDX > WS-CANT-PRUEBA
               MOVE SPACES TO REG-PRUEBA
               MOVE WS-FECHA-NEGOCIO TO PRM-FECHA
               MOVE WS-PRB-MONEDA(WS-PRB-IDX) TO PRM-MONEDA
               MOVE WS-PRB-CONTROL(WS-PRB-IDX) TO PRM-CONTROL
               MOVE WS-PRB-CUENTA(WS-PRB-IDX) TO PRM-CUENTA
               MOVE WS-PRB-SALDO-MAYOR(WS-PRB-IDX) TO PRM-SALDO-MAYOR
               MOVE WS-PRB-SALDO-AUX(WS-PRB-IDX) TO PRM-SALDO-AUXILIAR
               MOVE WS-PRB-DIFERENCIA(WS-PRB-IDX) TO PRM-DIFERENCIA
               MOVE WS-PRB-QUIEBRE(WS-PRB-IDX) TO PRM-QUIEBRE-DESDE
               WRITE REG-PRUEBA
           END-PERFORM
           CLOSE FHISTORIA.
       END PROGRAM PSA21.
