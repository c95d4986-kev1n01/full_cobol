      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Daily treasury liquidity position, per currency:
      *           total deposits and overdrawn exposure from CLIMAST,
      *           inflows, outflows and net flow by channel plus the
      *           ten largest withdrawals and outgoing transfers from
      *           the movements PSA01 posted to MOVHIST.dat on the
      *           business date, and the outflows already scheduled for
      *           the next N days in ordenes_permanentes.dat and
      *           movimientos_pendientes.dat. Each figure is compared
      *           with the previous business day and with the same day
      *           of the previous month, taken from the figures this
      *           program keeps in liquidez_diaria.dat. Amounts only,
      *           on a single page
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA22.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * HISTORICO INDEXADO ESCRITO POR PSA01 (VER GRABAR-MOVHIST);
      * SE RECORRE COMPLETO TOMANDO LO DE LA FECHA DE NEGOCIO
           SELECT MOVHIST ASSIGN TO 'MOVHIST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MHX-KEY
               FILE STATUS IS FS-MOVHIST.
      * MAESTRO DE CLIENTES: RECORRIDO COMPLETO PARA LOS SALDOS Y POR
      * CLAVE PARA LA MONEDA DE UNA ORDEN O PENDIENTE QUE NO LA TRAE
           SELECT CLIMASTER ASSIGN TO 'CLIMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS CLIMASTER-STATUS.
      * ORDENES PERMANENTES DE PSA01 (MISMO LAYOUT QUE ORDEN-REGISTER
      * EN status_accounts_customers.cbl); OPCIONAL
           SELECT FORDENES ASSIGN TO 'ordenes_permanentes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FORDENES.
      * COLA DE MOVIMIENTOS CON FECHA FUTURA DE PSA01; OPCIONAL
           SELECT FPENDIENTES ASSIGN TO 'movimientos_pendientes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPENDIENTES.
      * CIFRAS DE CADA CORRIDA: UN RENGLON POR FECHA, MONEDA Y
      * CONCEPTO; CRECE ENTRE CORRIDAS. LAS COMPARACIONES SOLO LEEN
      * FECHAS ANTERIORES A LA DE NEGOCIO, ASI QUE REPETIR UNA FECHA
      * NO ALTERA NADA; ENTRE RENGLONES DE LA MISMA FECHA VALE EL
      * ULTIMO
           SELECT FHISTORIA ASSIGN TO 'liquidez_diaria.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FHISTORIA.
      * REPORTE PARA TESORERIA, LIQUIDEZ_<FECHA>.txt; SE REESCRIBE
      * POR CORRIDA
           SELECT FREPORTE ASSIGN TO WS-NOM-FREPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREPORTE.
      * PARM-CARD DE PSA01: LA FECHA DE NEGOCIO DEBE SER LA MISMA CON
      * QUE SE POSTEO MOVHIST
           SELECT FILPARM ASSIGN TO 'PARMPSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.
      * PARM-CARD DE PSA22; MISMO ESTILO POSICIONAL QUE PARMPSA01.txt
           SELECT FPARM22 ASSIGN TO 'PARMPSA22.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPARM22.

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

       FD FORDENES.
       01 ORDEN-REGISTER.
           02 ORD-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 ORD-NOMBRE           PIC X(20).
           02 FILLER               PIC X(01).
           02 ORD-TIPO             PIC X(01). *> D/R/T
           02 FILLER               PIC X(01).
      *    MONTO EN 7 DIGITOS SIN PUNTO, IGUAL QUE movimientos.dat
           02 ORD-MONTO-DIGITOS    PIC 9(07).
           02 ORD-MONTO REDEFINES ORD-MONTO-DIGITOS PIC 9(05)V99.
           02 FILLER               PIC X(01).
           02 ORD-CAMPO5           PIC X(07). *> DESTINO SI TIPO = T
           02 FILLER               PIC X(01).
           02 ORD-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
           02 ORD-FRECUENCIA       PIC X(01). *> S = SEMANAL,
                                             *> Q = QUINCENAL,
                                             *> M = MENSUAL
           02 FILLER               PIC X(01).
           02 ORD-PROX-FECHA       PIC 9(08). *> PROXIMO VENCIMIENTO
           02 FILLER               PIC X(01).
           02 ORD-ESTADO           PIC X(01). *> S = SUSPENDIDA

      * MISMO RENGLON DE movimientos.dat: CLIENTE|NOMBRE|TIPO|MONTO|
      * CAMPO5|FECHA|MONEDA|...
       FD FPENDIENTES.
       01 PENDIENTE-REGISTER       PIC X(100).

      * COLUMNAS FIJAS SEPARADAS POR UN ESPACIO
       FD FHISTORIA.
       01 REG-LIQUIDEZ.
           02 LQH-FECHA            PIC 9(08).
           02 FILLER               PIC X(01).
           02 LQH-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
      *    POSICION DEL CONCEPTO EN EL REPORTE
           02 LQH-ORDEN            PIC 9(02).
           02 FILLER               PIC X(01).
           02 LQH-CONCEPTO         PIC X(20).
           02 FILLER               PIC X(01).
           02 LQH-MONTO            PIC S9(11)V99
                                   SIGN IS LEADING SEPARATE.

       FD FREPORTE.
       01 REPORTE-REGISTER         PIC X(132).

       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA

       FD FPARM22.
       01 REG-PARM-PSA22.
      *    DIAS HACIA ADELANTE DE LA PROYECCION DE SALIDAS PROGRAMADAS
      *    (0 = 7)
           02 PARM-DIAS-PROYECCION PIC 9(03).

       WORKING-STORAGE SECTION.
       01 FS-MOVHIST               PIC XX.
       01 CLIMASTER-STATUS         PIC XX.
       01 FS-FORDENES              PIC XX.
       01 FS-FPENDIENTES           PIC XX.
       01 FS-FHISTORIA             PIC XX.
       01 FS-FREPORTE              PIC XX.
       01 FS-FILPARM               PIC XX.
       01 FS-FPARM22               PIC XX.
       01 EOF-MOVHIST              PIC X VALUE 'N'.
       01 EOF-CLIMAST              PIC X VALUE 'N'.
       01 WS-ORDENES-EOF           PIC X VALUE 'N'.
       01 WS-PEND-EOF              PIC X VALUE 'N'.
       01 WS-HISTORIA-EOF          PIC X VALUE 'N'.

       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-MONEDA-BASE           PIC X(03) VALUE 'CRC'.
       01 WS-DIAS-PROYECCION       PIC 9(03) VALUE 7.
       01 WS-FECHA-INT             PIC 9(08).
       01 WS-FECHA-LIMITE          PIC 9(08).
      * FECHAS DE COMPARACION: EL ULTIMO DIA CON CIFRAS ANTES DE HOY Y
      * EL ULTIMO DIA CON CIFRAS HASTA EL MISMO DIA DEL MES ANTERIOR
      * (UN DIA 29/30/31 QUE NO EXISTE EN ESE MES SE COMPARA IGUAL, Y
      * TOMA EL ULTIMO DIA HABIL DEL MES); CERO = SIN HISTORIA
       01 WS-FECHA-ANTERIOR        PIC 9(08) VALUE ZERO.
       01 WS-FECHA-MES-OBJETIVO    PIC 9(08).
       01 WS-FECHA-MES-OBJ-R REDEFINES WS-FECHA-MES-OBJETIVO.
           02 WS-FMO-AAAA          PIC 9(04).
           02 WS-FMO-MM            PIC 9(02).
           02 WS-FMO-DD            PIC 9(02).
       01 WS-FECHA-MES-ANTERIOR    PIC 9(08) VALUE ZERO.

      * CONCEPTOS DEL REPORTE, EN SU ORDEN DE APARICION
       01 WS-CON-DEPOSITOS         PIC X(20) VALUE 'DEPOSITOS'.
       01 WS-CON-SOBREGIROS        PIC X(20) VALUE 'SOBREGIROS'.
       01 WS-CON-ENTRADAS          PIC X(20) VALUE 'ENTRADAS DEL DIA'.
       01 WS-CON-SALIDAS           PIC X(20) VALUE 'SALIDAS DEL DIA'.
       01 WS-CON-NETO              PIC X(20) VALUE 'FLUJO NETO DEL DIA'.
       01 WS-CON-DIEZ-MAYORES      PIC X(20)
                                   VALUE 'DIEZ MAYORES SALIDAS'.
       01 WS-CON-PROG-ORDENES      PIC X(20)
                                   VALUE 'PROGRAMADO ORDENES'.
       01 WS-CON-PROG-PENDIENTES   PIC X(20)
                                   VALUE 'PROGRAMADO PENDIENTE'.
      * EL NETO DE CADA CANAL VA COMO 'NETO CANAL <CANAL>' ENTRE EL
      * FLUJO NETO Y LAS DIEZ MAYORES SALIDAS
       01 WS-CON-CANAL.
           02 FILLER               PIC X(11) VALUE 'NETO CANAL '.
           02 WS-CON-CANAL-NOMBRE  PIC X(06).
           02 FILLER               PIC X(03) VALUE SPACES.

      * MONEDAS CON ACTIVIDAD O SALDO, CON SUS DIEZ MAYORES SALIDAS
      * DEL DIA ORDENADAS DE MAYOR A MENOR
       01 WS-CANT-MONEDAS          PIC 9(02) COMP VALUE ZERO.
       01 WS-TABLA-MONEDAS.
           02 WS-MON-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-CANT-MONEDAS
               INDEXED BY WS-MON-IDX.
               03 WS-MON-MONEDA      PIC X(03).
               03 WS-MON-CANT-TOP    PIC 9(02) COMP.
               03 WS-MON-TOP OCCURS 10 TIMES.
                   04 WS-MON-TOP-TIPO  PIC X(01).
                   04 WS-MON-TOP-MONTO PIC 9(05)V99.
       01 WS-TOP-POS               PIC 9(02) COMP.
       01 WS-TOP-SUB               PIC 9(02) COMP.
       01 WS-TOP-UBICADA           PIC X(01).
       01 WS-TOP-SUMA              PIC 9(11)V99.

      * UNA CIFRA POR MONEDA Y CONCEPTO: LA DE HOY Y LAS DOS DE
      * COMPARACION
       01 WS-CANT-FIGURAS          PIC 9(03) COMP VALUE ZERO.
       01 WS-TABLA-FIGURAS.
           02 WS-FIG-ENTRY OCCURS 1 TO 400 TIMES
               DEPENDING ON WS-CANT-FIGURAS
               INDEXED BY WS-FIG-IDX.
               03 WS-FIG-CLAVE.
                   04 WS-FIG-MONEDA    PIC X(03).
                   04 WS-FIG-ORDEN     PIC 9(02).
                   04 WS-FIG-CONCEPTO  PIC X(20).
               03 WS-FIG-HOY         PIC S9(11)V99.
               03 WS-FIG-ANTERIOR    PIC S9(11)V99.
               03 WS-FIG-MES         PIC S9(11)V99.
       01 WS-BUS-MONEDA            PIC X(03).
       01 WS-BUS-ORDEN             PIC 9(02).
       01 WS-BUS-CONCEPTO          PIC X(20).
       01 WS-GUARDA-CONCEPTO       PIC X(20).
       01 WS-GUARDA-ORDEN          PIC 9(02).
       01 WS-FIG-HALLADA           PIC X(01).
       01 WS-MON-HALLADA           PIC X(01).
       01 WS-TABLAS-LLENAS         PIC X VALUE 'N'.
       01 WS-MONTO                 PIC S9(11)V99.
       01 WS-CANAL                 PIC X(06).

      * PROYECCION DE UNA ORDEN PERMANENTE
       01 WS-OCURRENCIA            PIC 9(08).
       01 WS-OCU-R REDEFINES WS-OCURRENCIA.
           02 WS-OCU-AAAA          PIC 9(04).
           02 WS-OCU-MM            PIC 9(02).
           02 WS-OCU-DD            PIC 9(02).
       01 WS-VUELTAS               PIC 9(03).
       01 WS-CLI-BUSCADO           PIC X(05).

      * CAMPOS DE UN RENGLON DE movimientos_pendientes.dat
       01 WS-PEN-CLI               PIC X(05).
       01 WS-PEN-NOMBRE            PIC X(20).
       01 WS-PEN-TIPO              PIC X(01).
       01 WS-PEN-MONTO-X           PIC X(07).
       01 WS-PEN-MONTO REDEFINES WS-PEN-MONTO-X PIC 9(05)V99.
       01 WS-PEN-CAMPO5            PIC X(07).
       01 WS-PEN-FECHA             PIC X(08).
       01 WS-PEN-FECHA-NUM REDEFINES WS-PEN-FECHA PIC 9(08).
       01 WS-PEN-MONEDA            PIC X(03).

       01 WS-NOM-FREPORTE          PIC X(40) VALUE SPACES.
       01 WS-MONEDA-IMPRESA        PIC X(03) VALUE SPACES.
       01 WS-VARIACION             PIC S9(11)V99.
       01 WS-CIFRA-DISP            PIC -ZZZZZZZZZ9.99.
       01 WS-CIFRA-DISP2           PIC -ZZZZZZZZZ9.99.
       01 WS-CIFRA-DISP3           PIC -ZZZZZZZZZ9.99.
       01 WS-CIFRA-DISP4           PIC -ZZZZZZZZZ9.99.
       01 WS-CIFRA-DISP5           PIC -ZZZZZZZZZ9.99.
       01 WS-ANT-TXT               PIC X(29).
       01 WS-MES-TXT               PIC X(29).
       01 WS-TOP-DISP              PIC ZZZZ9.99.
       01 WS-TOP-PUNTERO           PIC 9(03).
       01 WS-DIAS-DISP             PIC ZZ9.

       01 COUNT-CUENTAS            PIC 9(7) VALUE 0.
       01 COUNT-MOVIMIENTOS        PIC 9(7) VALUE 0.
       01 COUNT-ORDENES            PIC 9(7) VALUE 0.
       01 COUNT-PENDIENTES         PIC 9(7) VALUE 0.
       01 COUNT-PEND-INVALIDOS     PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS
           PERFORM BUSCAR-FECHAS-COMPARACION

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
           PERFORM SUMAR-MAESTRO
           PERFORM SUMAR-MOVIMIENTOS
           PERFORM PROYECTAR-ORDENES
           PERFORM PROYECTAR-PENDIENTES
           CLOSE MOVHIST CLIMASTER

           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > WS-CANT-MONEDAS
               PERFORM SUMAR-DIEZ-MAYORES
           END-PERFORM
           PERFORM CARGAR-COMPARACION
           IF WS-CANT-FIGURAS > 0
               SORT WS-FIG-ENTRY ON ASCENDING KEY WS-FIG-CLAVE
           END-IF

           MOVE SPACES TO WS-NOM-FREPORTE
           STRING 'LIQUIDEZ_' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FREPORTE
           OPEN OUTPUT FREPORTE
           PERFORM GRABAR-CABECERA-REPORTE
           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
               UNTIL WS-FIG-IDX > WS-CANT-FIGURAS
               PERFORM GRABAR-DETALLE-FIGURA
           END-PERFORM
           IF WS-MONEDA-IMPRESA NOT = SPACES
               PERFORM GRABAR-DIEZ-MAYORES
           END-IF
           CLOSE FREPORTE

      *    CON LAS TABLAS LLENAS LAS CIFRAS ESTAN INCOMPLETAS Y NO
      *    DEBEN QUEDAR PARA COMPARAR
           IF WS-TABLAS-LLENAS = 'N'
               PERFORM GUARDAR-HISTORIA
           END-IF

           DISPLAY "CUENTAS DEL MAESTRO SUMADAS    : " COUNT-CUENTAS
           DISPLAY "MOVIMIENTOS DEL DIA EN MOVHIST : " COUNT-MOVIMIENTOS
           DISPLAY "VENCIMIENTOS DE ORDENES        : " COUNT-ORDENES
           DISPLAY "MOVIMIENTOS PENDIENTES         : " COUNT-PENDIENTES
           DISPLAY "PENDIENTES INVALIDOS           : "
               COUNT-PEND-INVALIDOS
           DISPLAY "REPORTE                        : " WS-NOM-FREPORTE
           IF WS-TABLAS-LLENAS = 'S'
               DISPLAY "CIFRAS INCOMPLETAS: DEMASIADAS MONEDAS O "
                   "CANALES, liquidez_diaria.dat NO SE ACTUALIZO"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF COUNT-PEND-INVALIDOS > 0
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

           MOVE SPACES TO REG-PARM-PSA22
           OPEN INPUT FPARM22
           IF FS-FPARM22 = '00'
               READ FPARM22
                   AT END
                       MOVE SPACES TO REG-PARM-PSA22
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE FPARM22
           END-IF
           IF PARM-DIAS-PROYECCION IS NUMERIC AND
              PARM-DIAS-PROYECCION > 0
               MOVE PARM-DIAS-PROYECCION TO WS-DIAS-PROYECCION
           END-IF
           COMPUTE WS-FECHA-INT =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
               + WS-DIAS-PROYECCION
           COMPUTE WS-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)

           MOVE WS-FECHA-NEGOCIO TO WS-FECHA-MES-OBJETIVO
           IF WS-FMO-MM = 01
               MOVE 12 TO WS-FMO-MM
               SUBTRACT 1 FROM WS-FMO-AAAA
           ELSE
               SUBTRACT 1 FROM WS-FMO-MM
           END-IF
           DISPLAY "FECHA DE NEGOCIO               : " WS-FECHA-NEGOCIO
           DISPLAY "SALIDAS PROGRAMADAS HASTA      : " WS-FECHA-LIMITE.

       BUSCAR-FECHAS-COMPARACION.
           OPEN INPUT FHISTORIA
           IF FS-FHISTORIA = '00'
               PERFORM UNTIL WS-HISTORIA-EOF = 'S'
                   READ FHISTORIA
                       AT END
                           MOVE 'S' TO WS-HISTORIA-EOF
                       NOT AT END
                           PERFORM EVALUAR-FECHA-HISTORIA
                   END-READ
               END-PERFORM
               CLOSE FHISTORIA
           END-IF
           DISPLAY "DIA ANTERIOR CON CIFRAS        : " WS-FECHA-ANTERIOR
           DISPLAY "DIA DEL MES ANTERIOR CON CIFRAS: "
               WS-FECHA-MES-ANTERIOR.

       EVALUAR-FECHA-HISTORIA.
           IF LQH-FECHA IS NUMERIC
               IF LQH-FECHA < WS-FECHA-NEGOCIO AND
                  LQH-FECHA > WS-FECHA-ANTERIOR
                   MOVE LQH-FECHA TO WS-FECHA-ANTERIOR
               END-IF
               IF LQH-FECHA <= WS-FECHA-MES-OBJETIVO AND
                  LQH-FECHA > WS-FECHA-MES-ANTERIOR
                   MOVE LQH-FECHA TO WS-FECHA-MES-ANTERIOR
               END-IF
           END-IF.

       SUMAR-MAESTRO.
      *    DEPOSITOS = SALDOS A FAVOR DEL CLIENTE; SOBREGIROS = LO QUE
      *    LAS CUENTAS EN NEGATIVO LE DEBEN AL BANCO, EN POSITIVO
           PERFORM UNTIL EOF-CLIMAST = 'S'
               READ CLIMASTER NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-CLIMAST
                   NOT AT END
                       ADD 1 TO COUNT-CUENTAS
                       MOVE CLI-MONEDA TO WS-BUS-MONEDA
                       IF CLI-SALDO < 0
                           MOVE WS-CON-SOBREGIROS TO WS-BUS-CONCEPTO
                           MOVE 02 TO WS-BUS-ORDEN
                           COMPUTE WS-MONTO = 0 - CLI-SALDO
                       ELSE
                           MOVE WS-CON-DEPOSITOS TO WS-BUS-CONCEPTO
                           MOVE 01 TO WS-BUS-ORDEN
                           MOVE CLI-SALDO TO WS-MONTO
                       END-IF
                       PERFORM SUMAR-FIGURA
               END-READ
           END-PERFORM.

       SUMAR-MOVIMIENTOS.
      *    LO POSTEADO CON FECHA DE NEGOCIO: UN "D" ENTRA, UN "R" O EL
      *    "T" DEL ORIGEN SALE (EL DESTINO DE UNA TRANSFERENCIA QUEDA
      *    COMO "D", ASI QUE UNA TRANSFERENCIA INTERNA EN LA MISMA
      *    MONEDA SE COMPENSA EN SU CANAL)
           PERFORM UNTIL EOF-MOVHIST = 'S'
               READ MOVHIST NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-MOVHIST
                   NOT AT END
                       IF MHX-FECHA = WS-FECHA-NEGOCIO AND
                          (MHX-TIPO = 'D' OR MHX-TIPO = 'R' OR
                           MHX-TIPO = 'T')
                           PERFORM SUMAR-MOVIMIENTO
                       END-IF
               END-READ
           END-PERFORM.

       SUMAR-MOVIMIENTO.
           ADD 1 TO COUNT-MOVIMIENTOS
           MOVE MHX-CANAL TO WS-CANAL
           IF WS-CANAL = SPACES
               MOVE 'SINCAN' TO WS-CANAL
           END-IF
           MOVE MHX-MONEDA TO WS-BUS-MONEDA
           MOVE MHX-MONTO TO WS-MONTO
           IF MHX-TIPO = 'D'
               MOVE WS-CON-ENTRADAS TO WS-BUS-CONCEPTO
               MOVE 03 TO WS-BUS-ORDEN
               PERFORM SUMAR-FIGURA
           ELSE
               MOVE WS-CON-SALIDAS TO WS-BUS-CONCEPTO
               MOVE 04 TO WS-BUS-ORDEN
               PERFORM SUMAR-FIGURA
               COMPUTE WS-MONTO = 0 - MHX-MONTO
               PERFORM REGISTRAR-DIEZ-MAYORES
           END-IF
           MOVE WS-CON-NETO TO WS-BUS-CONCEPTO
           MOVE 05 TO WS-BUS-ORDEN
           PERFORM SUMAR-FIGURA
           MOVE WS-CANAL TO WS-CON-CANAL-NOMBRE
           MOVE WS-CON-CANAL TO WS-BUS-CONCEPTO
           MOVE 10 TO WS-BUS-ORDEN
           PERFORM SUMAR-FIGURA.

       REGISTRAR-DIEZ-MAYORES.
      *    INSERTA LA SALIDA EN LA LISTA ORDENADA DE SU MONEDA SI CABE
      *    ENTRE LAS DIEZ MAYORES (WS-MON-IDX QUEDO EN SU MONEDA)
           IF WS-MON-HALLADA = 'S'
               MOVE 1 TO WS-TOP-POS
               MOVE 'N' TO WS-TOP-UBICADA
               PERFORM UNTIL WS-TOP-POS > WS-MON-CANT-TOP(WS-MON-IDX)
                   OR WS-TOP-UBICADA = 'S'
                   IF MHX-MONTO >
                      WS-MON-TOP-MONTO(WS-MON-IDX, WS-TOP-POS)
                       MOVE 'S' TO WS-TOP-UBICADA
                   ELSE
                       ADD 1 TO WS-TOP-POS
                   END-IF
               END-PERFORM
               IF WS-TOP-POS <= 10
                   IF WS-MON-CANT-TOP(WS-MON-IDX) < 10
                       ADD 1 TO WS-MON-CANT-TOP(WS-MON-IDX)
                   END-IF
                   PERFORM VARYING WS-TOP-SUB
                       FROM WS-MON-CANT-TOP(WS-MON-IDX) BY -1
                       UNTIL WS-TOP-SUB <= WS-TOP-POS
                       MOVE WS-MON-TOP(WS-MON-IDX, WS-TOP-SUB - 1) TO
                           WS-MON-TOP(WS-MON-IDX, WS-TOP-SUB)
                   END-PERFORM
                   MOVE MHX-TIPO TO
                       WS-MON-TOP-TIPO(WS-MON-IDX, WS-TOP-POS)
                   MOVE MHX-MONTO TO
                       WS-MON-TOP-MONTO(WS-MON-IDX, WS-TOP-POS)
               END-IF
           END-IF.

       PROYECTAR-ORDENES.
      *    CADA VENCIMIENTO DE UNA ORDEN DE DEBITO (R/T) VIGENTE QUE
      *    CAE DESPUES DE HOY Y DENTRO DEL HORIZONTE, AVANZANDO LA
      *    FECHA CON LA MISMA REGLA DE PSA01 (VER AVANZAR-PROXIMA-
      *    FECHA); EL TOPE DE VUELTAS ES EL MISMO DE PSA01
           OPEN INPUT FORDENES
           IF FS-FORDENES = '00'
               PERFORM UNTIL WS-ORDENES-EOF = 'S'
                   READ FORDENES
                       AT END
                           MOVE 'S' TO WS-ORDENES-EOF
                       NOT AT END
                           IF (ORD-TIPO = 'R' OR ORD-TIPO = 'T') AND
                              ORD-ESTADO NOT = 'S' AND
                              ORD-PROX-FECHA IS NUMERIC AND
                              ORD-MONTO-DIGITOS IS NUMERIC
                               PERFORM PROYECTAR-UNA-ORDEN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORDENES
           END-IF.

       PROYECTAR-UNA-ORDEN.
           MOVE ORD-MONEDA TO WS-BUS-MONEDA
           IF WS-BUS-MONEDA = SPACES
               MOVE ORD-CLI-ID TO WS-CLI-BUSCADO
               PERFORM BUSCAR-MONEDA-CLIENTE
           END-IF
           MOVE WS-CON-PROG-ORDENES TO WS-BUS-CONCEPTO
           MOVE 31 TO WS-BUS-ORDEN
           MOVE ORD-MONTO TO WS-MONTO
           MOVE ORD-PROX-FECHA TO WS-OCURRENCIA
           MOVE ZERO TO WS-VUELTAS
           PERFORM UNTIL WS-OCURRENCIA > WS-FECHA-LIMITE
               OR WS-VUELTAS >= 100
               ADD 1 TO WS-VUELTAS
               IF WS-OCURRENCIA > WS-FECHA-NEGOCIO
                   ADD 1 TO COUNT-ORDENES
                   PERFORM SUMAR-FIGURA
               END-IF
               PERFORM AVANZAR-OCURRENCIA
           END-PERFORM.

       AVANZAR-OCURRENCIA.
           EVALUATE ORD-FRECUENCIA
               WHEN 'S'
                   COMPUTE WS-FECHA-INT =
                       FUNCTION INTEGER-OF-DATE(WS-OCURRENCIA) + 7
                   COMPUTE WS-OCURRENCIA =
                       FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
               WHEN 'Q'
                   COMPUTE WS-FECHA-INT =
                       FUNCTION INTEGER-OF-DATE(WS-OCURRENCIA) + 15
                   COMPUTE WS-OCURRENCIA =
                       FUNCTION DATE-OF-INTEGER(WS-FECHA-INT)
               WHEN OTHER
                   IF WS-OCU-MM = 12
                       ADD 1 TO WS-OCU-AAAA
                       MOVE 01 TO WS-OCU-MM
                   ELSE
                       ADD 1 TO WS-OCU-MM
                   END-IF
                   IF WS-OCU-DD > 28
                       MOVE 28 TO WS-OCU-DD
                   END-IF
           END-EVALUATE.

       PROYECTAR-PENDIENTES.
      *    LOS DEBITOS (R/T) ENCOLADOS CON FECHA DENTRO DEL HORIZONTE
           OPEN INPUT FPENDIENTES
           IF FS-FPENDIENTES = '00'
               PERFORM UNTIL WS-PEND-EOF = 'S'
                   READ FPENDIENTES
                       AT END
                           MOVE 'S' TO WS-PEND-EOF
                       NOT AT END
                           PERFORM PROYECTAR-UN-PENDIENTE
                   END-READ
               END-PERFORM
               CLOSE FPENDIENTES
           END-IF.

       PROYECTAR-UN-PENDIENTE.
           MOVE SPACES TO WS-PEN-CLI WS-PEN-NOMBRE WS-PEN-TIPO
               WS-PEN-MONTO-X WS-PEN-CAMPO5 WS-PEN-FECHA WS-PEN-MONEDA
           UNSTRING PENDIENTE-REGISTER DELIMITED BY "|"
               INTO WS-PEN-CLI WS-PEN-NOMBRE WS-PEN-TIPO
                    WS-PEN-MONTO-X WS-PEN-CAMPO5 WS-PEN-FECHA
                    WS-PEN-MONEDA
           END-UNSTRING
           IF WS-PEN-MONTO IS NOT NUMERIC OR
              WS-PEN-FECHA-NUM IS NOT NUMERIC
               ADD 1 TO COUNT-PEND-INVALIDOS
               DISPLAY "PENDIENTE INVALIDO: " PENDIENTE-REGISTER(1:60)
           ELSE
               IF (WS-PEN-TIPO = 'R' OR WS-PEN-TIPO = 'T') AND
                  WS-PEN-FECHA-NUM > WS-FECHA-NEGOCIO AND
                  WS-PEN-FECHA-NUM <= WS-FECHA-LIMITE
                   ADD 1 TO COUNT-PENDIENTES
                   MOVE WS-PEN-MONEDA TO WS-BUS-MONEDA
                   IF WS-BUS-MONEDA = SPACES
                       MOVE WS-PEN-CLI TO WS-CLI-BUSCADO
                       PERFORM BUSCAR-MONEDA-CLIENTE
                   END-IF
                   MOVE WS-CON-PROG-PENDIENTES TO WS-BUS-CONCEPTO
                   MOVE 32 TO WS-BUS-ORDEN
                   MOVE WS-PEN-MONTO TO WS-MONTO
                   PERFORM SUMAR-FIGURA
               END-IF
           END-IF.

       BUSCAR-MONEDA-CLIENTE.
      *    SIN MONEDA EN EL RENGLON VALE LA DE LA CUENTA; SIN CUENTA O
      *    SIN MONEDA EN ELLA, LA BASE (VER REGISTRAR-MONEDA)
           MOVE WS-CLI-BUSCADO TO CLI-ID
           READ CLIMASTER
               INVALID KEY
                   MOVE SPACES TO CLI-MONEDA
           END-READ
           MOVE CLI-MONEDA TO WS-BUS-MONEDA.

       SUMAR-FIGURA.
           PERFORM BUSCAR-FIGURA
           IF WS-FIG-HALLADA = 'S'
               ADD WS-MONTO TO WS-FIG-HOY(WS-FIG-IDX)
           END-IF.

       BUSCAR-FIGURA.
      *    DEJA WS-FIG-IDX EN LA CIFRA DE WS-BUS-MONEDA/CONCEPTO,
      *    AGREGANDOLA EN CERO SI ES NUEVA
           PERFORM REGISTRAR-MONEDA
           MOVE 'N' TO WS-FIG-HALLADA
           IF WS-MON-HALLADA = 'S'
               PERFORM LOCALIZAR-FIGURA
               IF WS-FIG-HALLADA = 'N'
                   PERFORM AGREGAR-FIGURA
               END-IF
           END-IF.

       LOCALIZAR-FIGURA.
           MOVE 'N' TO WS-FIG-HALLADA
           IF WS-CANT-FIGURAS > 0
               SET WS-FIG-IDX TO 1
               SEARCH WS-FIG-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-FIG-MONEDA(WS-FIG-IDX) = WS-BUS-MONEDA AND
                        WS-FIG-CONCEPTO(WS-FIG-IDX) = WS-BUS-CONCEPTO
                       MOVE 'S' TO WS-FIG-HALLADA
               END-SEARCH
           END-IF.

       AGREGAR-FIGURA.
           IF WS-CANT-FIGURAS < 400
               ADD 1 TO WS-CANT-FIGURAS
               SET WS-FIG-IDX TO WS-CANT-FIGURAS
               MOVE WS-BUS-MONEDA TO WS-FIG-MONEDA(WS-FIG-IDX)
               MOVE WS-BUS-ORDEN TO WS-FIG-ORDEN(WS-FIG-IDX)
               MOVE WS-BUS-CONCEPTO TO WS-FIG-CONCEPTO(WS-FIG-IDX)
               MOVE ZERO TO WS-FIG-HOY(WS-FIG-IDX)
                   WS-FIG-ANTERIOR(WS-FIG-IDX) WS-FIG-MES(WS-FIG-IDX)
               MOVE 'S' TO WS-FIG-HALLADA
           ELSE
               MOVE 'S' TO WS-TABLAS-LLENAS
           END-IF.

       REGISTRAR-MONEDA.
      *    UNA MONEDA NUEVA ENTRA CON TODOS SUS CONCEPTOS FIJOS EN
      *    CERO, PARA QUE EL REPORTE LOS MUESTRE AUNQUE NO SE MUEVAN
           IF WS-BUS-MONEDA = SPACES
               MOVE WS-MONEDA-BASE TO WS-BUS-MONEDA
           END-IF
           MOVE 'N' TO WS-MON-HALLADA
           IF WS-CANT-MONEDAS > 0
               SET WS-MON-IDX TO 1
               SEARCH WS-MON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-MON-MONEDA(WS-MON-IDX) = WS-BUS-MONEDA
                       MOVE 'S' TO WS-MON-HALLADA
               END-SEARCH
           END-IF
           IF WS-MON-HALLADA = 'N'
               IF WS-CANT-MONEDAS < 20 AND WS-CANT-FIGURAS < 392
                   ADD 1 TO WS-CANT-MONEDAS
                   SET WS-MON-IDX TO WS-CANT-MONEDAS
                   MOVE WS-BUS-MONEDA TO WS-MON-MONEDA(WS-MON-IDX)
                   MOVE ZERO TO WS-MON-CANT-TOP(WS-MON-IDX)
                   PERFORM AGREGAR-CONCEPTOS-FIJOS
                   MOVE 'S' TO WS-MON-HALLADA
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF.

       AGREGAR-CONCEPTOS-FIJOS.
      *    CONSERVA EL CONCEPTO/ORDEN QUE SE ESTA BUSCANDO
           MOVE WS-BUS-CONCEPTO TO WS-GUARDA-CONCEPTO
           MOVE WS-BUS-ORDEN TO WS-GUARDA-ORDEN
           MOVE WS-CON-DEPOSITOS TO WS-BUS-CONCEPTO
           MOVE 01 TO WS-BUS-ORDEN
           PERFORM AGREGAR-FIGURA
           MOVE WS-CON-SOBREGIROS TO WS-BUS-CONCEPTO
           MOVE 02 TO WS-BUS-ORDEN
           PERFORM AGREGAR-FIGURA
           MOVE WS-CON-ENTRADAS TO WS-BUS-CONCEPTO
           MOVE 03 TO WS-BUS-ORDEN
           PERFORM AGREGAR-FIGURA
           MOVE WS-CON-SALIDAS TO WS-BUS-CONCEPTO
           MOVE 04 TO WS-BUS-ORDEN
           PERFORM AGREGAR-FIGURA
           MOVE WS-CON-NETO TO WS-BUS-CONCEPTO
           MOVE 05 TO WS-BUS-ORDEN
           PERFORM AGREGAR-FIGURA
           MOVE WS-CON-DIEZ-MAYORES TO WS-BUS-CONCEPTO
           MOVE 20 TO WS-BUS-ORDEN
           PERFORM AGREGAR-FIGURA
           MOVE WS-CON-PROG-ORDENES TO WS-BUS-CONCEPTO
           MOVE 31 TO WS-BUS-ORDEN
           PERFORM AGREGAR-FIGURA
           MOVE WS-CON-PROG-PENDIENTES TO WS-BUS-CONCEPTO
           MOVE 32 TO WS-BUS-ORDEN
           PERFORM AGREGAR-FIGURA
           MOVE WS-GUARDA-CONCEPTO TO WS-BUS-CONCEPTO
           MOVE WS-GUARDA-ORDEN TO WS-BUS-ORDEN.

       SUMAR-DIEZ-MAYORES.
           MOVE ZERO TO WS-TOP-SUMA
           PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
               UNTIL WS-TOP-SUB > WS-MON-CANT-TOP(WS-MON-IDX)
               ADD WS-MON-TOP-MONTO(WS-MON-IDX, WS-TOP-SUB)
                   TO WS-TOP-SUMA
           END-PERFORM
           MOVE WS-MON-MONEDA(WS-MON-IDX) TO WS-BUS-MONEDA
           MOVE WS-CON-DIEZ-MAYORES TO WS-BUS-CONCEPTO
           MOVE 20 TO WS-BUS-ORDEN
           PERFORM BUSCAR-FIGURA
           IF WS-FIG-HALLADA = 'S'
               MOVE WS-TOP-SUMA TO WS-FIG-HOY(WS-FIG-IDX)
           END-IF.

       CARGAR-COMPARACION.
      *    SEGUNDA PASADA POR LA HISTORIA: LAS CIFRAS DE LAS DOS FECHAS
      *    DE COMPARACION; UN CONCEPTO QUE YA NO APARECE HOY (UN CANAL
      *    SIN MOVIMIENTO) ENTRA CON HOY EN CERO
           IF WS-FECHA-ANTERIOR > 0 OR WS-FECHA-MES-ANTERIOR > 0
               MOVE 'N' TO WS-HISTORIA-EOF
               OPEN INPUT FHISTORIA
               IF FS-FHISTORIA = '00'
                   PERFORM UNTIL WS-HISTORIA-EOF = 'S'
                       READ FHISTORIA
                           AT END
                               MOVE 'S' TO WS-HISTORIA-EOF
                           NOT AT END
                               PERFORM CARGAR-CIFRA-HISTORIA
                       END-READ
                   END-PERFORM
                   CLOSE FHISTORIA
               END-IF
           END-IF.

       CARGAR-CIFRA-HISTORIA.
           IF LQH-FECHA IS NUMERIC AND LQH-MONTO IS NUMERIC AND
              LQH-ORDEN IS NUMERIC AND
              (LQH-FECHA = WS-FECHA-ANTERIOR OR
               LQH-FECHA = WS-FECHA-MES-ANTERIOR)
               MOVE LQH-MONEDA TO WS-BUS-MONEDA
               MOVE LQH-CONCEPTO TO WS-BUS-CONCEPTO
               MOVE LQH-ORDEN TO WS-BUS-ORDEN
               PERFORM BUSCAR-FIGURA
               IF WS-FIG-HALLADA = 'S'
                   IF LQH-FECHA = WS-FECHA-ANTERIOR
                       MOVE LQH-MONTO TO WS-FIG-ANTERIOR(WS-FIG-IDX)
                   END-IF
                   IF LQH-FECHA = WS-FECHA-MES-ANTERIOR
                       MOVE LQH-MONTO TO WS-FIG-MES(WS-FIG-IDX)
                   END-IF
               END-IF
           END-IF.

       GRABAR-CABECERA-REPORTE.
           MOVE SPACES TO REPORTE-REGISTER
           STRING "POSICION DE LIQUIDEZ PARA TESORERIA AL "
               DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO WS-ANT-TXT WS-MES-TXT
           IF WS-FECHA-ANTERIOR > 0
               STRING "DIA ANTERIOR: " DELIMITED BY SIZE
                   WS-FECHA-ANTERIOR DELIMITED BY SIZE
                   INTO WS-ANT-TXT
           ELSE
               MOVE "DIA ANTERIOR: SIN CIFRAS" TO WS-ANT-TXT
           END-IF
           IF WS-FECHA-MES-ANTERIOR > 0
               STRING "MES ANTERIOR: " DELIMITED BY SIZE
                   WS-FECHA-MES-ANTERIOR DELIMITED BY SIZE
                   INTO WS-MES-TXT
           ELSE
               MOVE "MES ANTERIOR: SIN CIFRAS" TO WS-MES-TXT
           END-IF
           MOVE WS-DIAS-PROYECCION TO WS-DIAS-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING WS-ANT-TXT DELIMITED BY SIZE
               WS-MES-TXT DELIMITED BY SIZE
               "PROGRAMADO A" DELIMITED BY SIZE
               WS-DIAS-DISP DELIMITED BY SIZE
               " DIAS, HASTA " DELIMITED BY SIZE
               WS-FECHA-LIMITE DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "MON CONCEPTO                        HOY"
               DELIMITED BY SIZE
               "   DIA ANTERIOR      VARIACION   MES ANTERIOR"
               DELIMITED BY SIZE
               "      VARIACION" DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-DETALLE-FIGURA.
           IF WS-FIG-MONEDA(WS-FIG-IDX) NOT = WS-MONEDA-IMPRESA
               IF WS-MONEDA-IMPRESA NOT = SPACES
                   PERFORM GRABAR-DIEZ-MAYORES
               END-IF
               MOVE WS-FIG-MONEDA(WS-FIG-IDX) TO WS-MONEDA-IMPRESA
               MOVE SPACES TO REPORTE-REGISTER
               WRITE REPORTE-REGISTER
           END-IF
           MOVE WS-FIG-HOY(WS-FIG-IDX) TO WS-CIFRA-DISP
           MOVE WS-FIG-ANTERIOR(WS-FIG-IDX) TO WS-CIFRA-DISP2
           COMPUTE WS-VARIACION = WS-FIG-HOY(WS-FIG-IDX)
               - WS-FIG-ANTERIOR(WS-FIG-IDX)
           MOVE WS-VARIACION TO WS-CIFRA-DISP3
           MOVE WS-FIG-MES(WS-FIG-IDX) TO WS-CIFRA-DISP4
           COMPUTE WS-VARIACION = WS-FIG-HOY(WS-FIG-IDX)
               - WS-FIG-MES(WS-FIG-IDX)
           MOVE WS-VARIACION TO WS-CIFRA-DISP5
           MOVE SPACES TO WS-ANT-TXT WS-MES-TXT
           IF WS-FECHA-ANTERIOR > 0
               STRING WS-CIFRA-DISP2 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CIFRA-DISP3 DELIMITED BY SIZE
                   INTO WS-ANT-TXT
           END-IF
           IF WS-FECHA-MES-ANTERIOR > 0
               STRING WS-CIFRA-DISP4 DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CIFRA-DISP5 DELIMITED BY SIZE
                   INTO WS-MES-TXT
           END-IF
           MOVE SPACES TO REPORTE-REGISTER
           STRING WS-FIG-MONEDA(WS-FIG-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FIG-CONCEPTO(WS-FIG-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CIFRA-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ANT-TXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MES-TXT DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-DIEZ-MAYORES.
      *    LAS DIEZ MAYORES SALIDAS DEL DIA DE LA MONEDA QUE SE CIERRA,
      *    CINCO POR RENGLON, TIPO (R = RETIRO, T = TRANSFERENCIA) Y
      *    MONTO
           MOVE WS-MONEDA-IMPRESA TO WS-BUS-MONEDA
           PERFORM REGISTRAR-MONEDA
           IF WS-MON-HALLADA = 'S'
               IF WS-MON-CANT-TOP(WS-MON-IDX) > 0
                   MOVE SPACES TO REPORTE-REGISTER
                   MOVE "    MAYORES SALIDAS:" TO REPORTE-REGISTER
                   MOVE 22 TO WS-TOP-PUNTERO
                   PERFORM VARYING WS-TOP-SUB FROM 1 BY 1
                       UNTIL WS-TOP-SUB > WS-MON-CANT-TOP(WS-MON-IDX)
                       PERFORM GRABAR-SALIDA-MAYOR
                   END-PERFORM
                   IF WS-TOP-PUNTERO > 22
                       WRITE REPORTE-REGISTER
                   END-IF
               END-IF
           END-IF.

       GRABAR-SALIDA-MAYOR.
           MOVE WS-MON-TOP-MONTO(WS-MON-IDX, WS-TOP-SUB) TO WS-TOP-DISP
           STRING WS-MON-TOP-TIPO(WS-MON-IDX, WS-TOP-SUB)
               DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TOP-DISP DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               INTO REPORTE-REGISTER
               WITH POINTER WS-TOP-PUNTERO
           IF WS-TOP-SUB = 5
               WRITE REPORTE-REGISTER
               MOVE SPACES TO REPORTE-REGISTER
               MOVE 22 TO WS-TOP-PUNTERO
           END-IF.

       GUARDAR-HISTORIA.
      *    MISMO PATRON "CREAR SI NO EXISTE"/OPEN EXTEND DE LAS
      *    BITACORAS DE PSA01
           OPEN EXTEND FHISTORIA
           IF FS-FHISTORIA = '35'
               OPEN OUTPUT FHISTORIA
               CLOSE FHISTORIA
               OPEN EXTEND FHISTORIA
           END-IF
           PERFORM VARYING WS-FIG-IDX FROM 1 BY 1
               UNTIL WS-FIG-IDX > WS-CANT-FIGURAS
               MOVE SPACES TO REG-LIQUIDEZ
               MOVE WS-FECHA-NEGOCIO TO LQH-FECHA
               MOVE WS-FIG-MONEDA(WS-FIG-IDX) TO LQH-MONEDA
               MOVE WS-FIG-ORDEN(WS-FIG-IDX) TO LQH-ORDEN
               MOVE WS-FIG-CONCEPTO(WS-FIG-IDX) TO LQH-CONCEPTO
               MOVE WS-FIG-HOY(WS-FIG-IDX) TO LQH-MONTO
               WRITE REG-LIQUIDEZ
           END-PERFORM
           CLOSE FHISTORIA.
       END PROGRAM PSA22.
