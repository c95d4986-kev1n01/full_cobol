      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Outbound interbank transfers: builds the clearing
      *           house file (header, detail, trailer with control
      *           totals) from the transfers PSA01 already debited,
      *           logs it in TRANSMISIONES.txt, applies the clearing
      *           house settlements and returns (a returned transfer
      *           is credited back to the client through PSA01 with
      *           its return reason reported) and lists the transfers
      *           still unanswered after N business days
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA13.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * TRANSFERENCIAS YA DEBITADAS POR PSA01 EN SU ULTIMA CORRIDA
      * (COPY TRFSAL); SI NO EXISTE O ESTA VACIO NO HAY ARCHIVO DE
      * SALIDA A LA CAMARA ESTA CORRIDA
           SELECT FTRFSAL ASSIGN TO 'transferencias_salientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FTRFSAL.
      * REGISTRO DE TRANSFERENCIAS ENVIADAS A LA CAMARA CON SU ESTADO
      * (ENVIADA, LIQUIDADA O DEVUELTA); SE CARGA COMPLETO Y SE
      * REESCRIBE AL FINAL DE LA CORRIDA
           SELECT FREGTRF ASSIGN TO 'transferencias_ext.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREGTRF.
      * RESPUESTAS DE LA CAMARA (LIQUIDACIONES Y DEVOLUCIONES) POR
      * TRAZA; SE VACIA AL TERMINAR, IGUAL QUE LOS ORIGENES DEL SORT
      * DE PSA01
           SELECT FRESP ASSIGN TO 'camara_respuestas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRESP.
      * REINTEGROS AL CLIENTE DE LAS TRANSFERENCIAS DEVUELTAS, EN EL
      * FORMATO PIPE DE movimientos.dat; PSA01 LOS TOMA COMO UN ORIGEN
      * MAS DEL SORT EN SU PROXIMA CORRIDA Y VACIA EL ARCHIVO
           SELECT FTRFDEV ASSIGN TO 'transferencias_devueltas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FTRFDEV.
      * DEVOLUCIONES DE LA CORRIDA CON SU MOTIVO; SE REESCRIBE POR
      * CORRIDA
           SELECT FDEVREP ASSIGN TO 'transferencias_devueltas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FDEVREP.
      * RESPUESTAS QUE NO CORRESPONDEN A UNA TRANSFERENCIA ENVIADA Y
      * PENDIENTE; SE REESCRIBE POR CORRIDA
           SELECT FRESPREC ASSIGN TO 'camara_respuestas_rechazadas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRESPREC.
      * TRANSFERENCIAS SIN LIQUIDAR NI DEVOLVER DESPUES DE
      * WS-DIAS-PENDIENTE DIAS HABILES; SE REESCRIBE POR CORRIDA
           SELECT FPEND ASSIGN TO 'transferencias_pendientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPEND.
      * ARCHIVO DE SALIDA A LA CAMARA, CAMARA_<FECHA>_<SECUENCIA>.txt;
      * EL NOMBRE SE ARMA EN ARMAR-NOMBRE-CAMARA
           SELECT FCAMARA ASSIGN TO WS-NOM-FCAMARA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCAMARA.
      * SECUENCIA DE ARCHIVOS ENVIADOS A LA CAMARA, QUE AVANZA ENTRE
      * CORRIDAS, IGUAL QUE TRANSMSEQ.txt PARA LAS REDES DE MARCA
           SELECT FSEQ ASSIGN TO 'camara_secuencia.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FSEQ.
      * BITACORA DE ARCHIVOS TRANSMITIDOS DE TODA LA CADENA (VER
      * TRANSM01 Y ACKPRO01); UN RENGLON POR ARCHIVO A LA CAMARA
           SELECT FILTRLOG ASSIGN TO 'TRANSMISIONES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILTRLOG.
      * CALENDARIO DE FERIADOS DE TODA LA CADENA, PARA CONTAR LOS
      * DIAS HABILES SIN RESPUESTA
           SELECT FILCALEN ASSIGN TO 'CALENDARIO.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILCALEN.
      * PARM-CARD DE PSA01: LA FECHA DE NEGOCIO DEBE SER LA MISMA CON
      * QUE PSA01 POSTEA LOS MOVIMIENTOS
           SELECT FILPARM ASSIGN TO 'PARMPSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.
      * PARM-CARD PROPIA DE PSA13; MISMO ESTILO POSICIONAL
           SELECT FILPARM13 ASSIGN TO 'PARMPSA13.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM13.

       DATA DIVISION.
       FILE SECTION.
       FD FTRFSAL.
           COPY TRFSAL.

       FD FREGTRF.
       01 REG-TRFEXT.
           02 TRX-TRAZA            PIC X(16).
           02 FILLER               PIC X(01).
           02 TRX-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 TRX-NOMBRE           PIC X(20).
           02 FILLER               PIC X(01).
           02 TRX-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
           02 TRX-MONTO            PIC 9(05)V99.
           02 FILLER               PIC X(01).
           02 TRX-BANCO-DEST       PIC X(04).
           02 FILLER               PIC X(01).
           02 TRX-CUENTA-DEST      PIC X(20).
           02 FILLER               PIC X(01).
           02 TRX-FECHA-ENVIO      PIC 9(08).
           02 FILLER               PIC X(01).
           02 TRX-SECUENCIA        PIC 9(06). *> ARCHIVO DE LA CAMARA
           02 FILLER               PIC X(01).
           02 TRX-ESTADO           PIC X(01). *> 'E' = ENVIADA;
                                             *> 'L' = LIQUIDADA;
                                             *> 'D' = DEVUELTA
           02 FILLER               PIC X(01).
           02 TRX-FECHA-ESTADO     PIC 9(08).
           02 FILLER               PIC X(01).
           02 TRX-MOTIVO           PIC X(03). *> MOTIVO DE DEVOLUCION

       FD FRESP.
       01 REG-RESPUESTA.
           02 RSP-TIPO             PIC X(01). *> 'L' = LIQUIDADA;
                                             *> 'D' = DEVUELTA
           02 FILLER               PIC X(01).
           02 RSP-TRAZA            PIC X(16).
           02 FILLER               PIC X(01).
           02 RSP-FECHA            PIC 9(08).
           02 FILLER               PIC X(01).
           02 RSP-MOTIVO           PIC X(03).
           02 FILLER               PIC X(01).
           02 RSP-DESCRIPCION      PIC X(30).

       FD FTRFDEV.
       01 TRFDEV-REGISTER          PIC X(100).

       FD FDEVREP.
       01 DEVREP-REGISTER          PIC X(132).

       FD FRESPREC.
       01 RESPREC-REGISTER         PIC X(100).

       FD FPEND.
       01 PEND-REGISTER            PIC X(132).

      *    RENGLONES DEL ARCHIVO A LA CAMARA; CADA TIPO DE RENGLON ES
      *    OTRO 01 DE LA MISMA FD, IGUAL CONVENCION QUE FILRED EN
      *    TRANSM01
       FD FCAMARA.
       01 REG-CAM-CABECERA.
           02 CCA-TIPO-REG         PIC X(02). *> 'HD'
           02 FILLER               PIC X(01).
           02 CCA-BANCO-ORIGEN     PIC X(04).
           02 FILLER               PIC X(01).
           02 CCA-FECHA-NEG        PIC 9(08).
           02 FILLER               PIC X(01).
           02 CCA-SECUENCIA        PIC 9(06).
           02 FILLER               PIC X(01).
           02 CCA-LOTE-ID          PIC X(11).
       01 REG-CAM-DETALLE.
           02 CDT-TIPO-REG         PIC X(02). *> 'DT'
           02 FILLER               PIC X(01).
           02 CDT-TRAZA            PIC X(16).
           02 FILLER               PIC X(01).
           02 CDT-BANCO-DEST       PIC X(04).
           02 FILLER               PIC X(01).
           02 CDT-CUENTA-DEST      PIC X(20).
           02 FILLER               PIC X(01).
           02 CDT-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
           02 CDT-MONTO            PIC 9(07)V99.
           02 FILLER               PIC X(01).
           02 CDT-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 CDT-NOMBRE           PIC X(20).
           02 FILLER               PIC X(01).
           02 CDT-REFERENCIA       PIC X(07).
      *    PIE CON LOS TOTALES DE CONTROL: CANTIDAD DE DETALLES, SUMA
      *    DE MONTOS Y SUMA DE LOS CODIGOS DE BANCO DESTINO (HASH)
       01 REG-CAM-PIE.
           02 CPI-TIPO-REG         PIC X(02). *> 'TR'
           02 FILLER               PIC X(01).
           02 CPI-CANT-REG         PIC 9(07).
           02 FILLER               PIC X(01).
           02 CPI-TOTAL-MONTO      PIC 9(11)V99.
           02 FILLER               PIC X(01).
           02 CPI-HASH-BANCOS      PIC 9(10).
           02 FILLER               PIC X(01).
           02 CPI-SECUENCIA        PIC 9(06).

       FD FSEQ.
       01 REG-SEQ-CAMARA.
           02 SEQ-NUMERO           PIC 9(06).

      *    MISMO LAYOUT QUE REG-TRLOG EN TRANSM01
       FD FILTRLOG.
       01 REG-TRLOG.
           02 TRL-ARCHIVO          PIC X(40).
           02 FILLER               PIC X(01).
           02 TRL-RED              PIC X(10).
           02 FILLER               PIC X(01).
           02 TRL-LOTE-ID          PIC X(11).
           02 FILLER               PIC X(01).
           02 TRL-FECHA-NEG        PIC 9(08).
           02 FILLER               PIC X(01).
           02 TRL-CANT-REG         PIC 9(07).
           02 FILLER               PIC X(01).
           02 TRL-SECUENCIA        PIC 9(06).

       FD FILCALEN.
       01 REG-CALEN.
           02 CAL-FECHA            PIC 9(08).
           02 FILLER               PIC X(01).
           02 CAL-DESCRIPCION      PIC X(30).

       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA

       FD FILPARM13.
       01 REG-PARM-PSA13.
           02 PARM-BANCO-ORIGEN    PIC X(04). *> CODIGO DEL BANCO ANTE
                                             *> LA CAMARA; ESPACIOS =
                                             *> '0001'
           02 FILLER               PIC X(01).
           02 PARM-DIAS-PENDIENTE  PIC 9(02). *> DIAS HABILES SIN
                                             *> RESPUESTA PARA EL
                                             *> REPORTE DE PENDIENTES;
                                             *> 0 = 3
           02 FILLER               PIC X(01).
           02 PARM-DIAS-CONSERVAR  PIC 9(03). *> DIAS QUE UNA
                                             *> TRANSFERENCIA YA
                                             *> LIQUIDADA O DEVUELTA
                                             *> SIGUE EN EL REGISTRO;
                                             *> 0 = 90

       WORKING-STORAGE SECTION.
       01 FS-FTRFSAL               PIC XX.
       01 FS-FREGTRF               PIC XX.
       01 FS-FRESP                 PIC XX.
       01 FS-FTRFDEV               PIC XX.
       01 FS-FDEVREP               PIC XX.
       01 FS-FRESPREC              PIC XX.
       01 FS-FPEND                 PIC XX.
       01 FS-FCAMARA               PIC XX.
       01 FS-FSEQ                  PIC XX.
       01 FS-FILTRLOG              PIC XX.
       01 FS-FILCALEN              PIC XX.
       01 FS-FILPARM               PIC XX.
       01 FS-FILPARM13             PIC XX.
       01 EOF                      PIC X VALUE 'N'.
       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-BANCO-ORIGEN          PIC X(04) VALUE '0001'.
       01 WS-DIAS-PENDIENTE        PIC 9(02) VALUE 3.
       01 WS-DIAS-CONSERVAR        PIC 9(03) VALUE 90.

      * REGISTRO DE TRANSFERENCIAS EN MEMORIA; SE CARGA COMPLETO Y SE
      * REESCRIBE AL FINAL, MISMO PATRON QUE WS-TABLA-PRESTAMOS EN
      * PSA12
       01 WS-CANT-TRX              PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-TRANSFERENCIAS.
           02 WS-TRX-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-TRX
               INDEXED BY WS-TRX-IDX.
               03 WS-TRX-TRAZA        PIC X(16).
               03 WS-TRX-CLI-ID       PIC X(05).
               03 WS-TRX-NOMBRE       PIC X(20).
               03 WS-TRX-MONEDA       PIC X(03).
               03 WS-TRX-MONTO        PIC 9(05)V99.
               03 WS-TRX-BANCO        PIC X(04).
               03 WS-TRX-CUENTA       PIC X(20).
               03 WS-TRX-ENVIO        PIC 9(08).
               03 WS-TRX-SECUENCIA    PIC 9(06).
               03 WS-TRX-ESTADO       PIC X(01).
               03 WS-TRX-FECHA-ESTADO PIC 9(08).
               03 WS-TRX-MOTIVO       PIC X(03).
       01 WS-TRX-ENCONTRADA        PIC X VALUE 'N'.
       01 WS-TRX-RETENER           PIC X VALUE 'S'.
       01 WS-DIAS-CERRADA          PIC S9(07) COMP.

      * ARCHIVO A LA CAMARA: NOMBRE, SECUENCIA, LOTE DE PSA01 QUE LO
      * ORIGINA Y TOTALES DE CONTROL DEL PIE
       01 WS-NOM-FCAMARA           PIC X(40) VALUE SPACES.
       01 WS-SEQ-ACTUAL            PIC 9(06) VALUE ZERO.
       01 WS-LOTE-SALIENTES        PIC X(11) VALUE SPACES.
       01 WS-CAM-ABIERTO           PIC X VALUE 'N'.
       01 WS-CAM-CANT              PIC 9(07) VALUE ZERO.
       01 WS-CAM-TOTAL             PIC 9(11)V99 VALUE ZERO.
       01 WS-CAM-HASH              PIC 9(10) VALUE ZERO.
       01 WS-BANCO-NUM             PIC 9(04).
       01 WS-LOTE-YA-ENVIADO       PIC X VALUE 'N'.

      * FERIADOS DEL CALENDARIO; EL DIA DE LA SEMANA SALE DE FUNCTION
      * REM SOBRE EL ENTERO DE FECHA (1 = LUNES ... 6 = SABADO,
      * 0 = DOMINGO), MISMA REGLA QUE CONTAR-DIAS-HABILES EN PSA01
       01 WS-CANT-FERIADOS         PIC 9(03) COMP VALUE ZERO.
       01 WS-TABLA-FERIADOS.
           02 WS-FER-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CANT-FERIADOS
               INDEXED BY WS-FER-IDX.
               03 WS-FER-FECHA        PIC 9(08).
       01 WS-HAB-INT-DESDE         PIC 9(08) COMP.
       01 WS-HAB-INT-HASTA         PIC 9(08) COMP.
       01 WS-HAB-INT-ACTUAL        PIC 9(08) COMP.
       01 WS-HAB-DIA-SEMANA        PIC 9(01) COMP.
       01 WS-HAB-FECHA             PIC 9(08).
       01 WS-HAB-ES-FERIADO        PIC X(01).
       01 WS-DIAS-HABILES          PIC 9(08) COMP.
       01 WS-DIAS-HABILES-DISP     PIC ZZZ9.

      * REINTEGRO PARA PSA01: EL MONTO VA SIN PUNTO DECIMAL, MISMO
      * TRUCO QUE WS-MOV-MONTO-DIG EN PSA12
       01 WS-MOV-MONTO             PIC 9(05)V99.
       01 WS-MOV-MONTO-DIG REDEFINES WS-MOV-MONTO PIC 9(07).
       01 WS-CANAL-TRF-DEVUELTA    PIC X(06) VALUE 'TRFDEV'.
       01 WS-MONTO-DISP            PIC ZZZZ9.99.

       01 COUNT-SALIENTES-LEIDAS   PIC 9(5) VALUE 0.
       01 COUNT-ENVIADAS           PIC 9(5) VALUE 0.
       01 COUNT-RESPUESTAS         PIC 9(5) VALUE 0.
       01 COUNT-LIQUIDADAS         PIC 9(5) VALUE 0.
       01 COUNT-DEVUELTAS          PIC 9(5) VALUE 0.
       01 COUNT-RESP-RECHAZADAS    PIC 9(5) VALUE 0.
       01 COUNT-PENDIENTES         PIC 9(5) VALUE 0.
       01 COUNT-DEPURADAS          PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-CALENDARIO
           PERFORM CARGAR-REGISTRO

      *    LAS RESPUESTAS SE APLICAN ANTES DEL ENVIO DEL DIA: SOLO
      *    PUEDEN REFERIRSE A TRANSFERENCIAS DE ARCHIVOS ANTERIORES
           OPEN OUTPUT FDEVREP FRESPREC
           OPEN EXTEND FTRFDEV
           IF FS-FTRFDEV = '35'
               OPEN OUTPUT FTRFDEV
               CLOSE FTRFDEV
               OPEN EXTEND FTRFDEV
           END-IF
           PERFORM PROCESAR-RESPUESTAS
           CLOSE FDEVREP FRESPREC FTRFDEV

           PERFORM ENVIAR-A-CAMARA
           PERFORM GRABAR-PENDIENTES
           PERFORM GUARDAR-REGISTRO

           DISPLAY "TRANSFERENCIAS LEIDAS DE PSA01: "
               COUNT-SALIENTES-LEIDAS
           DISPLAY "TRANSFERENCIAS ENVIADAS A CAMARA: " COUNT-ENVIADAS
           IF WS-CAM-ABIERTO = 'S'
               DISPLAY "ARCHIVO A CAMARA: " WS-NOM-FCAMARA
                   " SEC " WS-SEQ-ACTUAL
           END-IF
           DISPLAY "RESPUESTAS DE CAMARA LEIDAS     : " COUNT-RESPUESTAS
           DISPLAY "TRANSFERENCIAS LIQUIDADAS       : " COUNT-LIQUIDADAS
           DISPLAY "TRANSFERENCIAS DEVUELTAS        : " COUNT-DEVUELTAS
           DISPLAY "RESPUESTAS RECHAZADAS           : "
               COUNT-RESP-RECHAZADAS
           DISPLAY "TRANSFERENCIAS SIN RESPUESTA    : " COUNT-PENDIENTES
           DISPLAY "DEPURADAS DEL REGISTRO          : " COUNT-DEPURADAS
           IF COUNT-RESP-RECHAZADAS > 0 OR COUNT-PENDIENTES > 0 OR
              WS-LOTE-YA-ENVIADO = 'S'
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
           OPEN INPUT FILPARM13
           IF FS-FILPARM13 = '00'
               READ FILPARM13
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-BANCO-ORIGEN NOT = SPACES
                           MOVE PARM-BANCO-ORIGEN TO WS-BANCO-ORIGEN
                       END-IF
                       IF PARM-DIAS-PENDIENTE IS NUMERIC AND
                          PARM-DIAS-PENDIENTE NOT = 0
                           MOVE PARM-DIAS-PENDIENTE TO
                               WS-DIAS-PENDIENTE
                       END-IF
                       IF PARM-DIAS-CONSERVAR IS NUMERIC AND
                          PARM-DIAS-CONSERVAR NOT = 0
                           MOVE PARM-DIAS-CONSERVAR TO
                               WS-DIAS-CONSERVAR
                       END-IF
               END-READ
               CLOSE FILPARM13
           END-IF
           DISPLAY "FECHA DE NEGOCIO        : " WS-FECHA-NEGOCIO
           DISPLAY "BANCO ANTE LA CAMARA    : " WS-BANCO-ORIGEN
           DISPLAY "DIAS HABILES SIN RESP.  : " WS-DIAS-PENDIENTE.

       CARGAR-CALENDARIO.
      *    CALENDARIO.txt ES OPCIONAL; SIN EL, SOLO SE DESCUENTAN
      *    SABADOS Y DOMINGOS DEL CONTEO DE DIAS HABILES
           OPEN INPUT FILCALEN
           IF FS-FILCALEN = '00'
               PERFORM UNTIL EOF = 'Y'
                   READ FILCALEN
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           IF WS-CANT-FERIADOS < 500
                               ADD 1 TO WS-CANT-FERIADOS
                               SET WS-FER-IDX TO WS-CANT-FERIADOS
                               MOVE CAL-FECHA TO
                                   WS-FER-FECHA(WS-FER-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILCALEN
           END-IF
           MOVE 'N' TO EOF.

       CARGAR-REGISTRO.
           OPEN INPUT FREGTRF
           IF FS-FREGTRF = '00'
               PERFORM UNTIL EOF = 'Y'
                   READ FREGTRF
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           PERFORM GUARDAR-TRANSFERENCIA-MEMORIA
                   END-READ
               END-PERFORM
               CLOSE FREGTRF
               DISPLAY "TRANSFERENCIAS EN EL REGISTRO: " WS-CANT-TRX
           END-IF
           MOVE 'N' TO EOF.

       GUARDAR-TRANSFERENCIA-MEMORIA.
           IF WS-CANT-TRX >= 50000
               DISPLAY "REGISTRO DE TRANSFERENCIAS LLENO (50000); "
                   "REDUZCA PARM-DIAS-CONSERVAR Y REEJECUTE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-TRX
           SET WS-TRX-IDX TO WS-CANT-TRX
           MOVE TRX-TRAZA TO WS-TRX-TRAZA(WS-TRX-IDX)
           MOVE TRX-CLI-ID TO WS-TRX-CLI-ID(WS-TRX-IDX)
           MOVE TRX-NOMBRE TO WS-TRX-NOMBRE(WS-TRX-IDX)
           MOVE TRX-MONEDA TO WS-TRX-MONEDA(WS-TRX-IDX)
           MOVE TRX-MONTO TO WS-TRX-MONTO(WS-TRX-IDX)
           MOVE TRX-BANCO-DEST TO WS-TRX-BANCO(WS-TRX-IDX)
           MOVE TRX-CUENTA-DEST TO WS-TRX-CUENTA(WS-TRX-IDX)
           MOVE TRX-FECHA-ENVIO TO WS-TRX-ENVIO(WS-TRX-IDX)
           MOVE TRX-SECUENCIA TO WS-TRX-SECUENCIA(WS-TRX-IDX)
           MOVE TRX-ESTADO TO WS-TRX-ESTADO(WS-TRX-IDX)
           MOVE TRX-FECHA-ESTADO TO WS-TRX-FECHA-ESTADO(WS-TRX-IDX)
           MOVE TRX-MOTIVO TO WS-TRX-MOTIVO(WS-TRX-IDX).

       BUSCAR-TRANSFERENCIA.
      *    BUSCA RSP-TRAZA EN EL REGISTRO
           MOVE 'N' TO WS-TRX-ENCONTRADA
           IF WS-CANT-TRX > 0
               SET WS-TRX-IDX TO 1
               SEARCH WS-TRX-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-TRX-TRAZA(WS-TRX-IDX) = RSP-TRAZA
                       MOVE 'S' TO WS-TRX-ENCONTRADA
               END-SEARCH
           END-IF.

       PROCESAR-RESPUESTAS.
      *    SOLO UNA TRANSFERENCIA ENVIADA ('E') ACEPTA RESPUESTA: UNA
      *    TRAZA DESCONOCIDA, YA LIQUIDADA O YA DEVUELTA SE RECHAZA
      *    SIN TOCAR EL REGISTRO, ASI UNA DEVOLUCION REPETIDA NO
      *    REINTEGRA DOS VECES
           OPEN INPUT FRESP
           IF FS-FRESP = '00'
               PERFORM UNTIL EOF = 'Y'
                   READ FRESP
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           ADD 1 TO COUNT-RESPUESTAS
                           PERFORM APLICAR-RESPUESTA
                   END-READ
               END-PERFORM
               CLOSE FRESP
               OPEN OUTPUT FRESP
               CLOSE FRESP
           END-IF
           MOVE 'N' TO EOF.

       APLICAR-RESPUESTA.
           PERFORM BUSCAR-TRANSFERENCIA
           IF RSP-FECHA IS NOT NUMERIC OR RSP-FECHA = 0
               MOVE WS-FECHA-NEGOCIO TO RSP-FECHA
           END-IF
           EVALUATE TRUE
               WHEN WS-TRX-ENCONTRADA = 'N'
                   PERFORM RECHAZAR-RESPUESTA
               WHEN WS-TRX-ESTADO(WS-TRX-IDX) NOT = 'E'
                   PERFORM RECHAZAR-RESPUESTA
               WHEN RSP-TIPO = 'L'
                   MOVE 'L' TO WS-TRX-ESTADO(WS-TRX-IDX)
                   MOVE RSP-FECHA TO WS-TRX-FECHA-ESTADO(WS-TRX-IDX)
                   ADD 1 TO COUNT-LIQUIDADAS
               WHEN RSP-TIPO = 'D'
                   MOVE 'D' TO WS-TRX-ESTADO(WS-TRX-IDX)
                   MOVE RSP-FECHA TO WS-TRX-FECHA-ESTADO(WS-TRX-IDX)
                   MOVE RSP-MOTIVO TO WS-TRX-MOTIVO(WS-TRX-IDX)
                   PERFORM REINTEGRAR-TRANSFERENCIA
               WHEN OTHER
                   PERFORM RECHAZAR-RESPUESTA
           END-EVALUATE.

       RECHAZAR-RESPUESTA.
           ADD 1 TO COUNT-RESP-RECHAZADAS
           MOVE SPACES TO RESPREC-REGISTER
           IF WS-TRX-ENCONTRADA = 'N'
               STRING REG-RESPUESTA DELIMITED BY SIZE
                   " | TRAZA DESCONOCIDA" DELIMITED BY SIZE
                   INTO RESPREC-REGISTER
           ELSE
               STRING REG-RESPUESTA DELIMITED BY SIZE
                   " | ESTADO ACTUAL " DELIMITED BY SIZE
                   WS-TRX-ESTADO(WS-TRX-IDX) DELIMITED BY SIZE
                   INTO RESPREC-REGISTER
           END-IF
           WRITE RESPREC-REGISTER.

       REINTEGRAR-TRANSFERENCIA.
      *    EL REINTEGRO VA A PSA01 FECHADO EN LA FECHA DE NEGOCIO,
      *    CON LA TRAZA EN EL UNDECIMO CAMPO (REFERENCIA DE LA
      *    CONTRAPARTE); EL MOTIVO QUEDA EN EL REGISTRO Y EN
      *    transferencias_devueltas.txt
           ADD 1 TO COUNT-DEVUELTAS
           MOVE WS-TRX-MONTO(WS-TRX-IDX) TO WS-MOV-MONTO
           MOVE SPACES TO TRFDEV-REGISTER
           STRING WS-TRX-CLI-ID(WS-TRX-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-TRX-NOMBRE(WS-TRX-IDX) DELIMITED BY SIZE
               "|D|" DELIMITED BY SIZE
               WS-MOV-MONTO-DIG DELIMITED BY SIZE
               "|0000000|" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-TRX-MONEDA(WS-TRX-IDX) DELIMITED BY SIZE
               "||" DELIMITED BY SIZE
               WS-CANAL-TRF-DEVUELTA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-TRX-BANCO(WS-TRX-IDX) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-TRX-TRAZA(WS-TRX-IDX) DELIMITED BY SIZE
               INTO TRFDEV-REGISTER
           WRITE TRFDEV-REGISTER
           MOVE WS-TRX-MONTO(WS-TRX-IDX) TO WS-MONTO-DISP
           MOVE SPACES TO DEVREP-REGISTER
           STRING WS-TRX-TRAZA(WS-TRX-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-TRX-CLI-ID(WS-TRX-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-TRX-NOMBRE(WS-TRX-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-TRX-MONEDA(WS-TRX-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MONTO-DISP DELIMITED BY SIZE
               " | ENVIADA " DELIMITED BY SIZE
               WS-TRX-ENVIO(WS-TRX-IDX) DELIMITED BY SIZE
               " | MOTIVO " DELIMITED BY SIZE
               RSP-MOTIVO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RSP-DESCRIPCION DELIMITED BY SIZE
               INTO DEVREP-REGISTER
           WRITE DEVREP-REGISTER.

       ENVIAR-A-CAMARA.
      *    UN SOLO ARCHIVO POR CORRIDA DE PSA01: SI EL LOTE DE
      *    transferencias_salientes.txt YA FIGURA EN EL REGISTRO, EL
      *    ARCHIVO YA SE ENVIO Y NO SE REPITE
           OPEN INPUT FTRFSAL
           IF FS-FTRFSAL = '00'
               PERFORM UNTIL EOF = 'Y'
                   READ FTRFSAL
                       AT END
                           MOVE 'Y' TO EOF
                       NOT AT END
                           ADD 1 TO COUNT-SALIENTES-LEIDAS
                           IF COUNT-SALIENTES-LEIDAS = 1
                               PERFORM VERIFICAR-LOTE-ENVIADO
                           END-IF
                           IF WS-LOTE-YA-ENVIADO = 'N'
                               PERFORM ENVIAR-TRANSFERENCIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FTRFSAL
           END-IF
           MOVE 'N' TO EOF
           IF WS-CAM-ABIERTO = 'S'
               PERFORM CERRAR-ARCHIVO-CAMARA
           END-IF.

       VERIFICAR-LOTE-ENVIADO.
           MOVE TRS-LOTE-ID TO WS-LOTE-SALIENTES
           MOVE TRS-TRAZA TO RSP-TRAZA
           PERFORM BUSCAR-TRANSFERENCIA
           IF WS-TRX-ENCONTRADA = 'S'
               MOVE 'S' TO WS-LOTE-YA-ENVIADO
               DISPLAY "EL LOTE " WS-LOTE-SALIENTES " YA SE ENVIO A "
                   "LA CAMARA; NO SE GENERA OTRO ARCHIVO"
           END-IF.

       ENVIAR-TRANSFERENCIA.
           IF WS-CAM-ABIERTO = 'N'
               PERFORM ABRIR-ARCHIVO-CAMARA
           END-IF
           MOVE SPACES TO REG-CAM-DETALLE
           MOVE 'DT' TO CDT-TIPO-REG
           MOVE TRS-TRAZA TO CDT-TRAZA
           MOVE TRS-BANCO-DEST TO CDT-BANCO-DEST
           MOVE TRS-CUENTA-DEST TO CDT-CUENTA-DEST
           MOVE TRS-MONEDA TO CDT-MONEDA
           MOVE TRS-MONTO TO CDT-MONTO
           MOVE TRS-CLI-ID TO CDT-CLI-ID
           MOVE TRS-NOMBRE TO CDT-NOMBRE
           MOVE TRS-REFERENCIA TO CDT-REFERENCIA
           WRITE REG-CAM-DETALLE
           ADD 1 TO WS-CAM-CANT
           ADD TRS-MONTO TO WS-CAM-TOTAL
           IF TRS-BANCO-DEST IS NUMERIC
               MOVE TRS-BANCO-DEST TO WS-BANCO-NUM
               ADD WS-BANCO-NUM TO WS-CAM-HASH
           END-IF
           ADD 1 TO COUNT-ENVIADAS
           PERFORM AGREGAR-AL-REGISTRO.

       AGREGAR-AL-REGISTRO.
           IF WS-CANT-TRX >= 50000
               DISPLAY "REGISTRO DE TRANSFERENCIAS LLENO (50000); "
                   "REDUZCA PARM-DIAS-CONSERVAR Y REEJECUTE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-TRX
           SET WS-TRX-IDX TO WS-CANT-TRX
           MOVE TRS-TRAZA TO WS-TRX-TRAZA(WS-TRX-IDX)
           MOVE TRS-CLI-ID TO WS-TRX-CLI-ID(WS-TRX-IDX)
           MOVE TRS-NOMBRE TO WS-TRX-NOMBRE(WS-TRX-IDX)
           MOVE TRS-MONEDA TO WS-TRX-MONEDA(WS-TRX-IDX)
           MOVE TRS-MONTO TO WS-TRX-MONTO(WS-TRX-IDX)
           MOVE TRS-BANCO-DEST TO WS-TRX-BANCO(WS-TRX-IDX)
           MOVE TRS-CUENTA-DEST TO WS-TRX-CUENTA(WS-TRX-IDX)
           MOVE WS-FECHA-NEGOCIO TO WS-TRX-ENVIO(WS-TRX-IDX)
           MOVE WS-SEQ-ACTUAL TO WS-TRX-SECUENCIA(WS-TRX-IDX)
           MOVE 'E' TO WS-TRX-ESTADO(WS-TRX-IDX)
           MOVE WS-FECHA-NEGOCIO TO WS-TRX-FECHA-ESTADO(WS-TRX-IDX)
           MOVE SPACES TO WS-TRX-MOTIVO(WS-TRX-IDX).

       ABRIR-ARCHIVO-CAMARA.
      *    LA SECUENCIA AVANZA SOLO CUANDO HAY ALGO QUE ENVIAR; SIN
      *    camara_secuencia.dat ARRANCA DE 1
           MOVE ZERO TO WS-SEQ-ACTUAL
           OPEN INPUT FSEQ
           IF FS-FSEQ = '00'
               READ FSEQ
                   AT END
                       CONTINUE
                   NOT AT END
                       IF SEQ-NUMERO IS NUMERIC
                           MOVE SEQ-NUMERO TO WS-SEQ-ACTUAL
                       END-IF
               END-READ
               CLOSE FSEQ
           END-IF
           ADD 1 TO WS-SEQ-ACTUAL
           MOVE SPACES TO WS-NOM-FCAMARA
           STRING 'CAMARA_' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               '_' DELIMITED BY SIZE
               WS-SEQ-ACTUAL DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FCAMARA
           OPEN OUTPUT FCAMARA
           IF FS-FCAMARA NOT = '00'
               DISPLAY "ERROR AL ABRIR " WS-NOM-FCAMARA " FS: "
                   FS-FCAMARA
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO WS-CAM-ABIERTO
           MOVE SPACES TO REG-CAM-CABECERA
           MOVE 'HD' TO CCA-TIPO-REG
           MOVE WS-BANCO-ORIGEN TO CCA-BANCO-ORIGEN
           MOVE WS-FECHA-NEGOCIO TO CCA-FECHA-NEG
           MOVE WS-SEQ-ACTUAL TO CCA-SECUENCIA
           MOVE WS-LOTE-SALIENTES TO CCA-LOTE-ID
           WRITE REG-CAM-CABECERA.

       CERRAR-ARCHIVO-CAMARA.
           MOVE SPACES TO REG-CAM-PIE
           MOVE 'TR' TO CPI-TIPO-REG
           MOVE WS-CAM-CANT TO CPI-CANT-REG
           MOVE WS-CAM-TOTAL TO CPI-TOTAL-MONTO
           MOVE WS-CAM-HASH TO CPI-HASH-BANCOS
           MOVE WS-SEQ-ACTUAL TO CPI-SECUENCIA
           WRITE REG-CAM-PIE
           CLOSE FCAMARA
           OPEN OUTPUT FSEQ
           MOVE WS-SEQ-ACTUAL TO SEQ-NUMERO
           WRITE REG-SEQ-CAMARA
           CLOSE FSEQ
           PERFORM GRABAR-TRANSMISION.

       GRABAR-TRANSMISION.
      *    UN RENGLON EN TRANSMISIONES.txt POR ARCHIVO A LA CAMARA,
      *    MISMO PATRON QUE 6000-GRABAR-TRANSMISION EN TRANSM01
           OPEN EXTEND FILTRLOG
           IF FS-FILTRLOG = '35'
               OPEN OUTPUT FILTRLOG
               CLOSE FILTRLOG
               OPEN EXTEND FILTRLOG
           END-IF
           MOVE SPACES TO REG-TRLOG
           MOVE WS-NOM-FCAMARA TO TRL-ARCHIVO
           MOVE 'CAMARA' TO TRL-RED
           MOVE WS-LOTE-SALIENTES TO TRL-LOTE-ID
           MOVE WS-FECHA-NEGOCIO TO TRL-FECHA-NEG
           MOVE WS-CAM-CANT TO TRL-CANT-REG
           MOVE WS-SEQ-ACTUAL TO TRL-SECUENCIA
           WRITE REG-TRLOG
           CLOSE FILTRLOG.

       GRABAR-PENDIENTES.
      *    TRANSFERENCIAS TODAVIA ENVIADAS ('E') CON MAS DE
      *    WS-DIAS-PENDIENTE DIAS HABILES DESDE SU ENVIO
           OPEN OUTPUT FPEND
           PERFORM EVALUAR-PENDIENTE
               VARYING WS-TRX-IDX FROM 1 BY 1
               UNTIL WS-TRX-IDX > WS-CANT-TRX
           CLOSE FPEND.

       EVALUAR-PENDIENTE.
           IF WS-TRX-ESTADO(WS-TRX-IDX) = 'E'
               MOVE WS-TRX-ENVIO(WS-TRX-IDX) TO WS-HAB-FECHA
               PERFORM CONTAR-DIAS-HABILES
               IF WS-DIAS-HABILES > WS-DIAS-PENDIENTE
                   ADD 1 TO COUNT-PENDIENTES
                   MOVE WS-TRX-MONTO(WS-TRX-IDX) TO WS-MONTO-DISP
                   MOVE WS-DIAS-HABILES TO WS-DIAS-HABILES-DISP
                   MOVE SPACES TO PEND-REGISTER
                   STRING WS-TRX-TRAZA(WS-TRX-IDX) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       WS-TRX-CLI-ID(WS-TRX-IDX) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       WS-TRX-NOMBRE(WS-TRX-IDX) DELIMITED BY SIZE
                       " | " DELIMITED BY SIZE
                       WS-TRX-MONEDA(WS-TRX-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-MONTO-DISP DELIMITED BY SIZE
                       " | BANCO " DELIMITED BY SIZE
                       WS-TRX-BANCO(WS-TRX-IDX) DELIMITED BY SIZE
                       " | ENVIADA " DELIMITED BY SIZE
                       WS-TRX-ENVIO(WS-TRX-IDX) DELIMITED BY SIZE
                       " SEC " DELIMITED BY SIZE
                       WS-TRX-SECUENCIA(WS-TRX-IDX) DELIMITED BY SIZE
                       " | DIAS HABILES:" DELIMITED BY SIZE
                       WS-DIAS-HABILES-DISP DELIMITED BY SIZE
                       INTO PEND-REGISTER
                   WRITE PEND-REGISTER
               END-IF
           END-IF.

       CONTAR-DIAS-HABILES.
      *    CUENTA LOS DIAS HABILES (LUNES A VIERNES, MENOS FERIADOS)
      *    ENTRE WS-HAB-FECHA (EXCLUSIVE) Y LA FECHA DE NEGOCIO
      *    (INCLUSIVE), MISMA REGLA QUE CONTAR-DIAS-HABILES EN PSA01
           MOVE ZERO TO WS-DIAS-HABILES
           COMPUTE WS-HAB-INT-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-HAB-FECHA)
           COMPUTE WS-HAB-INT-HASTA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
           IF WS-HAB-INT-HASTA > WS-HAB-INT-DESDE
               PERFORM EVALUAR-DIA-HABIL
                   VARYING WS-HAB-INT-ACTUAL
                   FROM WS-HAB-INT-DESDE BY 1
                   UNTIL WS-HAB-INT-ACTUAL >= WS-HAB-INT-HASTA
           END-IF.

       EVALUAR-DIA-HABIL.
           COMPUTE WS-HAB-DIA-SEMANA =
               FUNCTION REM(WS-HAB-INT-ACTUAL + 1, 7)
           IF WS-HAB-DIA-SEMANA >= 1 AND WS-HAB-DIA-SEMANA <= 5
               COMPUTE WS-HAB-FECHA =
                   FUNCTION DATE-OF-INTEGER(WS-HAB-INT-ACTUAL + 1)
               MOVE 'N' TO WS-HAB-ES-FERIADO
               PERFORM VARYING WS-FER-IDX FROM 1 BY 1
                   UNTIL WS-FER-IDX > WS-CANT-FERIADOS
                   IF WS-FER-FECHA(WS-FER-IDX) = WS-HAB-FECHA
                       MOVE 'S' TO WS-HAB-ES-FERIADO
                   END-IF
               END-PERFORM
               IF WS-HAB-ES-FERIADO = 'N'
                   ADD 1 TO WS-DIAS-HABILES
               END-IF
           END-IF.

       GUARDAR-REGISTRO.
      *    LAS TRANSFERENCIAS YA LIQUIDADAS O DEVUELTAS HACE MAS DE
      *    WS-DIAS-CONSERVAR DIAS SE DEPURAN AL REESCRIBIR
           OPEN OUTPUT FREGTRF
           PERFORM ESCRIBIR-TRANSFERENCIA
               VARYING WS-TRX-IDX FROM 1 BY 1
               UNTIL WS-TRX-IDX > WS-CANT-TRX
           CLOSE FREGTRF.

       ESCRIBIR-TRANSFERENCIA.
           MOVE 'S' TO WS-TRX-RETENER
           IF WS-TRX-ESTADO(WS-TRX-IDX) NOT = 'E'
               COMPUTE WS-DIAS-CERRADA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO) -
                   FUNCTION INTEGER-OF-DATE(
                       WS-TRX-FECHA-ESTADO(WS-TRX-IDX))
               IF WS-DIAS-CERRADA > WS-DIAS-CONSERVAR
                   MOVE 'N' TO WS-TRX-RETENER
                   ADD 1 TO COUNT-DEPURADAS
               END-IF
           END-IF
           IF WS-TRX-RETENER = 'S'
               MOVE SPACES TO REG-TRFEXT
               MOVE WS-TRX-TRAZA(WS-TRX-IDX) TO TRX-TRAZA
               MOVE WS-TRX-CLI-ID(WS-TRX-IDX) TO TRX-CLI-ID
               MOVE WS-TRX-NOMBRE(WS-TRX-IDX) TO TRX-NOMBRE
               MOVE WS-TRX-MONEDA(WS-TRX-IDX) TO TRX-MONEDA
               MOVE WS-TRX-MONTO(WS-TRX-IDX) TO TRX-MONTO
               MOVE WS-TRX-BANCO(WS-TRX-IDX) TO TRX-BANCO-DEST
               MOVE WS-TRX-CUENTA(WS-TRX-IDX) TO TRX-CUENTA-DEST
               MOVE WS-TRX-ENVIO(WS-TRX-IDX) TO TRX-FECHA-ENVIO
               MOVE WS-TRX-SECUENCIA(WS-TRX-IDX) TO TRX-SECUENCIA
               MOVE WS-TRX-ESTADO(WS-TRX-IDX) TO TRX-ESTADO
               MOVE WS-TRX-FECHA-ESTADO(WS-TRX-IDX) TO TRX-FECHA-ESTADO
               MOVE WS-TRX-MOTIVO(WS-TRX-IDX) TO TRX-MOTIVO
               WRITE REG-TRFEXT
           END-IF.
