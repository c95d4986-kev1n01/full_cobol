      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Payroll intake: reads the payroll files sent by
      *           employer clients (header with employer, total and
      *           item count, one detail per employee), rejects an
      *           out-of-balance file whole, validates every
      *           beneficiary against CLIMAST and leaves for PSA01 one
      *           debit to the employer, one credit per accepted
      *           employee and the credit back of the rejected items,
      *           all on the NOMINA channel; rejected items go to a
      *           rejection file per employer
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA14.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ARCHIVOS DE NOMINA RECIBIDOS DE LOS EMPLEADORES, UNO DETRAS
      * DEL OTRO: CADA UNO ES UN RENGLON 'H' (CABECERA) SEGUIDO DE SUS
      * RENGLONES 'D' (UNO POR EMPLEADO); SE VACIA AL TERMINAR, IGUAL
      * QUE LOS ORIGENES DEL SORT DE PSA01
           SELECT FNOMINA ASSIGN TO 'nomina_entrante.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FNOMINA.
      * MOVIMIENTOS PARA PSA01 EN EL FORMATO PIPE DE movimientos.dat;
      * PSA01 LOS TOMA COMO UN ORIGEN MAS DEL SORT Y VACIA EL ARCHIVO
      * AL CERRAR SU CORRIDA, IGUAL QUE movimientos_prestamos.dat
           SELECT FMOVNOM ASSIGN TO 'movimientos_nomina.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FMOVNOM.
      * RECHAZOS DE UN EMPLEADOR, NOMINA_RECH_<EMPLEADOR>_<FECHA>.txt;
      * EL NOMBRE SE ARMA EN ABRIR-RECHAZOS-EMPLEADOR. CRECE SI EL
      * MISMO EMPLEADOR MANDA MAS DE UN ARCHIVO EN EL DIA
           SELECT FNOMRECH ASSIGN TO WS-NOM-FNOMRECH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FNOMRECH.
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

       DATA DIVISION.
       FILE SECTION.
      *    CABECERA Y DETALLE SON DOS 01 DE LA MISMA FD; NOM-TIPO-REG
      *    ESTA EN LA MISMA POSICION EN LOS DOS
       FD FNOMINA.
       01 REG-NOM-CABECERA.
           02 NOM-TIPO-REG         PIC X(01). *> 'H' = CABECERA
           02 FILLER               PIC X(01).
           02 NCA-EMPLEADOR        PIC X(05).
           02 FILLER               PIC X(01).
           02 NCA-TOTAL            PIC 9(07)V99.
           02 FILLER               PIC X(01).
           02 NCA-CANTIDAD         PIC 9(05).
           02 FILLER               PIC X(01).
           02 NCA-REFERENCIA       PIC X(10). *> PERIODO/PLANILLA DEL
                                             *> EMPLEADOR
       01 REG-NOM-DETALLE.
           02 FILLER               PIC X(01). *> 'D' = DETALLE
           02 FILLER               PIC X(01).
           02 NDE-BENEFICIARIO     PIC X(05).
           02 FILLER               PIC X(01).
           02 NDE-NOMBRE           PIC X(20).
           02 FILLER               PIC X(01).
           02 NDE-MONTO            PIC 9(05)V99.

       FD FMOVNOM.
       01 MOVNOM-REGISTER          PIC X(100).

       FD FNOMRECH.
       01 NOMRECH-REGISTER         PIC X(100).

       FD CLIMASTER.
           COPY CLIMAST.

       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA

       WORKING-STORAGE SECTION.
       01 FS-FNOMINA               PIC XX.
       01 FS-FMOVNOM               PIC XX.
       01 FS-FNOMRECH              PIC XX.
       01 CLIMASTER-STATUS         PIC XX.
       01 FS-FILPARM               PIC XX.
       01 EOF                      PIC X VALUE 'N'.
       01 WS-FECHA-NEGOCIO         PIC 9(08).

      * ARCHIVO DEL EMPLEADOR EN CURSO: CABECERA Y DETALLES EN MEMORIA
      * HASTA LA CABECERA SIGUIENTE O EL FIN DE ARCHIVO, PORQUE EL
      * CUADRE SE CONOCE RECIEN CON EL ULTIMO DETALLE
       01 WS-HAY-LOTE              PIC X VALUE 'N'.
       01 WS-LOTE-EMPLEADOR        PIC X(05).
       01 WS-LOTE-TOTAL            PIC 9(07)V99.
       01 WS-LOTE-CANTIDAD         PIC 9(05).
       01 WS-LOTE-REFERENCIA       PIC X(10).
       01 WS-LOTE-SUMA             PIC 9(09)V99.
       01 WS-LOTE-MOTIVO           PIC X(40).
       01 WS-EMP-NOMBRE            PIC X(20).
       01 WS-EMP-MONEDA            PIC X(03).
       01 WS-CANT-ITEM             PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-ITEMS.
           02 WS-ITEM-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-ITEM
               INDEXED BY WS-ITEM-IDX WS-ITEM-IDX2.
               03 WS-ITEM-BENEF       PIC X(05).
               03 WS-ITEM-NOMBRE      PIC X(20).
               03 WS-ITEM-MONTO       PIC 9(05)V99.
       01 WS-ITEMS-DESCARTADOS     PIC 9(05) VALUE ZERO.
       01 WS-ITEM-MOTIVO           PIC X(30).
       01 WS-ITEM-REPETIDO         PIC X VALUE 'N'.
       01 WS-LOTE-RECHAZADO        PIC 9(07)V99.
       01 WS-LOTE-ACEPTADOS        PIC 9(05).

      * RECHAZOS DEL EMPLEADOR: EL ARCHIVO SE ABRE RECIEN CON EL
      * PRIMER RECHAZO DEL LOTE
       01 WS-NOM-FNOMRECH          PIC X(40) VALUE SPACES.
       01 WS-RECH-ABIERTO          PIC X VALUE 'N'.

      * MOVIMIENTO QUE SE ARMA PARA PSA01: EL MONTO VA SIN PUNTO
      * DECIMAL, MISMO TRUCO QUE WS-MOV-MONTO-DIG EN PSA12
       01 WS-MOV-CLIENTE           PIC X(05).
       01 WS-MOV-NOMBRE            PIC X(20).
       01 WS-MOV-TIPO              PIC X(01).
       01 WS-MOV-CANAL             PIC X(06).
       01 WS-MOV-MONEDA            PIC X(03).
       01 WS-MOV-MONTO             PIC 9(05)V99.
       01 WS-MOV-MONTO-DIG REDEFINES WS-MOV-MONTO PIC 9(07).
      * CANALES DE NOMINA; PSA01 LOS LLEVA A SU CATEGORIA CONTABLE Y
      * NO LES APLICA RETENCION NI LIMITE DIARIO (EL EMPLEADOR YA SE
      * VALIDO AQUI Y DEBITO Y CREDITOS TIENEN QUE POSTEARSE JUNTOS):
      * DEBITO AL EMPLEADOR Y CREDITO A CADA EMPLEADO, Y REINTEGRO AL
      * EMPLEADOR DE LO RECHAZADO
       01 WS-CANAL-NOMINA          PIC X(06) VALUE 'NOMINA'.
       01 WS-CANAL-NOMINA-DEV      PIC X(06) VALUE 'NOMDEV'.
       01 WS-MONTO-DISP            PIC ZZZZZZ9.99.
       01 WS-SUMA-DISP             PIC ZZZZZZZZ9.99.
       01 WS-CANTIDAD-DISP         PIC ZZZZ9.

       01 COUNT-LOTES              PIC 9(5) VALUE 0.
       01 COUNT-LOTES-RECHAZADOS   PIC 9(5) VALUE 0.
       01 COUNT-ITEMS              PIC 9(5) VALUE 0.
       01 COUNT-ITEMS-ACEPTADOS    PIC 9(5) VALUE 0.
       01 COUNT-ITEMS-RECHAZADOS   PIC 9(5) VALUE 0.
       01 COUNT-MOVIMIENTOS        PIC 9(5) VALUE 0.
       01 COUNT-RENGLONES-SUELTOS  PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS

           OPEN INPUT FNOMINA
           IF FS-FNOMINA NOT = '00'
               DISPLAY "NO HAY ARCHIVOS DE NOMINA (nomina_entrante.dat)"
               STOP RUN
           END-IF
           OPEN INPUT CLIMASTER
           IF CLIMASTER-STATUS NOT = '00'
               DISPLAY "ERROR AL ABRIR CLIMAST.dat FS: "
                   CLIMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE FNOMINA
               STOP RUN
           END-IF
           OPEN EXTEND FMOVNOM
           IF FS-FMOVNOM = '35'
               OPEN OUTPUT FMOVNOM
               CLOSE FMOVNOM
               OPEN EXTEND FMOVNOM
           END-IF

           PERFORM LEER-NOMINA
           PERFORM UNTIL EOF = 'Y'
               EVALUATE NOM-TIPO-REG
                   WHEN 'H'
                       IF WS-HAY-LOTE = 'S'
                           PERFORM PROCESAR-LOTE-NOMINA
                       END-IF
                       PERFORM INICIAR-LOTE-NOMINA
                   WHEN 'D'
                       PERFORM GUARDAR-ITEM-NOMINA
                   WHEN OTHER
                       ADD 1 TO COUNT-RENGLONES-SUELTOS
                       DISPLAY "RENGLON DE NOMINA DESCONOCIDO: "
                           REG-NOM-CABECERA
               END-EVALUATE
               PERFORM LEER-NOMINA
           END-PERFORM
           IF WS-HAY-LOTE = 'S'
               PERFORM PROCESAR-LOTE-NOMINA
           END-IF

           CLOSE FNOMINA FMOVNOM CLIMASTER
      *    LO RECIBIDO YA QUEDO EN movimientos_nomina.dat O EN LOS
      *    RECHAZOS; EL ARCHIVO DE ENTRADA VUELVE A ARRANCAR VACIO
           OPEN OUTPUT FNOMINA
           CLOSE FNOMINA

           DISPLAY "ARCHIVOS DE NOMINA LEIDOS : " COUNT-LOTES
           DISPLAY "ARCHIVOS RECHAZADOS       : " COUNT-LOTES-RECHAZADOS
           DISPLAY "PAGOS LEIDOS              : " COUNT-ITEMS
           DISPLAY "PAGOS ACEPTADOS           : " COUNT-ITEMS-ACEPTADOS
           DISPLAY "PAGOS RECHAZADOS          : " COUNT-ITEMS-RECHAZADOS
           DISPLAY "RENGLONES SIN CABECERA    : "
               COUNT-RENGLONES-SUELTOS
           DISPLAY "MOVIMIENTOS PARA PSA01    : " COUNT-MOVIMIENTOS
           IF COUNT-LOTES-RECHAZADOS > 0 OR
              COUNT-ITEMS-RECHAZADOS > 0 OR
              COUNT-RENGLONES-SUELTOS > 0
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
           DISPLAY "FECHA DE NEGOCIO          : " WS-FECHA-NEGOCIO.

       LEER-NOMINA.
           READ FNOMINA
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       INICIAR-LOTE-NOMINA.
           ADD 1 TO COUNT-LOTES
           MOVE 'S' TO WS-HAY-LOTE
           MOVE NCA-EMPLEADOR TO WS-LOTE-EMPLEADOR
           MOVE NCA-REFERENCIA TO WS-LOTE-REFERENCIA
           MOVE ZERO TO WS-LOTE-TOTAL WS-LOTE-CANTIDAD
           IF NCA-TOTAL IS NUMERIC
               MOVE NCA-TOTAL TO WS-LOTE-TOTAL
           END-IF
           IF NCA-CANTIDAD IS NUMERIC
               MOVE NCA-CANTIDAD TO WS-LOTE-CANTIDAD
           END-IF
           MOVE ZERO TO WS-CANT-ITEM WS-LOTE-SUMA WS-ITEMS-DESCARTADOS
           MOVE SPACES TO WS-LOTE-MOTIVO.

       GUARDAR-ITEM-NOMINA.
      *    UN DETALLE ANTES DE LA PRIMERA CABECERA NO TIENE EMPLEADOR
      *    AL QUE DEBITAR; UN MONTO NO NUMERICO O LA TABLA LLENA
      *    DESCUADRAN EL LOTE, QUE SE RECHAZA COMPLETO
           IF WS-HAY-LOTE = 'N'
               ADD 1 TO COUNT-RENGLONES-SUELTOS
               DISPLAY "DETALLE DE NOMINA SIN CABECERA: "
                   REG-NOM-DETALLE
           ELSE
               ADD 1 TO COUNT-ITEMS
               IF NDE-MONTO IS NOT NUMERIC OR WS-CANT-ITEM >= 5000
                   ADD 1 TO WS-ITEMS-DESCARTADOS
                   MOVE 'DETALLE ILEGIBLE O LOTE DEMASIADO GRANDE' TO
                       WS-LOTE-MOTIVO
               ELSE
                   ADD 1 TO WS-CANT-ITEM
                   SET WS-ITEM-IDX TO WS-CANT-ITEM
                   MOVE NDE-BENEFICIARIO TO WS-ITEM-BENEF(WS-ITEM-IDX)
                   MOVE NDE-NOMBRE TO WS-ITEM-NOMBRE(WS-ITEM-IDX)
                   MOVE NDE-MONTO TO WS-ITEM-MONTO(WS-ITEM-IDX)
                   ADD NDE-MONTO TO WS-LOTE-SUMA
               END-IF
           END-IF.

       PROCESAR-LOTE-NOMINA.
      *    PRIMERO EL LOTE COMPLETO (CUADRE CONTRA LA CABECERA Y
      *    EMPLEADOR VALIDO); SOLO UN LOTE ACEPTADO GENERA MOVIMIENTOS
           MOVE 'N' TO WS-HAY-LOTE
           MOVE 'N' TO WS-RECH-ABIERTO
           IF WS-LOTE-MOTIVO = SPACES
               PERFORM VALIDAR-LOTE-NOMINA
           END-IF
           IF WS-LOTE-MOTIVO NOT = SPACES
               PERFORM RECHAZAR-LOTE-NOMINA
           ELSE
               PERFORM APLICAR-LOTE-NOMINA
           END-IF
           IF WS-RECH-ABIERTO = 'S'
               CLOSE FNOMRECH
           END-IF.

       VALIDAR-LOTE-NOMINA.
      *    EL DEBITO AL EMPLEADOR ES UN SOLO MOVIMIENTO, ASI QUE EL
      *    TOTAL TIENE QUE CABER EN EL MONTO DE UN MOVIMIENTO DE PSA01
           EVALUATE TRUE
               WHEN WS-CANT-ITEM NOT = WS-LOTE-CANTIDAD
                   MOVE 'DESCUADRE: CANTIDAD DISTINTA A LA CABECERA'
                       TO WS-LOTE-MOTIVO
               WHEN WS-LOTE-SUMA NOT = WS-LOTE-TOTAL
                   MOVE 'DESCUADRE: TOTAL DISTINTO A LA CABECERA' TO
                       WS-LOTE-MOTIVO
               WHEN WS-LOTE-TOTAL = ZERO
                   MOVE 'ARCHIVO SIN PAGOS' TO WS-LOTE-MOTIVO
               WHEN WS-LOTE-TOTAL > 99999.99
                   MOVE 'TOTAL EXCEDE EL MAXIMO DE UN MOVIMIENTO' TO
                       WS-LOTE-MOTIVO
               WHEN OTHER
                   MOVE WS-LOTE-EMPLEADOR TO CLI-ID
                   READ CLIMASTER
                       INVALID KEY
                           MOVE 'EMPLEADOR NO EXISTE EN CLIMAST' TO
                               WS-LOTE-MOTIVO
                       NOT INVALID KEY
                           IF CLI-ESTADO = 'I' OR CLI-ESTADO = 'E' OR
                              CLI-ESTADO = 'F'
                               MOVE 'CUENTA DEL EMPLEADOR NO ACTIVA'
                                   TO WS-LOTE-MOTIVO
                           ELSE
                               MOVE CLI-NOMBRE TO WS-EMP-NOMBRE
                               MOVE CLI-MONEDA TO WS-EMP-MONEDA
                           END-IF
                   END-READ
           END-EVALUATE.

       RECHAZAR-LOTE-NOMINA.
      *    EL ARCHIVO SE DEVUELVE ENTERO: NI DEBITO NI CREDITOS
           ADD 1 TO COUNT-LOTES-RECHAZADOS
           ADD WS-CANT-ITEM TO COUNT-ITEMS-RECHAZADOS
           ADD WS-ITEMS-DESCARTADOS TO COUNT-ITEMS-RECHAZADOS
           PERFORM ABRIR-RECHAZOS-EMPLEADOR
           MOVE WS-LOTE-TOTAL TO WS-MONTO-DISP
           MOVE WS-LOTE-SUMA TO WS-SUMA-DISP
           MOVE WS-LOTE-CANTIDAD TO WS-CANTIDAD-DISP
           MOVE SPACES TO NOMRECH-REGISTER
           STRING "ARCHIVO RECHAZADO " DELIMITED BY SIZE
               WS-LOTE-REFERENCIA DELIMITED BY SIZE
               " CABECERA:" DELIMITED BY SIZE
               WS-MONTO-DISP DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               WS-CANTIDAD-DISP DELIMITED BY SIZE
               " DETALLE:" DELIMITED BY SIZE
               WS-SUMA-DISP DELIMITED BY SIZE
               INTO NOMRECH-REGISTER
           WRITE NOMRECH-REGISTER
           MOVE SPACES TO NOMRECH-REGISTER
           STRING "MOTIVO: " DELIMITED BY SIZE
               WS-LOTE-MOTIVO DELIMITED BY SIZE
               INTO NOMRECH-REGISTER
           WRITE NOMRECH-REGISTER
           MOVE WS-LOTE-MOTIVO TO WS-ITEM-MOTIVO
           PERFORM GRABAR-RECHAZO-ITEM
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-CANT-ITEM
           DISPLAY "NOMINA DE " WS-LOTE-EMPLEADOR " "
               WS-LOTE-REFERENCIA " RECHAZADA: " WS-LOTE-MOTIVO.

       APLICAR-LOTE-NOMINA.
      *    DEBITO UNICO AL EMPLEADOR POR EL TOTAL DE LA CABECERA,
      *    CREDITO A CADA EMPLEADO VALIDO Y REINTEGRO AL EMPLEADOR DE
      *    LO RECHAZADO
           MOVE ZERO TO WS-LOTE-RECHAZADO WS-LOTE-ACEPTADOS
           MOVE WS-LOTE-EMPLEADOR TO WS-MOV-CLIENTE
           MOVE WS-EMP-NOMBRE TO WS-MOV-NOMBRE
           MOVE 'R' TO WS-MOV-TIPO
           MOVE WS-CANAL-NOMINA TO WS-MOV-CANAL
           MOVE WS-LOTE-TOTAL TO WS-MOV-MONTO
           PERFORM GRABAR-MOVIMIENTO-NOMINA
           PERFORM APLICAR-ITEM-NOMINA
               VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX > WS-CANT-ITEM
           IF WS-LOTE-RECHAZADO > 0
               MOVE WS-LOTE-EMPLEADOR TO WS-MOV-CLIENTE
               MOVE WS-EMP-NOMBRE TO WS-MOV-NOMBRE
               MOVE 'D' TO WS-MOV-TIPO
               MOVE WS-CANAL-NOMINA-DEV TO WS-MOV-CANAL
               MOVE WS-LOTE-RECHAZADO TO WS-MOV-MONTO
               PERFORM GRABAR-MOVIMIENTO-NOMINA
               MOVE WS-LOTE-RECHAZADO TO WS-MONTO-DISP
               MOVE SPACES TO NOMRECH-REGISTER
               STRING "TOTAL REINTEGRADO AL EMPLEADOR " DELIMITED BY
                   SIZE
                   WS-LOTE-EMPLEADOR DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-MONTO-DISP DELIMITED BY SIZE
                   INTO NOMRECH-REGISTER
               WRITE NOMRECH-REGISTER
           END-IF
           DISPLAY "NOMINA DE " WS-LOTE-EMPLEADOR " "
               WS-LOTE-REFERENCIA ": " WS-LOTE-ACEPTADOS
               " PAGO(S) ACEPTADO(S)".

       APLICAR-ITEM-NOMINA.
      *    EL BENEFICIARIO DEBE EXISTIR, NO ESTAR DADO DE BAJA NI
      *    ESCHEATADO (PSA01 RECHAZARIA EL CREDITO), MANEJARSE EN LA
      *    MONEDA DEL EMPLEADOR Y NO REPETIRSE EN EL ARCHIVO (PSA01
      *    LO RECHAZARIA COMO DUPLICADO SI EL MONTO COINCIDE)
           MOVE SPACES TO WS-ITEM-MOTIVO
           MOVE 'N' TO WS-ITEM-REPETIDO
           PERFORM VARYING WS-ITEM-IDX2 FROM 1 BY 1
               UNTIL WS-ITEM-IDX2 >= WS-ITEM-IDX
               IF WS-ITEM-BENEF(WS-ITEM-IDX2) =
                  WS-ITEM-BENEF(WS-ITEM-IDX)
                   MOVE 'S' TO WS-ITEM-REPETIDO
               END-IF
           END-PERFORM
           MOVE WS-ITEM-BENEF(WS-ITEM-IDX) TO CLI-ID
           READ CLIMASTER
               INVALID KEY
                   MOVE 'BENEFICIARIO NO EXISTE' TO WS-ITEM-MOTIVO
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CLI-ESTADO = 'I' OR CLI-ESTADO = 'E'
                           MOVE 'CUENTA DEL BENEFICIARIO INACTIVA' TO
                               WS-ITEM-MOTIVO
                       WHEN WS-EMP-MONEDA NOT = SPACES AND
                            CLI-MONEDA NOT = SPACES AND
                            CLI-MONEDA NOT = WS-EMP-MONEDA
                           MOVE 'MONEDA DISTINTA A LA DEL EMPLEADOR' TO
                               WS-ITEM-MOTIVO
                       WHEN WS-ITEM-MONTO(WS-ITEM-IDX) = ZERO
                           MOVE 'MONTO EN CERO' TO WS-ITEM-MOTIVO
                       WHEN WS-ITEM-REPETIDO = 'S'
                           MOVE 'BENEFICIARIO REPETIDO EN EL ARCHIVO'
                               TO WS-ITEM-MOTIVO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
           IF WS-ITEM-MOTIVO = SPACES
               ADD 1 TO COUNT-ITEMS-ACEPTADOS
               ADD 1 TO WS-LOTE-ACEPTADOS
               MOVE WS-ITEM-BENEF(WS-ITEM-IDX) TO WS-MOV-CLIENTE
               MOVE CLI-NOMBRE TO WS-MOV-NOMBRE
               MOVE 'D' TO WS-MOV-TIPO
               MOVE WS-CANAL-NOMINA TO WS-MOV-CANAL
               MOVE WS-ITEM-MONTO(WS-ITEM-IDX) TO WS-MOV-MONTO
               PERFORM GRABAR-MOVIMIENTO-NOMINA
           ELSE
               ADD 1 TO COUNT-ITEMS-RECHAZADOS
               ADD WS-ITEM-MONTO(WS-ITEM-IDX) TO WS-LOTE-RECHAZADO
               IF WS-RECH-ABIERTO = 'N'
                   PERFORM ABRIR-RECHAZOS-EMPLEADOR
               END-IF
               PERFORM GRABAR-RECHAZO-ITEM
           END-IF.

       GRABAR-MOVIMIENTO-NOMINA.
      *    MISMO LAYOUT PIPE-DELIMITADO QUE LOS MOVIMIENTOS DE PSA12;
      *    LA MONEDA ES LA DEL EMPLEADOR PARA TODO EL LOTE
           MOVE WS-EMP-MONEDA TO WS-MOV-MONEDA
           MOVE SPACES TO MOVNOM-REGISTER
           STRING WS-MOV-CLIENTE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOV-NOMBRE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOV-TIPO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOV-MONTO-DIG DELIMITED BY SIZE
               "|0000000|" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MOV-MONEDA DELIMITED BY SIZE
               "||" DELIMITED BY SIZE
               WS-MOV-CANAL DELIMITED BY SIZE
               INTO MOVNOM-REGISTER
           WRITE MOVNOM-REGISTER
           ADD 1 TO COUNT-MOVIMIENTOS.

       ABRIR-RECHAZOS-EMPLEADOR.
      *    MISMO PATRON "CREAR SI NO EXISTE" DE LAS BITACORAS
           MOVE SPACES TO WS-NOM-FNOMRECH
           STRING 'NOMINA_RECH_' DELIMITED BY SIZE
               WS-LOTE-EMPLEADOR DELIMITED BY SIZE
               '_' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FNOMRECH
           OPEN EXTEND FNOMRECH
           IF FS-FNOMRECH = '35'
               OPEN OUTPUT FNOMRECH
               CLOSE FNOMRECH
               OPEN EXTEND FNOMRECH
           END-IF
           MOVE 'S' TO WS-RECH-ABIERTO.

       GRABAR-RECHAZO-ITEM.
           MOVE WS-ITEM-MONTO(WS-ITEM-IDX) TO WS-MONTO-DISP
           MOVE SPACES TO NOMRECH-REGISTER
           STRING WS-LOTE-REFERENCIA DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-ITEM-BENEF(WS-ITEM-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-ITEM-NOMBRE(WS-ITEM-IDX) DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-MONTO-DISP DELIMITED BY SIZE
               " | " DELIMITED BY SIZE
               WS-ITEM-MOTIVO DELIMITED BY SIZE
               INTO NOMRECH-REGISTER
           WRITE NOMRECH-REGISTER.
