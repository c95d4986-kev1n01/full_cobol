      *    CODIGO DE BLOQUEO SEGUN LA PLANTILLA PLANTNOTIF.txt:        +
      *    FRAUDE Y MOROSIDAD LLEVAN REDACCION DISTINTA, Y LOS        +
      *    CODIGOS DE RESGUARDO LEGAL (ENVIAR = 'N') NO GENERAN CARTA  +
      *    CADA CORRIDA DEJA EN NOTIF_CONTROL.txt LAS CARTAS EMITIDAS  +
      *    POR ENTIDAD, BASE DE LA FACTURACION MENSUAL (FACENT01)      +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILNOTIF.
      *    MAESTRO DE CUENTAS DE PROGRAM1, SOLO PARA TOMAR LA ENTIDAD
      *    DEL PAN DE CADA CARTA (FILOUT2 NO LA TRAE)
           SELECT FILCTAM ASSIGN TO 'CTAMAST.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS CTM-PAN
              FILE STATUS IS FS-FILCTAM.
      *    CARTAS EMITIDAS POR ENTIDAD EN CADA CORRIDA; CRECE ENTRE
      *    CORRIDAS (UN GRUPO DE RENGLONES POR CORRIDA)
           SELECT FILNOTCT ASSIGN TO 'NOTIF_CONTROL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILNOTCT.

       DATA DIVISION.
       FILE SECTION.
           02 HIS-FEC-BLOQ        PIC X(10).
           02 FILLER              PIC X(01).
           02 HIS-FECHA-CORRIDA   PIC 9(08).
           02 FILLER              PIC X(01).
           02 HIS-ORIGEN          PIC X(01). *> 'U' = URGENTE INTRADIA

      *    MISMO LAYOUT QUE BOVEDA.txt EN PROGRAM1 (TOKEN + PAN)
       FD  FILBOV
           02 FILLER              PIC X(01) VALUE SPACE.
           02 NOT-TEXTO           PIC X(60). *> TEXTO DE LA CARTA

      *    MISMO LAYOUT QUE REG-CTAMAST EN PROGRAM1
       FD  FILCTAM.
       01  REG-CTAMAST.
           COPY CTAMAST.

      *    LA CORRIDA (FECHA Y HORA DEL SISTEMA) DISTINGUE UN
      *    REPROCESO DE LA MISMA FECHA DE NEGOCIO: FACENT01 SE QUEDA
      *    CON LA ULTIMA, QUE ES LA QUE DEJO NOTIFICACIONES_<FECHA>.
      *    UNA CORRIDA SIN CARTAS GRABA UN RENGLON CON ENTIDAD EN
      *    BLANCO Y CANTIDAD CERO PARA QUE IGUAL QUEDE REGISTRADA
       FD  FILNOTCT
           RECORDING MODE IS F.
       01  REG-NOTCTL.
           02 NCT-FECHA-NEG       PIC 9(08). *> FECHA DE NEGOCIO
           02 FILLER              PIC X(01) VALUE SPACE.
           02 NCT-CORRIDA         PIC 9(14). *> AAAAMMDDHHMMSS
           02 FILLER              PIC X(01) VALUE SPACE.
           02 NCT-COD-ENT         PIC X(04). *> '????' = PAN SIN
                                             *> CUENTA EN CTAMAST
           02 FILLER              PIC X(01) VALUE SPACE.
           02 NCT-CANTIDAD        PIC 9(07). *> CARTAS EMITIDAS

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FILBOV           PIC XX.
           05 FS-FILPLANT         PIC XX.
           05 FS-FILNOTIF         PIC XX.
           05 FS-FILCTAM          PIC XX.
           05 FS-FILNOTCT         PIC XX.

       01  WSC-COUNTERS.
           05 COUNT-FILOUT2       PIC 9(07) COMP VALUE ZEROS.
       01  WS-NVO-ENCONTRADO      PIC X VALUE 'N'.
       01  WS-COD-ACTUAL          PIC 9(02).

      *    CARTAS EMITIDAS POR ENTIDAD EN ESTA CORRIDA, PARA
      *    NOTIF_CONTROL.txt (VER 4200 Y 5000); SIN CTAMAST.dat TODAS
      *    LAS CARTAS QUEDAN EN LA ENTIDAD '????'
       01  WS-CTAM-ABIERTO        PIC X(01) VALUE 'N'.
       01  WS-NEN-BUSCAR          PIC X(04).
       01  WS-CANT-NEN            PIC 9(4) COMP VALUE ZERO.
       01  WS-TABLA-NOTIF-ENT.
           05 WS-NEN-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON WS-CANT-NEN
               INDEXED BY WS-NEN-IDX.
               10 WS-NEN-COD      PIC X(04).
               10 WS-NEN-CANT     PIC 9(7) COMP.
       01  WS-NCT-CORRIDA.
           05 WS-NCT-FECHA-SIS    PIC 9(08).
           05 WS-NCT-HORA-SIS     PIC 9(06).
       01  WS-NCT-HORA-ACCEPT     PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  NOTIFICACIONES POR BLOQUEO NUEVO     '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           MOVE WS-FECHA-YYYYMMDD TO WS-NCT-FECHA-SIS
           ACCEPT WS-NCT-HORA-ACCEPT FROM TIME
           MOVE WS-NCT-HORA-ACCEPT(1:6) TO WS-NCT-HORA-SIS
           PERFORM 1000-LEER-PARAMETRO
           PERFORM 1100-CONSTRUIR-NOMBRES
           PERFORM 1200-CARGAR-PLANTILLAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT FILCTAM
           IF FS-FILCTAM = '00'
               MOVE 'S' TO WS-CTAM-ABIERTO
           ELSE
               DISPLAY 'CTAMAST.dat NO DISPONIBLE (FS: ' FS-FILCTAM
                   '), LAS CARTAS SE CONTROLAN SIN ENTIDAD'
           END-IF
           PERFORM 2000-PROCESAR-TITULARES
           PERFORM 3000-PROCESAR-ADICIONALES
           CLOSE FILNOTIF
           IF WS-CTAM-ABIERTO = 'S'
               CLOSE FILCTAM
           END-IF
           PERFORM 5000-GRABAR-CONTROL-ENTIDAD

           DISPLAY 'RENGLONES FILOUT2 LEIDOS     = ' COUNT-FILOUT2
           DISPLAY 'BLOQUEOS NUEVOS DETECTADOS   = ' WS-CANT-NUEVOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    LOS RENGLONES DE BLOQUEO URGENTE INTRADIA (HIS-ORIGEN 'U',
      *    ESCRITOS POR HOTCRD01 ANTES DE QUE EL PROVEEDOR LOS TRAIGA)
      *    NO ENTRAN: LA CARTA SE DECIDE CON LAS CORRIDAS DE PROGRAM1,
      *    ASI UN BLOQUEO ADELANTADO EN EL DIA NO SE TOMA COMO "YA
      *    VENIA" LA NOCHE EN QUE EL PROVEEDOR LO CONFIRMA, NI SALE
      *    CARTA DOS VECES
           PERFORM 1310-LEER-HISTORIAL
           PERFORM UNTIL EOF-FILBLHIS = 'S'
               IF HIS-ORIGEN NOT = 'U'
                   PERFORM 1320-GUARDAR-HISTORIAL
               END-IF
               PERFORM 1310-LEER-HISTORIAL
           END-PERFORM
           CLOSE FILBLHIS
           MOVE WS-N2-FEC-BLOQ TO NOT-FEC-BLOQ
           MOVE WS-PLA-TEXTO(WS-COD-ACTUAL + 1) TO NOT-TEXTO
           WRITE REG-NOTIF
           ADD 1 TO COUNT-NOTIFICADOS
           PERFORM 4200-ACUMULAR-POR-ENTIDAD.

      *----------------------------------------------------------------+
       4200-ACUMULAR-POR-ENTIDAD.
      *----------------------------------------------------------------+
      *    LA ENTIDAD SALE DEL MAESTRO POR PAN; UN PAN QUE YA NO ESTA
      *    EN EL MAESTRO CUENTA EN '????' PARA QUE LA SUMA POR ENTIDAD
      *    SIGA CUADRANDO CON EL TOTAL DE RENGLONES DEL EXTRACTO
           MOVE '????' TO WS-NEN-BUSCAR
           IF WS-CTAM-ABIERTO = 'S'
               MOVE WS-N2-PAN TO CTM-PAN
               READ FILCTAM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTM-COD-ENT TO WS-NEN-BUSCAR
               END-READ
           END-IF
           PERFORM VARYING WS-NEN-IDX FROM 1 BY 1
               UNTIL WS-NEN-IDX > WS-CANT-NEN
                  OR WS-NEN-COD(WS-NEN-IDX) = WS-NEN-BUSCAR
           END-PERFORM
           IF WS-NEN-IDX > WS-CANT-NEN
               ADD 1 TO WS-CANT-NEN
               SET WS-NEN-IDX TO WS-CANT-NEN
               MOVE WS-NEN-BUSCAR TO WS-NEN-COD(WS-NEN-IDX)
               MOVE ZERO TO WS-NEN-CANT(WS-NEN-IDX)
           END-IF
           ADD 1 TO WS-NEN-CANT(WS-NEN-IDX).

      *----------------------------------------------------------------+
       5000-GRABAR-CONTROL-ENTIDAD.
      *----------------------------------------------------------------+
      *    MISMO PATRON "CREAR SI NO EXISTE" QUE CONTROL.txt EN
      *    PROGRAM1; LA SUMA DE LOS RENGLONES DE UNA CORRIDA ES LA
      *    CANTIDAD DE RENGLONES DE NOTIFICACIONES_<FECHA>.txt
           OPEN EXTEND FILNOTCT
           IF FS-FILNOTCT = '35'
               OPEN OUTPUT FILNOTCT
               CLOSE FILNOTCT
               OPEN EXTEND FILNOTCT
           END-IF
           IF FS-FILNOTCT NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR NOTIF_CONTROL.txt - STATUS: '
                   FS-FILNOTCT
           ELSE
               IF WS-CANT-NEN = 0
                   MOVE SPACES TO REG-NOTCTL
                   MOVE WS-FECHA-YYYYMMDD TO NCT-FECHA-NEG
                   MOVE WS-NCT-CORRIDA TO NCT-CORRIDA
                   MOVE ZERO TO NCT-CANTIDAD
                   WRITE REG-NOTCTL
               END-IF
               PERFORM 5100-ESCRIBIR-CONTROL-ENTIDAD
                   VARYING WS-NEN-IDX FROM 1 BY 1
                   UNTIL WS-NEN-IDX > WS-CANT-NEN
               CLOSE FILNOTCT
           END-IF.

      *----------------------------------------------------------------+
       5100-ESCRIBIR-CONTROL-ENTIDAD.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-NOTCTL
           MOVE WS-FECHA-YYYYMMDD TO NCT-FECHA-NEG
           MOVE WS-NCT-CORRIDA TO NCT-CORRIDA
           MOVE WS-NEN-COD(WS-NEN-IDX) TO NCT-COD-ENT
           MOVE WS-NEN-CANT(WS-NEN-IDX) TO NCT-CANTIDAD
           WRITE REG-NOTCTL.
       END PROGRAM NOTIFC01.
