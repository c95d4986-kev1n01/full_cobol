       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REESUC01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    REEXPRESION DE TOTALES HISTORICOS POR SUCURSAL BAJO LA      +
      *    ESTRUCTURA VIGENTE DE SUCREMAP.txt (FUSIONES Y CIERRES).    +
      *    SE CORRE UNA VEZ DESPUES DE CARGAR UNA FUSION NUEVA: PARA   +
      *    CADA SUCURSAL MUESTRA LOS TOTALES CON EL CODIGO ORIGINAL Y  +
      *    REEXPRESADOS BAJO LA SUCURSAL QUE SOBREVIVE, DE TRES        +
      *    FUENTES: CUENTAS DEL MAESTRO CTAMAST.dat (POR CTM-CENT-     +
      *    ALTA), TARJETAS CON BLOQUEO EN BLOQHIST.txt (CRUZADAS AL    +
      *    MAESTRO POR PAN) Y BLOQUEOS DE FRAUDE/ROBO ACUMULADOS EN    +
      *    FRAUDE_SUC_HIST.txt. NO MODIFICA NINGUNO DE LOS ARCHIVOS:   +
      *    EL CODIGO ORIGINAL QUEDA TAL CUAL PARA AUDITORIA            +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FECHA DE NEGOCIO FORZADA; UNA FUSION CON FECHA EFECTIVA
      *    POSTERIOR NO SE APLICA
           SELECT FILPARM ASSIGN TO 'PARMREESUC.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    TABLA FECHADA DE FUSIONES Y CIERRES (VER COPY SUCREMAP)
           SELECT FILREMAP ASSIGN TO 'SUCREMAP.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILREMAP.
      *    MAESTRO DE ENTIDADES Y SUCURSALES; SOLO PARA LOS NOMBRES
           SELECT FILENTMA ASSIGN TO 'ENTIDADES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILENTMA.
      *    MAESTRO DE CUENTAS DE PROGRAM1: SE RECORRE COMPLETO Y
      *    ADEMAS SE LEE POR CLAVE PARA UBICAR LA SUCURSAL DE CADA
      *    TARJETA DE BLOQHIST.txt
           SELECT FILCTAM ASSIGN TO 'CTAMAST.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTM-PAN
              FILE STATUS IS FS-FILCTAM.
           SELECT FILBLHIS ASSIGN TO 'BLOQHIST.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILBLHIS.
      *    BOVEDA DE TOKENS (VER COPY BOVEDA); BLOQHIST.txt GUARDA EL
      *    TOKEN Y EL MAESTRO SE LEE CON EL PAN
           SELECT FILBOV ASSIGN TO 'BOVEDA.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILBOV.
           SELECT FILFRASUC ASSIGN TO 'FRAUDE_SUC_HIST.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILFRASUC.
           SELECT FREEXP ASSIGN TO WS-NOM-FREEXP
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FREEXP.

       DATA DIVISION.
       FILE SECTION.
       FD  FILPARM
           RECORDING MODE IS F.
       01  REG-PARM-REESUC.
           02 PARM-FECHA-NEGOCIO  PIC 9(08). *> 0 = FECHA DEL SISTEMA

      *    MISMO LAYOUT QUE REG-REMAP EN PROGRAM1
       FD  FILREMAP
           RECORDING MODE IS F.
       01  REG-REMAP.
           02 SRM-ORIGEN          PIC X(04).
           02 FILLER              PIC X(01).
           02 SRM-DESTINO         PIC X(04).
           02 FILLER              PIC X(01).
           02 SRM-FEC-EFECTIVA    PIC X(08).
           02 FILLER              PIC X(01).
           02 SRM-MOTIVO          PIC X(01).

      *    MISMO LAYOUT QUE REG-ENTMA EN PROGRAM1
       FD  FILENTMA
           RECORDING MODE IS F.
       01  REG-ENTMA.
           02 EMA-TIPO            PIC X(01).
           02 FILLER              PIC X(01).
           02 EMA-COD             PIC X(04).
           02 FILLER              PIC X(01).
           02 EMA-NOMBRE          PIC X(20).
           02 FILLER              PIC X(01).
           02 EMA-REGION          PIC X(10).
           02 FILLER              PIC X(01).
           02 EMA-RUTA            PIC X(20).

      *    MISMO LAYOUT QUE REG-CTAMAST EN PROGRAM1
       FD  FILCTAM.
       01  REG-CTAMAST.
           COPY CTAMAST.

      *    MISMO LAYOUT QUE REG-HISBLOQ EN PROGRAM1
       FD  FILBLHIS
           RECORDING MODE IS F.
       01  REG-HISBLOQ.
           02 HIS-PAN             PIC X(16).
           02 FILLER              PIC X(01).
           02 HIS-COD-BLOQ        PIC 9(02).
           02 FILLER              PIC X(01).
           02 HIS-FEC-BLOQ        PIC X(10).
           02 FILLER              PIC X(01).
           02 HIS-FECHA-CORRIDA   PIC 9(08).
           02 FILLER              PIC X(01).
           02 HIS-ORIGEN          PIC X(01).

      *    MISMO LAYOUT QUE REG-BOVEDA EN PROGRAM1
       FD  FILBOV
           RECORDING MODE IS F.
       01  REG-BOVEDA.
           02 BOV-TOKEN           PIC X(16).
           02 FILLER              PIC X(01).
           02 BOV-PAN             PIC X(16).

      *    MISMO LAYOUT QUE REG-FRASUC EN PROGRAM1
       FD  FILFRASUC
           RECORDING MODE IS F.
       01  REG-FRASUC.
           02 FSU-CENT-ALTA       PIC X(04).
           02 FILLER              PIC X(01).
           02 FSU-FECHA-CORRIDA   PIC 9(08).
           02 FILLER              PIC X(01).
           02 FSU-CANTIDAD        PIC 9(05).

       FD  FREEXP
           RECORDING MODE IS F.
       01  REG-REEXP              PIC X(132).

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FILREMAP         PIC XX.
           05 FS-FILENTMA         PIC XX.
           05 FS-FILCTAM          PIC XX.
           05 FS-FILBLHIS         PIC XX.
           05 FS-FILBOV           PIC XX.
           05 FS-FILFRASUC        PIC XX.
           05 FS-FREEXP           PIC XX.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.

       01  WSC-COUNTERS.
           05 COUNT-CUENTAS       PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-BLOQHIST      PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-TARJ-BLOQ     PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-SIN-CUENTA    PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-FRAUDE-REG    PIC 9(07) COMP VALUE ZEROS.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-NOM-FREEXP          PIC X(40).
       01  WS-CTAM-ABIERTO        PIC X(01) VALUE 'N'.
      *    1150-RESOLVER-SUCURSAL USA WS-RMP-IDX; EL LISTADO DE
      *    FUSIONES RECORRE LA TABLA CON SU PROPIO SUBINDICE
       01  WS-LIS-IDX             PIC 9(04) COMP.

       COPY SUCREMAP.
       COPY BOVEDA.

      *    NOMBRES DE SUCURSAL DE ENTIDADES.txt (RENGLONES 'S')
       01  WS-CANT-EMS            PIC 9(04) COMP VALUE ZERO.
       01  WS-TABLA-EMA-SUC.
           05 WS-EMS-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-EMS
               INDEXED BY WS-EMS-IDX.
               10 WS-EMS-COD      PIC X(04).
               10 WS-EMS-NOMBRE   PIC X(20).

      *    PAN (EN CLARO) DE LAS TARJETAS DE BLOQHIST.txt; SE ORDENA
      *    PARA CONTAR UNA SOLA VEZ UNA TARJETA CON VARIOS RENGLONES
       01  WS-CANT-BLQ            PIC 9(06) COMP VALUE ZERO.
       01  WS-TABLA-BLQ.
           05 WS-BLQ-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-CANT-BLQ
               ASCENDING KEY IS WS-BLQ-PAN
               INDEXED BY WS-BLQ-IDX.
               10 WS-BLQ-PAN      PIC X(16).
       01  WS-BLQ-ANTERIOR        PIC X(16).

      *    TOTALES POR SUCURSAL: CON EL CODIGO ORIGINAL Y REEXPRESADOS
      *    BAJO LA SUCURSAL QUE SOBREVIVE (RSU-DESTINO = LA MISMA SI
      *    NO TIENE FUSION VIGENTE)
       01  WS-CANT-RSU            PIC 9(05) COMP VALUE ZERO.
       01  WS-TABLA-RSU.
           05 WS-RSU-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CANT-RSU
               INDEXED BY WS-RSU-IDX.
               10 WS-RSU-COD      PIC X(04).
               10 WS-RSU-NOMBRE   PIC X(20).
               10 WS-RSU-DESTINO  PIC X(04).
               10 WS-RSU-CTA-ORIG PIC 9(07) COMP.
               10 WS-RSU-CTA-REEX PIC 9(07) COMP.
               10 WS-RSU-BLQ-ORIG PIC 9(07) COMP.
               10 WS-RSU-BLQ-REEX PIC 9(07) COMP.
               10 WS-RSU-FRA-ORIG PIC 9(09) COMP.
               10 WS-RSU-FRA-REEX PIC 9(09) COMP.
       01  WS-SUC-BUSCAR          PIC X(04).
       01  WS-SUC-DESTINO         PIC X(04).
       01  WS-SUC-ORIG-IDX        PIC 9(05) COMP.
       01  WS-TIPO-TOTAL          PIC X(01). *> C/B/F
       01  WS-CANTIDAD            PIC 9(07) COMP.
       01  WS-ESTADO-SUC          PIC X(20).

       01  WS-TOTALES.
           05 WS-TOT-CTA-ORIG     PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-CTA-REEX     PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-BLQ-ORIG     PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-BLQ-REEX     PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-FRA-ORIG     PIC 9(09) COMP VALUE ZERO.
           05 WS-TOT-FRA-REEX     PIC 9(09) COMP VALUE ZERO.

       01  WS-ED-1                PIC ZZZZZZ9.
       01  WS-ED-2                PIC ZZZZZZ9.
       01  WS-ED-3                PIC ZZZZZZ9.
       01  WS-ED-4                PIC ZZZZZZ9.
       01  WS-ED-5                PIC ZZZZZZZZ9.
       01  WS-ED-6                PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  REEXPRESION DE TOTALES POR SUCURSAL  '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 1000-LEER-PARAMETRO
           MOVE SPACES TO WS-NOM-FREEXP
           STRING 'REEXPRESION_SUCURSALES_' WS-FECHA-YYYYMMDD '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FREEXP
           PERFORM 1100-CARGAR-REMAP
           IF WS-CANT-REMAP = 0
               DISPLAY 'SIN FUSIONES EN SUCREMAP.txt; NADA QUE '
                   'REEXPRESAR'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CARGAR-ENTIDADES
           PERFORM 1300-CARGAR-BOVEDA

           OPEN INPUT FILCTAM
           IF FS-FILCTAM = '00'
               MOVE 'S' TO WS-CTAM-ABIERTO
               PERFORM 2000-TOTALES-CUENTAS
               PERFORM 3000-TOTALES-BLOQUEOS
               CLOSE FILCTAM
           ELSE
               DISPLAY 'CTAMAST.dat NO DISPONIBLE (FS ' FS-FILCTAM
                   '); SIN TOTALES DE CUENTAS NI DE BLOQUEOS'
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 4000-TOTALES-FRAUDE
           PERFORM 5000-EMITIR-REPORTE

           DISPLAY 'RENGLONES DE FUSION VIGENTES   = ' WS-CANT-REMAP
           DISPLAY 'CUENTAS DEL MAESTRO LEIDAS     = ' COUNT-CUENTAS
           DISPLAY 'RENGLONES DE BLOQHIST LEIDOS   = ' COUNT-BLOQHIST
           DISPLAY 'TARJETAS BLOQUEADAS DISTINTAS  = ' COUNT-TARJ-BLOQ
           DISPLAY 'TARJETAS SIN CUENTA EN MAESTRO = ' COUNT-SIN-CUENTA
           DISPLAY 'RENGLONES DE FRAUDE_SUC_HIST   = ' COUNT-FRAUDE-REG
           DISPLAY 'REPORTE: ' WS-NOM-FREEXP
           STOP RUN.

      *----------------------------------------------------------------+
       1000-LEER-PARAMETRO.
      *----------------------------------------------------------------+
           OPEN INPUT FILPARM
           IF FS-FILPARM = '00'
               READ FILPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-NEGOCIO IS NUMERIC AND
                          PARM-FECHA-NEGOCIO NOT = 0
                           MOVE PARM-FECHA-NEGOCIO TO WS-FECHA-YYYYMMDD
                           DISPLAY 'FECHA DE NEGOCIO FORZADA POR '
                               'PARMREESUC.txt: ' WS-FECHA-YYYYMMDD
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF.

      *----------------------------------------------------------------+
       1100-CARGAR-REMAP.
      *----------------------------------------------------------------+
      *    MISMA VALIDACION QUE 1192-CARGAR-REMAP-SUCURSALES EN
      *    PROGRAM1; AQUI SOLO SE GUARDAN LOS RENGLONES YA EFECTIVOS
      *    A LA FECHA DE NEGOCIO
           OPEN INPUT FILREMAP
           IF FS-FILREMAP = '00'
               PERFORM 1110-LEER-REMAP
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF SRM-ORIGEN NOT = SPACES AND
                      SRM-DESTINO NOT = SPACES AND
                      SRM-ORIGEN NOT = SRM-DESTINO AND
                      SRM-FEC-EFECTIVA IS NUMERIC
                       PERFORM 1120-GUARDAR-REMAP
                   ELSE
                       DISPLAY 'SUCREMAP.txt: RENGLON INVALIDO '
                           'DESCARTADO: ' REG-REMAP
                   END-IF
                   PERFORM 1110-LEER-REMAP
               END-PERFORM
               CLOSE FILREMAP
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       1110-LEER-REMAP.
      *----------------------------------------------------------------+
           READ FILREMAP
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1120-GUARDAR-REMAP.
      *----------------------------------------------------------------+
           IF SRM-FEC-EFECTIVA NOT > WS-FECHA-YYYYMMDD
               IF WS-CANT-REMAP >= 2000
                   DISPLAY 'TABLA DE FUSIONES LLENA (2000)'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-REMAP
               SET WS-RMP-IDX TO WS-CANT-REMAP
               MOVE SRM-ORIGEN TO WS-RMP-ORIGEN(WS-RMP-IDX)
               MOVE SRM-DESTINO TO WS-RMP-DESTINO(WS-RMP-IDX)
               MOVE SRM-FEC-EFECTIVA TO WS-RMP-FECHA(WS-RMP-IDX)
           END-IF.

      *----------------------------------------------------------------+
       1150-RESOLVER-SUCURSAL.
      *----------------------------------------------------------------+
      *    MISMA RESOLUCION QUE 1194-RESOLVER-SUCURSAL EN PROGRAM1:
      *    SIGUE LA CADENA DE FUSIONES HASTA LA QUE SOBREVIVE
           MOVE WS-RMP-SUC-BUSCADA TO WS-RMP-SUC-RESULTADO
           MOVE ZERO TO WS-RMP-SALTOS
           MOVE 'S' TO WS-RMP-SIGUE
           PERFORM UNTIL WS-RMP-SIGUE = 'N'
               MOVE 'N' TO WS-RMP-SIGUE
               MOVE ZERO TO WS-RMP-MEJOR-FECHA
               PERFORM VARYING WS-RMP-IDX FROM 1 BY 1
                   UNTIL WS-RMP-IDX > WS-CANT-REMAP
                   IF WS-RMP-ORIGEN(WS-RMP-IDX) = WS-RMP-SUC-RESULTADO
                      AND WS-RMP-FECHA(WS-RMP-IDX) NOT >
                          WS-RMP-FECHA-CORTE
                      AND WS-RMP-FECHA(WS-RMP-IDX) NOT <
                          WS-RMP-MEJOR-FECHA
                       MOVE WS-RMP-FECHA(WS-RMP-IDX) TO
                           WS-RMP-MEJOR-FECHA
                       MOVE WS-RMP-DESTINO(WS-RMP-IDX) TO
                           WS-RMP-MEJOR-DESTINO
                       MOVE 'S' TO WS-RMP-SIGUE
                   END-IF
               END-PERFORM
               IF WS-RMP-SIGUE = 'S'
                   MOVE WS-RMP-MEJOR-DESTINO TO WS-RMP-SUC-RESULTADO
                   ADD 1 TO WS-RMP-SALTOS
                   IF WS-RMP-SALTOS >= 10
                       DISPLAY 'SUCREMAP.txt: CADENA DE FUSIONES SIN '
                           'FIN DESDE ' WS-RMP-SUC-BUSCADA
                       MOVE 'N' TO WS-RMP-SIGUE
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       1200-CARGAR-ENTIDADES.
      *----------------------------------------------------------------+
           OPEN INPUT FILENTMA
           IF FS-FILENTMA = '00'
               PERFORM 1210-LEER-ENTIDAD
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF EMA-TIPO = 'S' AND WS-CANT-EMS < 5000
                       ADD 1 TO WS-CANT-EMS
                       SET WS-EMS-IDX TO WS-CANT-EMS
                       MOVE EMA-COD TO WS-EMS-COD(WS-EMS-IDX)
                       MOVE EMA-NOMBRE TO WS-EMS-NOMBRE(WS-EMS-IDX)
                   END-IF
                   PERFORM 1210-LEER-ENTIDAD
               END-PERFORM
               CLOSE FILENTMA
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       1210-LEER-ENTIDAD.
      *----------------------------------------------------------------+
           READ FILENTMA
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1300-CARGAR-BOVEDA.
      *----------------------------------------------------------------+
      *    SOLO LA VISTA POR TOKEN; ESTE PROGRAMA NUNCA ASIGNA TOKENS
           OPEN INPUT FILBOV
           IF FS-FILBOV = '00'
               PERFORM 1310-LEER-BOVEDA
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF WS-CANT-BOV-T >= 100000
                       DISPLAY 'TABLA DE BOVEDA LLENA (100000)'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-BOV-T
                   SET WS-BVT-IDX TO WS-CANT-BOV-T
                   MOVE BOV-TOKEN TO WS-BVT-TOKEN(WS-BVT-IDX)
                   MOVE BOV-PAN TO WS-BVT-PAN(WS-BVT-IDX)
                   PERFORM 1310-LEER-BOVEDA
               END-PERFORM
               CLOSE FILBOV
               IF WS-CANT-BOV-T > 1
                   SORT WS-BVT-ENTRY ON ASCENDING KEY WS-BVT-TOKEN
               END-IF
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       1310-LEER-BOVEDA.
      *----------------------------------------------------------------+
           READ FILBOV
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2000-TOTALES-CUENTAS.
      *----------------------------------------------------------------+
      *    TODAS LAS CUENTAS DEL MAESTRO, ACTIVAS Y CERRADAS: ES LA
      *    CARTERA HISTORICA QUE CADA SUCURSAL ORIGINO
           MOVE LOW-VALUES TO CTM-PAN
           START FILCTAM KEY IS NOT LESS THAN CTM-PAN
               INVALID KEY
                   MOVE 'S' TO EOF-ACTUAL
           END-START
           PERFORM UNTIL EOF-ACTUAL = 'S'
               READ FILCTAM NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-ACTUAL
                   NOT AT END
                       ADD 1 TO COUNT-CUENTAS
                       MOVE CTM-CENT-ALTA TO WS-SUC-BUSCAR
                       MOVE 'C' TO WS-TIPO-TOTAL
                       MOVE 1 TO WS-CANTIDAD
                       PERFORM 6000-ACUMULAR-SUCURSAL
               END-READ
           END-PERFORM
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       3000-TOTALES-BLOQUEOS.
      *----------------------------------------------------------------+
      *    BLOQHIST.txt PUEDE TRAER LA MISMA TARJETA EN MAS DE UN
      *    RENGLON ENTRE COMPACTACIONES; SE CARGA, SE ORDENA Y CADA PAN
      *    CUENTA UNA VEZ EN LA SUCURSAL DE SU CUENTA
           OPEN INPUT FILBLHIS
           IF FS-FILBLHIS = '00'
               PERFORM 3100-LEER-BLOQHIST
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   ADD 1 TO COUNT-BLOQHIST
                   PERFORM 3200-GUARDAR-PAN-BLOQ
                   PERFORM 3100-LEER-BLOQHIST
               END-PERFORM
               CLOSE FILBLHIS
           END-IF
           MOVE 'N' TO EOF-ACTUAL
           IF WS-CANT-BLQ > 1
               SORT WS-BLQ-ENTRY ON ASCENDING KEY WS-BLQ-PAN
           END-IF
           MOVE SPACES TO WS-BLQ-ANTERIOR
           PERFORM 3300-CONTAR-PAN-BLOQ
               VARYING WS-BLQ-IDX FROM 1 BY 1
               UNTIL WS-BLQ-IDX > WS-CANT-BLQ.

      *----------------------------------------------------------------+
       3100-LEER-BLOQHIST.
      *----------------------------------------------------------------+
           READ FILBLHIS
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       3200-GUARDAR-PAN-BLOQ.
      *----------------------------------------------------------------+
      *    TOKEN = 'T' + 15 DIGITOS (VER COPY BOVEDA); UN TOKEN QUE LA
      *    BOVEDA NO CONOCE NO SE PUEDE UBICAR EN EL MAESTRO
           IF WS-CANT-BLQ >= 100000
               DISPLAY 'TABLA DE TARJETAS BLOQUEADAS LLENA (100000)'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CANT-BLQ
           SET WS-BLQ-IDX TO WS-CANT-BLQ
           MOVE HIS-PAN TO WS-BLQ-PAN(WS-BLQ-IDX)
           IF HIS-PAN(1:1) = 'T'
               MOVE SPACES TO WS-BLQ-PAN(WS-BLQ-IDX)
               IF WS-CANT-BOV-T > 0
                   SEARCH ALL WS-BVT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-BVT-TOKEN(WS-BVT-IDX) = HIS-PAN
                           MOVE WS-BVT-PAN(WS-BVT-IDX) TO
                               WS-BLQ-PAN(WS-BLQ-IDX)
                   END-SEARCH
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3300-CONTAR-PAN-BLOQ.
      *----------------------------------------------------------------+
           IF WS-BLQ-PAN(WS-BLQ-IDX) = SPACES
               ADD 1 TO COUNT-SIN-CUENTA
           ELSE
               IF WS-BLQ-PAN(WS-BLQ-IDX) NOT = WS-BLQ-ANTERIOR
                   MOVE WS-BLQ-PAN(WS-BLQ-IDX) TO WS-BLQ-ANTERIOR
                   ADD 1 TO COUNT-TARJ-BLOQ
                   PERFORM 3400-SUCURSAL-DE-PAN
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3400-SUCURSAL-DE-PAN.
      *----------------------------------------------------------------+
           MOVE SPACES TO CTM-PAN
           MOVE WS-BLQ-PAN(WS-BLQ-IDX) TO CTM-PAN(1:16)
           READ FILCTAM
               INVALID KEY
                   ADD 1 TO COUNT-SIN-CUENTA
               NOT INVALID KEY
                   MOVE CTM-CENT-ALTA TO WS-SUC-BUSCAR
                   MOVE 'B' TO WS-TIPO-TOTAL
                   MOVE 1 TO WS-CANTIDAD
                   PERFORM 6000-ACUMULAR-SUCURSAL
           END-READ.

      *----------------------------------------------------------------+
       4000-TOTALES-FRAUDE.
      *----------------------------------------------------------------+
           OPEN INPUT FILFRASUC
           IF FS-FILFRASUC = '00'
               PERFORM 4100-LEER-FRAUDE
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF FSU-CANTIDAD IS NUMERIC
                       ADD 1 TO COUNT-FRAUDE-REG
                       MOVE FSU-CENT-ALTA TO WS-SUC-BUSCAR
                       MOVE 'F' TO WS-TIPO-TOTAL
                       MOVE FSU-CANTIDAD TO WS-CANTIDAD
                       PERFORM 6000-ACUMULAR-SUCURSAL
                   END-IF
                   PERFORM 4100-LEER-FRAUDE
               END-PERFORM
               CLOSE FILFRASUC
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       4100-LEER-FRAUDE.
      *----------------------------------------------------------------+
           READ FILFRASUC
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       5000-EMITIR-REPORTE.
      *----------------------------------------------------------------+
           OPEN OUTPUT FREEXP
           IF FS-FREEXP NOT = '00'
               DISPLAY 'ERROR AL ABRIR ' WS-NOM-FREEXP ' FS: '
                   FS-FREEXP
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO REG-REEXP
           STRING 'REEXPRESION DE TOTALES POR SUCURSAL SEGUN '
               'SUCREMAP.txt AL ' WS-FECHA-YYYYMMDD
               DELIMITED BY SIZE INTO REG-REEXP
           WRITE REG-REEXP
           MOVE SPACES TO REG-REEXP
           WRITE REG-REEXP
           MOVE 'FUSIONES Y CIERRES VIGENTES' TO REG-REEXP
           WRITE REG-REEXP
           PERFORM 5100-LISTAR-FUSION
               VARYING WS-LIS-IDX FROM 1 BY 1
               UNTIL WS-LIS-IDX > WS-CANT-REMAP
           MOVE SPACES TO REG-REEXP
           WRITE REG-REEXP
           MOVE SPACES TO REG-REEXP
           STRING 'SUC. NOMBRE               ESTADO              '
               'CUENTAS   REEXP.  BLOQUEO   REEXP.'
               '    FRAUDE    REEXP.'
               DELIMITED BY SIZE INTO REG-REEXP
           WRITE REG-REEXP
           IF WS-CANT-RSU > 1
               SORT WS-RSU-ENTRY ON ASCENDING KEY WS-RSU-COD
           END-IF
           PERFORM 5200-LISTAR-SUCURSAL
               VARYING WS-RSU-IDX FROM 1 BY 1
               UNTIL WS-RSU-IDX > WS-CANT-RSU
           PERFORM 5300-LISTAR-TOTALES
           CLOSE FREEXP.

      *----------------------------------------------------------------+
       5100-LISTAR-FUSION.
      *----------------------------------------------------------------+
           MOVE WS-RMP-ORIGEN(WS-LIS-IDX) TO WS-RMP-SUC-BUSCADA
           MOVE WS-FECHA-YYYYMMDD TO WS-RMP-FECHA-CORTE
           PERFORM 1150-RESOLVER-SUCURSAL
           MOVE SPACES TO REG-REEXP
           STRING '  ' WS-RMP-ORIGEN(WS-LIS-IDX)
               ' -> ' WS-RMP-DESTINO(WS-LIS-IDX)
               ' DESDE ' WS-RMP-FECHA(WS-LIS-IDX)
               ' (SOBREVIVE ' WS-RMP-SUC-RESULTADO ')'
               DELIMITED BY SIZE INTO REG-REEXP
           WRITE REG-REEXP.

      *----------------------------------------------------------------+
       5200-LISTAR-SUCURSAL.
      *----------------------------------------------------------------+
           IF WS-RSU-DESTINO(WS-RSU-IDX) = WS-RSU-COD(WS-RSU-IDX)
               MOVE 'VIGENTE' TO WS-ESTADO-SUC
           ELSE
               MOVE SPACES TO WS-ESTADO-SUC
               STRING 'FUSIONADA EN ' WS-RSU-DESTINO(WS-RSU-IDX)
                   DELIMITED BY SIZE INTO WS-ESTADO-SUC
           END-IF
           MOVE WS-RSU-CTA-ORIG(WS-RSU-IDX) TO WS-ED-1
           MOVE WS-RSU-CTA-REEX(WS-RSU-IDX) TO WS-ED-2
           MOVE WS-RSU-BLQ-ORIG(WS-RSU-IDX) TO WS-ED-3
           MOVE WS-RSU-BLQ-REEX(WS-RSU-IDX) TO WS-ED-4
           MOVE WS-RSU-FRA-ORIG(WS-RSU-IDX) TO WS-ED-5
           MOVE WS-RSU-FRA-REEX(WS-RSU-IDX) TO WS-ED-6
           MOVE SPACES TO REG-REEXP
           STRING WS-RSU-COD(WS-RSU-IDX) ' '
               WS-RSU-NOMBRE(WS-RSU-IDX) ' '
               WS-ESTADO-SUC
               WS-ED-1 '  ' WS-ED-2 '  ' WS-ED-3 '  ' WS-ED-4
               ' ' WS-ED-5 ' ' WS-ED-6
               DELIMITED BY SIZE INTO REG-REEXP
           WRITE REG-REEXP
           ADD WS-RSU-CTA-ORIG(WS-RSU-IDX) TO WS-TOT-CTA-ORIG
           ADD WS-RSU-CTA-REEX(WS-RSU-IDX) TO WS-TOT-CTA-REEX
           ADD WS-RSU-BLQ-ORIG(WS-RSU-IDX) TO WS-TOT-BLQ-ORIG
           ADD WS-RSU-BLQ-REEX(WS-RSU-IDX) TO WS-TOT-BLQ-REEX
           ADD WS-RSU-FRA-ORIG(WS-RSU-IDX) TO WS-TOT-FRA-ORIG
           ADD WS-RSU-FRA-REEX(WS-RSU-IDX) TO WS-TOT-FRA-REEX.

      *----------------------------------------------------------------+
       5300-LISTAR-TOTALES.
      *----------------------------------------------------------------+
      *    LA REEXPRESION SOLO MUEVE TOTALES ENTRE SUCURSALES: SI LOS
      *    TOTALES GENERALES NO CUADRAN HAY UN ERROR EN EL PROCESO
           MOVE WS-TOT-CTA-ORIG TO WS-ED-1
           MOVE WS-TOT-CTA-REEX TO WS-ED-2
           MOVE WS-TOT-BLQ-ORIG TO WS-ED-3
           MOVE WS-TOT-BLQ-REEX TO WS-ED-4
           MOVE WS-TOT-FRA-ORIG TO WS-ED-5
           MOVE WS-TOT-FRA-REEX TO WS-ED-6
           MOVE SPACES TO REG-REEXP
           STRING 'TOTAL' '                                         '
               WS-ED-1 '  ' WS-ED-2 '  ' WS-ED-3 '  ' WS-ED-4
               ' ' WS-ED-5 ' ' WS-ED-6
               DELIMITED BY SIZE INTO REG-REEXP
           WRITE REG-REEXP
           IF WS-TOT-CTA-ORIG NOT = WS-TOT-CTA-REEX OR
              WS-TOT-BLQ-ORIG NOT = WS-TOT-BLQ-REEX OR
              WS-TOT-FRA-ORIG NOT = WS-TOT-FRA-REEX
               MOVE 'TOTALES ORIGINALES Y REEXPRESADOS NO CUADRAN'
                   TO REG-REEXP
               WRITE REG-REEXP
               DISPLAY 'TOTALES ORIGINALES Y REEXPRESADOS NO CUADRAN'
               MOVE 16 TO RETURN-CODE
           END-IF.

      *----------------------------------------------------------------+
       6000-ACUMULAR-SUCURSAL.
      *----------------------------------------------------------------+
      *    SUMA WS-CANTIDAD AL TOTAL WS-TIPO-TOTAL (C = CUENTAS,
      *    B = BLOQUEOS, F = FRAUDE) DE LA SUCURSAL ORIGINAL Y AL
      *    REEXPRESADO DE LA SUCURSAL QUE LA SOBREVIVE
           PERFORM 6100-UBICAR-SUCURSAL
           MOVE WS-RSU-IDX TO WS-SUC-ORIG-IDX
           MOVE WS-RSU-DESTINO(WS-RSU-IDX) TO WS-SUC-DESTINO
           EVALUATE WS-TIPO-TOTAL
               WHEN 'C'
                   ADD WS-CANTIDAD TO WS-RSU-CTA-ORIG(WS-RSU-IDX)
               WHEN 'B'
                   ADD WS-CANTIDAD TO WS-RSU-BLQ-ORIG(WS-RSU-IDX)
               WHEN 'F'
                   ADD WS-CANTIDAD TO WS-RSU-FRA-ORIG(WS-RSU-IDX)
           END-EVALUATE
           MOVE WS-SUC-DESTINO TO WS-SUC-BUSCAR
           PERFORM 6100-UBICAR-SUCURSAL
           EVALUATE WS-TIPO-TOTAL
               WHEN 'C'
                   ADD WS-CANTIDAD TO WS-RSU-CTA-REEX(WS-RSU-IDX)
               WHEN 'B'
                   ADD WS-CANTIDAD TO WS-RSU-BLQ-REEX(WS-RSU-IDX)
               WHEN 'F'
                   ADD WS-CANTIDAD TO WS-RSU-FRA-REEX(WS-RSU-IDX)
           END-EVALUATE.

      *----------------------------------------------------------------+
       6100-UBICAR-SUCURSAL.
      *----------------------------------------------------------------+
      *    BUSCAR-O-AGREGAR WS-SUC-BUSCAR; AL AGREGARLA SE RESUELVE SU
      *    SUCURSAL SOBREVIVIENTE Y SU NOMBRE
           PERFORM VARYING WS-RSU-IDX FROM 1 BY 1
               UNTIL WS-RSU-IDX > WS-CANT-RSU
                  OR WS-RSU-COD(WS-RSU-IDX) = WS-SUC-BUSCAR
           END-PERFORM
           IF WS-RSU-IDX > WS-CANT-RSU
               IF WS-CANT-RSU >= 10000
                   DISPLAY 'TABLA DE SUCURSALES LLENA (10000)'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-RSU
               SET WS-RSU-IDX TO WS-CANT-RSU
               MOVE WS-SUC-BUSCAR TO WS-RSU-COD(WS-RSU-IDX)
               MOVE SPACES TO WS-RSU-NOMBRE(WS-RSU-IDX)
               PERFORM VARYING WS-EMS-IDX FROM 1 BY 1
                   UNTIL WS-EMS-IDX > WS-CANT-EMS
                   IF WS-EMS-COD(WS-EMS-IDX) = WS-SUC-BUSCAR
                       MOVE WS-EMS-NOMBRE(WS-EMS-IDX) TO
                           WS-RSU-NOMBRE(WS-RSU-IDX)
                   END-IF
               END-PERFORM
               MOVE WS-SUC-BUSCAR TO WS-RMP-SUC-BUSCADA
               MOVE WS-FECHA-YYYYMMDD TO WS-RMP-FECHA-CORTE
               PERFORM 1150-RESOLVER-SUCURSAL
               MOVE WS-RMP-SUC-RESULTADO TO WS-RSU-DESTINO(WS-RSU-IDX)
               MOVE ZERO TO WS-RSU-CTA-ORIG(WS-RSU-IDX)
                            WS-RSU-CTA-REEX(WS-RSU-IDX)
                            WS-RSU-BLQ-ORIG(WS-RSU-IDX)
                            WS-RSU-BLQ-REEX(WS-RSU-IDX)
                            WS-RSU-FRA-ORIG(WS-RSU-IDX)
                            WS-RSU-FRA-REEX(WS-RSU-IDX)
           END-IF.

       END PROGRAM REESUC01.
