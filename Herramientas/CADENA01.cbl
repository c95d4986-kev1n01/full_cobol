       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CADENA01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    DRIVER DE LA CADENA NOCTURNA: LEE LA DEFINICION DE PASOS DE +
      *    PLANCADENA.txt (VER COPY CADPASO) Y LOS CORRE EN ORDEN PARA +
      *    LA FECHA DE NEGOCIO. UN PASO YA COMPLETO PARA ESA FECHA EN  +
      *    RUNPLAN.txt NO SE VUELVE A CORRER; UN PASO QUE NO LE TOCA   +
      *    A LA FECHA SEGUN SU FRECUENCIA (DIARIO, DIA HABIL, FIN DE   +
      *    MES) SE OMITE; UN PASO CON RC MAYOR AL ACEPTABLE DETIENE LA +
      *    CADENA CON UN EVENTO CRITICAL EN EVENTOS.txt. AL VOLVER A   +
      *    CORRERLO, LA CADENA RETOMA DESDE EL PASO QUE FALLO. CADA    +
      *    ARRANQUE Y CADA TERMINO, CON SU RC, QUEDA EN RUNPLAN.txt    +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    FECHA DE NEGOCIO A CORRER; 0 O SIN ARCHIVO = HOY
           SELECT FILPARM ASSIGN TO 'PARMCADENA.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
           SELECT FILPLAN ASSIGN TO 'PLANCADENA.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPLAN.
           SELECT FILCALEN ASSIGN TO 'CALENDARIO.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILCALEN.
      *    CONTROL DE SECUENCIA DE LA CADENA (VER COPY RUNPLAN); SE LEE
      *    AL ARRANCAR PARA SABER QUE PASOS YA COMPLETARON LA FECHA Y
      *    SE LE AGREGA UN RENGLON POR CADA ARRANQUE Y TERMINO DE PASO
           SELECT FILRUNPLAN ASSIGN TO 'RUNPLAN.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILRUNPLAN.
           SELECT FILEVT ASSIGN TO 'EVENTOS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILEVT.

       DATA DIVISION.
       FILE SECTION.
       FD  FILPARM
           RECORDING MODE IS F.
       01  REG-PARM-CADENA.
           02 PCA-FECHA-NEGOCIO   PIC 9(08).

       FD  FILPLAN
           RECORDING MODE IS F.
           COPY CADPASO.

       FD  FILCALEN
           RECORDING MODE IS F.
       01  REG-CALEN.
           02 CAL-FECHA           PIC 9(08).
           02 FILLER              PIC X(01).
           02 CAL-DESCRIPCION     PIC X(30).

       FD  FILRUNPLAN
           RECORDING MODE IS F.
           COPY RUNPLAN.

       FD  FILEVT
           RECORDING MODE IS F.
           COPY EVENTLOG.

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FILPLAN          PIC XX.
           05 FS-FILCALEN         PIC XX.
           05 FS-FILRUNPLAN       PIC XX.
           05 FS-FILEVT           PIC XX.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.

       01  WSC-COUNTERS.
           05 COUNT-EJECUTADOS    PIC 9(03) COMP VALUE ZEROS.
           05 COUNT-YA-COMPLETOS  PIC 9(03) COMP VALUE ZEROS.
           05 COUNT-OMITIDOS      PIC 9(03) COMP VALUE ZEROS.
           05 COUNT-FALLIDOS      PIC 9(03) COMP VALUE ZEROS.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-HORA-SISTEMA        PIC 9(08).
       01  WS-FECHA-NEGOCIO       PIC 9(08) VALUE ZERO.
       01  WS-FECHA-ACTUAL        PIC 9(08).
       01  WS-INT-ACTUAL          PIC 9(08) COMP.
       01  WS-INT-NEGOCIO         PIC 9(08) COMP.
       01  WS-DIA-SEMANA          PIC 9(01) COMP.
       01  WS-ES-DIA-HABIL        PIC X(01).
       01  WS-NEGOCIO-HABIL       PIC X(01).
       01  WS-NEGOCIO-FIN-MES     PIC X(01).

      *    FERIADOS DEL CALENDARIO
       01  WS-CANT-FERIADOS       PIC 9(03) COMP VALUE ZERO.
       01  WS-TABLA-FERIADOS.
           05 WS-FER-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CANT-FERIADOS
               INDEXED BY WS-FER-IDX.
               10 WS-FER-FECHA    PIC 9(08).

      *    PASOS DEL PLAN, EN EL ORDEN DE PLANCADENA.txt, CON LO QUE
      *    RUNPLAN.txt YA DICE DE ELLOS PARA LA FECHA DE NEGOCIO
       01  WS-CANT-PASOS          PIC 9(03) COMP VALUE ZERO.
       01  WS-TABLA-PASOS.
           05 WS-PAS-ENTRY OCCURS 1 TO 100 TIMES
               DEPENDING ON WS-CANT-PASOS
               INDEXED BY WS-PAS-IDX WS-DEP-IDX.
               10 WS-PAS-ID          PIC X(08).
               10 WS-PAS-PROGRAMA    PIC X(08).
               10 WS-PAS-FRECUENCIA  PIC X(01).
               10 WS-PAS-RC-MAXIMO   PIC 9(02).
               10 WS-PAS-DEPENDE     PIC X(08) OCCURS 3 TIMES.
               10 WS-PAS-COMANDO     PIC X(80).
      *        'S' = YA COMPLETO U OMITIDO PARA LA FECHA DE NEGOCIO
               10 WS-PAS-COMPLETO    PIC X(01).
       01  WS-DEP-SUB             PIC 9(01) COMP.
       01  WS-DEP-ENCONTRADA      PIC X(01).
       01  WS-DEP-CUMPLIDA        PIC X(01).
       01  WS-PLAN-OK             PIC X(01) VALUE 'S'.
       01  WS-CADENA-DETENIDA     PIC X(01) VALUE 'N'.
       01  WS-PASO-VENCE          PIC X(01).

      *    EJECUCION DEL PASO; EL SISTEMA DEVUELVE EL ESTADO DE ESPERA
      *    DEL PROCESO, CON EL RC DEL PASO EN EL BYTE ALTO
       01  WS-COMANDO             PIC X(80).
       01  WS-ESTADO-SISTEMA      PIC S9(09) COMP-5.
       01  WS-RC-PASO             PIC 9(04).
       01  WS-RPL-TIPO            PIC X(03).

       01  WS-EVT-MENSAJE         PIC X(60).

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  DRIVER DE LA CADENA NOCTURNA         '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 1000-LEER-PARAMETRO
           PERFORM 1100-CARGAR-CALENDARIO
           PERFORM 1200-CARGAR-PLAN
           IF WS-PLAN-OK = 'N'
               DISPLAY 'PLANCADENA.txt INVALIDO, NO SE CORRE NINGUN '
                   'PASO'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1300-CARGAR-RUNPLAN
           PERFORM 1400-CLASIFICAR-FECHA
           PERFORM 2000-PROCESAR-PASO
               VARYING WS-PAS-IDX FROM 1 BY 1
               UNTIL WS-PAS-IDX > WS-CANT-PASOS
                  OR WS-CADENA-DETENIDA = 'S'
           DISPLAY 'FECHA DE NEGOCIO       = ' WS-FECHA-NEGOCIO
           DISPLAY 'PASOS EN EL PLAN       = ' WS-CANT-PASOS
           DISPLAY 'PASOS EJECUTADOS       = ' COUNT-EJECUTADOS
           DISPLAY 'YA COMPLETOS (RETOMA)  = ' COUNT-YA-COMPLETOS
           DISPLAY 'OMITIDOS POR FRECUENCIA= ' COUNT-OMITIDOS
           DISPLAY 'PASOS FALLIDOS         = ' COUNT-FALLIDOS
           IF WS-CADENA-DETENIDA = 'S'
               DISPLAY 'CADENA DETENIDA; AL VOLVER A CORRER RETOMA '
                   'DESDE EL PASO QUE FALLO'
               MOVE 8 TO RETURN-CODE
           END-IF
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
                       IF PCA-FECHA-NEGOCIO IS NUMERIC
                           MOVE PCA-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF
           IF WS-FECHA-NEGOCIO = 0
               MOVE WS-FECHA-YYYYMMDD TO WS-FECHA-NEGOCIO
           END-IF
           DISPLAY 'FECHA DE NEGOCIO: ' WS-FECHA-NEGOCIO.

      *----------------------------------------------------------------+
       1100-CARGAR-CALENDARIO.
      *----------------------------------------------------------------+
           OPEN INPUT FILCALEN
           IF FS-FILCALEN = '00'
               PERFORM 1110-LEER-CALENDARIO
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF WS-CANT-FERIADOS < 500
                       ADD 1 TO WS-CANT-FERIADOS
                       SET WS-FER-IDX TO WS-CANT-FERIADOS
                       MOVE CAL-FECHA TO WS-FER-FECHA(WS-FER-IDX)
                   END-IF
                   PERFORM 1110-LEER-CALENDARIO
               END-PERFORM
               CLOSE FILCALEN
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       1110-LEER-CALENDARIO.
      *----------------------------------------------------------------+
           READ FILCALEN
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1200-CARGAR-PLAN.
      *----------------------------------------------------------------+
      *    EL PLAN SE VALIDA COMPLETO ANTES DE CORRER NADA: UN PASO
      *    REPETIDO, UNA FRECUENCIA DESCONOCIDA O UNA DEPENDENCIA QUE
      *    NO NOMBRA UN PASO ANTERIOR INVALIDAN TODA LA CADENA
           OPEN INPUT FILPLAN
           IF FS-FILPLAN NOT = '00'
               DISPLAY 'PLANCADENA.txt NO DISPONIBLE FS: ' FS-FILPLAN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-LEER-PLAN
           PERFORM UNTIL EOF-ACTUAL = 'S'
               IF REG-CADPASO(1:1) NOT = '*' AND
                  REG-CADPASO NOT = SPACES
                   PERFORM 1220-VALIDAR-PASO
               END-IF
               PERFORM 1210-LEER-PLAN
           END-PERFORM
           CLOSE FILPLAN
           MOVE 'N' TO EOF-ACTUAL
           IF WS-CANT-PASOS = 0
               DISPLAY 'PLANCADENA.txt SIN PASOS'
               MOVE 'N' TO WS-PLAN-OK
           END-IF.

      *----------------------------------------------------------------+
       1210-LEER-PLAN.
      *----------------------------------------------------------------+
           READ FILPLAN
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1220-VALIDAR-PASO.
      *----------------------------------------------------------------+
           IF CAD-PASO = SPACES OR CAD-COMANDO = SPACES
               DISPLAY 'PASO SIN ID O SIN COMANDO: ' REG-CADPASO(1:40)
               MOVE 'N' TO WS-PLAN-OK
           END-IF
           IF NOT CAD-DIARIO AND NOT CAD-DIA-HABIL AND
              NOT CAD-FIN-DE-MES
               DISPLAY 'PASO ' CAD-PASO ' FRECUENCIA INVALIDA: '
                   CAD-FRECUENCIA
               MOVE 'N' TO WS-PLAN-OK
           END-IF
           IF CAD-RC-MAXIMO IS NOT NUMERIC
               DISPLAY 'PASO ' CAD-PASO ' RC MAXIMO INVALIDO'
               MOVE 'N' TO WS-PLAN-OK
           END-IF
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
               UNTIL WS-DEP-IDX > WS-CANT-PASOS
               IF WS-PAS-ID(WS-DEP-IDX) = CAD-PASO
                   DISPLAY 'PASO ' CAD-PASO ' REPETIDO EN EL PLAN'
                   MOVE 'N' TO WS-PLAN-OK
               END-IF
           END-PERFORM
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1 UNTIL WS-DEP-SUB > 3
               IF CAD-DEPENDE(WS-DEP-SUB) NOT = SPACES
                   MOVE 'N' TO WS-DEP-ENCONTRADA
                   PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-CANT-PASOS
                       IF WS-PAS-ID(WS-DEP-IDX) =
                               CAD-DEPENDE(WS-DEP-SUB)
                           MOVE 'S' TO WS-DEP-ENCONTRADA
                       END-IF
                   END-PERFORM
                   IF WS-DEP-ENCONTRADA = 'N'
                       DISPLAY 'PASO ' CAD-PASO ' DEPENDE DE '
                           CAD-DEPENDE(WS-DEP-SUB)
                           ', QUE NO ES UN PASO ANTERIOR DEL PLAN'
                       MOVE 'N' TO WS-PLAN-OK
                   END-IF
               END-IF
           END-PERFORM
           IF WS-CANT-PASOS < 100
               ADD 1 TO WS-CANT-PASOS
               SET WS-PAS-IDX TO WS-CANT-PASOS
               MOVE CAD-PASO TO WS-PAS-ID(WS-PAS-IDX)
               MOVE CAD-PROGRAMA TO WS-PAS-PROGRAMA(WS-PAS-IDX)
               MOVE CAD-FRECUENCIA TO WS-PAS-FRECUENCIA(WS-PAS-IDX)
               MOVE CAD-RC-MAXIMO TO WS-PAS-RC-MAXIMO(WS-PAS-IDX)
               PERFORM VARYING WS-DEP-SUB FROM 1 BY 1
                   UNTIL WS-DEP-SUB > 3
                   MOVE CAD-DEPENDE(WS-DEP-SUB)
                       TO WS-PAS-DEPENDE(WS-PAS-IDX, WS-DEP-SUB)
               END-PERFORM
               MOVE CAD-COMANDO TO WS-PAS-COMANDO(WS-PAS-IDX)
               MOVE 'N' TO WS-PAS-COMPLETO(WS-PAS-IDX)
           ELSE
               DISPLAY 'PLANCADENA.txt EXCEDE 100 PASOS'
               MOVE 'N' TO WS-PLAN-OK
           END-IF.

      *----------------------------------------------------------------+
       1300-CARGAR-RUNPLAN.
      *----------------------------------------------------------------+
      *    UN PASO ESTA COMPLETO PARA LA FECHA SI YA TIENE UN RENGLON
      *    'FIN' U 'OMI' DE CADENA01 CON ESA FECHA DE NEGOCIO; UN 'ERR'
      *    NO LO COMPLETA, ASI QUE LA CADENA RETOMA DESDE EL PASO QUE
      *    FALLO
           OPEN INPUT FILRUNPLAN
           IF FS-FILRUNPLAN = '00'
               PERFORM 1310-LEER-RUNPLAN
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF RPL-PROGRAMA = 'CADENA01' AND
                      RPL-FECHA-NEG = WS-FECHA-NEGOCIO AND
                      (RPL-TIPO = 'FIN' OR RPL-TIPO = 'OMI')
                       PERFORM VARYING WS-PAS-IDX FROM 1 BY 1
                           UNTIL WS-PAS-IDX > WS-CANT-PASOS
                           IF WS-PAS-ID(WS-PAS-IDX) = RPL-PASO
                               MOVE 'S' TO WS-PAS-COMPLETO(WS-PAS-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM 1310-LEER-RUNPLAN
               END-PERFORM
               CLOSE FILRUNPLAN
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       1310-LEER-RUNPLAN.
      *----------------------------------------------------------------+
           READ FILRUNPLAN
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1400-CLASIFICAR-FECHA.
      *----------------------------------------------------------------+
      *    LA FECHA DE NEGOCIO ES FIN DE MES SI ES DIA HABIL Y EL
      *    SIGUIENTE DIA HABIL YA CAE EN OTRO MES
           COMPUTE WS-INT-NEGOCIO =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
           MOVE WS-INT-NEGOCIO TO WS-INT-ACTUAL
           PERFORM 3000-VERIFICAR-DIA-HABIL
           MOVE WS-ES-DIA-HABIL TO WS-NEGOCIO-HABIL
           MOVE 'N' TO WS-NEGOCIO-FIN-MES
           IF WS-NEGOCIO-HABIL = 'S'
               MOVE 'N' TO WS-ES-DIA-HABIL
               PERFORM UNTIL WS-ES-DIA-HABIL = 'S'
                   ADD 1 TO WS-INT-ACTUAL
                   PERFORM 3000-VERIFICAR-DIA-HABIL
               END-PERFORM
               IF WS-FECHA-ACTUAL(5:2) NOT = WS-FECHA-NEGOCIO(5:2)
                   MOVE 'S' TO WS-NEGOCIO-FIN-MES
               END-IF
           END-IF
           DISPLAY 'DIA HABIL: ' WS-NEGOCIO-HABIL
               '  FIN DE MES: ' WS-NEGOCIO-FIN-MES.

      *----------------------------------------------------------------+
       2000-PROCESAR-PASO.
      *----------------------------------------------------------------+
           IF WS-PAS-COMPLETO(WS-PAS-IDX) = 'S'
               DISPLAY 'PASO ' WS-PAS-ID(WS-PAS-IDX)
                   ' YA COMPLETO PARA LA FECHA, NO SE REPITE'
               ADD 1 TO COUNT-YA-COMPLETOS
           ELSE
               EVALUATE WS-PAS-FRECUENCIA(WS-PAS-IDX)
                   WHEN 'H'
                       MOVE WS-NEGOCIO-HABIL TO WS-PASO-VENCE
                   WHEN 'M'
                       MOVE WS-NEGOCIO-FIN-MES TO WS-PASO-VENCE
                   WHEN OTHER
                       MOVE 'S' TO WS-PASO-VENCE
               END-EVALUATE
               IF WS-PASO-VENCE = 'N'
                   PERFORM 2300-OMITIR-PASO
               ELSE
                   PERFORM 2100-VERIFICAR-DEPENDENCIAS
                   IF WS-DEP-CUMPLIDA = 'S'
                       PERFORM 2200-EJECUTAR-PASO
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2100-VERIFICAR-DEPENDENCIAS.
      *----------------------------------------------------------------+
      *    CADA DEPENDENCIA TIENE QUE ESTAR COMPLETA U OMITIDA PARA LA
      *    FECHA; SI NO, LA CADENA SE DETIENE IGUAL QUE POR UN RC MALO
           MOVE 'S' TO WS-DEP-CUMPLIDA
           PERFORM VARYING WS-DEP-SUB FROM 1 BY 1 UNTIL WS-DEP-SUB > 3
               IF WS-PAS-DEPENDE(WS-PAS-IDX, WS-DEP-SUB) NOT = SPACES
                   PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > WS-CANT-PASOS
                       IF WS-PAS-ID(WS-DEP-IDX) =
                              WS-PAS-DEPENDE(WS-PAS-IDX, WS-DEP-SUB)
                          AND WS-PAS-COMPLETO(WS-DEP-IDX) NOT = 'S'
                           MOVE 'N' TO WS-DEP-CUMPLIDA
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           IF WS-DEP-CUMPLIDA = 'N'
               MOVE SPACES TO WS-EVT-MENSAJE
               STRING 'PASO ' DELIMITED BY SIZE
                   WS-PAS-ID(WS-PAS-IDX) DELIMITED BY SPACE
                   ' CON DEPENDENCIA NO CUMPLIDA' DELIMITED BY SIZE
                   INTO WS-EVT-MENSAJE
               PERFORM 2500-DETENER-CADENA
           END-IF.

      *----------------------------------------------------------------+
       2200-EJECUTAR-PASO.
      *----------------------------------------------------------------+
           DISPLAY 'PASO ' WS-PAS-ID(WS-PAS-IDX) ' ('
               WS-PAS-PROGRAMA(WS-PAS-IDX) ') ARRANCA'
           MOVE 0 TO WS-RC-PASO
           MOVE 'INI' TO WS-RPL-TIPO
           PERFORM 2400-GRABAR-RUNPLAN
           ADD 1 TO COUNT-EJECUTADOS
           MOVE WS-PAS-COMANDO(WS-PAS-IDX) TO WS-COMANDO
           CALL 'SYSTEM' USING WS-COMANDO
               RETURNING WS-ESTADO-SISTEMA
           END-CALL
           EVALUATE TRUE
               WHEN WS-ESTADO-SISTEMA < 0
      *            EL PASO NI SIQUIERA SE PUDO LANZAR
                   MOVE 9999 TO WS-RC-PASO
               WHEN WS-ESTADO-SISTEMA > 255
                   COMPUTE WS-RC-PASO = WS-ESTADO-SISTEMA / 256
               WHEN OTHER
                   MOVE WS-ESTADO-SISTEMA TO WS-RC-PASO
           END-EVALUATE
           IF WS-RC-PASO > WS-PAS-RC-MAXIMO(WS-PAS-IDX)
               MOVE 'ERR' TO WS-RPL-TIPO
               PERFORM 2400-GRABAR-RUNPLAN
               ADD 1 TO COUNT-FALLIDOS
               MOVE SPACES TO WS-EVT-MENSAJE
               STRING 'PASO ' DELIMITED BY SIZE
                   WS-PAS-ID(WS-PAS-IDX) DELIMITED BY SPACE
                   ' TERMINO CON RC ' DELIMITED BY SIZE
                   WS-RC-PASO DELIMITED BY SIZE
                   ', CADENA DETENIDA' DELIMITED BY SIZE
                   INTO WS-EVT-MENSAJE
               PERFORM 2500-DETENER-CADENA
           ELSE
               MOVE 'FIN' TO WS-RPL-TIPO
               PERFORM 2400-GRABAR-RUNPLAN
               MOVE 'S' TO WS-PAS-COMPLETO(WS-PAS-IDX)
               DISPLAY 'PASO ' WS-PAS-ID(WS-PAS-IDX)
                   ' TERMINO RC ' WS-RC-PASO
           END-IF.

      *----------------------------------------------------------------+
       2300-OMITIR-PASO.
      *----------------------------------------------------------------+
      *    SE DEJA CONSTANCIA EN RUNPLAN.txt PARA QUE EL DIA NO SE VEA
      *    INCOMPLETO Y PARA QUE SUS DEPENDIENTES PUEDAN CORRER
           DISPLAY 'PASO ' WS-PAS-ID(WS-PAS-IDX)
               ' NO CORRE EN ESTA FECHA (FRECUENCIA '
               WS-PAS-FRECUENCIA(WS-PAS-IDX) ')'
           MOVE 0 TO WS-RC-PASO
           MOVE 'OMI' TO WS-RPL-TIPO
           PERFORM 2400-GRABAR-RUNPLAN
           MOVE 'S' TO WS-PAS-COMPLETO(WS-PAS-IDX)
           ADD 1 TO COUNT-OMITIDOS.

      *----------------------------------------------------------------+
       2400-GRABAR-RUNPLAN.
      *----------------------------------------------------------------+
      *    MISMO PATRON "CREAR SI NO EXISTE" DEL RESTO DE LA CADENA;
      *    EL ID DEL PASO VA TAMBIEN COMO LOTE (VER COPY RUNPLAN)
           OPEN EXTEND FILRUNPLAN
           IF FS-FILRUNPLAN = '35'
               OPEN OUTPUT FILRUNPLAN
               CLOSE FILRUNPLAN
               OPEN EXTEND FILRUNPLAN
           END-IF
           MOVE SPACES TO REG-RUNPLAN
           MOVE 'CADENA01' TO RPL-PROGRAMA
           MOVE WS-PAS-ID(WS-PAS-IDX) TO RPL-LOTE-ID
           MOVE WS-FECHA-NEGOCIO TO RPL-FECHA-NEG
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:6) TO RPL-HORA-FIN
           MOVE WS-RPL-TIPO TO RPL-TIPO
           MOVE WS-PAS-ID(WS-PAS-IDX) TO RPL-PASO
           MOVE WS-RC-PASO TO RPL-RC
           WRITE REG-RUNPLAN
           CLOSE FILRUNPLAN.

      *----------------------------------------------------------------+
       2500-DETENER-CADENA.
      *----------------------------------------------------------------+
           MOVE 'S' TO WS-CADENA-DETENIDA
           DISPLAY 'CRITICAL: ' WS-EVT-MENSAJE
           OPEN EXTEND FILEVT
           IF FS-FILEVT = '35'
               OPEN OUTPUT FILEVT
               CLOSE FILEVT
               OPEN EXTEND FILEVT
           END-IF
           MOVE SPACES TO REG-EVENTLOG
           MOVE WS-FECHA-YYYYMMDD TO EVT-FECHA
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-HORA-SISTEMA(1:6) TO EVT-HORA
           MOVE 'CADENA01' TO EVT-PROGRAMA
           MOVE 'CADENA_DETENIDA' TO EVT-TIPO-EVENTO
           MOVE 'CRITICAL' TO EVT-SEVERIDAD
           MOVE WS-EVT-MENSAJE TO EVT-MENSAJE
           MOVE WS-PAS-ID(WS-PAS-IDX) TO EVT-LOTE-ID
           WRITE REG-EVENTLOG
           CLOSE FILEVT.

      *----------------------------------------------------------------+
       3000-VERIFICAR-DIA-HABIL.
      *----------------------------------------------------------------+
      *    MISMA REGLA DE TODA LA CADENA: FUNCTION REM SOBRE EL
      *    ENTERO DE FECHA (1 = LUNES ... 6 = SABADO, 0 = DOMINGO)
      *    MAS LOS FERIADOS DE CALENDARIO.txt
           COMPUTE WS-FECHA-ACTUAL =
               FUNCTION DATE-OF-INTEGER(WS-INT-ACTUAL)
           MOVE 'S' TO WS-ES-DIA-HABIL
           COMPUTE WS-DIA-SEMANA = FUNCTION REM(WS-INT-ACTUAL, 7)
           IF WS-DIA-SEMANA = 6 OR WS-DIA-SEMANA = 0
               MOVE 'N' TO WS-ES-DIA-HABIL
           END-IF
           PERFORM VARYING WS-FER-IDX FROM 1 BY 1
               UNTIL WS-FER-IDX > WS-CANT-FERIADOS
               IF WS-FER-FECHA(WS-FER-IDX) = WS-FECHA-ACTUAL
                   MOVE 'N' TO WS-ES-DIA-HABIL
               END-IF
           END-PERFORM.
       END PROGRAM CADENA01.
