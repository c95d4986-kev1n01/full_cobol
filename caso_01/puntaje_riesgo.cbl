      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Monthly composite customer risk score: joins the
      *           card and deposit risk signals per deposit client
      *           (permanent card blocks, overdraft days, open
      *           disputes, dormancy stage, limit-review hits), weighs
      *           them from a configurable weight table, keeps the
      *           score history and reports band movements
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA10.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIMASTER ASSIGN TO 'CLIMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS CLIMASTER-STATUS.
      * PARM-CARD DE PSA10; MISMO ESTILO POSICIONAL QUE PARMPSA08.txt
           SELECT FILPARM ASSIGN TO 'PARMPSA10.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.
      * TABLA DE PESOS DEL PUNTAJE Y UMBRALES DE LAS BANDAS, MANTENIDA
      * POR RIESGO; SIN ARCHIVO (O SIN UN CODIGO) RIGE EL VALOR POR
      * DEFECTO DE WS-PESOS
           SELECT FPESOS ASSIGN TO 'pesos_riesgo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPESOS.
      * CRUCE CLIENTE DE DEPOSITO / PAN DE TARJETA (EL MISMO QUE USA
      * PROGRAM1); ES LO QUE LLEVA UN BLOQUEO DE TARJETA AL CLIENTE
           SELECT FXREF ASSIGN TO 'CRUCECLICARD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FXREF.
      * HISTORIAL DE BLOQUEOS DE TARJETA DE PROGRAM1; GUARDA EL TOKEN
      * DE LA BOVEDA EN VEZ DEL PAN, POR ESO SE CARGA BOVEDA.txt
           SELECT FBLOQHIST ASSIGN TO 'BLOQHIST.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FBLOQHIST.
           SELECT FBOVEDA ASSIGN TO 'BOVEDA.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FBOVEDA.
      * DESCRIPCIONES DE CODIGOS DE BLOQUEO DE PROGRAM1; DA LA
      * SEVERIDAD ('P' = PERMANENTE) DE CADA CODIGO
           SELECT FDESBLQ ASSIGN TO 'EVDESBLOQ.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FDESBLQ.
      * SENALES DEL LADO DEPOSITO: DIAS EN SOBREGIRO (PSA01), CASOS DE
      * DISPUTA (PSA08), ESCALERA DE DORMANCIA (PSA04) Y ESTADISTICA
      * DE REVISION DE LIMITES (PSA06); TODAS OPCIONALES
           SELECT FSOBREDIAS ASSIGN TO 'sobregiro_dias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FSOBREDIAS.
           SELECT FCASOS ASSIGN TO 'casos_disputa.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCASOS.
           SELECT FESCALERA ASSIGN TO 'dormancia_estados.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FESCALERA.
           SELECT FUTILHIST ASSIGN TO 'utilizacion_hist.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUTILHIST.
      * HISTORIAL DE PUNTAJES, UN RENGLON POR CLIENTE Y PERIODO
      * (AAAAMM); UNA SEGUNDA CORRIDA DEL MISMO MES REEMPLAZA LOS
      * RENGLONES DEL PERIODO. SE REESCRIBE PASANDO POR UN ARCHIVO
      * DE TRABAJO
           SELECT FRIESGOHIST ASSIGN TO 'riesgo_historial.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRIESGOHIST.
           SELECT FRIESGOTMP ASSIGN TO 'riesgo_historial.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRIESGOTMP.
      * REPORTE DEL MES (puntaje_riesgo_AAAAMM.txt)
           SELECT FRIESGORPT ASSIGN TO WS-NOM-FRIESGORPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRIESGORPT.

       DATA DIVISION.
       FILE SECTION.
       FD CLIMASTER.
           COPY CLIMAST.

       FD FILPARM.
       01 REG-PARM-PSA10.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA
           02 FILLER               PIC X(01).
           02 PARM-MESES-HISTORIA  PIC 9(03). *> 0 = 24 MESES

      * CODIGO DE SENAL (BLOQ/SOBR/DISP/DORM/UTIL) CON SU PESO POR
      * UNIDAD Y EL TOPE DE UNIDADES QUE PUNTUAN; O CODIGO DE BANDA
      * (MEDI/ALTO/CRIT) CON EL PUNTAJE MINIMO DE LA BANDA EN
      * PES-TOPE (PES-PESO NO SE USA)
       FD FPESOS.
       01 REG-PESO.
           02 PES-CODIGO           PIC X(04).
           02 FILLER               PIC X(01).
           02 PES-PESO             PIC 9(03).
           02 FILLER               PIC X(01).
           02 PES-TOPE             PIC 9(05).

      * MISMO LAYOUT QUE REG-XREF EN PROGRAM1
       FD FXREF.
       01 REG-XREF.
           02 XRF-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 XRF-PAN              PIC X(16).

      * MISMO LAYOUT QUE REG-HISBLOQ EN PROGRAM1
       FD FBLOQHIST.
       01 REG-HISBLOQ.
           02 HIS-PAN              PIC X(16).
           02 FILLER               PIC X(01).
           02 HIS-COD-BLOQ         PIC 9(02).
           02 FILLER               PIC X(01).
           02 HIS-FEC-BLOQ         PIC X(10).
           02 FILLER               PIC X(01).
           02 HIS-FECHA-CORRIDA    PIC 9(08).
           02 FILLER               PIC X(01).
           02 HIS-ORIGEN           PIC X(01).

      * MISMO LAYOUT QUE REG-BOVEDA EN PROGRAM1
       FD FBOVEDA.
       01 REG-BOVEDA.
           02 BOV-TOKEN            PIC X(16).
           02 FILLER               PIC X(01).
           02 BOV-PAN              PIC X(16).

      * MISMO LAYOUT QUE REG-DESBLQ EN PROGRAM1 (COPY EVDESREC MAS
      * SEVERIDAD Y VIGENCIA)
       FD FDESBLQ.
       01 REG-DESBLQ.
           02 DSB-COD              PIC 9(02).
           02 DSB-DES              PIC X(30).
           02 DSB-SEVERIDAD        PIC X(01).
           02 DSB-VIG-DESDE        PIC X(08).
           02 DSB-VIG-HASTA        PIC X(08).

      * MISMO LAYOUT QUE REG-SOBREDIAS EN PSA01
       FD FSOBREDIAS.
       01 REG-SOBREDIAS.
           02 SBD-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 SBD-DIAS             PIC 9(05).
           02 FILLER               PIC X(01).
           02 SBD-FECHA-DESDE      PIC 9(08).
           02 FILLER               PIC X(01).
           02 SBD-ENTREGADO        PIC X(01).

      * MISMO LAYOUT QUE REG-CASO EN PSA08
       FD FCASOS.
       01 REG-CASO.
           02 CAS-ID               PIC 9(06).
           02 FILLER               PIC X(01).
           02 CAS-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 CAS-TIPO-ORIG        PIC X(01).
           02 FILLER               PIC X(01).
           02 CAS-MONTO-DIGITOS    PIC 9(07).
           02 FILLER               PIC X(01).
           02 CAS-FECHA-MOV        PIC 9(08).
           02 FILLER               PIC X(01).
           02 CAS-ESTADO           PIC X(01). *> A/P = ABIERTO
           02 FILLER               PIC X(01).
           02 CAS-FECHA-APERTURA   PIC 9(08).
           02 FILLER               PIC X(01).
           02 CAS-FECHA-CIERRE     PIC 9(08).

      * MISMO LAYOUT QUE REG-ESCALERA EN PSA04
       FD FESCALERA.
       01 REG-ESCALERA.
           02 ESC-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 ESC-FECHA-DETECCION  PIC 9(08).
           02 FILLER               PIC X(01).
           02 ESC-ETAPA            PIC 9(01).
           02 FILLER               PIC X(01).
           02 ESC-FECHA-ETAPA      PIC 9(08).

      * MISMO LAYOUT QUE REG-UTILHIST EN PSA06
       FD FUTILHIST.
       01 REG-UTILHIST.
           02 UTH-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 UTH-CORRIDAS-ALTA    PIC 9(05).
           02 FILLER               PIC X(01).
           02 UTH-REBOTES          PIC 9(05).
           02 FILLER               PIC X(01).
           02 UTH-DIAS-NEGATIVO    PIC 9(05).

       FD FRIESGOHIST.
       01 REG-RIESGOHIST.
           02 RGH-PERIODO          PIC 9(06). *> AAAAMM
           02 FILLER               PIC X(01) VALUE SPACE.
           02 RGH-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 RGH-PUNTAJE          PIC 9(05).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 RGH-BANDA            PIC X(01). *> B/M/A/C

       FD FRIESGOTMP.
       01 REG-RIESGOTMP            PIC X(20).

       FD FRIESGORPT.
       01 RIESGO-REGISTER          PIC X(132).

       WORKING-STORAGE SECTION.
       01 CLIMASTER-STATUS         PIC XX.
       01 FS-FILPARM               PIC XX.
       01 FS-FPESOS                PIC XX.
       01 FS-FXREF                 PIC XX.
       01 FS-FBLOQHIST             PIC XX.
       01 FS-FBOVEDA               PIC XX.
       01 FS-FDESBLQ               PIC XX.
       01 FS-FSOBREDIAS            PIC XX.
       01 FS-FCASOS                PIC XX.
       01 FS-FESCALERA             PIC XX.
       01 FS-FUTILHIST             PIC XX.
       01 FS-FRIESGOHIST           PIC XX.
       01 FS-FRIESGOTMP            PIC XX.
       01 FS-FRIESGORPT            PIC XX.
       01 EOF                      PIC X VALUE 'N'.

       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO.
           02 WS-PERIODO           PIC 9(06).
           02 FILLER               PIC 9(02).
       01 WS-PERIODO-R REDEFINES WS-FECHA-NEGOCIO.
           02 WS-PER-ANIO          PIC 9(04).
           02 WS-PER-MES           PIC 9(02).
           02 FILLER               PIC 9(02).
       01 WS-FECHA-NEGOCIO-X REDEFINES WS-FECHA-NEGOCIO
                                   PIC X(08).
       01 WS-MESES-HISTORIA        PIC 9(03) VALUE 24.
       01 WS-NOM-FRIESGORPT        PIC X(40).

      * PESOS POR DEFECTO DE CADA SENAL (PESO POR UNIDAD Y TOPE DE
      * UNIDADES) Y PUNTAJE MINIMO DE CADA BANDA; pesos_riesgo.txt
      * LOS REEMPLAZA CODIGO POR CODIGO
       01 WS-PESOS.
           02 WS-PESO-BLOQ         PIC 9(03) VALUE 25.
           02 WS-TOPE-BLOQ         PIC 9(05) VALUE 4.
           02 WS-PESO-SOBR         PIC 9(03) VALUE 1.
           02 WS-TOPE-SOBR         PIC 9(05) VALUE 60.
           02 WS-PESO-DISP         PIC 9(03) VALUE 10.
           02 WS-TOPE-DISP         PIC 9(05) VALUE 5.
           02 WS-PESO-DORM         PIC 9(03) VALUE 15.
           02 WS-TOPE-DORM         PIC 9(05) VALUE 3.
           02 WS-PESO-UTIL         PIC 9(03) VALUE 5.
           02 WS-TOPE-UTIL         PIC 9(05) VALUE 10.
           02 WS-UMBRAL-MEDIO      PIC 9(05) VALUE 30.
           02 WS-UMBRAL-ALTO       PIC 9(05) VALUE 60.
           02 WS-UMBRAL-CRITICO    PIC 9(05) VALUE 100.
       01 WS-PESOS-DEFECTO         PIC X(54).

      * SEVERIDAD PERMANENTE POR CODIGO DE BLOQUEO (SUBINDICE =
      * CODIGO + 1); SIN EVDESBLOQ.txt RIGEN LOS CODIGOS 50/51/54 DE
      * ROBO, PERDIDA Y DETERIORO
       01 WS-TABLA-SEVERIDAD.
           02 WS-SEV-PERMANENTE    PIC X(01) OCCURS 100 TIMES.
       01 WS-SEV-SUB               PIC 9(03) COMP.
       01 WS-SEV-VIGENTE           PIC X(01).

      * CLIENTES PUNTUADOS, CARGADOS EN ORDEN DE CLAVE DESDE CLIMAST
      * (YA VIENEN ORDENADOS PARA SEARCH ALL)
       01 WS-CANT-CLIENTES         PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-CLIENTES.
           02 WS-CLI-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-CLIENTES
               ASCENDING KEY IS WS-CLI-ID
               INDEXED BY WS-CLI-IDX.
               03 WS-CLI-ID        PIC X(05).
               03 WS-CLI-NOMBRE    PIC X(20).
               03 WS-CLI-BLOQ      PIC 9(05) COMP.
               03 WS-CLI-SOBR      PIC 9(05) COMP.
               03 WS-CLI-DISP      PIC 9(05) COMP.
               03 WS-CLI-DORM      PIC 9(05) COMP.
               03 WS-CLI-UTIL      PIC 9(05) COMP.
               03 WS-CLI-PUNTAJE   PIC 9(05) COMP.
               03 WS-CLI-BANDA     PIC X(01).
               03 WS-CLI-PER-ANT   PIC 9(06).
               03 WS-CLI-BANDA-ANT PIC X(01).
       01 WS-CLI-BUSCADO           PIC X(05).
       01 WS-CLI-ENCONTRADO        PIC X(01).

      * CRUCE CLIENTE/PAN ORDENADO POR PAN; WS-XRF-PERM MARCA LAS
      * TARJETAS CON BLOQUEO PERMANENTE, ASI UNA TARJETA REPETIDA EN
      * BLOQHIST.txt CUENTA UNA SOLA VEZ
       01 WS-CANT-XREF             PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-XREF.
           02 WS-XRF-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-XREF
               ASCENDING KEY IS WS-XRF-PAN
               INDEXED BY WS-XRF-IDX.
               03 WS-XRF-PAN       PIC X(16).
               03 WS-XRF-CLI       PIC X(05).
               03 WS-XRF-PERM      PIC X(01).

      * BOVEDA ORDENADA POR TOKEN, SOLO PARA TRADUCIR HIS-PAN
       01 WS-CANT-BOVEDA           PIC 9(6) COMP VALUE ZERO.
       01 WS-TABLA-BOVEDA.
           02 WS-BOV-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-CANT-BOVEDA
               ASCENDING KEY IS WS-BOV-TOKEN
               INDEXED BY WS-BOV-IDX.
               03 WS-BOV-TOKEN     PIC X(16).
               03 WS-BOV-PAN       PIC X(16).
       01 WS-PAN-CLARO             PIC X(16).

      * CONTADORES DE MOVIMIENTO ENTRE BANDAS: FILA = BANDA ANTERIOR
      * (1-4 = B/M/A/C, 5 = SIN PUNTAJE ANTERIOR), COLUMNA = BANDA
      * ACTUAL
       01 WS-MATRIZ-BANDAS.
           02 WS-MAT-FILA OCCURS 5 TIMES.
               03 WS-MAT-CANT      PIC 9(05) COMP OCCURS 4 TIMES.
       01 WS-FILA                  PIC 9(01).
       01 WS-COL                   PIC 9(01).
       01 WS-BANDA-AUX             PIC X(01).
       01 WS-RANGO-AUX             PIC 9(01).
       01 WS-BANDA-DESC            PIC X(08).
       01 WS-BANDA-ANT-DESC        PIC X(08).
       01 WS-MOVIMIENTO            PIC X(06).

       01 WS-UNIDADES              PIC 9(05).
       01 WS-PUNTAJE               PIC 9(07).
       01 WS-MES-ACTUAL            PIC 9(06).
       01 WS-MES-RENGLON           PIC 9(06).
       01 WS-ANTIGUEDAD            PIC S9(06).
       01 WS-RGH-ANIO              PIC 9(04).
       01 WS-RGH-MES               PIC 9(02).

       01 WS-CANT-ED               PIC ZZZZ9.
       01 WS-BLOQ-ED               PIC ZZZ9.
       01 WS-SOBR-ED               PIC ZZZZ9.
       01 WS-DISP-ED               PIC ZZZ9.
       01 WS-DORM-ED               PIC ZZZ9.
       01 WS-UTIL-ED               PIC ZZZZ9.
       01 WS-PUNTAJE-ED            PIC ZZZZ9.
       01 WS-MAT-ED-1              PIC ZZZZ9.
       01 WS-MAT-ED-2              PIC ZZZZ9.
       01 WS-MAT-ED-3              PIC ZZZZ9.
       01 WS-MAT-ED-4              PIC ZZZZ9.

       01 COUNT-CLIENTES           PIC 9(5) VALUE 0.
       01 COUNT-EXCLUIDOS          PIC 9(5) VALUE 0.
       01 COUNT-BLOQ-SIN-CRUCE     PIC 9(5) VALUE 0.
       01 COUNT-SENAL-SIN-CLIENTE  PIC 9(5) VALUE 0.
       01 COUNT-CON-PUNTAJE        PIC 9(5) VALUE 0.
       01 COUNT-SUBEN              PIC 9(5) VALUE 0.
       01 COUNT-BAJAN              PIC 9(5) VALUE 0.
       01 COUNT-HIST-REEMPLAZADOS  PIC 9(5) VALUE 0.
       01 COUNT-HIST-PURGADOS      PIC 9(5) VALUE 0.
       01 COUNT-BANDA-B            PIC 9(5) VALUE 0.
       01 COUNT-BANDA-M            PIC 9(5) VALUE 0.
       01 COUNT-BANDA-A            PIC 9(5) VALUE 0.
       01 COUNT-BANDA-C            PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS
           MOVE SPACES TO WS-NOM-FRIESGORPT
           STRING 'puntaje_riesgo_' WS-PERIODO '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FRIESGORPT
           COMPUTE WS-MES-ACTUAL = WS-PER-ANIO * 12 + WS-PER-MES

           PERFORM CARGAR-PESOS
           PERFORM CARGAR-SEVERIDADES
           PERFORM CARGAR-CLIENTES
           PERFORM CARGAR-CRUCE
           PERFORM CARGAR-BOVEDA

           PERFORM ACUMULAR-BLOQUEOS
           PERFORM ACUMULAR-SOBREGIROS
           PERFORM ACUMULAR-DISPUTAS
           PERFORM ACUMULAR-DORMANCIA
           PERFORM ACUMULAR-UTILIZACION

           PERFORM CALCULAR-PUNTAJE
               VARYING WS-CLI-IDX FROM 1 BY 1
               UNTIL WS-CLI-IDX > WS-CANT-CLIENTES

           PERFORM DEPURAR-HISTORIAL
           PERFORM EMITIR-REPORTE
           PERFORM GRABAR-HISTORIAL

           DISPLAY "PERIODO PUNTUADO                 : " WS-PERIODO
           DISPLAY "CLIENTES PUNTUADOS               : " COUNT-CLIENTES
           DISPLAY "CLIENTES EXCLUIDOS (I/F)         : "
               COUNT-EXCLUIDOS
           DISPLAY "CLIENTES CON PUNTAJE MAYOR A 0   : "
               COUNT-CON-PUNTAJE
           DISPLAY "BANDA BAJO/MEDIO/ALTO/CRITICO    : " COUNT-BANDA-B
               "/" COUNT-BANDA-M "/" COUNT-BANDA-A "/" COUNT-BANDA-C
           DISPLAY "CLIENTES QUE SUBEN DE BANDA      : " COUNT-SUBEN
           DISPLAY "CLIENTES QUE BAJAN DE BANDA      : " COUNT-BAJAN
           DISPLAY "BLOQUEOS PERMANENTES SIN CRUCE   : "
               COUNT-BLOQ-SIN-CRUCE
           DISPLAY "SENALES DE CLIENTES NO PUNTUADOS : "
               COUNT-SENAL-SIN-CLIENTE
           DISPLAY "RENGLONES DEL PERIODO REEMPLAZADOS: "
               COUNT-HIST-REEMPLAZADOS
           DISPLAY "RENGLONES DE HISTORIAL PURGADOS  : "
               COUNT-HIST-PURGADOS
           DISPLAY "REPORTE: " WS-NOM-FRIESGORPT
           STOP RUN.

       LEER-PARAMETROS.
           ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           OPEN INPUT FILPARM
           IF FS-FILPARM = '00'
               READ FILPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-NEGOCIO IS NUMERIC AND
                          PARM-FECHA-NEGOCIO NOT = 0
                           MOVE PARM-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
                           DISPLAY "FECHA DE NEGOCIO FORZADA POR "
                               "PARMPSA10.txt: " WS-FECHA-NEGOCIO
                       END-IF
                       IF PARM-MESES-HISTORIA IS NUMERIC AND
                          PARM-MESES-HISTORIA NOT = 0
                           MOVE PARM-MESES-HISTORIA TO
                               WS-MESES-HISTORIA
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF.

       CARGAR-PESOS.
      *    UN RENGLON CON PESO O TOPE NO NUMERICO SE IGNORA CON AVISO;
      *    SI LOS UMBRALES QUEDAN FUERA DE ORDEN SE VUELVE A LA TABLA
      *    POR DEFECTO COMPLETA, PARA NO PUNTUAR CON BANDAS ABSURDAS
           MOVE WS-PESOS TO WS-PESOS-DEFECTO
           OPEN INPUT FPESOS
           IF FS-FPESOS = '00'
               PERFORM LEER-PESO
               PERFORM UNTIL EOF = 'Y'
                   IF PES-PESO IS NUMERIC AND PES-TOPE IS NUMERIC
                       PERFORM APLICAR-PESO
                   ELSE
                       DISPLAY "RENGLON DE pesos_riesgo.txt INVALIDO: "
                           REG-PESO
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   PERFORM LEER-PESO
               END-PERFORM
               CLOSE FPESOS
           END-IF
           MOVE 'N' TO EOF
           IF WS-UMBRAL-MEDIO = 0 OR
              WS-UMBRAL-ALTO NOT > WS-UMBRAL-MEDIO OR
              WS-UMBRAL-CRITICO NOT > WS-UMBRAL-ALTO
               DISPLAY "UMBRALES DE BANDA FUERA DE ORDEN EN "
                   "pesos_riesgo.txt; SE USA LA TABLA POR DEFECTO"
               MOVE WS-PESOS-DEFECTO TO WS-PESOS
               MOVE 4 TO RETURN-CODE
           END-IF.

       LEER-PESO.
           READ FPESOS
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       APLICAR-PESO.
           EVALUATE PES-CODIGO
               WHEN 'BLOQ'
                   MOVE PES-PESO TO WS-PESO-BLOQ
                   MOVE PES-TOPE TO WS-TOPE-BLOQ
               WHEN 'SOBR'
                   MOVE PES-PESO TO WS-PESO-SOBR
                   MOVE PES-TOPE TO WS-TOPE-SOBR
               WHEN 'DISP'
                   MOVE PES-PESO TO WS-PESO-DISP
                   MOVE PES-TOPE TO WS-TOPE-DISP
               WHEN 'DORM'
                   MOVE PES-PESO TO WS-PESO-DORM
                   MOVE PES-TOPE TO WS-TOPE-DORM
               WHEN 'UTIL'
                   MOVE PES-PESO TO WS-PESO-UTIL
                   MOVE PES-TOPE TO WS-TOPE-UTIL
               WHEN 'MEDI'
                   MOVE PES-TOPE TO WS-UMBRAL-MEDIO
               WHEN 'ALTO'
                   MOVE PES-TOPE TO WS-UMBRAL-ALTO
               WHEN 'CRIT'
                   MOVE PES-TOPE TO WS-UMBRAL-CRITICO
               WHEN OTHER
                   DISPLAY "CODIGO DESCONOCIDO EN pesos_riesgo.txt: "
                       PES-CODIGO
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

       CARGAR-SEVERIDADES.
      *    MISMO CRITERIO DE VIGENCIA QUE 1160A-EVALUAR-VIGENCIA EN
      *    PROGRAM1: UN RENGLON EN VIGOR REEMPLAZA AL ANTERIOR DEL
      *    MISMO CODIGO
           MOVE ALL 'N' TO WS-TABLA-SEVERIDAD
           OPEN INPUT FDESBLQ
           IF FS-FDESBLQ = '00'
               PERFORM LEER-DESBLQ
               PERFORM UNTIL EOF = 'Y'
                   IF DSB-COD IS NUMERIC
                       PERFORM APLICAR-SEVERIDAD
                   END-IF
                   PERFORM LEER-DESBLQ
               END-PERFORM
               CLOSE FDESBLQ
           ELSE
               MOVE 'S' TO WS-SEV-PERMANENTE(51)
               MOVE 'S' TO WS-SEV-PERMANENTE(52)
               MOVE 'S' TO WS-SEV-PERMANENTE(55)
           END-IF
           MOVE 'N' TO EOF.

       LEER-DESBLQ.
           READ FDESBLQ
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       APLICAR-SEVERIDAD.
           MOVE 'S' TO WS-SEV-VIGENTE
           IF DSB-VIG-DESDE IS NUMERIC AND
              DSB-VIG-DESDE NOT = '00000000'
               IF DSB-VIG-DESDE > WS-FECHA-NEGOCIO-X
                   MOVE 'N' TO WS-SEV-VIGENTE
               END-IF
           END-IF
           IF DSB-VIG-HASTA IS NUMERIC AND
              DSB-VIG-HASTA NOT = '00000000'
               IF DSB-VIG-HASTA < WS-FECHA-NEGOCIO-X
                   MOVE 'N' TO WS-SEV-VIGENTE
               END-IF
           END-IF
           IF WS-SEV-VIGENTE = 'S'
               COMPUTE WS-SEV-SUB = DSB-COD + 1
               IF DSB-SEVERIDAD = 'P'
                   MOVE 'S' TO WS-SEV-PERMANENTE(WS-SEV-SUB)
               ELSE
                   MOVE 'N' TO WS-SEV-PERMANENTE(WS-SEV-SUB)
               END-IF
           END-IF.

       CARGAR-CLIENTES.
      *    SE PUNTUAN TODOS LOS CLIENTES SALVO LOS DADOS DE BAJA (I) Y
      *    LOS FALLECIDOS (F); UN ESCHEATADO (E) SIGUE PUNTUANDO, SU
      *    ETAPA DE DORMANCIA ES JUSTAMENTE UNA DE LAS SENALES
           OPEN INPUT CLIMASTER
           IF CLIMASTER-STATUS NOT = '00'
               DISPLAY "CLIMAST.dat NO DISPONIBLE FS: "
                   CLIMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO CLI-ID
           START CLIMASTER KEY IS NOT LESS THAN CLI-ID
               INVALID KEY
                   MOVE 'Y' TO EOF
           END-START
           PERFORM UNTIL EOF = 'Y'
               READ CLIMASTER NEXT RECORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       PERFORM GUARDAR-CLIENTE
               END-READ
           END-PERFORM
           CLOSE CLIMASTER
           MOVE 'N' TO EOF.

       GUARDAR-CLIENTE.
           IF CLI-ESTADO = 'I' OR CLI-ESTADO = 'F'
               ADD 1 TO COUNT-EXCLUIDOS
           ELSE
               IF WS-CANT-CLIENTES >= 20000
                   DISPLAY "TABLA DE CLIENTES LLENA (20000)"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-CLIENTES
               SET WS-CLI-IDX TO WS-CANT-CLIENTES
               MOVE CLI-ID TO WS-CLI-ID(WS-CLI-IDX)
               MOVE CLI-NOMBRE TO WS-CLI-NOMBRE(WS-CLI-IDX)
               MOVE ZERO TO WS-CLI-BLOQ(WS-CLI-IDX)
                            WS-CLI-SOBR(WS-CLI-IDX)
                            WS-CLI-DISP(WS-CLI-IDX)
                            WS-CLI-DORM(WS-CLI-IDX)
                            WS-CLI-UTIL(WS-CLI-IDX)
                            WS-CLI-PUNTAJE(WS-CLI-IDX)
                            WS-CLI-PER-ANT(WS-CLI-IDX)
               MOVE SPACE TO WS-CLI-BANDA(WS-CLI-IDX)
                             WS-CLI-BANDA-ANT(WS-CLI-IDX)
               ADD 1 TO COUNT-CLIENTES
           END-IF.

       CARGAR-CRUCE.
      *    CRUCECLICARD.txt ES OPCIONAL; SIN ARCHIVO NINGUN BLOQUEO DE
      *    TARJETA LLEGA A UN CLIENTE
           OPEN INPUT FXREF
           IF FS-FXREF = '00'
               PERFORM LEER-CRUCE
               PERFORM UNTIL EOF = 'Y'
                   IF WS-CANT-XREF >= 50000
                       DISPLAY "TABLA DE CRUCE LLENA (50000)"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-XREF
                   SET WS-XRF-IDX TO WS-CANT-XREF
                   MOVE XRF-PAN TO WS-XRF-PAN(WS-XRF-IDX)
                   MOVE XRF-CLI-ID TO WS-XRF-CLI(WS-XRF-IDX)
                   MOVE 'N' TO WS-XRF-PERM(WS-XRF-IDX)
                   PERFORM LEER-CRUCE
               END-PERFORM
               CLOSE FXREF
               IF WS-CANT-XREF > 1
                   SORT WS-XRF-ENTRY ON ASCENDING KEY WS-XRF-PAN
               END-IF
           END-IF
           MOVE 'N' TO EOF.

       LEER-CRUCE.
           READ FXREF
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       CARGAR-BOVEDA.
      *    BOVEDA.txt ES OPCIONAL; SIN ELLA UN HIS-PAN TOKENIZADO NO SE
      *    PUEDE CRUZAR Y SOLO CUENTAN LOS RENGLONES CON PAN EN CLARO
           OPEN INPUT FBOVEDA
           IF FS-FBOVEDA = '00'
               PERFORM LEER-BOVEDA
               PERFORM UNTIL EOF = 'Y'
                   IF WS-CANT-BOVEDA >= 100000
                       DISPLAY "TABLA DE BOVEDA LLENA (100000)"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-BOVEDA
                   SET WS-BOV-IDX TO WS-CANT-BOVEDA
                   MOVE BOV-TOKEN TO WS-BOV-TOKEN(WS-BOV-IDX)
                   MOVE BOV-PAN TO WS-BOV-PAN(WS-BOV-IDX)
                   PERFORM LEER-BOVEDA
               END-PERFORM
               CLOSE FBOVEDA
               IF WS-CANT-BOVEDA > 1
                   SORT WS-BOV-ENTRY ON ASCENDING KEY WS-BOV-TOKEN
               END-IF
           END-IF
           MOVE 'N' TO EOF.

       LEER-BOVEDA.
           READ FBOVEDA
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       ACUMULAR-BLOQUEOS.
      *    PRIMERO SE MARCAN EN EL CRUCE LAS TARJETAS CON UN BLOQUEO
      *    PERMANENTE EN BLOQHIST.txt Y DESPUES SE SUMAN POR CLIENTE
           OPEN INPUT FBLOQHIST
           IF FS-FBLOQHIST = '00'
               PERFORM LEER-BLOQHIST
               PERFORM UNTIL EOF = 'Y'
                   IF HIS-COD-BLOQ IS NUMERIC
                       COMPUTE WS-SEV-SUB = HIS-COD-BLOQ + 1
                       IF WS-SEV-PERMANENTE(WS-SEV-SUB) = 'S'
                           PERFORM MARCAR-TARJETA-PERMANENTE
                       END-IF
                   END-IF
                   PERFORM LEER-BLOQHIST
               END-PERFORM
               CLOSE FBLOQHIST
           END-IF
           MOVE 'N' TO EOF
           PERFORM SUMAR-TARJETA-PERMANENTE
               VARYING WS-XRF-IDX FROM 1 BY 1
               UNTIL WS-XRF-IDX > WS-CANT-XREF.

       LEER-BLOQHIST.
           READ FBLOQHIST
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       MARCAR-TARJETA-PERMANENTE.
      *    TOKEN = 'T' + 15 DIGITOS (VER COPY BOVEDA); UN RENGLON VIEJO
      *    CON PAN EN CLARO SE CRUZA TAL CUAL
           MOVE HIS-PAN TO WS-PAN-CLARO
           IF HIS-PAN(1:1) = 'T'
               MOVE SPACES TO WS-PAN-CLARO
               IF WS-CANT-BOVEDA > 0
                   SEARCH ALL WS-BOV-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-BOV-TOKEN(WS-BOV-IDX) = HIS-PAN
                           MOVE WS-BOV-PAN(WS-BOV-IDX) TO WS-PAN-CLARO
                   END-SEARCH
               END-IF
           END-IF
           IF WS-PAN-CLARO = SPACES OR WS-CANT-XREF = 0
               ADD 1 TO COUNT-BLOQ-SIN-CRUCE
           ELSE
               SEARCH ALL WS-XRF-ENTRY
                   AT END
                       ADD 1 TO COUNT-BLOQ-SIN-CRUCE
                   WHEN WS-XRF-PAN(WS-XRF-IDX) = WS-PAN-CLARO
                       MOVE 'S' TO WS-XRF-PERM(WS-XRF-IDX)
               END-SEARCH
           END-IF.

       SUMAR-TARJETA-PERMANENTE.
           IF WS-XRF-PERM(WS-XRF-IDX) = 'S'
               MOVE WS-XRF-CLI(WS-XRF-IDX) TO WS-CLI-BUSCADO
               PERFORM UBICAR-CLIENTE
               IF WS-CLI-ENCONTRADO = 'S'
                   ADD 1 TO WS-CLI-BLOQ(WS-CLI-IDX)
               END-IF
           END-IF.

       UBICAR-CLIENTE.
      *    DEJA WS-CLI-IDX EN EL CLIENTE BUSCADO; UNA SENAL DE UN
      *    CLIENTE QUE NO SE PUNTUA (BAJA, FALLECIDO O INEXISTENTE)
      *    SOLO SE CUENTA
           MOVE 'N' TO WS-CLI-ENCONTRADO
           IF WS-CANT-CLIENTES > 0
               SEARCH ALL WS-CLI-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CLI-ID(WS-CLI-IDX) = WS-CLI-BUSCADO
                       MOVE 'S' TO WS-CLI-ENCONTRADO
               END-SEARCH
           END-IF
           IF WS-CLI-ENCONTRADO = 'N'
               ADD 1 TO COUNT-SENAL-SIN-CLIENTE
           END-IF.

       ACUMULAR-SOBREGIROS.
      *    SBD-DIAS ES LA RACHA VIGENTE DE DIAS EN NEGATIVO; CADA DIA
      *    ES UNA UNIDAD DE LA SENAL SOBR
           OPEN INPUT FSOBREDIAS
           IF FS-FSOBREDIAS = '00'
               PERFORM LEER-SOBREDIAS
               PERFORM UNTIL EOF = 'Y'
                   IF SBD-DIAS IS NUMERIC AND SBD-DIAS > 0
                       MOVE SBD-CLI-ID TO WS-CLI-BUSCADO
                       PERFORM UBICAR-CLIENTE
                       IF WS-CLI-ENCONTRADO = 'S'
                           ADD SBD-DIAS TO WS-CLI-SOBR(WS-CLI-IDX)
                       END-IF
                   END-IF
                   PERFORM LEER-SOBREDIAS
               END-PERFORM
               CLOSE FSOBREDIAS
           END-IF
           MOVE 'N' TO EOF.

       LEER-SOBREDIAS.
           READ FSOBREDIAS
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       ACUMULAR-DISPUTAS.
      *    SOLO LOS CASOS VIVOS: ABIERTO (A) O CON CREDITO PROVISIONAL
      *    (P); UN CASO RESUELTO O CON CONTRACARGO YA NO PUNTUA
           OPEN INPUT FCASOS
           IF FS-FCASOS = '00'
               PERFORM LEER-CASO
               PERFORM UNTIL EOF = 'Y'
                   IF CAS-ESTADO = 'A' OR CAS-ESTADO = 'P'
                       MOVE CAS-CLI-ID TO WS-CLI-BUSCADO
                       PERFORM UBICAR-CLIENTE
                       IF WS-CLI-ENCONTRADO = 'S'
                           ADD 1 TO WS-CLI-DISP(WS-CLI-IDX)
                       END-IF
                   END-IF
                   PERFORM LEER-CASO
               END-PERFORM
               CLOSE FCASOS
           END-IF
           MOVE 'N' TO EOF.

       LEER-CASO.
           READ FCASOS
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       ACUMULAR-DORMANCIA.
      *    LA ETAPA DE LA ESCALERA (1 A 3) ES LA CANTIDAD DE UNIDADES;
      *    SI UN CLIENTE APARECE DOS VECES QUEDA LA ETAPA MAYOR
           OPEN INPUT FESCALERA
           IF FS-FESCALERA = '00'
               PERFORM LEER-ESCALERA
               PERFORM UNTIL EOF = 'Y'
                   IF ESC-ETAPA IS NUMERIC
                       MOVE ESC-CLI-ID TO WS-CLI-BUSCADO
                       PERFORM UBICAR-CLIENTE
                       IF WS-CLI-ENCONTRADO = 'S' AND
                          ESC-ETAPA > WS-CLI-DORM(WS-CLI-IDX)
                           MOVE ESC-ETAPA TO WS-CLI-DORM(WS-CLI-IDX)
                       END-IF
                   END-IF
                   PERFORM LEER-ESCALERA
               END-PERFORM
               CLOSE FESCALERA
           END-IF
           MOVE 'N' TO EOF.

       LEER-ESCALERA.
           READ FESCALERA
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       ACUMULAR-UTILIZACION.
      *    CADA CORRIDA CON UTILIZACION ALTA Y CADA REBOTE CONTRA EL
      *    LIMITE ES UNA UNIDAD DE LA SENAL UTIL; LOS DIAS EN NEGATIVO
      *    YA PUNTUAN POR SOBR
           OPEN INPUT FUTILHIST
           IF FS-FUTILHIST = '00'
               PERFORM LEER-UTILHIST
               PERFORM UNTIL EOF = 'Y'
                   IF UTH-CORRIDAS-ALTA IS NUMERIC AND
                      UTH-REBOTES IS NUMERIC
                       MOVE UTH-CLI-ID TO WS-CLI-BUSCADO
                       PERFORM UBICAR-CLIENTE
                       IF WS-CLI-ENCONTRADO = 'S'
                           ADD UTH-CORRIDAS-ALTA UTH-REBOTES
                               TO WS-CLI-UTIL(WS-CLI-IDX)
                       END-IF
                   END-IF
                   PERFORM LEER-UTILHIST
               END-PERFORM
               CLOSE FUTILHIST
           END-IF
           MOVE 'N' TO EOF.

       LEER-UTILHIST.
           READ FUTILHIST
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       CALCULAR-PUNTAJE.
      *    PUNTAJE = SUMA DE (UNIDADES DE LA SENAL, HASTA SU TOPE) *
      *    PESO DE LA SENAL; SE LIMITA A 99999
           MOVE ZERO TO WS-PUNTAJE
           MOVE WS-CLI-BLOQ(WS-CLI-IDX) TO WS-UNIDADES
           IF WS-UNIDADES > WS-TOPE-BLOQ
               MOVE WS-TOPE-BLOQ TO WS-UNIDADES
           END-IF
           COMPUTE WS-PUNTAJE = WS-PUNTAJE + WS-UNIDADES * WS-PESO-BLOQ
           MOVE WS-CLI-SOBR(WS-CLI-IDX) TO WS-UNIDADES
           IF WS-UNIDADES > WS-TOPE-SOBR
               MOVE WS-TOPE-SOBR TO WS-UNIDADES
           END-IF
           COMPUTE WS-PUNTAJE = WS-PUNTAJE + WS-UNIDADES * WS-PESO-SOBR
           MOVE WS-CLI-DISP(WS-CLI-IDX) TO WS-UNIDADES
           IF WS-UNIDADES > WS-TOPE-DISP
               MOVE WS-TOPE-DISP TO WS-UNIDADES
           END-IF
           COMPUTE WS-PUNTAJE = WS-PUNTAJE + WS-UNIDADES * WS-PESO-DISP
           MOVE WS-CLI-DORM(WS-CLI-IDX) TO WS-UNIDADES
           IF WS-UNIDADES > WS-TOPE-DORM
               MOVE WS-TOPE-DORM TO WS-UNIDADES
           END-IF
           COMPUTE WS-PUNTAJE = WS-PUNTAJE + WS-UNIDADES * WS-PESO-DORM
           MOVE WS-CLI-UTIL(WS-CLI-IDX) TO WS-UNIDADES
           IF WS-UNIDADES > WS-TOPE-UTIL
               MOVE WS-TOPE-UTIL TO WS-UNIDADES
           END-IF
           COMPUTE WS-PUNTAJE = WS-PUNTAJE + WS-UNIDADES * WS-PESO-UTIL
           IF WS-PUNTAJE > 99999
               MOVE 99999 TO WS-PUNTAJE
           END-IF
           MOVE WS-PUNTAJE TO WS-CLI-PUNTAJE(WS-CLI-IDX)
           IF WS-PUNTAJE > 0
               ADD 1 TO COUNT-CON-PUNTAJE
           END-IF
           EVALUATE TRUE
               WHEN WS-PUNTAJE >= WS-UMBRAL-CRITICO
                   MOVE 'C' TO WS-CLI-BANDA(WS-CLI-IDX)
                   ADD 1 TO COUNT-BANDA-C
               WHEN WS-PUNTAJE >= WS-UMBRAL-ALTO
                   MOVE 'A' TO WS-CLI-BANDA(WS-CLI-IDX)
                   ADD 1 TO COUNT-BANDA-A
               WHEN WS-PUNTAJE >= WS-UMBRAL-MEDIO
                   MOVE 'M' TO WS-CLI-BANDA(WS-CLI-IDX)
                   ADD 1 TO COUNT-BANDA-M
               WHEN OTHER
                   MOVE 'B' TO WS-CLI-BANDA(WS-CLI-IDX)
                   ADD 1 TO COUNT-BANDA-B
           END-EVALUATE.

       DEPURAR-HISTORIAL.
      *    PRIMERA PASADA: COPIA AL ARCHIVO DE TRABAJO LO QUE SE
      *    CONSERVA (SIN LOS RENGLONES DEL PERIODO ACTUAL, QUE SE
      *    VUELVEN A GRABAR, NI LOS MAS VIEJOS QUE WS-MESES-HISTORIA)
      *    Y DEJA EN CADA CLIENTE SU BANDA DEL ULTIMO PERIODO ANTERIOR
           OPEN OUTPUT FRIESGOTMP
           OPEN INPUT FRIESGOHIST
           IF FS-FRIESGOHIST = '00'
               PERFORM LEER-RIESGOHIST
               PERFORM UNTIL EOF = 'Y'
                   PERFORM EVALUAR-RENGLON-HISTORIAL
                   PERFORM LEER-RIESGOHIST
               END-PERFORM
               CLOSE FRIESGOHIST
           END-IF
           CLOSE FRIESGOTMP
           MOVE 'N' TO EOF.

       LEER-RIESGOHIST.
           READ FRIESGOHIST
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       EVALUAR-RENGLON-HISTORIAL.
           IF RGH-PERIODO = WS-PERIODO
               ADD 1 TO COUNT-HIST-REEMPLAZADOS
           ELSE
               DIVIDE RGH-PERIODO BY 100 GIVING WS-RGH-ANIO
                   REMAINDER WS-RGH-MES
               COMPUTE WS-MES-RENGLON = WS-RGH-ANIO * 12 + WS-RGH-MES
               COMPUTE WS-ANTIGUEDAD = WS-MES-ACTUAL - WS-MES-RENGLON
               IF WS-ANTIGUEDAD >= WS-MESES-HISTORIA
                   ADD 1 TO COUNT-HIST-PURGADOS
               ELSE
                   WRITE REG-RIESGOTMP FROM REG-RIESGOHIST
                   IF RGH-PERIODO < WS-PERIODO
                       PERFORM TOMAR-BANDA-ANTERIOR
                   END-IF
               END-IF
           END-IF.

       TOMAR-BANDA-ANTERIOR.
           MOVE 'N' TO WS-CLI-ENCONTRADO
           IF WS-CANT-CLIENTES > 0
               SEARCH ALL WS-CLI-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CLI-ID(WS-CLI-IDX) = RGH-CLI-ID
                       MOVE 'S' TO WS-CLI-ENCONTRADO
               END-SEARCH
           END-IF
           IF WS-CLI-ENCONTRADO = 'S'
               IF RGH-PERIODO > WS-CLI-PER-ANT(WS-CLI-IDX)
                   MOVE RGH-PERIODO TO WS-CLI-PER-ANT(WS-CLI-IDX)
                   MOVE RGH-BANDA TO WS-CLI-BANDA-ANT(WS-CLI-IDX)
               END-IF
           END-IF.

       EMITIR-REPORTE.
           OPEN OUTPUT FRIESGORPT
           MOVE SPACES TO RIESGO-REGISTER
           STRING "PUNTAJE DE RIESGO DE CLIENTES - PERIODO "
               WS-PERIODO " - FECHA DE NEGOCIO " WS-FECHA-NEGOCIO
               DELIMITED BY SIZE INTO RIESGO-REGISTER
           WRITE RIESGO-REGISTER
           MOVE SPACES TO RIESGO-REGISTER
           STRING "UMBRALES: MEDIO >= " WS-UMBRAL-MEDIO
               " | ALTO >= " WS-UMBRAL-ALTO
               " | CRITICO >= " WS-UMBRAL-CRITICO
               DELIMITED BY SIZE INTO RIESGO-REGISTER
           WRITE RIESGO-REGISTER
           MOVE SPACES TO RIESGO-REGISTER
           WRITE RIESGO-REGISTER
           MOVE SPACES TO RIESGO-REGISTER
           STRING "CLIENTE NOMBRE               BLOQ  SOBR DISP DORM"
               "  UTIL PUNTAJE BANDA    ANTERIOR MOVIM."
               DELIMITED BY SIZE INTO RIESGO-REGISTER
           WRITE RIESGO-REGISTER
           INITIALIZE WS-MATRIZ-BANDAS
           PERFORM REPORTAR-CLIENTE
               VARYING WS-CLI-IDX FROM 1 BY 1
               UNTIL WS-CLI-IDX > WS-CANT-CLIENTES
           PERFORM REPORTAR-MATRIZ
           CLOSE FRIESGORPT.

       REPORTAR-CLIENTE.
      *    SE LISTAN LOS CLIENTES CON PUNTAJE O CON CAMBIO DE BANDA;
      *    TODOS ENTRAN EN LA MATRIZ DE MOVIMIENTOS
           MOVE WS-CLI-BANDA(WS-CLI-IDX) TO WS-BANDA-AUX
           PERFORM RANGO-DE-BANDA
           MOVE WS-RANGO-AUX TO WS-COL
           MOVE WS-BANDA-DESC TO WS-BANDA-ANT-DESC
           IF WS-CLI-BANDA-ANT(WS-CLI-IDX) = SPACE
               MOVE 5 TO WS-FILA
               MOVE 'NUEVO' TO WS-MOVIMIENTO
               MOVE '-' TO WS-BANDA-ANT-DESC
           ELSE
               MOVE WS-CLI-BANDA-ANT(WS-CLI-IDX) TO WS-BANDA-AUX
               PERFORM RANGO-DE-BANDA
               MOVE WS-RANGO-AUX TO WS-FILA
               MOVE WS-BANDA-DESC TO WS-BANDA-ANT-DESC
               EVALUATE TRUE
                   WHEN WS-COL > WS-FILA
                       MOVE 'SUBE' TO WS-MOVIMIENTO
                       ADD 1 TO COUNT-SUBEN
                   WHEN WS-COL < WS-FILA
                       MOVE 'BAJA' TO WS-MOVIMIENTO
                       ADD 1 TO COUNT-BAJAN
                   WHEN OTHER
                       MOVE 'IGUAL' TO WS-MOVIMIENTO
               END-EVALUATE
           END-IF
           ADD 1 TO WS-MAT-CANT(WS-FILA, WS-COL)
           MOVE WS-CLI-BANDA(WS-CLI-IDX) TO WS-BANDA-AUX
           PERFORM RANGO-DE-BANDA
           IF WS-CLI-PUNTAJE(WS-CLI-IDX) > 0 OR
              WS-MOVIMIENTO = 'SUBE' OR WS-MOVIMIENTO = 'BAJA'
               MOVE WS-CLI-BLOQ(WS-CLI-IDX) TO WS-BLOQ-ED
               MOVE WS-CLI-SOBR(WS-CLI-IDX) TO WS-SOBR-ED
               MOVE WS-CLI-DISP(WS-CLI-IDX) TO WS-DISP-ED
               MOVE WS-CLI-DORM(WS-CLI-IDX) TO WS-DORM-ED
               MOVE WS-CLI-UTIL(WS-CLI-IDX) TO WS-UTIL-ED
               MOVE WS-CLI-PUNTAJE(WS-CLI-IDX) TO WS-PUNTAJE-ED
               MOVE SPACES TO RIESGO-REGISTER
               STRING WS-CLI-ID(WS-CLI-IDX) "   "
                   WS-CLI-NOMBRE(WS-CLI-IDX) " "
                   WS-BLOQ-ED " " WS-SOBR-ED " "
                   WS-DISP-ED " " WS-DORM-ED " "
                   WS-UTIL-ED "   " WS-PUNTAJE-ED " "
                   WS-BANDA-DESC " " WS-BANDA-ANT-DESC " "
                   WS-MOVIMIENTO
                   DELIMITED BY SIZE INTO RIESGO-REGISTER
               WRITE RIESGO-REGISTER
           END-IF.

       RANGO-DE-BANDA.
           EVALUATE WS-BANDA-AUX
               WHEN 'C'
                   MOVE 4 TO WS-RANGO-AUX
                   MOVE 'CRITICO' TO WS-BANDA-DESC
               WHEN 'A'
                   MOVE 3 TO WS-RANGO-AUX
                   MOVE 'ALTO' TO WS-BANDA-DESC
               WHEN 'M'
                   MOVE 2 TO WS-RANGO-AUX
                   MOVE 'MEDIO' TO WS-BANDA-DESC
               WHEN OTHER
                   MOVE 1 TO WS-RANGO-AUX
                   MOVE 'BAJO' TO WS-BANDA-DESC
           END-EVALUATE.

       REPORTAR-MATRIZ.
           MOVE SPACES TO RIESGO-REGISTER
           WRITE RIESGO-REGISTER
           MOVE SPACES TO RIESGO-REGISTER
           STRING "MOVIMIENTO ENTRE BANDAS (FILA = BANDA ANTERIOR, "
               "COLUMNA = BANDA ACTUAL)"
               DELIMITED BY SIZE INTO RIESGO-REGISTER
           WRITE RIESGO-REGISTER
           MOVE SPACES TO RIESGO-REGISTER
           STRING "                  BAJO MEDIO  ALTO CRIT."
               DELIMITED BY SIZE INTO RIESGO-REGISTER
           WRITE RIESGO-REGISTER
           PERFORM REPORTAR-FILA-MATRIZ
               VARYING WS-FILA FROM 1 BY 1 UNTIL WS-FILA > 5
           MOVE SPACES TO RIESGO-REGISTER
           WRITE RIESGO-REGISTER
           MOVE COUNT-CLIENTES TO WS-CANT-ED
           MOVE SPACES TO RIESGO-REGISTER
           STRING "CLIENTES PUNTUADOS: " WS-CANT-ED
               DELIMITED BY SIZE INTO RIESGO-REGISTER
           WRITE RIESGO-REGISTER
           MOVE COUNT-SUBEN TO WS-CANT-ED
           MOVE SPACES TO RIESGO-REGISTER
           STRING "SUBEN DE BANDA    : " WS-CANT-ED
               DELIMITED BY SIZE INTO RIESGO-REGISTER
           WRITE RIESGO-REGISTER
           MOVE COUNT-BAJAN TO WS-CANT-ED
           MOVE SPACES TO RIESGO-REGISTER
           STRING "BAJAN DE BANDA    : " WS-CANT-ED
               DELIMITED BY SIZE INTO RIESGO-REGISTER
           WRITE RIESGO-REGISTER.

       REPORTAR-FILA-MATRIZ.
           IF WS-FILA = 5
               MOVE 'SIN ANTERIOR' TO WS-BANDA-DESC
           ELSE
               MOVE WS-FILA TO WS-RANGO-AUX
               EVALUATE WS-RANGO-AUX
                   WHEN 4
                       MOVE 'CRITICO' TO WS-BANDA-DESC
                   WHEN 3
                       MOVE 'ALTO' TO WS-BANDA-DESC
                   WHEN 2
                       MOVE 'MEDIO' TO WS-BANDA-DESC
                   WHEN OTHER
                       MOVE 'BAJO' TO WS-BANDA-DESC
               END-EVALUATE
           END-IF
           MOVE WS-MAT-CANT(WS-FILA, 1) TO WS-MAT-ED-1
           MOVE WS-MAT-CANT(WS-FILA, 2) TO WS-MAT-ED-2
           MOVE WS-MAT-CANT(WS-FILA, 3) TO WS-MAT-ED-3
           MOVE WS-MAT-CANT(WS-FILA, 4) TO WS-MAT-ED-4
           MOVE SPACES TO RIESGO-REGISTER
           IF WS-FILA = 5
               STRING "SIN ANTERIOR    "
                   WS-MAT-ED-1 " " WS-MAT-ED-2 " "
                   WS-MAT-ED-3 " " WS-MAT-ED-4
                   DELIMITED BY SIZE INTO RIESGO-REGISTER
           ELSE
               STRING "DESDE " WS-BANDA-DESC "  "
                   WS-MAT-ED-1 " " WS-MAT-ED-2 " "
                   WS-MAT-ED-3 " " WS-MAT-ED-4
                   DELIMITED BY SIZE INTO RIESGO-REGISTER
           END-IF
           WRITE RIESGO-REGISTER.

       GRABAR-HISTORIAL.
      *    SEGUNDA PASADA: LO CONSERVADO MAS EL PUNTAJE DE HOY DE CADA
      *    CLIENTE (TAMBIEN LOS DE PUNTAJE CERO, PARA QUE EL MES QUE
      *    VIENE SE VEA SI SUBEN)
           OPEN OUTPUT FRIESGOHIST
           OPEN INPUT FRIESGOTMP
           IF FS-FRIESGOTMP = '00'
               PERFORM LEER-RIESGOTMP
               PERFORM UNTIL EOF = 'Y'
                   WRITE REG-RIESGOHIST FROM REG-RIESGOTMP
                   PERFORM LEER-RIESGOTMP
               END-PERFORM
               CLOSE FRIESGOTMP
           END-IF
           MOVE 'N' TO EOF
           PERFORM GRABAR-PUNTAJE-CLIENTE
               VARYING WS-CLI-IDX FROM 1 BY 1
               UNTIL WS-CLI-IDX > WS-CANT-CLIENTES
           CLOSE FRIESGOHIST
           OPEN OUTPUT FRIESGOTMP
           CLOSE FRIESGOTMP.

       LEER-RIESGOTMP.
           READ FRIESGOTMP
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       GRABAR-PUNTAJE-CLIENTE.
           MOVE SPACES TO REG-RIESGOHIST
           MOVE WS-PERIODO TO RGH-PERIODO
           MOVE WS-CLI-ID(WS-CLI-IDX) TO RGH-CLI-ID
           MOVE WS-CLI-PUNTAJE(WS-CLI-IDX) TO RGH-PUNTAJE
           MOVE WS-CLI-BANDA(WS-CLI-IDX) TO RGH-BANDA
           WRITE REG-RIESGOHIST.
       END PROGRAM PSA10.
