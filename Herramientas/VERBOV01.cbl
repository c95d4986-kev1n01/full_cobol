       IDENTIFICATION DIVISION.
       PROGRAM-ID.  VERBOV01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    VERIFICADOR DE INTEGRIDAD DE LA BOVEDA DE TOKENS: BOVEDA.txt+
      *    ES EL UNICO CAMINO DE VUELTA DESDE LOS TOKENS DE            +
      *    BLOQHIST.txt, REEMISION.txt, FECACTVO_HISTORIAL.txt Y       +
      *    BOLETIN.txt AL PAN EN CLARO; SI SE DANA, ESA HISTORIA SE    +
      *    PIERDE. SE CORRE ANTES DE LA CADENA (PRIMER PASO DE         +
      *    PLANCADENA.txt) Y REPORTA EN verificacion_boveda.txt:       +
      *    - TOKENS MAL FORMADOS, TOKENS DUPLICADOS, PAN CON MAS DE UN +
      *      TOKEN Y HUECOS EN LA SECUENCIA DE CADA BANDA (VER         +
      *      WS-BOV-BANDA EN PROGRAM1)                                 +
      *    - TOKENS DE LOS HISTORIALES QUE NO RESUELVEN EN LA BOVEDA   +
      *    - ENTRADAS DE LA BOVEDA QUE YA NINGUN HISTORIAL REFERENCIA  +
      *    CUALQUIER QUIEBRE (TODO SALVO LOS HUERFANOS) LEVANTA UN     +
      *    EVENTO CRITICAL EN EVENTOS.txt Y TERMINA CON RC 8, ASI LA   +
      *    CADENA NO ARRANCA SOBRE UNA BOVEDA ROTA; SOLO HUERFANOS =   +
      *    RC 4. LOS RENGLONES VIEJOS CON PAN EN CLARO (TODO NUMERICO) +
      *    NO SON TOKENS Y SOLO SE CUENTAN                             +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FILBOV ASSIGN TO 'BOVEDA.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILBOV.
           SELECT FILBLHIS ASSIGN TO 'BLOQHIST.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILBLHIS.
           SELECT FILREIS ASSIGN TO 'REEMISION.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILREIS.
           SELECT FHISTFEC ASSIGN TO 'FECACTVO_HISTORIAL.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FHISTFEC.
           SELECT FILBOL ASSIGN TO 'BOLETIN.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILBOL.
           SELECT FILVER ASSIGN TO 'verificacion_boveda.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILVER.
      *    FEED DE EVENTOS DE MONITOREO, COMPARTIDO CON EL RESTO DE LA
      *    CADENA (VER COPY EVENTLOG); MISMO PATRON "CREAR SI NO
      *    EXISTE" DE SIEMPRE
           SELECT FILEVT ASSIGN TO 'EVENTOS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILEVT.

       DATA DIVISION.
       FILE SECTION.
      *    MISMO LAYOUT QUE REG-BOVEDA EN PROGRAM1
       FD  FILBOV
           RECORDING MODE IS F.
       01  REG-BOVEDA.
           02 BOV-TOKEN           PIC X(16).
           02 FILLER              PIC X(01).
           02 BOV-PAN             PIC X(16).

      *    MISMO LAYOUT QUE REG-HISBLOQ EN PROGRAM1; SOLO INTERESA
      *    EL PAN (TOKEN)
       FD  FILBLHIS
           RECORDING MODE IS F.
       01  REG-HISBLOQ.
           02 HIS-PAN             PIC X(16).
           02 FILLER              PIC X(25).

      *    MISMO LAYOUT QUE REG-REIS EN PROGRAM1
       FD  FILREIS
           RECORDING MODE IS F.
       01  REG-REIS.
           02 REIS-PAN-ANTERIOR   PIC X(16).
           02 REIS-PAN-NUEVO      PIC X(16).

      *    MISMO LAYOUT QUE REG-HISTFEC EN CDCB14Q; SOLO INTERESA EL
      *    PAN (EL TOKEN OCUPA SUS PRIMERAS 16 POSICIONES)
       FD  FHISTFEC
           RECORDING MODE IS F.
       01  REG-HISTFEC.
           02 HFC-PAN             PIC X(22).
           02 FILLER              PIC X(51).

      *    MISMO LAYOUT QUE REG-BOLETIN EN HOTCRD01; SOLO INTERESA
      *    EL PAN
       FD  FILBOL
           RECORDING MODE IS F.
       01  REG-BOLETIN.
           02 BOL-PAN             PIC X(16).
           02 FILLER              PIC X(12).

       FD  FILVER
           RECORDING MODE IS F.
       01  REG-VER                PIC X(100).

       FD  FILEVT
           RECORDING MODE IS F.
           COPY EVENTLOG.

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILBOV           PIC XX.
           05 FS-FILBLHIS         PIC XX.
           05 FS-FILREIS          PIC XX.
           05 FS-FHISTFEC         PIC XX.
           05 FS-FILBOL           PIC XX.
           05 FS-FILVER           PIC XX.
           05 FS-FILEVT           PIC XX.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-HORA-SISTEMA        PIC 9(08).
       01  WS-LINEA               PIC X(100).
       01  WS-EVT-MENSAJE         PIC X(60).

      *    BOVEDA EN AMBOS SENTIDOS (POR PAN Y POR TOKEN), MISMAS
      *    TABLAS Y MISMO LIMITE QUE EN PROGRAM1
       COPY BOVEDA.
      *    MARCA POR ENTRADA DE WS-TABLA-BOV-X-TOKEN: 'S' = ALGUN
      *    HISTORIAL LA REFERENCIA
       01  WS-TABLA-REFERENCIAS.
           05 WS-REF-MARCA        PIC X(01) OCCURS 100000 TIMES.
       01  WS-REF-SUB             PIC 9(06) COMP.
       01  WS-BOV-SUB             PIC 9(06) COMP.

      *    ANALISIS DE LA SECUENCIA: TOKEN = 'T' + 15 DIGITOS; CADA
      *    BANDA DE 10**12 NUMEROS ARRANCA EN BASE + 1
       01  WS-TOKEN-NUM           PIC 9(15).
       01  WS-TOKEN-ANT           PIC 9(15).
       01  WS-BANDA               PIC 9(03) COMP.
       01  WS-BANDA-ANT           PIC 9(03) COMP.
       01  WS-ESPERADO            PIC 9(15).
       01  WS-HAY-ANTERIOR        PIC X(01).
       01  WS-TOKEN-DESDE.
           05 FILLER              PIC X(01) VALUE 'T'.
           05 WS-TOKEN-DESDE-NUM  PIC 9(15).
       01  WS-TOKEN-HASTA.
           05 FILLER              PIC X(01) VALUE 'T'.
           05 WS-TOKEN-HASTA-NUM  PIC 9(15).

      *    ENTRADA DE 3900-RESOLVER-TOKEN
       01  WS-TOKEN-REF           PIC X(16).
       01  WS-ARCHIVO-REF         PIC X(22).
      *    MISMA MARCA QUE BORRAD01 DEJA EN BOV-PAN
       01  WS-MARCA-BORRADO       PIC X(16) VALUE '*BORRADO*'.

       01  WSC-COUNTERS.
           05 COUNT-MAL-FORMADOS  PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-DUP-TOKEN     PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-DUP-PAN       PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-HUECOS        PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-REFERENCIAS   PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-PAN-CLARO     PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-SIN-RESOLVER  PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-HUERFANOS     PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-QUIEBRES      PIC 9(07) COMP VALUE ZEROS.
       01  WS-DISP-CANT           PIC Z(06)9.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  VERIFICACION DE LA BOVEDA DE TOKENS  '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           OPEN OUTPUT FILVER
           IF FS-FILVER NOT = '00'
               DISPLAY 'ERROR AL ABRIR verificacion_boveda.txt FS: '
                   FS-FILVER
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-LINEA
           STRING 'VERIFICACION DE BOVEDA.txt DEL ' WS-FECHA-YYYYMMDD
               DELIMITED BY SIZE
               INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           PERFORM 1000-CARGAR-BOVEDA
           MOVE '--- CONSISTENCIA INTERNA DE LA BOVEDA ---' TO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           PERFORM 2000-VERIFICAR-TOKENS
           PERFORM 2500-VERIFICAR-PANES
           MOVE '--- TOKENS DE HISTORIALES SIN RESOLVER ---' TO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           PERFORM 3100-CRUZAR-BLOQHIST
           PERFORM 3200-CRUZAR-REEMISION
           PERFORM 3300-CRUZAR-HISTFEC
           PERFORM 3400-CRUZAR-BOLETIN
           MOVE '--- ENTRADAS DE BOVEDA SIN REFERENCIA ---' TO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           PERFORM 4000-LISTAR-HUERFANOS
           COMPUTE COUNT-QUIEBRES = COUNT-MAL-FORMADOS +
               COUNT-DUP-TOKEN + COUNT-DUP-PAN + COUNT-HUECOS +
               COUNT-SIN-RESOLVER
           PERFORM 8000-GRABAR-RESUMEN
           CLOSE FILVER
           IF COUNT-QUIEBRES > 0
               PERFORM 8100-GRABAR-EVENTO-CRITICO
               MOVE 8 TO RETURN-CODE
           ELSE
               IF COUNT-HUERFANOS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *----------------------------------------------------------------+
       1000-CARGAR-BOVEDA.
      *----------------------------------------------------------------+
      *    UNA BOVEDA MAS GRANDE QUE LA TABLA NO SE PUEDE VERIFICAR
      *    ENTERA; SE ABORTA EN VEZ DE DAR UN RESULTADO A MEDIAS
           OPEN INPUT FILBOV
           IF FS-FILBOV = '00'
               PERFORM 1010-LEER-BOVEDA
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF WS-CANT-BOV < 100000
                       PERFORM 1020-GUARDAR-BOVEDA
                   ELSE
                       DISPLAY 'BOVEDA DE TOKENS LLENA (100000); '
                           'VERIFICACION ABORTADA'
                       CLOSE FILBOV
                       CLOSE FILVER
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM 1010-LEER-BOVEDA
               END-PERFORM
               CLOSE FILBOV
               SORT WS-BVP-ENTRY ON ASCENDING KEY WS-BVP-PAN
               SORT WS-BVT-ENTRY ON ASCENDING KEY WS-BVT-TOKEN
           ELSE
               DISPLAY 'BOVEDA.txt NO DISPONIBLE FS: ' FS-FILBOV
                   '; TODO TOKEN DE LOS HISTORIALES QUEDA SIN RESOLVER'
           END-IF
           MOVE 'N' TO EOF-ACTUAL
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-CANT-BOV-T
               MOVE 'N' TO WS-REF-MARCA(WS-REF-SUB)
           END-PERFORM
           MOVE WS-CANT-BOV TO WS-DISP-CANT
           DISPLAY 'ENTRADAS EN LA BOVEDA = ' WS-DISP-CANT.

      *----------------------------------------------------------------+
       1010-LEER-BOVEDA.
      *----------------------------------------------------------------+
           READ FILBOV
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1020-GUARDAR-BOVEDA.
      *----------------------------------------------------------------+
           ADD 1 TO WS-CANT-BOV
           SET WS-BVP-IDX TO WS-CANT-BOV
           MOVE BOV-PAN TO WS-BVP-PAN(WS-BVP-IDX)
           MOVE BOV-TOKEN TO WS-BVP-TOKEN(WS-BVP-IDX)
           ADD 1 TO WS-CANT-BOV-T
           SET WS-BVT-IDX TO WS-CANT-BOV-T
           MOVE BOV-TOKEN TO WS-BVT-TOKEN(WS-BVT-IDX)
           MOVE BOV-PAN TO WS-BVT-PAN(WS-BVT-IDX).

      *----------------------------------------------------------------+
       2000-VERIFICAR-TOKENS.
      *----------------------------------------------------------------+
      *    RECORRE LA BOVEDA ORDENADA POR TOKEN: EL ORDEN ALFABETICO
      *    DE 'T' + 15 DIGITOS ES EL ORDEN NUMERICO DE LA SECUENCIA
           MOVE 'N' TO WS-HAY-ANTERIOR
           PERFORM 2100-VERIFICAR-UN-TOKEN
               VARYING WS-BOV-SUB FROM 1 BY 1
               UNTIL WS-BOV-SUB > WS-CANT-BOV-T.

      *----------------------------------------------------------------+
       2100-VERIFICAR-UN-TOKEN.
      *----------------------------------------------------------------+
           SET WS-BVT-IDX TO WS-BOV-SUB
           IF WS-BVT-TOKEN(WS-BVT-IDX)(1:1) NOT = 'T' OR
              WS-BVT-TOKEN(WS-BVT-IDX)(2:15) NOT NUMERIC
               ADD 1 TO COUNT-MAL-FORMADOS
               MOVE SPACES TO WS-LINEA
               STRING 'TOKEN MAL FORMADO: ' WS-BVT-TOKEN(WS-BVT-IDX)
                   ' PAN ' WS-BVT-PAN(WS-BVT-IDX)
                   DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 9000-GRABAR-LINEA
           ELSE
               MOVE WS-BVT-TOKEN(WS-BVT-IDX)(2:15) TO WS-TOKEN-NUM
               DIVIDE WS-TOKEN-NUM BY 1000000000000
                   GIVING WS-BANDA
               IF WS-HAY-ANTERIOR = 'S' AND
                  WS-TOKEN-NUM = WS-TOKEN-ANT
                   PERFORM 2200-INFORMAR-DUP-TOKEN
               ELSE
                   IF WS-HAY-ANTERIOR = 'S' AND
                      WS-BANDA = WS-BANDA-ANT
                       COMPUTE WS-ESPERADO = WS-TOKEN-ANT + 1
                   ELSE
                       COMPUTE WS-ESPERADO =
                           WS-BANDA * 1000000000000 + 1
                   END-IF
                   IF WS-TOKEN-NUM > WS-ESPERADO
                       PERFORM 2300-INFORMAR-HUECO
                   END-IF
               END-IF
               MOVE WS-TOKEN-NUM TO WS-TOKEN-ANT
               MOVE WS-BANDA TO WS-BANDA-ANT
               MOVE 'S' TO WS-HAY-ANTERIOR
           END-IF.

      *----------------------------------------------------------------+
       2200-INFORMAR-DUP-TOKEN.
      *----------------------------------------------------------------+
      *    EL MISMO TOKEN DOS VECES: SI LOS PAN DIFIEREN, UNO DE LOS
      *    DOS HISTORIALES TRADUCE A LA TARJETA EQUIVOCADA
           ADD 1 TO COUNT-DUP-TOKEN
           MOVE SPACES TO WS-LINEA
           STRING 'TOKEN DUPLICADO: ' WS-BVT-TOKEN(WS-BVT-IDX)
               ' PAN ' WS-BVT-PAN(WS-BVT-IDX)
               ' Y PAN ' WS-BVT-PAN(WS-BVT-IDX - 1)
               DELIMITED BY SIZE
               INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA.

      *----------------------------------------------------------------+
       2300-INFORMAR-HUECO.
      *----------------------------------------------------------------+
           ADD 1 TO COUNT-HUECOS
           MOVE WS-ESPERADO TO WS-TOKEN-DESDE-NUM
           COMPUTE WS-TOKEN-HASTA-NUM = WS-TOKEN-NUM - 1
           MOVE SPACES TO WS-LINEA
           STRING 'HUECO EN LA SECUENCIA: FALTAN ' WS-TOKEN-DESDE
               ' A ' WS-TOKEN-HASTA
               DELIMITED BY SIZE
               INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA.

      *----------------------------------------------------------------+
       2500-VERIFICAR-PANES.
      *----------------------------------------------------------------+
      *    UN PAN CON DOS TOKENS PARTE SU HISTORIA EN DOS: CADA
      *    HISTORIAL LO VE COMO UNA TARJETA DISTINTA
           PERFORM 2510-VERIFICAR-UN-PAN
               VARYING WS-BOV-SUB FROM 2 BY 1
               UNTIL WS-BOV-SUB > WS-CANT-BOV.

      *----------------------------------------------------------------+
       2510-VERIFICAR-UN-PAN.
      *----------------------------------------------------------------+
      *    LOS TOKENS DE UN CLIENTE BORRADO (BORRAD01) COMPARTEN LA
      *    MARCA EN LUGAR DE PAN; NO SON UN PAN DUPLICADO
           SET WS-BVP-IDX TO WS-BOV-SUB
           IF WS-BVP-PAN(WS-BVP-IDX) = WS-BVP-PAN(WS-BVP-IDX - 1) AND
              WS-BVP-PAN(WS-BVP-IDX) NOT = WS-MARCA-BORRADO
               ADD 1 TO COUNT-DUP-PAN
               MOVE SPACES TO WS-LINEA
               STRING 'PAN DUPLICADO: ' WS-BVP-PAN(WS-BVP-IDX)
                   ' TOKEN ' WS-BVP-TOKEN(WS-BVP-IDX)
                   ' Y TOKEN ' WS-BVP-TOKEN(WS-BVP-IDX - 1)
                   DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 9000-GRABAR-LINEA
           END-IF.

      *----------------------------------------------------------------+
       3100-CRUZAR-BLOQHIST.
      *----------------------------------------------------------------+
           MOVE 'BLOQHIST.txt' TO WS-ARCHIVO-REF
           OPEN INPUT FILBLHIS
           IF FS-FILBLHIS = '00'
               PERFORM 3110-LEER-BLOQHIST
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   MOVE HIS-PAN TO WS-TOKEN-REF
                   PERFORM 3900-RESOLVER-TOKEN
                   PERFORM 3110-LEER-BLOQHIST
               END-PERFORM
               CLOSE FILBLHIS
           ELSE
               DISPLAY 'BLOQHIST.txt NO DISPONIBLE FS: ' FS-FILBLHIS
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       3110-LEER-BLOQHIST.
      *----------------------------------------------------------------+
           READ FILBLHIS
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       3200-CRUZAR-REEMISION.
      *----------------------------------------------------------------+
      *    CADA PAR TRAE DOS TOKENS (TARJETA ANTERIOR Y NUEVA)
           MOVE 'REEMISION.txt' TO WS-ARCHIVO-REF
           OPEN INPUT FILREIS
           IF FS-FILREIS = '00'
               PERFORM 3210-LEER-REEMISION
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   MOVE REIS-PAN-ANTERIOR TO WS-TOKEN-REF
                   PERFORM 3900-RESOLVER-TOKEN
                   MOVE REIS-PAN-NUEVO TO WS-TOKEN-REF
                   PERFORM 3900-RESOLVER-TOKEN
                   PERFORM 3210-LEER-REEMISION
               END-PERFORM
               CLOSE FILREIS
           ELSE
               DISPLAY 'REEMISION.txt NO DISPONIBLE FS: ' FS-FILREIS
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       3210-LEER-REEMISION.
      *----------------------------------------------------------------+
           READ FILREIS
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       3300-CRUZAR-HISTFEC.
      *----------------------------------------------------------------+
           MOVE 'FECACTVO_HISTORIAL.txt' TO WS-ARCHIVO-REF
           OPEN INPUT FHISTFEC
           IF FS-FHISTFEC = '00'
               PERFORM 3310-LEER-HISTFEC
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   MOVE HFC-PAN(1:16) TO WS-TOKEN-REF
                   PERFORM 3900-RESOLVER-TOKEN
                   PERFORM 3310-LEER-HISTFEC
               END-PERFORM
               CLOSE FHISTFEC
           ELSE
               DISPLAY 'FECACTVO_HISTORIAL.txt NO DISPONIBLE FS: '
                   FS-FHISTFEC
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       3310-LEER-HISTFEC.
      *----------------------------------------------------------------+
           READ FHISTFEC
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       3400-CRUZAR-BOLETIN.
      *----------------------------------------------------------------+
      *    EL BOLETIN VIAJA CON PAN EN CLARO, PERO PUEDE HABER
      *    QUEDADO ALGUN TOKEN DE CORRIDAS VIEJAS (VER HOTCRD01)
           MOVE 'BOLETIN.txt' TO WS-ARCHIVO-REF
           OPEN INPUT FILBOL
           IF FS-FILBOL = '00'
               PERFORM 3410-LEER-BOLETIN
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   MOVE BOL-PAN TO WS-TOKEN-REF
                   PERFORM 3900-RESOLVER-TOKEN
                   PERFORM 3410-LEER-BOLETIN
               END-PERFORM
               CLOSE FILBOL
           ELSE
               DISPLAY 'BOLETIN.txt NO DISPONIBLE FS: ' FS-FILBOL
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       3410-LEER-BOLETIN.
      *----------------------------------------------------------------+
           READ FILBOL
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       3900-RESOLVER-TOKEN.
      *----------------------------------------------------------------+
      *    SOLO UN VALOR CON FORMA DE TOKEN SE BUSCA EN LA BOVEDA; UN
      *    PAN EN CLARO DE UN RENGLON VIEJO SOLO SE CUENTA
           IF WS-TOKEN-REF(1:1) NOT = 'T'
               IF WS-TOKEN-REF NOT = SPACES
                   ADD 1 TO COUNT-PAN-CLARO
               END-IF
           ELSE
               ADD 1 TO COUNT-REFERENCIAS
               MOVE 'N' TO WS-BOV-ENCONTRADO
               IF WS-CANT-BOV-T > 0
                   SEARCH ALL WS-BVT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-BVT-TOKEN(WS-BVT-IDX) = WS-TOKEN-REF
                           MOVE 'S' TO WS-BOV-ENCONTRADO
                   END-SEARCH
               END-IF
               IF WS-BOV-ENCONTRADO = 'S'
                   SET WS-REF-SUB TO WS-BVT-IDX
                   MOVE 'S' TO WS-REF-MARCA(WS-REF-SUB)
               ELSE
                   ADD 1 TO COUNT-SIN-RESOLVER
                   MOVE SPACES TO WS-LINEA
                   STRING 'SIN RESOLVER: ' WS-TOKEN-REF ' EN '
                       WS-ARCHIVO-REF
                       DELIMITED BY SIZE
                       INTO WS-LINEA
                   PERFORM 9000-GRABAR-LINEA
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       4000-LISTAR-HUERFANOS.
      *----------------------------------------------------------------+
      *    UNA ENTRADA SIN REFERENCIA NO ES UN QUIEBRE (LA TARJETA
      *    PUEDE NO TENER HISTORIA TODAVIA), PERO ES CANDIDATA A
      *    DEPURACION DE LA BOVEDA
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               UNTIL WS-REF-SUB > WS-CANT-BOV-T
               IF WS-REF-MARCA(WS-REF-SUB) = 'N'
                   ADD 1 TO COUNT-HUERFANOS
                   SET WS-BVT-IDX TO WS-REF-SUB
                   MOVE SPACES TO WS-LINEA
                   STRING 'SIN REFERENCIA: ' WS-BVT-TOKEN(WS-BVT-IDX)
                       DELIMITED BY SIZE
                       INTO WS-LINEA
                   PERFORM 9000-GRABAR-LINEA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       8000-GRABAR-RESUMEN.
      *----------------------------------------------------------------+
           MOVE '--- RESUMEN ---' TO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           MOVE WS-CANT-BOV TO WS-DISP-CANT
           MOVE SPACES TO WS-LINEA
           STRING 'ENTRADAS EN LA BOVEDA ........ ' WS-DISP-CANT
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           MOVE COUNT-MAL-FORMADOS TO WS-DISP-CANT
           MOVE SPACES TO WS-LINEA
           STRING 'TOKENS MAL FORMADOS .......... ' WS-DISP-CANT
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           MOVE COUNT-DUP-TOKEN TO WS-DISP-CANT
           MOVE SPACES TO WS-LINEA
           STRING 'TOKENS DUPLICADOS ............ ' WS-DISP-CANT
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           MOVE COUNT-DUP-PAN TO WS-DISP-CANT
           MOVE SPACES TO WS-LINEA
           STRING 'PAN DUPLICADOS ............... ' WS-DISP-CANT
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           MOVE COUNT-HUECOS TO WS-DISP-CANT
           MOVE SPACES TO WS-LINEA
           STRING 'HUECOS EN LA SECUENCIA ....... ' WS-DISP-CANT
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           MOVE COUNT-REFERENCIAS TO WS-DISP-CANT
           MOVE SPACES TO WS-LINEA
           STRING 'TOKENS EN HISTORIALES ........ ' WS-DISP-CANT
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           MOVE COUNT-SIN-RESOLVER TO WS-DISP-CANT
           MOVE SPACES TO WS-LINEA
           STRING 'TOKENS SIN RESOLVER .......... ' WS-DISP-CANT
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           MOVE COUNT-PAN-CLARO TO WS-DISP-CANT
           MOVE SPACES TO WS-LINEA
           STRING 'RENGLONES CON PAN EN CLARO ... ' WS-DISP-CANT
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           MOVE COUNT-HUERFANOS TO WS-DISP-CANT
           MOVE SPACES TO WS-LINEA
           STRING 'ENTRADAS SIN REFERENCIA ...... ' WS-DISP-CANT
               DELIMITED BY SIZE INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           DISPLAY 'QUIEBRES EN LA BOVEDA   = ' COUNT-QUIEBRES
           DISPLAY 'TOKENS SIN RESOLVER     = ' COUNT-SIN-RESOLVER
           DISPLAY 'ENTRADAS SIN REFERENCIA = ' COUNT-HUERFANOS.

      *----------------------------------------------------------------+
       8100-GRABAR-EVENTO-CRITICO.
      *----------------------------------------------------------------+
           MOVE COUNT-QUIEBRES TO WS-DISP-CANT
           MOVE SPACES TO WS-EVT-MENSAJE
           STRING 'BOVEDA.txt CON ' WS-DISP-CANT
               ' QUIEBRES, VER verificacion_boveda.txt'
               DELIMITED BY SIZE
               INTO WS-EVT-MENSAJE
           DISPLAY 'CRITICAL: ' WS-EVT-MENSAJE
           OPEN EXTEND FILEVT
           IF FS-FILEVT = '35'
               OPEN OUTPUT FILEVT
               CLOSE FILEVT
               OPEN EXTEND FILEVT
           END-IF
           MOVE SPACES TO REG-EVENTLOG
           MOVE WS-FECHA-YYYYMMDD TO EVT-FECHA
           MOVE WS-HORA-SISTEMA(1:6) TO EVT-HORA
           MOVE 'VERBOV01' TO EVT-PROGRAMA
           MOVE 'BOVEDA_INCONSISTENTE' TO EVT-TIPO-EVENTO
           MOVE 'CRITICAL' TO EVT-SEVERIDAD
           MOVE WS-EVT-MENSAJE TO EVT-MENSAJE
           WRITE REG-EVENTLOG
           CLOSE FILEVT.

      *----------------------------------------------------------------+
       9000-GRABAR-LINEA.
      *----------------------------------------------------------------+
           MOVE WS-LINEA TO REG-VER
           WRITE REG-VER.
       END PROGRAM VERBOV01.
