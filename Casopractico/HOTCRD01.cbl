      *    CUANDO EL DESBLOQUEO DEL DIA (FILOUT10) LO SACA. ASI EL     +
      *    EQUIPO DEL SWITCH APLICA DELTAS EN VEZ DE COMPARAR          +
      *    FOTOGRAFIAS DE FILOUT2                                      +
      *    MODO URGENTE INTRADIA (PARM-MODO = 'U'): EN VEZ DE ESPERAR  +
      *    LA CORRIDA NOCTURNA, TOMA UN ARCHIVO CHICO CON LAYOUT DE    +
      *    FILINP2 (BLOQUEOS_URGENTES.txt) CON LAS DENUNCIAS DEL DIA,  +
      *    ACEPTA SOLO LOS CODIGOS CALIENTES DE ESTE BOLETIN, LOS DA   +
      *    DE ALTA EN EL MOMENTO, LOS ANEXA A BLOQHIST.txt MARCADOS    +
      *    COMO URGENTES (HIS-ORIGEN = 'U') Y EMITE SU PROPIO ARCHIVO  +
      *    DE ACCIONES (BOLETIN_ACCIONES_<FECHA>_URG<HHMMSS>.txt). LA  +
      *    CORRIDA NOCTURNA ENCUENTRA ESOS PAN YA EN EL BOLETIN Y NO   +
      *    LOS VUELVE A MANDAR AL SWITCH                               +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
      *    BLOQUEOS URGENTES DEL DIA (SOLO MODO 'U'), MISMO LAYOUT QUE
      *    FILINP2 DE PROGRAM1; LO ARMA LA MESA DE FRAUDE/ATENCION CON
      *    LAS DENUNCIAS DE ROBO, PERDIDA Y FRAUDE RECIBIDAS
           SELECT FILURG ASSIGN TO 'BLOQUEOS_URGENTES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILURG.
      *    RENGLONES URGENTES NO APLICADOS, CON SU MOTIVO (SOLO MODO
      *    'U'), PARA QUE LA MESA LOS CORRIJA O LOS DERIVE
           SELECT FILRCH ASSIGN TO WS-NOM-FILRCH
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILRCH.
      *    HISTORIAL DE BLOQUEOS DE PROGRAM1; AQUI SOLO INTERESAN LOS
      *    RENGLONES DE LA CORRIDA DEL DIA CON CODIGO CALIENTE
           SELECT FILBLHIS ASSIGN TO 'BLOQHIST.txt'
           RECORDING MODE IS F.
       01  REG-PARM-BOLETIN.
           02 PARM-FECHA-NEGOCIO  PIC 9(08). *> 0 = FECHA DEL SISTEMA
           02 FILLER              PIC X(01).
           02 PARM-MODO           PIC X(01). *> 'U' = BLOQUEOS
                                             *> URGENTES INTRADIA;
                                             *> OTRO VALOR = CORRIDA
                                             *> NOCTURNA

      *    MISMAS POSICIONES 1-50 QUE REG-IN02 EN PROGRAM1 (EL RESTO
      *    DEL RENGLON NO SE USA AQUI)
       FD  FILURG
           RECORDING MODE IS F.
       01  REG-URGENTE.
           02 URG-PAN             PIC X(22).
           02 URG-COD-MAR         PIC X(02).
           02 URG-IND-TIP         PIC X(02).
           02 URG-FEC-BAJ         PIC X(10).
           02 URG-MOT-BAJ         PIC X(02).
           02 URG-FEC-BLOQ        PIC X(10). *> DD/MM/AAAA
           02 URG-COD-BLOQ        PIC X(02).
           02 FILLER              PIC X(30).

       FD  FILRCH
           RECORDING MODE IS F.
       01  REG-RECHAZO-URG.
           02 RCU-PAN             PIC X(22).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RCU-COD-BLOQ        PIC X(02).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RCU-MOTIVO          PIC X(30).

      *    MISMO LAYOUT QUE REG-HISBLOQ EN PROGRAM1
       FD  FILBLHIS
           02 HIS-FEC-BLOQ        PIC X(10).
           02 FILLER              PIC X(01).
           02 HIS-FECHA-CORRIDA   PIC 9(08).
           02 FILLER              PIC X(01).
           02 HIS-ORIGEN          PIC X(01). *> 'U' = URGENTE INTRADIA

      *    MISMO LAYOUT QUE REG-OU10 EN PROGRAM1
       FD  FILOUT10
           05 FS-FILBOV           PIC XX.
           05 FS-FILBOL           PIC XX.
           05 FS-FILACC           PIC XX.
           05 FS-FILURG           PIC XX.
           05 FS-FILRCH           PIC XX.

       01  WSC-COUNTERS.
           05 COUNT-ALTAS         PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-BAJAS         PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-VIGENTES      PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-YA-PUBLICADAS PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-URG-LEIDOS    PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-URG-RECHAZOS  PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-URG-YA-BOL    PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-URG-BLOQHIST  PIC 9(07) COMP VALUE ZEROS.

       01  EOF-FLAGS.
           05 EOF-FILBLHIS        PIC X VALUE 'N'.
           05 EOF-FILOUT10        PIC X VALUE 'N'.
           05 EOF-FILBOL          PIC X VALUE 'N'.
           05 EOF-FILBOV          PIC X VALUE 'N'.
           05 EOF-FILURG          PIC X VALUE 'N'.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-NOM-FILOUT10        PIC X(40).
       01  WS-NOM-FILACC          PIC X(40).
       01  WS-NOM-FILRCH          PIC X(40).
       01  WS-MODO                PIC X(01) VALUE 'N'.
           88 WS-MODO-URGENTE     VALUE 'U'.
      *    HORA DE LA CORRIDA; EN MODO 'U' DISTINGUE LOS ARCHIVOS DE
      *    ACCIONES DE CADA CORRIDA INTRADIA DEL MISMO DIA
       01  WS-HORA-SISTEMA        PIC 9(08).
      *    CODIGO A COMPARAR CONTRA WS-CODIGOS-CALIENTES (VER 2210)
       01  WS-COD-EVALUAR         PIC 9(02).

      *    CODIGOS DE BLOQUEO QUE CALIFICAN PARA EL BOLETIN (ROBO,
      *    PERDIDA Y FRAUDE SEGUN EVDESBLOQ.txt); TABLA EMBEBIDA
               10 WS-BOL-ESTADO   PIC X(01). *> ESPACIO = VIGENTE,
                                             *> 'B' = BAJA HOY
       01  WS-BOL-ENCONTRADO      PIC X VALUE 'N'.
      *    RENGLONES QUE VINIERON DE BOLETIN.txt; LOS DE MAS ARRIBA
      *    SON ALTAS DE ESTA MISMA CORRIDA
       01  WS-CANT-BOL-CARGADO    PIC 9(07) COMP VALUE ZERO.

      *    BOVEDA EN AMBOS SENTIDOS (VER COPY BOVEDA): POR TOKEN PARA
      *    TRADUCIR LOS TOKENES DE BLOQHIST.txt (Y LOS QUE PUDIERAN
      *    HABER QUEDADO EN BOLETIN.txt) AL PAN EN CLARO, Y POR PAN
      *    PARA QUE EL MODO 'U' ANEXE A BLOQHIST.txt EL TOKEN Y NO EL
      *    PAN; LOS RENGLONES VIEJOS CON PAN EN CLARO PASAN TAL CUAL
       COPY BOVEDA.
       01  WS-PAN-CLARO           PIC X(16).

       PROCEDURE DIVISION.
           DISPLAY '  BOLETIN DE TARJETAS CALIENTES        '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           PERFORM 1000-LEER-PARAMETRO
           STRING 'DESBLOQUEOS_' WS-FECHA-YYYYMMDD '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FILOUT10
           IF WS-MODO-URGENTE
               STRING 'BOLETIN_ACCIONES_' WS-FECHA-YYYYMMDD '_URG'
                   WS-HORA-SISTEMA(1:6) '.txt'
                   DELIMITED BY SIZE INTO WS-NOM-FILACC
               STRING 'URGENTES_RECHAZOS_' WS-FECHA-YYYYMMDD '_'
                   WS-HORA-SISTEMA(1:6) '.txt'
                   DELIMITED BY SIZE INTO WS-NOM-FILRCH
           ELSE
               STRING 'BOLETIN_ACCIONES_' WS-FECHA-YYYYMMDD '.txt'
                   DELIMITED BY SIZE INTO WS-NOM-FILACC
           END-IF
           PERFORM 1050-CARGAR-BOVEDA
           PERFORM 1100-CARGAR-BOLETIN

               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MODO-URGENTE
               PERFORM 5000-PROCESAR-URGENTES
           ELSE
               PERFORM 2000-PROCESAR-ALTAS
               PERFORM 3000-PROCESAR-BAJAS
           END-IF
           CLOSE FILACC

           PERFORM 4000-REESCRIBIR-BOLETIN

           IF WS-MODO-URGENTE
               DISPLAY 'URGENTES LEIDOS     = ' COUNT-URG-LEIDOS
               DISPLAY 'URGENTES RECHAZADOS = ' COUNT-URG-RECHAZOS
               DISPLAY 'URGENTES YA VIGENTES= ' COUNT-URG-YA-BOL
               DISPLAY 'ANEXADOS A BLOQHIST = ' COUNT-URG-BLOQHIST
           ELSE
               DISPLAY 'YA PUBLICADAS HOY   = ' COUNT-YA-PUBLICADAS
           END-IF
           DISPLAY 'ALTAS AL BOLETIN    = ' COUNT-ALTAS
           DISPLAY 'BAJAS DEL BOLETIN   = ' COUNT-BAJAS
           DISPLAY 'TARJETAS VIGENTES   = ' COUNT-VIGENTES
                           DISPLAY 'FECHA DE NEGOCIO FORZADA POR '
                               'PARMBOLETIN.txt: ' WS-FECHA-YYYYMMDD
                       END-IF
                       IF PARM-MODO = 'U'
                           MOVE 'U' TO WS-MODO
                           DISPLAY 'MODO URGENTE INTRADIA'
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF.
               PERFORM 1060-LEER-BOVEDA
                   UNTIL EOF-FILBOV = 'S'
               CLOSE FILBOV
               SORT WS-BVP-ENTRY ON ASCENDING KEY WS-BVP-PAN
               SORT WS-BVT-ENTRY ON ASCENDING KEY WS-BVT-TOKEN
           END-IF.

      *----------------------------------------------------------------+
                   MOVE 'S' TO EOF-FILBOV
               NOT AT END
                   IF WS-CANT-BOV < 100000
                       PERFORM 1065-GUARDAR-BOVEDA
                   END-IF
           END-READ.

      *----------------------------------------------------------------+
       1065-GUARDAR-BOVEDA.
      *----------------------------------------------------------------+
      *    MISMA CARGA DOBLE QUE 1120-GUARDAR-BOVEDA EN REEMIT01; LA
      *    SECUENCIA SOLO HACE FALTA EN MODO 'U', QUE PUEDE ACUNAR
      *    TOKENS NUEVOS, Y SOLO CUENTA LA BANDA BASE (MENOR A 10**12)
      *    PORQUE LAS PARTICIONES DE PROGRAM1 ACUNAN EN BANDAS PROPIAS
           ADD 1 TO WS-CANT-BOV
           SET WS-BVP-IDX TO WS-CANT-BOV
           MOVE BOV-PAN TO WS-BVP-PAN(WS-BVP-IDX)
           MOVE BOV-TOKEN TO WS-BVP-TOKEN(WS-BVP-IDX)
           ADD 1 TO WS-CANT-BOV-T
           SET WS-BVT-IDX TO WS-CANT-BOV-T
           MOVE BOV-TOKEN TO WS-BVT-TOKEN(WS-BVT-IDX)
           MOVE BOV-PAN TO WS-BVT-PAN(WS-BVT-IDX)
           IF BOV-TOKEN(1:1) = 'T' AND BOV-TOKEN(2:15) IS NUMERIC
               IF FUNCTION NUMVAL(BOV-TOKEN(2:15)) > WS-BOV-ULT-SEQ
                  AND FUNCTION NUMVAL(BOV-TOKEN(2:15)) <
                      1000000000000
                   COMPUTE WS-BOV-ULT-SEQ =
                       FUNCTION NUMVAL(BOV-TOKEN(2:15))
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1070-DESTOKENIZAR.
      *----------------------------------------------------------------+
      *    TRADUCE WS-PAN-CLARO (QUE LLEGA CON EL VALOR ORIGINAL) AL
      *    PAN EN CLARO CUANDO TRAE UN TOKEN DE LA BOVEDA; UN VALOR
      *    QUE YA VIENE EN CLARO O UN TOKEN SIN DUENO QUEDAN TAL CUAL
           IF WS-PAN-CLARO(1:1) = 'T' AND WS-CANT-BOV-T > 0
               SEARCH ALL WS-BVT-ENTRY
                   AT END CONTINUE
                   WHEN WS-BVT-TOKEN(WS-BVT-IDX) = WS-PAN-CLARO
                       MOVE WS-BVT-PAN(WS-BVT-IDX) TO WS-PAN-CLARO
               END-SEARCH
           END-IF.

                   PERFORM 1110-LEER-BOLETIN
               END-PERFORM
               CLOSE FILBOL
               MOVE WS-CANT-BOL TO WS-CANT-BOL-CARGADO
               DISPLAY 'BOLETIN VIGENTE CARGADO: ' WS-CANT-BOL
                   ' TARJETA(S)'
           ELSE
           ELSE
               PERFORM 2100-LEER-HISTORIAL
               PERFORM UNTIL EOF-FILBLHIS = 'S'
      *            LOS RENGLONES URGENTES ('U') YA SE PUBLICARON EN SU
      *            CORRIDA INTRADIA (VER 5000-PROCESAR-URGENTES)
                   IF HIS-FECHA-CORRIDA = WS-FECHA-YYYYMMDD AND
                      HIS-ORIGEN NOT = 'U'
                       PERFORM 2200-EVALUAR-ALTA
                   END-IF
                   PERFORM 2100-LEER-HISTORIAL
      *----------------------------------------------------------------+
       2200-EVALUAR-ALTA.
      *----------------------------------------------------------------+
           MOVE HIS-COD-BLOQ TO WS-COD-EVALUAR
           PERFORM 2210-VERIFICAR-CALIENTE
           IF WS-ES-CALIENTE = 'S'
      *        BLOQHIST.txt VIAJA TOKENIZADO: SE TRADUCE AL PAN EN
      *        CLARO ANTES DE BUSCAR Y DE DAR DE ALTA, ASI EL BOLETIN
               PERFORM 2300-BUSCAR-EN-BOLETIN
               IF WS-BOL-ENCONTRADO = 'N'
                   PERFORM 2400-AGREGAR-AL-BOLETIN
               ELSE
      *            DADA DE ALTA HOY MISMO ANTES DE ESTA CORRIDA: LA
      *            PUBLICO UNA CORRIDA URGENTE INTRADIA
                   IF WS-BOL-FECHA(WS-BOL-IDX) = WS-FECHA-YYYYMMDD
                      AND WS-BOL-IDX NOT > WS-CANT-BOL-CARGADO
                       ADD 1 TO COUNT-YA-PUBLICADAS
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2210-VERIFICAR-CALIENTE.
      *----------------------------------------------------------------+
           MOVE 'N' TO WS-ES-CALIENTE
           PERFORM VARYING WS-COD-SUB FROM 1 BY 1
               UNTIL WS-COD-SUB > 6
               IF WS-COD-CALIENTE(WS-COD-SUB) = WS-COD-EVALUAR
                   MOVE 'S' TO WS-ES-CALIENTE
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       2300-BUSCAR-EN-BOLETIN.
      *----------------------------------------------------------------+
               WRITE REG-BOLETIN
               ADD 1 TO COUNT-VIGENTES
           END-IF.

      *----------------------------------------------------------------+
       5000-PROCESAR-URGENTES.
      *----------------------------------------------------------------+
      *    MODO 'U': CADA RENGLON DE BLOQUEOS_URGENTES.txt CON CODIGO
      *    CALIENTE Y PAN QUE TODAVIA NO ESTA EN EL BOLETIN SE DA DE
      *    ALTA (ACCION ALTA AL SWITCH) Y SE ANEXA A BLOQHIST.txt CON
      *    HIS-ORIGEN = 'U'. ESE RENGLON ES EL QUE LE AVISA A LA NOCHE
      *    QUE EL BLOQUEO YA SE PUBLICO: HOTCRD01 NO LO VUELVE A DAR
      *    DE ALTA, NOTIFC01 NO LO TOMA COMO BLOQUEO DE OTRA CORRIDA Y
      *    PROGRAM1 NO LO CONFUNDE CON UN DESBLOQUEO MIENTRAS EL
      *    PROVEEDOR NO LO TRAIGA EN FILINP2. SIN ARCHIVO DE URGENTES
      *    NO HAY NADA QUE HACER Y LA CORRIDA TERMINA CON ERROR, SIN
      *    TOCAR EL BOLETIN
           OPEN INPUT FILURG
           IF FS-FILURG NOT = '00'
               DISPLAY 'BLOQUEOS_URGENTES.txt NO DISPONIBLE FS: '
                   FS-FILURG
               CLOSE FILACC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT FILRCH
           IF FS-FILRCH NOT = '00'
               DISPLAY 'ERROR AL ABRIR ' WS-NOM-FILRCH ' FS: '
                   FS-FILRCH
               CLOSE FILURG
               CLOSE FILACC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND FILBLHIS
           IF FS-FILBLHIS = '35'
               OPEN OUTPUT FILBLHIS
               CLOSE FILBLHIS
               OPEN EXTEND FILBLHIS
           END-IF
           IF FS-FILBLHIS NOT = '00'
               DISPLAY 'ERROR AL ABRIR BLOQHIST.txt FS: ' FS-FILBLHIS
               CLOSE FILURG
               CLOSE FILRCH
               CLOSE FILACC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5100-LEER-URGENTE
           PERFORM UNTIL EOF-FILURG = 'S'
               PERFORM 5200-EVALUAR-URGENTE
               PERFORM 5100-LEER-URGENTE
           END-PERFORM
           CLOSE FILURG
           CLOSE FILRCH
           CLOSE FILBLHIS.

      *----------------------------------------------------------------+
       5100-LEER-URGENTE.
      *----------------------------------------------------------------+
           READ FILURG
               AT END
                   MOVE 'S' TO EOF-FILURG
               NOT AT END
                   ADD 1 TO COUNT-URG-LEIDOS
           END-READ.

      *----------------------------------------------------------------+
       5200-EVALUAR-URGENTE.
      *----------------------------------------------------------------+
      *    SOLO SE ACEPTAN LOS CODIGOS QUE ESTE BOLETIN YA TRATA COMO
      *    CALIENTES; CUALQUIER OTRO BLOQUEO ESPERA LA CORRIDA NOCTURNA
           MOVE 'N' TO WS-ES-CALIENTE
           IF URG-COD-BLOQ IS NUMERIC
               MOVE URG-COD-BLOQ TO WS-COD-EVALUAR
               PERFORM 2210-VERIFICAR-CALIENTE
           END-IF
           EVALUATE TRUE
               WHEN URG-PAN(1:16) IS NOT NUMERIC
                   MOVE 'PAN INVALIDO' TO RCU-MOTIVO
                   PERFORM 5250-ESCRIBIR-RECHAZO-URG
               WHEN WS-ES-CALIENTE = 'N'
                   MOVE 'CODIGO NO ES ROBO/PERDIDA/FRAUDE'
                       TO RCU-MOTIVO
                   PERFORM 5250-ESCRIBIR-RECHAZO-URG
               WHEN OTHER
                   MOVE URG-PAN(1:16) TO WS-PAN-CLARO
                   PERFORM 2300-BUSCAR-EN-BOLETIN
                   IF WS-BOL-ENCONTRADO = 'S'
                       ADD 1 TO COUNT-URG-YA-BOL
                   ELSE
                       PERFORM 5300-REGISTRAR-URGENTE
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------+
       5250-ESCRIBIR-RECHAZO-URG.
      *----------------------------------------------------------------+
           MOVE URG-PAN TO RCU-PAN
           MOVE URG-COD-BLOQ TO RCU-COD-BLOQ
           WRITE REG-RECHAZO-URG
           ADD 1 TO COUNT-URG-RECHAZOS.

      *----------------------------------------------------------------+
       5300-REGISTRAR-URGENTE.
      *----------------------------------------------------------------+
      *    EL ALTA USA EL MISMO 2400 DE LA CORRIDA NOCTURNA (TOMA EL
      *    CODIGO DE HIS-COD-BLOQ); DESPUES SE COMPLETA EL RENGLON DE
      *    BLOQHIST.txt CON EL TOKEN DEL PAN, COMO LO GRABA PROGRAM1.
      *    SIN FECHA DE BLOQUEO SE ASUME LA FECHA DE NEGOCIO
           MOVE SPACES TO REG-HISBLOQ
           MOVE URG-COD-BLOQ TO HIS-COD-BLOQ
           PERFORM 2400-AGREGAR-AL-BOLETIN
           MOVE WS-PAN-CLARO TO WS-BOV-PAN-BUSCADO
           PERFORM 6000-TOKEN-DE-PAN
           MOVE WS-BOV-RESULTADO TO HIS-PAN
           IF URG-FEC-BLOQ = SPACES
               MOVE WS-FECHA-YYYYMMDD(7:2) TO HIS-FEC-BLOQ(1:2)
               MOVE '/' TO HIS-FEC-BLOQ(3:1)
               MOVE WS-FECHA-YYYYMMDD(5:2) TO HIS-FEC-BLOQ(4:2)
               MOVE '/' TO HIS-FEC-BLOQ(6:1)
               MOVE WS-FECHA-YYYYMMDD(1:4) TO HIS-FEC-BLOQ(7:4)
           ELSE
               MOVE URG-FEC-BLOQ TO HIS-FEC-BLOQ
           END-IF
           MOVE WS-FECHA-YYYYMMDD TO HIS-FECHA-CORRIDA
           MOVE 'U' TO HIS-ORIGEN
           WRITE REG-HISBLOQ
           ADD 1 TO COUNT-URG-BLOQHIST.

      *----------------------------------------------------------------+
       6000-TOKEN-DE-PAN.
      *----------------------------------------------------------------+
      *    MISMO CONTRATO QUE 1168-TOKEN-DE-PAN EN PROGRAM1: DEVUELVE
      *    EL TOKEN DEL PAN, ASIGNANDO Y ANEXANDO A BOVEDA.txt UNO
      *    NUEVO SI NO EXISTIA
           MOVE 'N' TO WS-BOV-ENCONTRADO
           IF WS-CANT-BOV > 0
               SEARCH ALL WS-BVP-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BVP-PAN(WS-BVP-IDX) = WS-BOV-PAN-BUSCADO
                       MOVE WS-BVP-TOKEN(WS-BVP-IDX)
                           TO WS-BOV-RESULTADO
                       MOVE 'S' TO WS-BOV-ENCONTRADO
               END-SEARCH
           END-IF
           IF WS-BOV-ENCONTRADO = 'N'
               PERFORM VARYING WS-BVN-IDX FROM 1 BY 1
                   UNTIL WS-BVN-IDX > WS-CANT-BOV-NVO
                   IF WS-BVN-PAN(WS-BVN-IDX) = WS-BOV-PAN-BUSCADO
                       MOVE WS-BVN-TOKEN(WS-BVN-IDX)
                           TO WS-BOV-RESULTADO
                       MOVE 'S' TO WS-BOV-ENCONTRADO
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BOV-ENCONTRADO = 'N'
               PERFORM 6100-ASIGNAR-TOKEN-NUEVO
           END-IF.

      *----------------------------------------------------------------+
       6100-ASIGNAR-TOKEN-NUEVO.
      *----------------------------------------------------------------+
           IF WS-CANT-BOV-NVO >= 20000
               DISPLAY 'COLA DE TOKENS NUEVOS LLENA (20000); '
                   'CORRIDA ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-BOV-ULT-SEQ
           MOVE SPACES TO WS-BOV-RESULTADO
           MOVE 'T' TO WS-BOV-RESULTADO(1:1)
           MOVE WS-BOV-ULT-SEQ TO WS-BOV-RESULTADO(2:15)
           ADD 1 TO WS-CANT-BOV-NVO
           SET WS-BVN-IDX TO WS-CANT-BOV-NVO
           MOVE WS-BOV-PAN-BUSCADO TO WS-BVN-PAN(WS-BVN-IDX)
           MOVE WS-BOV-RESULTADO TO WS-BVN-TOKEN(WS-BVN-IDX)
           OPEN EXTEND FILBOV
           IF FS-FILBOV = '35'
               OPEN OUTPUT FILBOV
               CLOSE FILBOV
               OPEN EXTEND FILBOV
           END-IF
           MOVE SPACES TO REG-BOVEDA-FD
           MOVE WS-BOV-RESULTADO TO BOV-TOKEN
           MOVE WS-BOV-PAN-BUSCADO TO BOV-PAN
           WRITE REG-BOVEDA-FD
           CLOSE FILBOV.
       END PROGRAM HOTCRD01.
