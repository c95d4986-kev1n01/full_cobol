       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REVACC01.
       AUTHOR. TEC.

      *----------------------------------------------------------------+
      *    REVISION PERIODICA DE ACCESOS PARA EL OFICIAL DE SEGURIDAD: +
      *    RESUME ACCESOS.txt (COPY ACCLOG) DEL RANGO POR USUARIO Y    +
      *    FUNCION, CONCEDIDOS Y NEGADOS; LISTA UNO POR UNO LOS        +
      *    INTENTOS NEGADOS; Y REVISA OPERADORES.txt (COPY OPERADOR)   +
      *    SENALANDO PERMISOS SUSPENDIDOS, VENCIDOS, POR VENCER Y      +
      *    PERMISOS ACTIVOS QUE NO SE USARON EN EL RANGO (CANDIDATOS   +
      *    A RETIRAR). TERMINA CON RC 4 SI HUBO INTENTOS NEGADOS       +
      *----------------------------------------------------------------+
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    RANGO A REVISAR (AAAAMMDD AAAAMMDD); DESDE EN 0 = 30 DIAS
      *    HACIA ATRAS, HASTA EN 0 = HOY
           SELECT FILPARM ASSIGN TO 'PARMREVACC.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPARM.
           SELECT FACCESOS ASSIGN TO 'ACCESOS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FACCESOS.
           SELECT FOPERADORES ASSIGN TO 'OPERADORES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FOPERADORES.
           SELECT FILREV ASSIGN TO 'revision_accesos.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILREV.

       DATA DIVISION.
       FILE SECTION.
       FD  FILPARM
           RECORDING MODE IS F.
       01  REG-PARM-REVACC.
           02 PARM-FECHA-DESDE    PIC 9(08).
           02 FILLER              PIC X(01).
           02 PARM-FECHA-HASTA    PIC 9(08).

       FD  FACCESOS
           RECORDING MODE IS F.
           COPY ACCLOG.

       FD  FOPERADORES
           RECORDING MODE IS F.
           COPY OPERADOR.

       FD  FILREV
           RECORDING MODE IS F.
       01  REG-REV                PIC X(110).

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
           05 FS-FACCESOS         PIC XX.
           05 FS-FOPERADORES      PIC XX.
           05 FS-FILREV           PIC XX.

       01  EOF-FLAGS.
           05 EOF-ACTUAL          PIC X VALUE 'N'.

       01  WS-FECHA-YYYYMMDD      PIC 9(08).
       01  WS-FECHA-DESDE         PIC 9(08) VALUE ZERO.
       01  WS-FECHA-HASTA         PIC 9(08) VALUE ZERO.
       01  WS-FECHA-AVISO         PIC 9(08) VALUE ZERO.
       01  WS-INT-FECHA           PIC 9(08) COMP.
       01  WS-LINEA               PIC X(110).

      *    RESUMEN DEL RANGO POR USUARIO Y FUNCION
       01  WS-CANT-RESUMEN        PIC 9(04) COMP VALUE ZERO.
       01  WS-TABLA-RESUMEN.
           05 WS-RES-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CANT-RESUMEN
               INDEXED BY WS-RES-IDX.
               10 WS-RES-USUARIO  PIC X(08).
               10 WS-RES-FUNCION  PIC X(08).
               10 WS-RES-PERMIT   PIC 9(05) COMP.
               10 WS-RES-NEGADOS  PIC 9(05) COMP.
       01  WS-RES-ENCONTRADO      PIC X(01).

      *    PERMISOS DE OPERADORES.txt; WS-OPR-USADO QUEDA EN 'S' SI EL
      *    PERMISO SE EJERCIO (CONCEDIDO) DENTRO DEL RANGO
       01  WS-CANT-OPER           PIC 9(04) COMP VALUE ZERO.
       01  WS-TABLA-OPER.
           05 WS-OPR-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CANT-OPER
               INDEXED BY WS-OPR-IDX.
               10 WS-OPR-USUARIO  PIC X(08).
               10 WS-OPR-FUNCION  PIC X(08).
               10 WS-OPR-DESDE    PIC 9(08).
               10 WS-OPR-HASTA    PIC 9(08).
               10 WS-OPR-ESTADO   PIC X(01).
               10 WS-OPR-USADO    PIC X(01).

       01  WS-DISP-PERMIT         PIC ZZZZ9.
       01  WS-DISP-NEGADOS        PIC ZZZZ9.

       01  WSC-COUNTERS.
           05 COUNT-LEIDOS        PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-EN-RANGO      PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-NEGADOS       PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-OBSERVADOS    PIC 9(05) COMP VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
           DISPLAY '  REVISION DE ACCESOS A FUNCIONES      '
           DISPLAY '======================================='
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM 1000-LEER-PARAMETRO
           PERFORM 1100-CARGAR-OPERADORES
           PERFORM 2000-RESUMIR-ACCESOS
           OPEN OUTPUT FILREV
           IF FS-FILREV NOT = '00'
               DISPLAY 'ERROR AL ABRIR revision_accesos.txt FS: '
                   FS-FILREV
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-GRABAR-RESUMEN
           PERFORM 4000-GRABAR-NEGADOS
           PERFORM 5000-REVISAR-OPERADORES
           CLOSE FILREV
           DISPLAY 'ACCESOS LEIDOS      = ' COUNT-LEIDOS
           DISPLAY 'ACCESOS EN EL RANGO = ' COUNT-EN-RANGO
           DISPLAY 'INTENTOS NEGADOS    = ' COUNT-NEGADOS
           DISPLAY 'PERMISOS OBSERVADOS = ' COUNT-OBSERVADOS
           IF COUNT-NEGADOS > 0
               MOVE 4 TO RETURN-CODE
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
                       MOVE PARM-FECHA-DESDE TO WS-FECHA-DESDE
                       MOVE PARM-FECHA-HASTA TO WS-FECHA-HASTA
               END-READ
               CLOSE FILPARM
           END-IF
           IF WS-FECHA-DESDE = 0
               COMPUTE WS-INT-FECHA =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD) - 30
               COMPUTE WS-FECHA-DESDE =
                   FUNCTION DATE-OF-INTEGER(WS-INT-FECHA)
           END-IF
           IF WS-FECHA-HASTA = 0
               MOVE WS-FECHA-YYYYMMDD TO WS-FECHA-HASTA
           END-IF
      *    UN PERMISO QUE VENCE DENTRO DE LOS PROXIMOS 30 DIAS SE
      *    AVISA PARA QUE SE RENUEVE O SE DEJE CAER A CONCIENCIA
           COMPUTE WS-INT-FECHA =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD) + 30
           COMPUTE WS-FECHA-AVISO =
               FUNCTION DATE-OF-INTEGER(WS-INT-FECHA)
           DISPLAY 'RANGO REVISADO: ' WS-FECHA-DESDE ' A '
               WS-FECHA-HASTA.

      *----------------------------------------------------------------+
       1100-CARGAR-OPERADORES.
      *----------------------------------------------------------------+
           OPEN INPUT FOPERADORES
           IF FS-FOPERADORES = '00'
               PERFORM 1110-LEER-OPERADOR
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF WS-CANT-OPER < 2000
                       ADD 1 TO WS-CANT-OPER
                       SET WS-OPR-IDX TO WS-CANT-OPER
                       MOVE OPR-USUARIO TO WS-OPR-USUARIO(WS-OPR-IDX)
                       MOVE OPR-FUNCION TO WS-OPR-FUNCION(WS-OPR-IDX)
                       MOVE OPR-VIGENTE-DESDE
                           TO WS-OPR-DESDE(WS-OPR-IDX)
                       MOVE OPR-VIGENTE-HASTA
                           TO WS-OPR-HASTA(WS-OPR-IDX)
                       MOVE OPR-ESTADO TO WS-OPR-ESTADO(WS-OPR-IDX)
                       MOVE 'N' TO WS-OPR-USADO(WS-OPR-IDX)
                   END-IF
                   PERFORM 1110-LEER-OPERADOR
               END-PERFORM
               CLOSE FOPERADORES
           ELSE
               DISPLAY 'OPERADORES.txt NO DISPONIBLE FS: '
                   FS-FOPERADORES
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       1110-LEER-OPERADOR.
      *----------------------------------------------------------------+
           READ FOPERADORES
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2000-RESUMIR-ACCESOS.
      *----------------------------------------------------------------+
           OPEN INPUT FACCESOS
           IF FS-FACCESOS = '00'
               PERFORM 2010-LEER-ACCESO
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   ADD 1 TO COUNT-LEIDOS
                   IF ACC-FECHA NOT < WS-FECHA-DESDE AND
                      ACC-FECHA NOT > WS-FECHA-HASTA
                       ADD 1 TO COUNT-EN-RANGO
                       PERFORM 2100-ACUMULAR-ACCESO
                       IF ACC-RESULTADO = 'P'
                           PERFORM 2200-MARCAR-USO
                       ELSE
                           ADD 1 TO COUNT-NEGADOS
                       END-IF
                   END-IF
                   PERFORM 2010-LEER-ACCESO
               END-PERFORM
               CLOSE FACCESOS
           ELSE
               DISPLAY 'ACCESOS.txt NO DISPONIBLE FS: ' FS-FACCESOS
           END-IF
           MOVE 'N' TO EOF-ACTUAL.

      *----------------------------------------------------------------+
       2010-LEER-ACCESO.
      *----------------------------------------------------------------+
           READ FACCESOS
               AT END
                   MOVE 'S' TO EOF-ACTUAL
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       2100-ACUMULAR-ACCESO.
      *----------------------------------------------------------------+
           MOVE 'N' TO WS-RES-ENCONTRADO
           IF WS-CANT-RESUMEN > 0
               SET WS-RES-IDX TO 1
               SEARCH WS-RES-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-RES-USUARIO(WS-RES-IDX) = ACC-USUARIO AND
                        WS-RES-FUNCION(WS-RES-IDX) = ACC-FUNCION
                       MOVE 'S' TO WS-RES-ENCONTRADO
               END-SEARCH
           END-IF
           IF WS-RES-ENCONTRADO = 'N'
               IF WS-CANT-RESUMEN < 2000
                   ADD 1 TO WS-CANT-RESUMEN
                   SET WS-RES-IDX TO WS-CANT-RESUMEN
                   MOVE ACC-USUARIO TO WS-RES-USUARIO(WS-RES-IDX)
                   MOVE ACC-FUNCION TO WS-RES-FUNCION(WS-RES-IDX)
                   MOVE ZERO TO WS-RES-PERMIT(WS-RES-IDX)
                   MOVE ZERO TO WS-RES-NEGADOS(WS-RES-IDX)
                   MOVE 'S' TO WS-RES-ENCONTRADO
               ELSE
                   DISPLAY 'TABLA DE RESUMEN LLENA; SE OMITE '
                       ACC-USUARIO ' ' ACC-FUNCION
               END-IF
           END-IF
           IF WS-RES-ENCONTRADO = 'S'
               IF ACC-RESULTADO = 'P'
                   ADD 1 TO WS-RES-PERMIT(WS-RES-IDX)
               ELSE
                   ADD 1 TO WS-RES-NEGADOS(WS-RES-IDX)
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       2200-MARCAR-USO.
      *----------------------------------------------------------------+
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-CANT-OPER
               IF WS-OPR-USUARIO(WS-OPR-IDX) = ACC-USUARIO AND
                  WS-OPR-FUNCION(WS-OPR-IDX) = ACC-FUNCION
                   MOVE 'S' TO WS-OPR-USADO(WS-OPR-IDX)
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       3000-GRABAR-RESUMEN.
      *----------------------------------------------------------------+
           MOVE SPACES TO WS-LINEA
           STRING 'REVISION DE ACCESOS DEL ' WS-FECHA-DESDE
               ' AL ' WS-FECHA-HASTA ' (EMITIDA ' WS-FECHA-YYYYMMDD
               ')' DELIMITED BY SIZE
               INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           MOVE '--- ACCESOS POR USUARIO Y FUNCION ---' TO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           MOVE 'USUARIO  FUNCION  CONCEDIDOS NEGADOS' TO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           IF WS-CANT-RESUMEN = 0
               MOVE 'SIN ACCESOS EN EL RANGO' TO WS-LINEA
               PERFORM 9000-GRABAR-LINEA
           END-IF
           PERFORM VARYING WS-RES-IDX FROM 1 BY 1
               UNTIL WS-RES-IDX > WS-CANT-RESUMEN
               MOVE WS-RES-PERMIT(WS-RES-IDX) TO WS-DISP-PERMIT
               MOVE WS-RES-NEGADOS(WS-RES-IDX) TO WS-DISP-NEGADOS
               MOVE SPACES TO WS-LINEA
               STRING WS-RES-USUARIO(WS-RES-IDX) ' '
                   WS-RES-FUNCION(WS-RES-IDX) '      '
                   WS-DISP-PERMIT '   ' WS-DISP-NEGADOS
                   DELIMITED BY SIZE
                   INTO WS-LINEA
               PERFORM 9000-GRABAR-LINEA
           END-PERFORM.

      *----------------------------------------------------------------+
       4000-GRABAR-NEGADOS.
      *----------------------------------------------------------------+
      *    SEGUNDA PASADA SOBRE ACCESOS.txt: CADA INTENTO NEGADO DEL
      *    RANGO, EN EL ORDEN EN QUE OCURRIO
           MOVE '--- INTENTOS NEGADOS ---' TO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           IF COUNT-NEGADOS = 0
               MOVE 'NINGUNO' TO WS-LINEA
               PERFORM 9000-GRABAR-LINEA
           ELSE
               OPEN INPUT FACCESOS
               PERFORM 2010-LEER-ACCESO
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF ACC-FECHA NOT < WS-FECHA-DESDE AND
                      ACC-FECHA NOT > WS-FECHA-HASTA AND
                      ACC-RESULTADO NOT = 'P'
                       PERFORM 4100-GRABAR-NEGADO
                   END-IF
                   PERFORM 2010-LEER-ACCESO
               END-PERFORM
               CLOSE FACCESOS
               MOVE 'N' TO EOF-ACTUAL
           END-IF.

      *----------------------------------------------------------------+
       4100-GRABAR-NEGADO.
      *----------------------------------------------------------------+
           MOVE SPACES TO WS-LINEA
           STRING ACC-FECHA ' ' ACC-HORA ' ' ACC-PROGRAMA ' '
               ACC-USUARIO ' ' ACC-FUNCION ' ' ACC-DETALLE
               DELIMITED BY SIZE
               INTO WS-LINEA
           PERFORM 9000-GRABAR-LINEA.

      *----------------------------------------------------------------+
       5000-REVISAR-OPERADORES.
      *----------------------------------------------------------------+
      *    UN RENGLON PUEDE CAER EN UNA SOLA OBSERVACION, LA MAS
      *    SEVERA: SUSPENDIDO, VENCIDO, POR VENCER O SIN USO
           MOVE '--- REVISION DE OPERADORES.txt ---' TO WS-LINEA
           PERFORM 9000-GRABAR-LINEA
           PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
               UNTIL WS-OPR-IDX > WS-CANT-OPER
               MOVE SPACES TO WS-LINEA
               EVALUATE TRUE
                   WHEN WS-OPR-ESTADO(WS-OPR-IDX) NOT = 'A'
                       STRING 'SUSPENDIDO    ' DELIMITED BY SIZE
                           INTO WS-LINEA
                   WHEN WS-OPR-HASTA(WS-OPR-IDX) NOT = 0 AND
                        WS-OPR-HASTA(WS-OPR-IDX) < WS-FECHA-YYYYMMDD
                       STRING 'VENCIDO       ' DELIMITED BY SIZE
                           INTO WS-LINEA
                   WHEN WS-OPR-HASTA(WS-OPR-IDX) NOT = 0 AND
                        WS-OPR-HASTA(WS-OPR-IDX) NOT > WS-FECHA-AVISO
                       STRING 'POR VENCER    ' DELIMITED BY SIZE
                           INTO WS-LINEA
                   WHEN WS-OPR-USADO(WS-OPR-IDX) = 'N'
                       STRING 'SIN USO       ' DELIMITED BY SIZE
                           INTO WS-LINEA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF WS-LINEA NOT = SPACES
                   ADD 1 TO COUNT-OBSERVADOS
                   STRING WS-OPR-USUARIO(WS-OPR-IDX) ' '
                       WS-OPR-FUNCION(WS-OPR-IDX) ' VIGENTE '
                       WS-OPR-DESDE(WS-OPR-IDX) ' A '
                       WS-OPR-HASTA(WS-OPR-IDX)
                       DELIMITED BY SIZE
                       INTO WS-LINEA(15:)
                   PERFORM 9000-GRABAR-LINEA
               END-IF
           END-PERFORM
           IF COUNT-OBSERVADOS = 0
               MOVE 'SIN OBSERVACIONES' TO WS-LINEA
               PERFORM 9000-GRABAR-LINEA
           END-IF.

      *----------------------------------------------------------------+
       9000-GRABAR-LINEA.
      *----------------------------------------------------------------+
           MOVE WS-LINEA TO REG-REV
           WRITE REG-REV.
       END PROGRAM REVACC01.
