      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Deceased-holder process: takes the card closures for
      *           'fallecimiento titular' reported by PROGRAM1, marks
      *           the linked deposit clients as deceased in CLIMAST,
      *           suspends their standing orders and writes the
      *           estate-settlement worklist for the branch
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA09.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * CIERRES DE TARJETA POR FALLECIMIENTO DEL TITULAR CON CLIENTE
      * DE DEPOSITO VINCULADO, ESCRITOS POR PROGRAM1 (3633-EVALUAR-
      * FALLECIMIENTO); SIN ESTE ARCHIVO NO HAY NADA QUE HACER
           SELECT FFALLE ASSIGN TO 'fallecidos_clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FFALLE.
           SELECT CLIMASTER ASSIGN TO 'CLIMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS CLIMASTER-STATUS.
      * RELACION CUENTA/PERSONA MANTENIDA POR PSA02 (TRANSACCIONES
      * 'H'/'J'); AQUI SOLO SE LEE PARA LA LISTA DE SUCESION
           SELECT FTITULARES ASSIGN TO 'titulares_cuenta.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FTITULARES.
      * CRUCE CLIENTE DE DEPOSITO / PAN DE TARJETA (EL MISMO QUE USA
      * PROGRAM1); DA LAS OTRAS TARJETAS QUE TENIA EL FALLECIDO
           SELECT FXREF ASSIGN TO 'CRUCECLICARD.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FXREF.
      * ORDENES PERMANENTES DE PSA01; SE CARGAN, SE SUSPENDEN LAS DE
      * LOS CLIENTES MARCADOS EN ESTA CORRIDA Y SE REESCRIBEN
           SELECT FORDENES ASSIGN TO 'ordenes_permanentes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FORDENES.
      * BITACORA DE IMAGEN PREVIA (VER GRABAR-JOURNAL-CLIMAST EN
      * PSA01/PSA02/PSA04); UNA MARCA DE FALLECIDO SE PUEDE DESHACER
      * CON PSA07 COMO CUALQUIER OTRO LOTE
           SELECT FCLJOURNAL ASSIGN TO 'climast_journal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCLJOURNAL.
      * HISTORIAL DE CAMBIOS A NIVEL DE CAMPO DE PSA02; EL CAMBIO DE
      * ESTADO A 'F' QUEDA AHI PARA QUE PSA05 LO MUESTRE
           SELECT FHISTMANT ASSIGN TO 'mantcli_historial.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FHISTMANT.
      * LISTA DE TRABAJO DE SUCESIONES DEL DIA (sucesiones_AAAAMMDD.txt)
      * PARA LA SUCURSAL; CRECE SI EL PROCESO CORRE MAS DE UNA VEZ EL
      * MISMO DIA
           SELECT FSUCESION ASSIGN TO WS-NOM-FSUCESION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FSUCESION.

       DATA DIVISION.
       FILE SECTION.
      * MISMO LAYOUT QUE REG-FALLE EN PROGRAM1
       FD FFALLE.
       01 REG-FALLE.
           02 FLC-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 FLC-PAN              PIC X(16).
           02 FILLER               PIC X(01).
           02 FLC-MOT-BAJ          PIC 9(02).
           02 FILLER               PIC X(01).
           02 FLC-FEC-BAJ          PIC X(10).
           02 FILLER               PIC X(01).
           02 FLC-FECHA-NEG        PIC 9(08).
           02 FILLER               PIC X(01).
           02 FLC-LOTE-ID          PIC X(11).

       FD CLIMASTER.
           COPY CLIMAST.

      * MISMO LAYOUT QUE REG-TITULAR EN PSA02
       FD FTITULARES.
       01 REG-TITULAR.
           02 TIT-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 TIT-ROL              PIC X(01). *> T = TITULAR,
                                             *> C = CO-TITULAR,
                                             *> A = APODERADO
           02 FILLER               PIC X(01).
           02 TIT-NOMBRE           PIC X(20).

      * MISMO LAYOUT QUE REG-XREF EN PROGRAM1
       FD FXREF.
       01 REG-XREF.
           02 XRF-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 XRF-PAN              PIC X(16).

      * MISMO LAYOUT QUE ORDEN-REGISTER EN PSA01
       FD FORDENES.
       01 ORDEN-REGISTER.
           02 ORD-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 ORD-NOMBRE           PIC X(20).
           02 FILLER               PIC X(01).
           02 ORD-TIPO             PIC X(01). *> D/R/T
           02 FILLER               PIC X(01).
           02 ORD-MONTO-DIGITOS    PIC 9(07).
           02 FILLER               PIC X(01).
           02 ORD-CAMPO5           PIC X(07). *> DESTINO SI TIPO = T
           02 FILLER               PIC X(01).
           02 ORD-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
           02 ORD-FRECUENCIA       PIC X(01). *> S/Q/M
           02 FILLER               PIC X(01).
           02 ORD-PROX-FECHA       PIC 9(08).
           02 FILLER               PIC X(01).
           02 ORD-ESTADO           PIC X(01). *> S = SUSPENDIDA

      * MISMO LAYOUT QUE REG-CLJOURNAL EN PSA01
       FD FCLJOURNAL.
       01 REG-CLJOURNAL.
           02 CLJ-LOTE-ID          PIC X(11).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CLJ-SECUENCIA        PIC 9(07).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CLJ-IMAGEN           PIC X(90).

      * MISMO LAYOUT QUE REG-HISTMANT EN PSA02
       FD FHISTMANT.
       01 REG-HISTMANT.
           02 HMA-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 HMA-FECHA            PIC 9(08).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 HMA-ACCION           PIC X(01). *> F = FALLECIDO
           02 FILLER               PIC X(01) VALUE SPACE.
           02 HMA-CAMPO            PIC X(10).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 HMA-ANTES            PIC X(20).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 HMA-DESPUES          PIC X(20).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 HMA-USUARIO          PIC X(08).

       FD FSUCESION.
       01 SUCESION-REGISTER        PIC X(110).

       WORKING-STORAGE SECTION.
       01 FS-FFALLE                PIC XX.
       01 CLIMASTER-STATUS         PIC XX.
       01 FS-FTITULARES            PIC XX.
       01 FS-FXREF                 PIC XX.
       01 FS-FORDENES              PIC XX.
       01 FS-FCLJOURNAL            PIC XX.
       01 FS-FHISTMANT             PIC XX.
       01 FS-FSUCESION             PIC XX.
       01 EOF                      PIC X VALUE 'N'.

       01 WS-FECHA-EJECUCION       PIC 9(08).
       01 WS-NOM-FSUCESION         PIC X(40).
      * LOTE DE LA BITACORA DE IMAGEN PREVIA: FECHA + '-FA', MISMO
      * PATRON QUE '-MT' DE PSA02 Y '-ES' DE PSA04
       01 WS-CLJ-LOTE              PIC X(11) VALUE SPACES.
       01 WS-CLJ-SECUENCIA         PIC 9(07) VALUE ZERO.
       01 WS-ESTADO-ANTERIOR       PIC X(01).

      * RELACIONES CUENTA/PERSONA EN MEMORIA, MISMO PATRON QUE
      * WS-TABLA-TITULARES EN PSA02
       01 WS-CANT-TITULARES        PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-TITULARES.
           02 WS-TIT-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CANT-TITULARES
               INDEXED BY WS-TIT-IDX.
               03 WS-TIT-CLI       PIC X(05).
               03 WS-TIT-ROL       PIC X(01).
               03 WS-TIT-NOMBRE    PIC X(20).

      * CRUCE CLIENTE/PAN EN MEMORIA; BUSQUEDA LINEAL POR CLIENTE
       01 WS-CANT-XREF             PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-XREF.
           02 WS-XRF-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-XREF
               INDEXED BY WS-XRF-IDX.
               03 WS-XRF-CLI       PIC X(05).
               03 WS-XRF-PAN       PIC X(16).

      * ORDENES PERMANENTES EN MEMORIA, MISMO PATRON (Y MISMO TOPE)
      * QUE WS-TABLA-ORDENES EN PSA01
       01 WS-CANT-ORDENES          PIC 9(4) COMP VALUE ZERO.
       01 WS-TABLA-ORDENES.
           02 WS-ORD-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-ORDENES
               INDEXED BY WS-ORD-IDX.
               03 WS-ORD-REGISTRO  PIC X(61).
       01 WS-ORD-SUSPENDIO         PIC X VALUE 'N'.

       01 WS-SALDO-ED              PIC -ZZZZZ9.99.
       01 WS-MONTO-TRANSITO        PIC 9(05)V99.
       01 WS-MONTO-DIGITOS REDEFINES WS-MONTO-TRANSITO
                                   PIC 9(07).
       01 WS-MONTO-ED              PIC ZZZZ9.99.
       01 WS-ROL-DESC              PIC X(12).

       01 COUNT-LEIDOS             PIC 9(5) VALUE 0.
       01 COUNT-MARCADOS           PIC 9(5) VALUE 0.
       01 COUNT-YA-MARCADOS        PIC 9(5) VALUE 0.
       01 COUNT-NO-EXISTE          PIC 9(5) VALUE 0.
       01 COUNT-INACTIVOS          PIC 9(5) VALUE 0.
       01 COUNT-ORD-SUSPENDIDAS    PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-FECHA-EJECUCION FROM DATE YYYYMMDD
           STRING WS-FECHA-EJECUCION DELIMITED BY SIZE
               '-FA' DELIMITED BY SIZE
               INTO WS-CLJ-LOTE
           MOVE SPACES TO WS-NOM-FSUCESION
           STRING 'sucesiones_' WS-FECHA-EJECUCION '.txt'
               DELIMITED BY SIZE INTO WS-NOM-FSUCESION

           OPEN INPUT FFALLE
           IF FS-FFALLE NOT = '00'
               DISPLAY "SIN fallecidos_clientes.txt; NADA QUE PROCESAR"
               STOP RUN
           END-IF

           PERFORM CARGAR-TITULARES
           PERFORM CARGAR-CRUCE
           PERFORM CARGAR-ORDENES
           PERFORM ABRIR-SALIDAS

           OPEN I-O CLIMASTER
           IF CLIMASTER-STATUS NOT = '00'
               DISPLAY "CLIMAST.dat NO DISPONIBLE FS: "
                   CLIMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LEER-FALLECIDO
           PERFORM UNTIL EOF = 'Y'
               ADD 1 TO COUNT-LEIDOS
               PERFORM PROCESAR-FALLECIDO
               PERFORM LEER-FALLECIDO
           END-PERFORM

           CLOSE FFALLE CLIMASTER FHISTMANT FSUCESION
           IF COUNT-ORD-SUSPENDIDAS > 0
               PERFORM GUARDAR-ORDENES
           END-IF

           DISPLAY "CIERRES POR FALLECIMIENTO LEIDOS : " COUNT-LEIDOS
           DISPLAY "CLIENTES MARCADOS FALLECIDOS     : " COUNT-MARCADOS
           DISPLAY "CLIENTES YA MARCADOS ANTES       : "
               COUNT-YA-MARCADOS
           DISPLAY "CLIENTES INEXISTENTES EN CLIMAST : " COUNT-NO-EXISTE
           DISPLAY "CLIENTES YA DADOS DE BAJA        : " COUNT-INACTIVOS
           DISPLAY "ORDENES PERMANENTES SUSPENDIDAS  : "
               COUNT-ORD-SUSPENDIDAS
           DISPLAY "LISTA DE SUCESIONES: " WS-NOM-FSUCESION
           STOP RUN.

       LEER-FALLECIDO.
           READ FFALLE
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       CARGAR-TITULARES.
      *    titulares_cuenta.dat ES OPCIONAL; SIN ARCHIVO LA SUCESION
      *    SALE SOLO CON EL NOMBRE DEL MAESTRO
           OPEN INPUT FTITULARES
           IF FS-FTITULARES = '00'
               PERFORM LEER-TITULAR
               PERFORM UNTIL EOF = 'Y'
                   IF WS-CANT-TITULARES >= 10000
                       DISPLAY "TABLA DE TITULARES LLENA (10000)"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-TITULARES
                   SET WS-TIT-IDX TO WS-CANT-TITULARES
                   MOVE TIT-CLI-ID TO WS-TIT-CLI(WS-TIT-IDX)
                   MOVE TIT-ROL TO WS-TIT-ROL(WS-TIT-IDX)
                   MOVE TIT-NOMBRE TO WS-TIT-NOMBRE(WS-TIT-IDX)
                   PERFORM LEER-TITULAR
               END-PERFORM
               CLOSE FTITULARES
           END-IF
           MOVE 'N' TO EOF.

       LEER-TITULAR.
           READ FTITULARES
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       CARGAR-CRUCE.
      *    CRUCECLICARD.txt ES OPCIONAL; SIN ARCHIVO LA SUCESION SALE
      *    SIN OTRAS TARJETAS
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
                   MOVE XRF-CLI-ID TO WS-XRF-CLI(WS-XRF-IDX)
                   MOVE XRF-PAN TO WS-XRF-PAN(WS-XRF-IDX)
                   PERFORM LEER-CRUCE
               END-PERFORM
               CLOSE FXREF
           END-IF
           MOVE 'N' TO EOF.

       LEER-CRUCE.
           READ FXREF
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       CARGAR-ORDENES.
      *    SE GUARDA EL RENGLON COMPLETO: ESTE PROGRAMA SOLO CAMBIA
      *    ORD-ESTADO Y EL RESTO DEBE VOLVER TAL CUAL AL ARCHIVO.
      *    TABLA LLENA = FALLA RUIDOSA, UNA CARGA PARCIAL PERDERIA
      *    ORDENES AL REESCRIBIR (MISMO CRITERIO QUE PSA01)
           OPEN INPUT FORDENES
           IF FS-FORDENES = '00'
               PERFORM LEER-ORDEN
               PERFORM UNTIL EOF = 'Y'
                   IF WS-CANT-ORDENES >= 5000
                       DISPLAY "TABLA DE ORDENES PERMANENTES LLENA "
                           "(5000); DEPURE ordenes_permanentes.dat"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-ORDENES
                   SET WS-ORD-IDX TO WS-CANT-ORDENES
                   MOVE ORDEN-REGISTER TO WS-ORD-REGISTRO(WS-ORD-IDX)
                   PERFORM LEER-ORDEN
               END-PERFORM
               CLOSE FORDENES
           END-IF
           MOVE 'N' TO EOF.

       LEER-ORDEN.
           READ FORDENES
               AT END
                   MOVE 'Y' TO EOF
               NOT AT END
                   CONTINUE
           END-READ.

       ABRIR-SALIDAS.
      *    MISMO PATRON "CREAR SI NO EXISTE"/OPEN EXTEND QUE
      *    ABRIR-HISTORIAL-CAMBIOS EN PSA02
           OPEN EXTEND FHISTMANT
           IF FS-FHISTMANT = '35'
               OPEN OUTPUT FHISTMANT
               CLOSE FHISTMANT
               OPEN EXTEND FHISTMANT
           END-IF
           OPEN EXTEND FSUCESION
           IF FS-FSUCESION = '35'
               OPEN OUTPUT FSUCESION
               CLOSE FSUCESION
               OPEN EXTEND FSUCESION
           END-IF.

       PROCESAR-FALLECIDO.
      *    UN CLIENTE YA MARCADO 'F' NO SE VUELVE A TOCAR: PROGRAM1
      *    REPITE EL AVISO MIENTRAS LA BAJA SIGA LLEGANDO EN FILINP2,
      *    Y UNA SEGUNDA TARJETA DEL MISMO FALLECIDO CERRADA EN LA
      *    MISMA CORRIDA YA APARECE EN LA SUCESION DE LA PRIMERA. UN
      *    CLIENTE DADO DE BAJA O ESCHEATADO SOLO SE INFORMA
           MOVE FLC-CLI-ID TO CLI-ID
           READ CLIMASTER
               INVALID KEY
                   ADD 1 TO COUNT-NO-EXISTE
                   DISPLAY "CLIENTE " FLC-CLI-ID " DE LA TARJETA "
                       FLC-PAN " NO EXISTE EN CLIMAST"
               NOT INVALID KEY
                   EVALUATE CLI-ESTADO
                       WHEN 'F'
                           ADD 1 TO COUNT-YA-MARCADOS
                       WHEN 'I'
                       WHEN 'E'
                           ADD 1 TO COUNT-INACTIVOS
                           DISPLAY "CLIENTE " CLI-ID " YA INACTIVO ("
                               CLI-ESTADO "); SIN MARCA DE FALLECIDO"
                       WHEN OTHER
                           PERFORM MARCAR-FALLECIDO
                   END-EVALUATE
           END-READ.

       MARCAR-FALLECIDO.
           PERFORM GRABAR-JOURNAL-CLIMAST
           MOVE CLI-ESTADO TO WS-ESTADO-ANTERIOR
           MOVE 'F' TO CLI-ESTADO
           REWRITE REG-CLIMAST
           ADD 1 TO COUNT-MARCADOS
           PERFORM GRABAR-HISTORIAL-ESTADO
           PERFORM GRABAR-ENCABEZADO-SUCESION
           PERFORM LISTAR-TITULARES
           PERFORM LISTAR-OTRAS-TARJETAS
           PERFORM SUSPENDER-ORDENES-CLIENTE.

       GRABAR-JOURNAL-CLIMAST.
      *    IMAGEN VIGENTE DE REG-CLIMAST ANTES DE MARCARLO, IGUAL QUE
      *    EN PSA02; ES LO QUE PSA07 USA PARA DESHACER EL LOTE
           OPEN EXTEND FCLJOURNAL
           IF FS-FCLJOURNAL = '35'
               OPEN OUTPUT FCLJOURNAL
               CLOSE FCLJOURNAL
               OPEN EXTEND FCLJOURNAL
           END-IF
           ADD 1 TO WS-CLJ-SECUENCIA
           MOVE SPACES TO REG-CLJOURNAL
           MOVE WS-CLJ-LOTE TO CLJ-LOTE-ID
           MOVE WS-CLJ-SECUENCIA TO CLJ-SECUENCIA
           MOVE REG-CLIMAST TO CLJ-IMAGEN
           WRITE REG-CLJOURNAL
           CLOSE FCLJOURNAL.

       GRABAR-HISTORIAL-ESTADO.
           MOVE SPACES TO REG-HISTMANT
           MOVE CLI-ID TO HMA-CLI-ID
           MOVE WS-FECHA-EJECUCION TO HMA-FECHA
           MOVE 'F' TO HMA-ACCION
           MOVE 'ESTADO' TO HMA-CAMPO
           MOVE WS-ESTADO-ANTERIOR TO HMA-ANTES
           MOVE 'F' TO HMA-DESPUES
           MOVE 'BATCH' TO HMA-USUARIO
           WRITE REG-HISTMANT.

       GRABAR-ENCABEZADO-SUCESION.
           MOVE CLI-SALDO TO WS-SALDO-ED
           MOVE SPACES TO SUCESION-REGISTER
           STRING "SUCESION CLIENTE " CLI-ID
               " | " CLI-NOMBRE
               " | SALDO:" WS-SALDO-ED
               " " CLI-MONEDA
               " | LIMITE:" CLI-LIMITE-CREDITO
               DELIMITED BY SIZE INTO SUCESION-REGISTER
           WRITE SUCESION-REGISTER
           MOVE SPACES TO SUCESION-REGISTER
           STRING "   TARJETA CERRADA POR FALLECIMIENTO: " FLC-PAN
               " | BAJA:" FLC-FEC-BAJ
               " | LOTE:" FLC-LOTE-ID
               DELIMITED BY SIZE INTO SUCESION-REGISTER
           WRITE SUCESION-REGISTER.

       LISTAR-TITULARES.
           PERFORM LISTAR-UN-TITULAR
               VARYING WS-TIT-IDX FROM 1 BY 1
               UNTIL WS-TIT-IDX > WS-CANT-TITULARES.

       LISTAR-UN-TITULAR.
           IF WS-TIT-CLI(WS-TIT-IDX) = CLI-ID
               EVALUATE WS-TIT-ROL(WS-TIT-IDX)
                   WHEN 'T'
                       MOVE 'TITULAR' TO WS-ROL-DESC
                   WHEN 'A'
                       MOVE 'APODERADO' TO WS-ROL-DESC
                   WHEN OTHER
                       MOVE 'CO-TITULAR' TO WS-ROL-DESC
               END-EVALUATE
               MOVE SPACES TO SUCESION-REGISTER
               STRING "   " WS-ROL-DESC ": "
                   WS-TIT-NOMBRE(WS-TIT-IDX)
                   DELIMITED BY SIZE INTO SUCESION-REGISTER
               WRITE SUCESION-REGISTER
           END-IF.

       LISTAR-OTRAS-TARJETAS.
           PERFORM LISTAR-UNA-TARJETA
               VARYING WS-XRF-IDX FROM 1 BY 1
               UNTIL WS-XRF-IDX > WS-CANT-XREF.

       LISTAR-UNA-TARJETA.
           IF WS-XRF-CLI(WS-XRF-IDX) = CLI-ID AND
              WS-XRF-PAN(WS-XRF-IDX) NOT = FLC-PAN
               MOVE SPACES TO SUCESION-REGISTER
               STRING "   OTRA TARJETA DEL TITULAR: "
                   WS-XRF-PAN(WS-XRF-IDX)
                   DELIMITED BY SIZE INTO SUCESION-REGISTER
               WRITE SUCESION-REGISTER
           END-IF.

       SUSPENDER-ORDENES-CLIENTE.
           PERFORM SUSPENDER-UNA-ORDEN
               VARYING WS-ORD-IDX FROM 1 BY 1
               UNTIL WS-ORD-IDX > WS-CANT-ORDENES.

       SUSPENDER-UNA-ORDEN.
      *    SOLO LOS DEBITOS (R/T) DEL FALLECIDO; UNA ORDEN DE DEPOSITO
      *    A SU FAVOR SIGUE VIGENTE, IGUAL QUE PSA01 LE SIGUE
      *    ACEPTANDO LOS CREDITOS
           MOVE WS-ORD-REGISTRO(WS-ORD-IDX) TO ORDEN-REGISTER
           IF ORD-CLI-ID = CLI-ID AND ORD-ESTADO NOT = 'S' AND
              (ORD-TIPO = 'R' OR ORD-TIPO = 'T')
               MOVE 'S' TO ORD-ESTADO
               MOVE ORDEN-REGISTER TO WS-ORD-REGISTRO(WS-ORD-IDX)
               ADD 1 TO COUNT-ORD-SUSPENDIDAS
               MOVE ORD-MONTO-DIGITOS TO WS-MONTO-DIGITOS
               MOVE WS-MONTO-TRANSITO TO WS-MONTO-ED
               MOVE SPACES TO SUCESION-REGISTER
               STRING "   ORDEN PERMANENTE SUSPENDIDA: TIPO "
                   ORD-TIPO
                   " | MONTO:" WS-MONTO-ED
                   " " ORD-MONEDA
                   " | DESTINO:" ORD-CAMPO5
                   " | FRECUENCIA:" ORD-FRECUENCIA
                   " | PROXIMA:" ORD-PROX-FECHA
                   DELIMITED BY SIZE INTO SUCESION-REGISTER
               WRITE SUCESION-REGISTER
           END-IF.

       GUARDAR-ORDENES.
           OPEN OUTPUT FORDENES
           PERFORM ESCRIBIR-ORDEN
               VARYING WS-ORD-IDX FROM 1 BY 1
               UNTIL WS-ORD-IDX > WS-CANT-ORDENES
           CLOSE FORDENES.

       ESCRIBIR-ORDEN.
           MOVE WS-ORD-REGISTRO(WS-ORD-IDX) TO ORDEN-REGISTER
           WRITE ORDEN-REGISTER.
       END PROGRAM PSA09.
