           SELECT FCTLOUT ASSIGN TO 'estado_cuenta_mensual.txt.CTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCTLOUT.
      * ARCHIVO DE ESTADOS EMITIDOS POR CLIENTE Y PERIODO (COPY
      * ESTARCH), DE DONDE PSA24 REIMPRIME DUPLICADOS; SOLO LO ESCRIBE
      * UN CIERRE DE PERIODO (VER 4400-PREPARAR-ARCHIVO)
           SELECT ESTARCH ASSIGN TO 'estados_archivados.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS FS-ESTARCH.

       DATA DIVISION.
       FILE SECTION.
       FD PERIODOCERRADO.
       01 PERIODOCERRADO-REGISTER  PIC X(20).

       FD ESTARCH.
           COPY ESTARCH.

      * IMAGEN DE UN REGISTRO DE CLIMAST.dat EN LA FOTO DE PERIODO;
      * MISMO LAYOUT QUE EL MAESTRO (VER caso_01/CLIMAST.cpy)
       FD FSNAP.
       01 FS-FSNAP                  PIC XX.
       01 FS-FCTLOUT                PIC XX.
       01 FS-FTITULARES             PIC XX.
       01 FS-ESTARCH                PIC XX.
      * 'S' SI LA CORRIDA ARCHIVA LOS ESTADOS QUE EMITE (CIERRE DE UN
      * PERIODO ESPECIFICO, NO REIMPRESION NI TODO EL HISTORICO)
       01 WS-ARCHIVO-ABIERTO        PIC X VALUE 'N'.
      * 'S' SI LOS RENGLONES DEL CLIENTE EN CURSO SE ARCHIVAN; 'N' SI
      * SU ESTADO DEL PERIODO YA ESTABA ARCHIVADO (REEJECUCION), QUE
      * SE CONSERVA COMO EL ORIGINAL
       01 WS-ARCHIVAR-CLIENTE       PIC X VALUE 'N'.
       01 WS-ARC-LINEA              PIC 9(03) VALUE ZERO.
       01 COUNT-ESTADOS-ARCHIVADOS  PIC 9(05) VALUE ZERO.
       01 COUNT-ESTADOS-YA-ARCH     PIC 9(05) VALUE ZERO.
      * RELACIONES CUENTA/PERSONA EN MEMORIA (VER 1800-CARGAR-
      * TITULARES); BUSQUEDA LINEAL POR CUENTA AL EMITIR EL ESTADO
       01 WS-CANT-TITULARES         PIC 9(5) COMP VALUE ZERO.
      *    VOLVER A CERRAR UN PERIODO QUE YA SE CERRO EN SU MOMENTO
           IF WS-PERIODO NOT = SPACES AND NOT WS-MODO-REIMPRESION-SI
               PERFORM 1600-ABRIR-PERIODOCERRADO
               PERFORM 1650-ABRIR-ARCHIVO-ESTADOS
           END-IF
           PERFORM 1700-CARGAR-FOTOS-PERIODO
           PERFORM 1800-CARGAR-TITULARES
           IF WS-PERIODOCERRADO-ABIERTO = 'S'
               CLOSE PERIODOCERRADO
           END-IF
           IF WS-ARCHIVO-ABIERTO = 'S'
               CLOSE ESTARCH
               DISPLAY "ESTADOS ARCHIVADOS: " COUNT-ESTADOS-ARCHIVADOS
                   " YA ARCHIVADOS ANTES: " COUNT-ESTADOS-YA-ARCH
           END-IF

      *    LA FOTO DEL PERIODO SE CONGELA AL CIERRE (NUNCA EN UNA
      *    REIMPRESION NI EN UNA CORRIDA DE TODO EL HISTORICO),
               MOVE 'S' TO WS-PC3-EOF
           END-IF.

       1650-ABRIR-ARCHIVO-ESTADOS.
      *    CREAR SI NO EXISTE, MISMO PATRON QUE MOVHIST.dat EN PSA01
           OPEN I-O ESTARCH
           IF FS-ESTARCH = '35'
               CLOSE ESTARCH
               OPEN OUTPUT ESTARCH
               CLOSE ESTARCH
               OPEN I-O ESTARCH
           END-IF
           IF FS-ESTARCH = '00'
               MOVE 'S' TO WS-ARCHIVO-ABIERTO
           ELSE
               DISPLAY "estados_archivados.dat NO DISPONIBLE FS: "
                   FS-ESTARCH
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1700-CARGAR-FOTOS-PERIODO.
      *    CARGA LA FOTO DEL PERIODO ANTERIOR (SALDOS DE APERTURA) Y,
      *    EN MODO REIMPRESION, LA FOTO DEL PROPIO PERIODO (SALDOS DE
      *    LA RECONSTRUCCION POR RESTA, QUE ES VULNERABLE A
      *    MOVIMIENTOS POSTERIORES AL PERIODO
           PERFORM 4110-BUSCAR-APERTURA-FOTO
           PERFORM 4400-PREPARAR-ARCHIVO

           STRING "CLIENTE:" DELIMITED BY SIZE
               PREVIOUS-ID DELIMITED BY SIZE
           END-PERFORM
           ADD WS-CTL-SUMA-LINEA TO WS-CTL-HASH
           ADD 1 TO COUNT-LINEAS-ESTADO
           IF WS-ARCHIVAR-CLIENTE = 'S'
               PERFORM 4410-ARCHIVAR-LINEA
           END-IF
           WRITE ESTADOCTA-REGISTER.

       4100-BUSCAR-SALDO-CIERRE.
           MOVE WS-RPT-TOT-CIERRE TO ECR-TOT-CIERRE
           WRITE REG-ECR-TOTAL.

       4400-PREPARAR-ARCHIVO.
      *    EL ESTADO DEL CLIENTE SE ARCHIVA SOLO SI EL PERIODO NO TIENE
      *    YA UN ESTADO ARCHIVADO PARA ESE CLIENTE: EL PRIMERO EMITIDO
      *    ES EL QUE RECIBIO EL CLIENTE Y EL QUE SE REIMPRIME
           MOVE 'N' TO WS-ARCHIVAR-CLIENTE
           MOVE ZERO TO WS-ARC-LINEA
           IF WS-ARCHIVO-ABIERTO = 'S'
               MOVE PREVIOUS-ID TO ARC-CLI-ID
               MOVE WS-PERIODO TO ARC-PERIODO
               MOVE 1 TO ARC-LINEA
               READ ESTARCH
                   INVALID KEY
                       MOVE 'S' TO WS-ARCHIVAR-CLIENTE
                       ADD 1 TO COUNT-ESTADOS-ARCHIVADOS
                   NOT INVALID KEY
                       ADD 1 TO COUNT-ESTADOS-YA-ARCH
               END-READ
           END-IF.

       4410-ARCHIVAR-LINEA.
           ADD 1 TO WS-ARC-LINEA
           MOVE PREVIOUS-ID TO ARC-CLI-ID
           MOVE WS-PERIODO TO ARC-PERIODO
           MOVE WS-ARC-LINEA TO ARC-LINEA
           MOVE WS-FECHA-HOY TO ARC-FECHA-EMISION
           MOVE ESTADOCTA-REGISTER TO ARC-TEXTO
           WRITE REG-ESTADO-ARCHIVO
               INVALID KEY
                   DISPLAY "ERROR AL ARCHIVAR ESTADO " PREVIOUS-ID
                       " " WS-PERIODO " FS: " FS-ESTARCH
                   MOVE 4 TO RETURN-CODE
           END-WRITE.

       5100-GRABAR-MANIFIESTO-ESTADO.
      *    UN SOLO RENGLON CON NOMBRE, CANTIDAD, TOTAL ADITIVO Y
      *    PERIODO DEL ESTADO DE CUENTA; EL CAMPO DE LOTE LLEVA EL
