           SELECT MOVPOST ASSIGN TO 'movimientos_posteados.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVPOST.
      * CLAVES QUE PSA01 YA SACO DE LA VENTANA DEL ANTIDUPLICADOS (VER
      * ARCHIVAR-MOVPOST EN PSA01), UN ARCHIVO POR MES DEL MOVIMIENTO
      * (movimientos_posteados_AAAAMM.dat); SOLO SE ABRE CUANDO LA
      * CLAVE DISPUTADA NO ESTA EN movimientos_posteados.dat
           SELECT MOVPOSTARCH ASSIGN TO WS-NOM-MOVPOSTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVPOSTARCH.
           SELECT FILPARM ASSIGN TO 'PARMPSA08.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.
       FD MOVPOST.
       01 MOVPOST-REGISTER         PIC X(40).

       FD MOVPOSTARCH.
       01 MOVPOSTARCH-REGISTER     PIC X(40).

       FD FILPARM.
       01 REG-PARM-PSA08.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA
               03 WS-MPS-MONTO     PIC X(07).
               03 WS-MPS-FECHA     PIC X(08).
       01 WS-MPS-ENCONTRADO        PIC X VALUE 'N'.
       01 FS-MOVPOSTARCH           PIC XX.
       01 WS-NOM-MOVPOSTARCH       PIC X(40) VALUE SPACES.
       01 WS-MPA-EOF               PIC X VALUE 'N'.
       01 WS-MPA-CLI               PIC X(05).
       01 WS-MPA-TIPO              PIC X(01).
       01 WS-MPA-MONTO             PIC X(07).
       01 WS-MPA-FECHA             PIC X(08).

       01 WS-DIAS-ABIERTO          PIC S9(05) COMP.
       01 WS-DIAS-ABIERTO-ED       PIC ZZZZ9.
                   CONTINUE
           END-READ.

       BUSCAR-MOVPOST-ARCHIVO.
      *    UN MOVIMIENTO VIEJO PUEDE HABER SALIDO DE movimientos_
      *    posteados.dat; SE BUSCA EN EL ARCHIVO HISTORICO DEL MES DE LA
      *    FECHA DISPUTADA. SI ESE ARCHIVO NO EXISTE, NO HAY CLAVE
           MOVE SPACES TO WS-NOM-MOVPOSTARCH
           STRING "movimientos_posteados_" DELIMITED BY SIZE
               TX-FECHA-MOV(1:6) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-NOM-MOVPOSTARCH
           OPEN INPUT MOVPOSTARCH
           IF FS-MOVPOSTARCH = '00'
               MOVE 'N' TO WS-MPA-EOF
               PERFORM LEER-MOVPOSTARCH
               PERFORM UNTIL WS-MPA-EOF = 'Y'
                   OR WS-MPS-ENCONTRADO = 'S'
                   UNSTRING MOVPOSTARCH-REGISTER DELIMITED BY "|"
                       INTO WS-MPA-CLI, WS-MPA-TIPO, WS-MPA-MONTO,
                           WS-MPA-FECHA
                   IF WS-MPA-CLI = TX-CLI-ID AND
                      WS-MPA-TIPO = TX-TIPO-ORIG AND
                      WS-MPA-MONTO = TX-MONTO AND
                      WS-MPA-FECHA = TX-FECHA-MOV
                       MOVE 'S' TO WS-MPS-ENCONTRADO
                   ELSE
                       PERFORM LEER-MOVPOSTARCH
                   END-IF
               END-PERFORM
               CLOSE MOVPOSTARCH
           END-IF.

       LEER-MOVPOSTARCH.
           READ MOVPOSTARCH
               AT END
                   MOVE 'Y' TO WS-MPA-EOF
               NOT AT END
                   CONTINUE
           END-READ.

       PROCESAR-TRANSACCIONES.
           OPEN INPUT FCASOSTX
           IF FS-FCASOSTX NOT = '00'
                   MOVE 'S' TO WS-MPS-ENCONTRADO
               END-IF
           END-PERFORM
           IF WS-MPS-ENCONTRADO = 'N'
               PERFORM BUSCAR-MOVPOST-ARCHIVO
           END-IF
           IF WS-MPS-ENCONTRADO = 'N'
               ADD 1 TO COUNT-RECHAZADOS
               STRING "RECHAZADA, MOVIMIENTO NO POSTEADO: "
