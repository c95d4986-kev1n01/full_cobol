               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCARTAS.
      * CONSTANCIA DE CADA TRASLADO POR ESCHEAT (CLIENTE, MONTO,
      * FECHA, MONEDA); CRECE ENTRE CORRIDAS, ES EVIDENCIA LEGAL
           SELECT FESCHEAT ASSIGN TO 'escheat_transferencias.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FESCHEAT.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CLJ-SECUENCIA        PIC 9(07).
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CLJ-IMAGEN           PIC X(90).

       WORKING-STORAGE SECTION.
       01 FS-FDORMIDAS             PIC XX.
       01 WS-MONTO-ESCHEAT-DISP    PIC S9(6)V99.
       01 WS-TOTAL-ESCHEAT         PIC 9(09)V99 VALUE ZERO.
       01 WS-TOTAL-ESCHEAT-DISP    PIC 9(09)V99.
      * TOTAL TRASLADADO POR MONEDA DE LA CUENTA (CLI-MONEDA, LA BASE
      * SI ESTA EN BLANCO): EL ASIENTO VA UNO POR MONEDA, CON LA MONEDA
      * AL FINAL DEL RENGLON COMO LOS DE PSA01
       01 WS-MONEDA-BASE           PIC X(03) VALUE 'CRC'.
       01 WS-MONEDA-ESCHEAT        PIC X(03).
       01 WS-CANT-MON-ESCHEAT      PIC 9(02) COMP VALUE ZERO.
       01 WS-TABLA-MON-ESCHEAT.
           02 WS-EMO-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-CANT-MON-ESCHEAT
               INDEXED BY WS-EMO-IDX.
               03 WS-EMO-MONEDA    PIC X(03).
               03 WS-EMO-TOTAL     PIC 9(09)V99.
       01 WS-EMO-ENCONTRADA        PIC X VALUE 'N'.
      * CUENTAS DEL ASIENTO DE ESCHEAT: DEBE DEPOSITOS DE CLIENTES,
      * HABER ACREEDORES POR ESCHEAT; SON EL DEFECTO Y CONTABILIDAD
      * LAS RECLASIFICA CON LA CATEGORIA ESCHEAT DE CUENTASGL.txt
               NOT INVALID KEY
                   PERFORM GRABAR-JOURNAL-CLIMAST
                   MOVE CLI-SALDO TO WS-MONTO-ESCHEAT
                   MOVE CLI-MONEDA TO WS-MONEDA-ESCHEAT
                   IF WS-MONEDA-ESCHEAT = SPACES
                       MOVE WS-MONEDA-BASE TO WS-MONEDA-ESCHEAT
                   END-IF
                   MOVE ZERO TO CLI-SALDO
                   MOVE 'E' TO CLI-ESTADO
                   REWRITE REG-CLIMAST
                   ADD 1 TO COUNT-ESCHEATS
                   IF WS-MONTO-ESCHEAT > 0
                       ADD WS-MONTO-ESCHEAT TO WS-TOTAL-ESCHEAT
                       PERFORM ACUMULAR-MONEDA-ESCHEAT
                   END-IF
                   PERFORM GRABAR-CONSTANCIA-ESCHEAT
           END-READ.

       ACUMULAR-MONEDA-ESCHEAT.
           MOVE 'N' TO WS-EMO-ENCONTRADA
           IF WS-CANT-MON-ESCHEAT > 0
               SET WS-EMO-IDX TO 1
               SEARCH WS-EMO-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EMO-MONEDA(WS-EMO-IDX) = WS-MONEDA-ESCHEAT
                       MOVE 'S' TO WS-EMO-ENCONTRADA
               END-SEARCH
           END-IF
           IF WS-EMO-ENCONTRADA = 'N'
               IF WS-CANT-MON-ESCHEAT < 20
                   ADD 1 TO WS-CANT-MON-ESCHEAT
                   SET WS-EMO-IDX TO WS-CANT-MON-ESCHEAT
                   MOVE WS-MONEDA-ESCHEAT TO WS-EMO-MONEDA(WS-EMO-IDX)
                   MOVE ZERO TO WS-EMO-TOTAL(WS-EMO-IDX)
               ELSE
                   SET WS-EMO-IDX TO WS-CANT-MON-ESCHEAT
                   DISPLAY "ALERTA: DEMASIADAS MONEDAS EN EL ESCHEAT, "
                       WS-MONEDA-ESCHEAT " SE ASIENTA EN "
                       WS-EMO-MONEDA(WS-EMO-IDX)
               END-IF
           END-IF
           ADD WS-MONTO-ESCHEAT TO WS-EMO-TOTAL(WS-EMO-IDX).

       GRABAR-JOURNAL-CLIMAST.
      *    IMAGEN VIGENTE ANTES DEL REWRITE DEL ESCHEAT, CON EL
      *    IDENTIFICADOR FECHA + '-ES'; MISMO PATRON QUE PSA01/PSA02
               WS-MONTO-ESCHEAT-DISP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-MONEDA-ESCHEAT DELIMITED BY SIZE
               INTO ESCHEAT-REGISTER
           WRITE ESCHEAT-REGISTER
           CLOSE FESCHEAT.
           END-READ.

       GRABAR-ASIENTO-ESCHEAT.
      *    UN PAR DEBE/HABER POR MONEDA POR EL TOTAL TRASLADADO EN LA
      *    CORRIDA: DEBE DEPOSITOS DE CLIENTES, HABER ACREEDORES POR
      *    ESCHEAT (CUENTAS SEGUN CARGAR-CUENTA-ESCHEAT); MISMO ARCHIVO,
      *    RENGLON Y PATRON QUE GRABAR-ASIENTOS-GL EN PSA01
           OPEN EXTEND FGLJOUR
           IF FS-FGLJOUR = '35'
               OPEN OUTPUT FGLJOUR
               CLOSE FGLJOUR
               OPEN EXTEND FGLJOUR
           END-IF
           PERFORM GRABAR-PAR-ESCHEAT
               VARYING WS-EMO-IDX FROM 1 BY 1
               UNTIL WS-EMO-IDX > WS-CANT-MON-ESCHEAT
           CLOSE FGLJOUR.

       GRABAR-PAR-ESCHEAT.
      *    LOTE|FECHA|CATEGORIA|CUENTA|D/H|MONTO|MONEDA
           MOVE WS-EMO-TOTAL(WS-EMO-IDX) TO WS-TOTAL-ESCHEAT-DISP
           MOVE SPACES TO GLJOUR-REGISTER
           STRING "PSA04-" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|ESCHEAT|" DELIMITED BY SIZE
               WS-CTA-ESCHEAT-DEBE DELIMITED BY SIZE
               "|D|" DELIMITED BY SIZE
               WS-TOTAL-ESCHEAT-DISP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-EMO-MONEDA(WS-EMO-IDX) DELIMITED BY SIZE
               INTO GLJOUR-REGISTER
           WRITE GLJOUR-REGISTER
           MOVE SPACES TO GLJOUR-REGISTER
           STRING "PSA04-" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|ESCHEAT|" DELIMITED BY SIZE
               WS-CTA-ESCHEAT-HABER DELIMITED BY SIZE
               "|H|" DELIMITED BY SIZE
               WS-TOTAL-ESCHEAT-DISP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-EMO-MONEDA(WS-EMO-IDX) DELIMITED BY SIZE
               INTO GLJOUR-REGISTER
           WRITE GLJOUR-REGISTER.
       END PROGRAM PSA04.
