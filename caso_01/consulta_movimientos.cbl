           02 MHX-REF-TIPO         PIC X(01).
           02 MHX-MONEDA           PIC X(03).
           02 MHX-LOTE-ID          PIC X(11).
           02 MHX-CANAL            PIC X(06).
           02 MHX-CONTRAPARTE      PIC X(05).
           02 MHX-MONTO-CONTRA     PIC 9(05)V99.
           02 MHX-MONEDA-CONTRA    PIC X(03).
           02 MHX-TASA-CAMBIO      PIC 9(05)V9(06).

       FD FILPARM.
       01 REG-PARM-CONSMOV.
       01 WS-NETO                  PIC S9(7)V99 VALUE ZERO.
       01 WS-NETO-DISP             PIC S9(7)V99.
       01 WS-MONTO-DISP            PIC 9(5)V99.
       01 WS-CONTRA-DISP           PIC 9(5)V99.
      * POSICION DONDE SIGUE EL RENGLON DE DETALLE: 2 + 8 + 6 + 1 +
      * 7 + 7 + 8 + 3 + 6 + 11 + 7 + 6 BYTES DEL STRING FIJO + 1
       01 WS-CONSULTA-PTR          PIC 9(03).

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO CONSULTA-REGISTER
           STRING "  " MHX-FECHA DELIMITED BY SIZE
               " TIPO:" MHX-TIPO DELIMITED BY SIZE
               " MONTO:" DELIMITED BY SIZE
               WS-MONTO-DISP DELIMITED BY SIZE
               " MONEDA:" MHX-MONEDA DELIMITED BY SIZE
               " LOTE:" MHX-LOTE-ID DELIMITED BY SIZE
               " CANAL:" MHX-CANAL DELIMITED BY SIZE
               INTO CONSULTA-REGISTER
      *    UNA TRANSFERENCIA ENTRE MONEDAS MUESTRA TAMBIEN EL MONTO DEL
      *    OTRO LADO EN SU MONEDA (VER MHX-MONTO-CONTRA)
           IF MHX-MONEDA-CONTRA NOT = SPACES AND
              MHX-MONEDA-CONTRA NOT = MHX-MONEDA
               MOVE MHX-MONTO-CONTRA TO WS-CONTRA-DISP
               MOVE 73 TO WS-CONSULTA-PTR
               STRING " CONTRA:" WS-CONTRA-DISP DELIMITED BY SIZE
                   " " MHX-MONEDA-CONTRA DELIMITED BY SIZE
                   INTO CONSULTA-REGISTER
                   WITH POINTER WS-CONSULTA-PTR
           END-IF
           WRITE CONSULTA-REGISTER.
       END PROGRAM CONSMOV01.
