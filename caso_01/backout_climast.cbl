           SELECT FBACKRPT ASSIGN TO 'backout_climast_rpt.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FBACKRPT.
      * TABLA DE OPERADORES (COPY OPERADOR) Y BITACORA COMUN DE
      * ACCESOS (COPY ACCLOG); SIN LA FUNCION BACKOUT NO SE TOCA NADA
           SELECT FOPERADORES ASSIGN TO 'OPERADORES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOPERADORES.
           SELECT FACCESOS ASSIGN TO 'ACCESOS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACCESOS.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER               PIC X(01).
           02 CLJ-SECUENCIA        PIC 9(07).
           02 FILLER               PIC X(01).
           02 CLJ-IMAGEN           PIC X(90).

       FD CLIMASTER.
           COPY CLIMAST.
       FD FBACKRPT.
       01 BACKRPT-REGISTER         PIC X(100).

       FD FOPERADORES.
           COPY OPERADOR.

       FD FACCESOS.
           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01 FS-FCLJOURNAL            PIC XX.
       01 CLIMASTER-STATUS         PIC XX.
           02 WS-IMG-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-IMG
               INDEXED BY WS-IMG-IDX.
               03 WS-IMG-IMAGEN    PIC X(90).
       01 WS-IMG-SUB               PIC 9(05) COMP.
       01 COUNT-RESTAURADOS        PIC 9(5) VALUE 0.

       COPY AUTORWS.

       PROCEDURE DIVISION.
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           PERFORM LEER-PARAMETROS
           PERFORM VERIFICAR-OPERADOR-BACKOUT
           PERFORM CARGAR-IMAGENES-DEL-LOTE
           IF WS-CANT-IMG = 0
               DISPLAY "EL LOTE " WS-LOTE-OBJETIVO " NO TIENE "
           END-IF
           DISPLAY "LOTE A DESHACER: " WS-LOTE-OBJETIVO.

       VERIFICAR-OPERADOR-BACKOUT.
      *    EL USUARIO ES EL DE LA SESION QUE LANZA EL BACKOUT; EL
      *    INTENTO, CON EL LOTE PEDIDO, QUEDA EN ACCESOS.txt SE
      *    CONCEDA O NO
           ACCEPT WS-AUT-USUARIO FROM ENVIRONMENT "USER"
           MOVE WS-FECHA-YYYYMMDD TO WS-AUT-FECHA
           MOVE 'BACKOUT' TO WS-AUT-FUNCION
           MOVE 'PSA07' TO WS-AUT-PROGRAMA
           PERFORM VERIFICAR-AUTORIZACION
           MOVE SPACES TO WS-AUT-DETALLE
           STRING "BACKOUT DEL LOTE " WS-LOTE-OBJETIVO
               DELIMITED BY SIZE INTO WS-AUT-DETALLE
           PERFORM REGISTRAR-ACCESO
           IF WS-AUT-PERMITIDO NOT = 'S'
               DISPLAY "USUARIO " WS-AUT-USUARIO " SIN FUNCION "
                   "BACKOUT VIGENTE EN OPERADORES.txt; BACKOUT "
                   "RECHAZADO"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       VERIFICAR-AUTORIZACION.
           COPY AUTORCHK.

       REGISTRAR-ACCESO.
           COPY AUTORLOG.

       CARGAR-IMAGENES-DEL-LOTE.
           OPEN INPUT FCLJOURNAL
           IF FS-FCLJOURNAL NOT = '00'
