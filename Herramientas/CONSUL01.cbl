              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FCONSULTA.

      *    TABLA DE OPERADORES Y FUNCIONES AUTORIZADAS (COPY OPERADOR)
      *    Y BITACORA COMUN DE ACCESOS (COPY ACCLOG); LA CORRIDA SE
      *    NIEGA SI EL USUARIO NO TIENE LA FUNCION CONSUPAN VIGENTE
           SELECT FOPERADORES ASSIGN TO 'OPERADORES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FOPERADORES.
           SELECT FACCESOS ASSIGN TO 'ACCESOS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FACCESOS.

       DATA DIVISION.
       FILE SECTION.
       FD  FPARMCONSUL
           02 HIS-FEC-BLOQ         PIC X(10).
           02 FILLER               PIC X(01).
           02 HIS-FECHA-CORRIDA    PIC 9(08).
           02 FILLER               PIC X(01).
           02 HIS-ORIGEN           PIC X(01). *> 'U' = URGENTE INTRADIA

      *    MISMO LAYOUT QUE REG-REIS EN PROGRAM1
       FD  FILREIS
           RECORDING MODE IS F.
       01  REG-CONSULTA            PIC X(100).

       FD  FOPERADORES
           RECORDING MODE IS F.
           COPY OPERADOR.

       FD  FACCESOS
           RECORDING MODE IS F.
           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FPARMCONSUL       PIC XX.
      *    PARA CONTAR FUENTES CON DATO UNA SOLA VEZ
       01  WS-FUENTE-CON-DATO      PIC X(01) VALUE 'N'.

           COPY AUTORWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0500-VERIFICAR-AUTORIZACION
           PERFORM 1000-LEER-PARM-PAN

           OPEN OUTPUT FCONSULTA
           PERFORM 7000-BUSCAR-VIPLEGAL
           PERFORM 8000-BUSCAR-CRUCE-CLIENTE.

       0500-VERIFICAR-AUTORIZACION.
      *    EL USUARIO ES EL DE LA SESION QUE LANZA LA CORRIDA; EL
      *    INTENTO QUEDA EN ACCESOS.txt SE CONCEDA O NO
           ACCEPT WS-AUT-USUARIO FROM ENVIRONMENT 'USER'
           ACCEPT WS-AUT-FECHA FROM DATE YYYYMMDD
           MOVE 'CONSUPAN' TO WS-AUT-FUNCION
           MOVE 'CONSUL01' TO WS-AUT-PROGRAMA
           PERFORM 0510-BUSCAR-OPERADOR
           IF WS-AUT-PERMITIDO = 'S'
               MOVE 'CORRIDA AUTORIZADA' TO WS-AUT-DETALLE
           ELSE
               MOVE 'CORRIDA RECHAZADA, SIN FUNCION VIGENTE'
                   TO WS-AUT-DETALLE
           END-IF
           PERFORM 0520-GRABAR-ACCESO
           IF WS-AUT-PERMITIDO NOT = 'S'
               DISPLAY 'USUARIO ' WS-AUT-USUARIO ' SIN FUNCION '
                   WS-AUT-FUNCION ' VIGENTE EN OPERADORES.txt'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0510-BUSCAR-OPERADOR.
           COPY AUTORCHK.

       0520-GRABAR-ACCESO.
           COPY AUTORLOG.

       1000-LEER-PARM-PAN.
           OPEN INPUT FPARMCONSUL
           IF FS-FPARMCONSUL = '00'
                   HIS-FEC-BLOQ DELIMITED BY SIZE
                   ' CORRIDA ' DELIMITED BY SIZE
                   HIS-FECHA-CORRIDA DELIMITED BY SIZE
                   ' ORIGEN ' DELIMITED BY SIZE
                   HIS-ORIGEN DELIMITED BY SIZE
                   INTO REG-CONSULTA
               WRITE REG-CONSULTA
           END-IF.
