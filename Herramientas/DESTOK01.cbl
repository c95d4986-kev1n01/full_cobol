              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILAUD.

      *    TABLA DE OPERADORES Y FUNCIONES AUTORIZADAS (COPY OPERADOR)
      *    Y BITACORA COMUN DE ACCESOS (COPY ACCLOG); LA CORRIDA SE
      *    NIEGA SI EL USUARIO NO TIENE LA FUNCION DESTOKEN VIGENTE
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
       FD  FILPARM
           02 ABV-RESULTADO       PIC X(13). *> ENCONTRADO /
                                             *> NO ENCONTRADO

       FD  FOPERADORES
           RECORDING MODE IS F.
           COPY OPERADOR.

       FD  FACCESOS
           RECORDING MODE IS F.
           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01  WSF-STATUS.
           05 FS-FILPARM          PIC XX.
       01  WS-ENCONTRADO          PIC X(01) VALUE 'N'.
       01  WS-FIN-FILBOV          PIC X(01) VALUE 'N'.

           COPY AUTORWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           PERFORM 0500-VERIFICAR-AUTORIZACION
           PERFORM 1000-LEER-PARAMETRO
           PERFORM 2000-BUSCAR-EN-BOVEDA
           PERFORM 3000-GRABAR-RASTRO
           END-IF
           STOP RUN.

      *----------------------------------------------------------------+
       0500-VERIFICAR-AUTORIZACION.
      *----------------------------------------------------------------+
      *    EL USUARIO ES EL DE LA SESION QUE LANZA LA CORRIDA; EL
      *    INTENTO QUEDA EN ACCESOS.txt SE CONCEDA O NO
           ACCEPT WS-AUT-USUARIO FROM ENVIRONMENT 'USER'
           ACCEPT WS-AUT-FECHA FROM DATE YYYYMMDD
           MOVE 'DESTOKEN' TO WS-AUT-FUNCION
           MOVE 'DESTOK01' TO WS-AUT-PROGRAMA
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

      *----------------------------------------------------------------+
       0510-BUSCAR-OPERADOR.
      *----------------------------------------------------------------+
           COPY AUTORCHK.

      *----------------------------------------------------------------+
       0520-GRABAR-ACCESO.
      *----------------------------------------------------------------+
           COPY AUTORLOG.

      *----------------------------------------------------------------+
       1000-LEER-PARAMETRO.
      *----------------------------------------------------------------+
