      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Online customer screen over CLIMAST.dat: inquiry by
      *           client ID or by name (balance, status, limits,
      *           holders, recent MOVHIST.dat activity, open disputes)
      *           and capture of add/change/limit/close/approval
      *           requests. Requests are not applied here: they are
      *           validated like PSA02 does and queued, with the
      *           user ID, in mantcli_pantalla.dat, which PSA02
      *           applies that night. Inquiry is open to any user;
      *           requests need the CLIMANT function and approvals
      *           the CLIAPROB function in OPERADORES.txt
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA25.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * MAESTRO DE CLIENTES; AQUI SOLO SE LEE (POR CLAVE EN LA
      * CONSULTA, EN SECUENCIA EN LA BUSQUEDA POR NOMBRE)
           SELECT CLIMASTER ASSIGN TO 'CLIMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS CLIMASTER-STATUS.
      * HISTORICO DE MOVIMIENTOS DE PSA01, POR CLAVE CLIENTE+FECHA,
      * IGUAL QUE CONSMOV01
           SELECT MOVHIST ASSIGN TO 'MOVHIST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MHX-KEY
               FILE STATUS IS FS-MOVHIST.
           SELECT FTITULARES ASSIGN TO 'titulares_cuenta.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FTITULARES.
           SELECT FCASOS ASSIGN TO 'casos_disputa.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCASOS.
      * CAMBIOS DE LIMITE EN ESPERA DE SEGUNDA FIRMA QUE MANTIENE
      * PSA02; AQUI SOLO SE LEEN PARA MOSTRARLOS Y PARA LA APROBACION
           SELECT PENDAPROB
               ASSIGN TO 'mantcli_pendientes_aprob.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-PENDAPROB.
      * COLA DE SOLICITUDES QUE PSA02 APLICA ESA NOCHE (COPY SOLPANT)
           SELECT FCOLAPANT ASSIGN TO 'mantcli_pantalla.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCOLAPANT.
      * TABLA DE OPERADORES Y FUNCIONES AUTORIZADAS (COPY OPERADOR)
           SELECT FOPERADORES ASSIGN TO 'OPERADORES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOPERADORES.
      * BITACORA COMUN DE ACCESOS A FUNCIONES RESTRINGIDAS
           SELECT FACCESOS ASSIGN TO 'ACCESOS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACCESOS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIMASTER.
           COPY CLIMAST.

      * MISMO LAYOUT QUE REG-MOVHIST EN status_accounts_customers.cbl
       FD MOVHIST.
       01 REG-MOVHIST.
           02 MHX-KEY.
               03 MHX-CLI-ID       PIC X(05).
               03 MHX-FECHA        PIC 9(08).
               03 MHX-SECUENCIA    PIC 9(05).
           02 MHX-TIPO             PIC X(01).
           02 MHX-MONTO            PIC 9(05)V99.
           02 MHX-REF-TIPO         PIC X(01).
           02 MHX-MONEDA           PIC X(03).
           02 MHX-LOTE-ID          PIC X(11).
           02 MHX-CANAL            PIC X(06).
           02 MHX-CONTRAPARTE      PIC X(05).
           02 MHX-MONTO-CONTRA     PIC 9(05)V99.
           02 MHX-MONEDA-CONTRA    PIC X(03).
           02 MHX-TASA-CAMBIO      PIC 9(05)V9(06).

      * MISMO LAYOUT QUE REG-TITULAR EN PSA02
       FD FTITULARES.
       01 REG-TITULAR.
           02 TIT-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 TIT-ROL              PIC X(01).
           02 FILLER               PIC X(01).
           02 TIT-NOMBRE           PIC X(20).

      * MISMO LAYOUT QUE REG-CASO EN PSA08
       FD FCASOS.
       01 REG-CASO.
           02 CAS-ID               PIC 9(06).
           02 FILLER               PIC X(01).
           02 CAS-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 CAS-TIPO-ORIG        PIC X(01).
           02 FILLER               PIC X(01).
           02 CAS-MONTO-DIGITOS    PIC 9(07).
           02 FILLER               PIC X(01).
           02 CAS-FECHA-MOV        PIC 9(08).
           02 FILLER               PIC X(01).
           02 CAS-ESTADO           PIC X(01).
           02 FILLER               PIC X(01).
           02 CAS-FECHA-APERTURA   PIC 9(08).
           02 FILLER               PIC X(01).
           02 CAS-FECHA-CIERRE     PIC 9(08).

       FD PENDAPROB.
       01 PENDAPROB-REGISTER       PIC X(60).

       FD FCOLAPANT.
           COPY SOLPANT.

       FD FOPERADORES.
           COPY OPERADOR.

       FD FACCESOS.
           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01 CLIMASTER-STATUS         PIC XX.
       01 FS-MOVHIST               PIC XX.
       01 FS-FTITULARES            PIC XX.
       01 FS-FCASOS                PIC XX.
       01 FS-PENDAPROB             PIC XX.
       01 FS-FCOLAPANT             PIC XX.
       01 EOF                      PIC X VALUE 'N'.
       01 WS-FECHA-EJECUCION       PIC 9(08).
       01 WS-HORA                  PIC 9(08).
       01 WS-MOVHIST-OK            PIC X VALUE 'N'.

      * USUARIO DE LA SESION Y SUS PERMISOS
       COPY AUTORWS.
       01 WS-USUARIO               PIC X(08) VALUE SPACES.
       01 WS-PUEDE-MANTENER        PIC X VALUE 'N'.
       01 WS-PUEDE-APROBAR         PIC X VALUE 'N'.
       01 WS-PERFIL                PIC X(13) VALUE SPACES.

      * CAMPOS DEL MENU
       01 WS-OPCION                PIC X(01) VALUE SPACE.
       01 WS-MENU-ID               PIC X(05) VALUE SPACES.
       01 WS-MENU-NOMBRE           PIC X(20) VALUE SPACES.
       01 WS-MENSAJE               PIC X(78) VALUE SPACES.
       01 WS-CONTINUAR             PIC X(01) VALUE SPACE.
       01 WS-CONFIRMA              PIC X(01) VALUE SPACE.

      * BLOQUE DE DETALLE DE LA PANTALLA DE CONSULTA/BUSQUEDA; SE
      * LLENA RENGLON POR RENGLON (VER AGREGAR-RENGLON) Y LO QUE NO
      * CABE SE DESCARTA
       01 WS-TITULO                PIC X(60) VALUE SPACES.
       01 WS-CANT-DET              PIC 9(02) COMP VALUE ZERO.
       01 WS-RENGLON               PIC X(78) VALUE SPACES.
       01 WS-PUNTERO               PIC 9(03) COMP VALUE 1.
       01 WS-TABLA-DETALLE.
           02 WS-DET               PIC X(78) OCCURS 16 TIMES.
       01 WS-DET-IDX               PIC 9(02) COMP VALUE ZERO.

      * DATOS DEL CLIENTE CONSULTADO, YA EDITADOS PARA LA PANTALLA
       01 WS-CLIENTE-ENCONTRADO    PIC X VALUE 'N'.
       01 WS-ESTADO-DESC           PIC X(12).
       01 WS-SALDO-ED              PIC -ZZZ,ZZ9.99.
       01 WS-LIMITE-ED             PIC ZZZ,ZZ9.99.
       01 WS-MONTO-ED              PIC ZZ,ZZ9.99.
       01 WS-MONTO-LARGO-ED        PIC Z,ZZZ,ZZ9.99.
       01 WS-CNT-ED                PIC ZZ9.
       01 WS-CANT-ED               PIC ZZZ9.

      * ULTIMOS MOVIMIENTOS DEL CLIENTE: SE RECORRE SU HISTORICO Y SE
      * CONSERVAN LOS 8 MAS RECIENTES EN UN ANILLO
       01 WS-CANT-MOV              PIC 9(07) COMP VALUE ZERO.
       01 WS-MOV-POS               PIC 9(02) COMP VALUE ZERO.
       01 WS-MOV-I                 PIC 9(02) COMP VALUE ZERO.
       01 WS-MOV-DESDE             PIC 9(07) COMP VALUE ZERO.
       01 WS-MOV-K                 PIC 9(07) COMP VALUE ZERO.
       01 WS-MOV-COCIENTE          PIC 9(07) COMP VALUE ZERO.
       01 WS-TABLA-MOV.
           02 WS-MOV-ENTRY OCCURS 8 TIMES.
               03 WS-MOV-FECHA     PIC 9(08).
               03 WS-MOV-TIPO      PIC X(01).
               03 WS-MOV-MONTO     PIC 9(05)V99.
               03 WS-MOV-MONEDA    PIC X(03).
               03 WS-MOV-CANAL     PIC X(06).
               03 WS-MOV-CONTRA    PIC X(05).
       01 WS-FIN-MOV               PIC X VALUE 'N'.

       01 WS-CANT-TIT              PIC 9(03) COMP VALUE ZERO.
       01 WS-CANT-CASOS            PIC 9(03) COMP VALUE ZERO.
       01 WS-CANT-COLA             PIC 9(03) COMP VALUE ZERO.
       01 WS-ROL-DESC              PIC X(10).
       01 WS-CASO-MONTO            PIC 9(05)V99.
       01 WS-CASO-MONTO-DIG REDEFINES WS-CASO-MONTO PIC 9(07).

      * CAMBIO EN ESPERA DE SEGUNDA FIRMA DEL CLIENTE, SI LO HAY
      * (MISMO FORMATO QUE ESCRIBE PSA02 EN ESCRIBIR-PENDAPROB)
       01 WS-PENDIENTE             PIC X VALUE 'N'.
       01 WS-PA-ID                 PIC X(05).
       01 WS-PA-NOMBRE             PIC X(20).
       01 WS-PA-LIMITE-TRANSITO    PIC 9(06)V99.
       01 WS-PA-LIMITE-DIGITOS REDEFINES WS-PA-LIMITE-TRANSITO
                                   PIC 9(08).
       01 WS-PA-FECHA              PIC 9(08).
       01 WS-PA-USUARIO            PIC X(08).
       01 WS-PEN-NOMBRE            PIC X(20).
       01 WS-PEN-LIMITE            PIC 9(06)V99.
       01 WS-PEN-FECHA             PIC 9(08).
       01 WS-PEN-USUARIO           PIC X(08).

      * BUSQUEDA POR NOMBRE: FRAGMENTO EN MAYUSCULAS Y SU LARGO
       01 WS-FRAGMENTO             PIC X(20).
       01 WS-LARGO-FRAG            PIC 9(02) COMP VALUE ZERO.
       01 WS-COINCIDE              PIC 9(03) COMP VALUE ZERO.
       01 WS-NOMBRE-MAYUS          PIC X(20).
       01 WS-CANT-HALLADOS         PIC 9(03) COMP VALUE ZERO.

      * CAMPOS DE LA TRANSACCION, CON LOS MISMOS NOMBRES QUE EN PSA02
      * PARA QUE LA VALIDACION COMPARTIDA (COPY VALMANT) SE APLIQUE
      * SOBRE ELLOS TAL CUAL
       01 TX-ACCION                PIC X(01).
       01 TX-ID                    PIC X(05).
       01 TX-NOMBRE                PIC X(20).
       01 TX-SALDO-INICIAL         PIC 9(06)V99 VALUE ZERO.
       01 TX-LIMITE-CREDITO        PIC 9(06)V99 VALUE ZERO.
       01 WS-VALIDACION-OK         PIC X VALUE 'S'.
       01 WS-MOTIVO-RECHAZO        PIC X(30) VALUE SPACES.
      * MONTOS DE A/C CON PUNTO DECIMAL (PSA02 LOS DESEDITA AL
      * DESARMAR EL RENGLON)
       01 WS-TX-SALDO-ED           PIC 9(06).99.
       01 WS-TX-LIMITE-ED          PIC 9(06).99.
      * LIMITES DIARIOS DE LA TRANSACCION 'L': CANTIDADES DE 3
      * DIGITOS Y MONTOS DE 8 DIGITOS SIN PUNTO, MISMO TRUCO QUE
      * WS-TXL-MONTO-DIG EN PSA02
       01 TXL-CNT-D                PIC 9(03) VALUE ZERO.
       01 TXL-MON-D                PIC 9(06)V99 VALUE ZERO.
       01 TXL-CNT-R                PIC 9(03) VALUE ZERO.
       01 TXL-MON-R                PIC 9(06)V99 VALUE ZERO.
       01 TXL-CNT-T                PIC 9(03) VALUE ZERO.
       01 TXL-MON-T                PIC 9(06)V99 VALUE ZERO.
       01 WS-TXL-MONTO-TRANSITO    PIC 9(06)V99.
       01 WS-TXL-MONTO-DIG REDEFINES WS-TXL-MONTO-TRANSITO
                                   PIC 9(08).
       01 WS-TXL-DIG-D             PIC 9(08).
       01 WS-TXL-DIG-R             PIC 9(08).
       01 WS-TXL-DIG-T             PIC 9(08).
       01 WS-TRANSACCION           PIC X(100).
       01 WS-ACCION-DESC           PIC X(30).

       01 COUNT-SOLICITUDES        PIC 9(5) VALUE 0.

       SCREEN SECTION.
       01 PANT-MENU.
           02 BLANK SCREEN.
           02 LINE 1 COL 2 VALUE "PSA25 - CLIENTES DE DEPOSITO".
           02 LINE 1 COL 50 VALUE "USUARIO:".
           02 LINE 1 COL 59 PIC X(08) FROM WS-USUARIO.
           02 LINE 2 COL 50 VALUE "PERFIL :".
           02 LINE 2 COL 59 PIC X(13) FROM WS-PERFIL.
           02 LINE 2 COL 2 VALUE "FECHA:".
           02 LINE 2 COL 9 PIC 9(08) FROM WS-FECHA-EJECUCION.
           02 LINE 4 COL 4 VALUE "1  CONSULTA POR ID DE CLIENTE".
           02 LINE 5 COL 4 VALUE "2  BUSQUEDA POR NOMBRE".
           02 LINE 6 COL 4 VALUE "3  SOLICITAR ALTA DE CLIENTE".
           02 LINE 7 COL 4 VALUE "4  SOLICITAR CAMBIO DE NOMBRE".
           02 LINE 8 COL 4
               VALUE "5  SOLICITAR CAMBIO DE LIMITE DE CREDITO".
           02 LINE 9 COL 4 VALUE "6  SOLICITAR LIMITES DIARIOS".
           02 LINE 10 COL 4 VALUE "7  SOLICITAR BAJA DE CLIENTE".
           02 LINE 11 COL 4
               VALUE "8  APROBAR CAMBIO DE LIMITE PENDIENTE".
           02 LINE 12 COL 4 VALUE "0  SALIR".
           02 LINE 14 COL 4 VALUE "OPCION .........:".
           02 LINE 14 COL 22 PIC X(01) USING WS-OPCION.
           02 LINE 15 COL 4 VALUE "ID DE CLIENTE ..:".
           02 LINE 15 COL 22 PIC X(05) USING WS-MENU-ID.
           02 LINE 16 COL 4 VALUE "NOMBRE (PARTE) .:".
           02 LINE 16 COL 22 PIC X(20) USING WS-MENU-NOMBRE.
           02 LINE 18 COL 4
               VALUE "SOLICITUDES CAPTURADAS EN LA SESION:".
           02 LINE 18 COL 41 PIC 9(05) FROM COUNT-SOLICITUDES.
           02 LINE 23 COL 2 PIC X(78) FROM WS-MENSAJE.

      * CONSULTA Y BUSQUEDA COMPARTEN EL MISMO BLOQUE DE DETALLE
       01 PANT-DETALLE.
           02 BLANK SCREEN.
           02 LINE 1 COL 2 PIC X(60) FROM WS-TITULO.
           02 LINE 1 COL 64 PIC X(08) FROM WS-USUARIO.
           02 LINE 3 COL 2 PIC X(78) FROM WS-DET(1).
           02 LINE 4 COL 2 PIC X(78) FROM WS-DET(2).
           02 LINE 5 COL 2 PIC X(78) FROM WS-DET(3).
           02 LINE 6 COL 2 PIC X(78) FROM WS-DET(4).
           02 LINE 7 COL 2 PIC X(78) FROM WS-DET(5).
           02 LINE 8 COL 2 PIC X(78) FROM WS-DET(6).
           02 LINE 9 COL 2 PIC X(78) FROM WS-DET(7).
           02 LINE 10 COL 2 PIC X(78) FROM WS-DET(8).
           02 LINE 11 COL 2 PIC X(78) FROM WS-DET(9).
           02 LINE 12 COL 2 PIC X(78) FROM WS-DET(10).
           02 LINE 13 COL 2 PIC X(78) FROM WS-DET(11).
           02 LINE 14 COL 2 PIC X(78) FROM WS-DET(12).
           02 LINE 15 COL 2 PIC X(78) FROM WS-DET(13).
           02 LINE 16 COL 2 PIC X(78) FROM WS-DET(14).
           02 LINE 17 COL 2 PIC X(78) FROM WS-DET(15).
           02 LINE 18 COL 2 PIC X(78) FROM WS-DET(16).
           02 LINE 23 COL 2 PIC X(78) FROM WS-MENSAJE.
           02 LINE 24 COL 2 VALUE "ENTER PARA VOLVER AL MENU".
           02 LINE 24 COL 28 PIC X(01) USING WS-CONTINUAR.

       01 PANT-ALTA.
           02 BLANK SCREEN.
           02 LINE 1 COL 2 VALUE "PSA25 - SOLICITUD DE ALTA".
           02 LINE 1 COL 64 PIC X(08) FROM WS-USUARIO.
           02 LINE 4 COL 4 VALUE "ID DE CLIENTE ..:".
           02 LINE 4 COL 22 PIC X(05) USING TX-ID.
           02 LINE 5 COL 4 VALUE "NOMBRE .........:".
           02 LINE 5 COL 22 PIC X(20) USING TX-NOMBRE.
           02 LINE 6 COL 4 VALUE "SALDO INICIAL ..:".
           02 LINE 6 COL 22 PIC ZZZZZ9.99 USING TX-SALDO-INICIAL.
           02 LINE 7 COL 4 VALUE "LIMITE CREDITO .:".
           02 LINE 7 COL 22 PIC ZZZZZ9.99 USING TX-LIMITE-CREDITO.
           02 LINE 9 COL 4 VALUE "CONFIRMA (S/N) .:".
           02 LINE 9 COL 22 PIC X(01) USING WS-CONFIRMA.
           02 LINE 23 COL 2 PIC X(78) FROM WS-MENSAJE.

       01 PANT-CAMBIO.
           02 BLANK SCREEN.
           02 LINE 1 COL 2 PIC X(60) FROM WS-TITULO.
           02 LINE 1 COL 64 PIC X(08) FROM WS-USUARIO.
           02 LINE 3 COL 4 VALUE "CLIENTE ........:".
           02 LINE 3 COL 22 PIC X(05) FROM CLI-ID.
           02 LINE 3 COL 29 PIC X(20) FROM CLI-NOMBRE.
           02 LINE 4 COL 4 VALUE "LIMITE ACTUAL ..:".
           02 LINE 4 COL 22 PIC ZZZ,ZZ9.99 FROM CLI-LIMITE-CREDITO.
           02 LINE 6 COL 4 VALUE "NOMBRE NUEVO ...:".
           02 LINE 6 COL 22 PIC X(20) USING TX-NOMBRE.
           02 LINE 7 COL 4 VALUE "LIMITE NUEVO ...:".
           02 LINE 7 COL 22 PIC ZZZZZ9.99 USING TX-LIMITE-CREDITO.
           02 LINE 9 COL 4 VALUE "CONFIRMA (S/N) .:".
           02 LINE 9 COL 22 PIC X(01) USING WS-CONFIRMA.
           02 LINE 11 COL 4 VALUE
               "UN AUMENTO DE LIMITE SOBRE EL UMBRAL DE PSA02 QUEDA".
           02 LINE 12 COL 4 VALUE
               "EN ESPERA DE APROBACION DE OTRO USUARIO".
           02 LINE 23 COL 2 PIC X(78) FROM WS-MENSAJE.

       01 PANT-LIMITES.
           02 BLANK SCREEN.
           02 LINE 1 COL 2 VALUE "PSA25 - SOLICITUD DE LIMITES DIARIOS".
           02 LINE 1 COL 64 PIC X(08) FROM WS-USUARIO.
           02 LINE 3 COL 4 VALUE "CLIENTE ........:".
           02 LINE 3 COL 22 PIC X(05) FROM CLI-ID.
           02 LINE 3 COL 29 PIC X(20) FROM CLI-NOMBRE.
           02 LINE 5 COL 4 VALUE "CERO = SIN LIMITE".
           02 LINE 6 COL 22 VALUE "CANTIDAD".
           02 LINE 6 COL 34 VALUE "MONTO".
           02 LINE 7 COL 4 VALUE "DEPOSITOS (D) ..:".
           02 LINE 7 COL 22 PIC ZZ9 USING TXL-CNT-D.
           02 LINE 7 COL 34 PIC ZZZZZ9.99 USING TXL-MON-D.
           02 LINE 8 COL 4 VALUE "RETIROS (R) ....:".
           02 LINE 8 COL 22 PIC ZZ9 USING TXL-CNT-R.
           02 LINE 8 COL 34 PIC ZZZZZ9.99 USING TXL-MON-R.
           02 LINE 9 COL 4 VALUE "TRANSFER. (T) ..:".
           02 LINE 9 COL 22 PIC ZZ9 USING TXL-CNT-T.
           02 LINE 9 COL 34 PIC ZZZZZ9.99 USING TXL-MON-T.
           02 LINE 11 COL 4 VALUE "CONFIRMA (S/N) .:".
           02 LINE 11 COL 22 PIC X(01) USING WS-CONFIRMA.
           02 LINE 23 COL 2 PIC X(78) FROM WS-MENSAJE.

      * BAJA Y APROBACION SOLO PIDEN CONFIRMACION SOBRE LO MOSTRADO
       01 PANT-CONFIRMAR.
           02 BLANK SCREEN.
           02 LINE 1 COL 2 PIC X(60) FROM WS-TITULO.
           02 LINE 1 COL 64 PIC X(08) FROM WS-USUARIO.
           02 LINE 3 COL 2 PIC X(78) FROM WS-DET(1).
           02 LINE 4 COL 2 PIC X(78) FROM WS-DET(2).
           02 LINE 5 COL 2 PIC X(78) FROM WS-DET(3).
           02 LINE 6 COL 2 PIC X(78) FROM WS-DET(4).
           02 LINE 8 COL 4 VALUE "CONFIRMA (S/N) .:".
           02 LINE 8 COL 22 PIC X(01) USING WS-CONFIRMA.
           02 LINE 23 COL 2 PIC X(78) FROM WS-MENSAJE.

       PROCEDURE DIVISION.
           ACCEPT WS-FECHA-EJECUCION FROM DATE YYYYMMDD
           PERFORM IDENTIFICAR-USUARIO
           OPEN INPUT CLIMASTER
           IF CLIMASTER-STATUS NOT = '00'
               DISPLAY "CLIMAST.dat NO DISPONIBLE FS: "
                   CLIMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    SIN HISTORICO LA CONSULTA SIGUE, SOLO SIN MOVIMIENTOS
           OPEN INPUT MOVHIST
           IF FS-MOVHIST = '00'
               MOVE 'S' TO WS-MOVHIST-OK
           END-IF

           PERFORM UNTIL WS-OPCION = '0'
               DISPLAY PANT-MENU
               ACCEPT PANT-MENU
               MOVE SPACES TO WS-MENSAJE
               PERFORM ATENDER-OPCION
           END-PERFORM

           CLOSE CLIMASTER
           IF WS-MOVHIST-OK = 'S'
               CLOSE MOVHIST
           END-IF
           DISPLAY "SOLICITUDES CAPTURADAS: " COUNT-SOLICITUDES
           STOP RUN.

       IDENTIFICAR-USUARIO.
      *    EL USUARIO ES EL DE LA SESION DEL SISTEMA OPERATIVO, NO UNO
      *    TECLEADO EN LA PANTALLA; SIN USUARIO NO SE ENTRA. LA
      *    CONSULTA NO PIDE NINGUNA FUNCION EN OPERADORES.txt
           ACCEPT WS-AUT-USUARIO FROM ENVIRONMENT "USER"
           MOVE WS-FECHA-EJECUCION TO WS-AUT-FECHA
           MOVE 'PSA25' TO WS-AUT-PROGRAMA
           MOVE 'CLIMANT' TO WS-AUT-FUNCION
           PERFORM VERIFICAR-AUTORIZACION
           MOVE WS-AUT-PERMITIDO TO WS-PUEDE-MANTENER
           MOVE WS-AUT-USUARIO TO WS-USUARIO
           IF WS-USUARIO = SPACES
               DISPLAY "PSA25: SESION SIN USUARIO, NO SE PUEDE ENTRAR"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'CLIAPROB' TO WS-AUT-FUNCION
           PERFORM VERIFICAR-AUTORIZACION
           MOVE WS-AUT-PERMITIDO TO WS-PUEDE-APROBAR
           EVALUATE TRUE
               WHEN WS-PUEDE-MANTENER = 'S' AND WS-PUEDE-APROBAR = 'S'
                   MOVE 'MANT+APROB' TO WS-PERFIL
               WHEN WS-PUEDE-MANTENER = 'S'
                   MOVE 'MANTENIMIENTO' TO WS-PERFIL
               WHEN WS-PUEDE-APROBAR = 'S'
                   MOVE 'APROBACION' TO WS-PERFIL
               WHEN OTHER
                   MOVE 'SOLO CONSULTA' TO WS-PERFIL
           END-EVALUATE.

       VERIFICAR-AUTORIZACION.
           COPY AUTORCHK.

       REGISTRAR-ACCESO.
           COPY AUTORLOG.

       ATENDER-OPCION.
      *    LA CONSULTA ES LIBRE; CADA INTENTO DE SOLICITUD O DE
      *    APROBACION, CONCEDIDO O NO, QUEDA EN ACCESOS.txt
           MOVE SPACES TO WS-AUT-DETALLE
           STRING "OPCION " WS-OPCION " CLIENTE " WS-MENU-ID
               DELIMITED BY SIZE INTO WS-AUT-DETALLE
           EVALUATE WS-OPCION
               WHEN '1'
                   PERFORM CONSULTA-CLIENTE
               WHEN '2'
                   PERFORM BUSQUEDA-POR-NOMBRE
               WHEN '3'
               WHEN '4'
               WHEN '5'
               WHEN '6'
               WHEN '7'
                   MOVE 'CLIMANT' TO WS-AUT-FUNCION
                   MOVE WS-PUEDE-MANTENER TO WS-AUT-PERMITIDO
                   PERFORM REGISTRAR-ACCESO
                   IF WS-PUEDE-MANTENER = 'S'
                       PERFORM SOLICITUD-MANTENIMIENTO
                   ELSE
                       MOVE SPACES TO WS-MENSAJE
                       STRING "SIN AUTORIZACION PARA SOLICITAR "
                           "MANTENIMIENTO (FUNCION CLIMANT)"
                           DELIMITED BY SIZE INTO WS-MENSAJE
                   END-IF
               WHEN '8'
                   MOVE 'CLIAPROB' TO WS-AUT-FUNCION
                   MOVE WS-PUEDE-APROBAR TO WS-AUT-PERMITIDO
                   PERFORM REGISTRAR-ACCESO
                   IF WS-PUEDE-APROBAR = 'S'
                       PERFORM SOLICITUD-APROBACION
                   ELSE
                       MOVE SPACES TO WS-MENSAJE
                       STRING "SIN AUTORIZACION PARA APROBAR "
                           "(FUNCION CLIAPROB)"
                           DELIMITED BY SIZE INTO WS-MENSAJE
                   END-IF
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE "OPCION INVALIDA" TO WS-MENSAJE
           END-EVALUATE.

      *----------------------------------------------------------------+
      *    CONSULTA POR ID                                             +
      *----------------------------------------------------------------+
       CONSULTA-CLIENTE.
           PERFORM LEER-CLIENTE-MENU
           IF WS-CLIENTE-ENCONTRADO = 'S'
               MOVE ZERO TO WS-CANT-DET
               MOVE SPACES TO WS-TABLA-DETALLE
               MOVE SPACES TO WS-TITULO
               STRING "PSA25 - CONSULTA DEL CLIENTE " DELIMITED BY SIZE
                   CLI-ID DELIMITED BY SIZE
                   INTO WS-TITULO
               PERFORM DETALLE-DATOS-CLIENTE
               PERFORM DETALLE-TITULARES
               PERFORM DETALLE-MOVIMIENTOS
               PERFORM DETALLE-DISPUTAS
               PERFORM MOSTRAR-DETALLE
           END-IF.

       LEER-CLIENTE-MENU.
           MOVE 'N' TO WS-CLIENTE-ENCONTRADO
           IF WS-MENU-ID = SPACES
               MOVE "INDIQUE EL ID DE CLIENTE" TO WS-MENSAJE
           ELSE
               MOVE WS-MENU-ID TO CLI-ID
               READ CLIMASTER
                   INVALID KEY
                       MOVE SPACES TO WS-MENSAJE
                       STRING "CLIENTE " WS-MENU-ID " NO EXISTE"
                           DELIMITED BY SIZE INTO WS-MENSAJE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CLIENTE-ENCONTRADO
               END-READ
           END-IF.

       DETALLE-DATOS-CLIENTE.
           EVALUATE CLI-ESTADO
               WHEN 'I'
                   MOVE 'INACTIVO' TO WS-ESTADO-DESC
               WHEN 'E'
                   MOVE 'ESCHEATADO' TO WS-ESTADO-DESC
               WHEN 'F'
                   MOVE 'FALLECIDO' TO WS-ESTADO-DESC
               WHEN OTHER
                   MOVE 'ACTIVO' TO WS-ESTADO-DESC
           END-EVALUATE
           MOVE CLI-SALDO TO WS-SALDO-ED
           MOVE CLI-LIMITE-CREDITO TO WS-LIMITE-ED
           MOVE SPACES TO WS-RENGLON
           STRING "NOMBRE: " CLI-NOMBRE DELIMITED BY SIZE
               "  ESTADO: " WS-ESTADO-DESC DELIMITED BY SIZE
               "  PRODUCTO: " CLI-PRODUCTO DELIMITED BY SIZE
               INTO WS-RENGLON
           PERFORM AGREGAR-RENGLON
           MOVE SPACES TO WS-RENGLON
           STRING "SALDO: " WS-SALDO-ED DELIMITED BY SIZE
               " " CLI-MONEDA DELIMITED BY SIZE
               "  LIMITE CREDITO: " WS-LIMITE-ED DELIMITED BY SIZE
               "  ULT.MOV: " CLI-ULT-FECHA-MOV DELIMITED BY SIZE
               INTO WS-RENGLON
           PERFORM AGREGAR-RENGLON
           MOVE SPACES TO WS-RENGLON
           MOVE 1 TO WS-PUNTERO
           MOVE CLI-LIM-CNT-D TO WS-CNT-ED
           MOVE CLI-LIM-MON-D TO WS-LIMITE-ED
           STRING "LIMITES DIARIOS  D:" WS-CNT-ED "/" WS-LIMITE-ED
               DELIMITED BY SIZE INTO WS-RENGLON
               WITH POINTER WS-PUNTERO
           MOVE CLI-LIM-CNT-R TO WS-CNT-ED
           MOVE CLI-LIM-MON-R TO WS-LIMITE-ED
           STRING "  R:" WS-CNT-ED "/" WS-LIMITE-ED
               DELIMITED BY SIZE INTO WS-RENGLON
               WITH POINTER WS-PUNTERO
           MOVE CLI-LIM-CNT-T TO WS-CNT-ED
           MOVE CLI-LIM-MON-T TO WS-LIMITE-ED
           STRING "  T:" WS-CNT-ED "/" WS-LIMITE-ED
               DELIMITED BY SIZE INTO WS-RENGLON
               WITH POINTER WS-PUNTERO
           PERFORM AGREGAR-RENGLON
      *    LO QUE YA ESTA PEDIDO Y AUN NO APLICADO
           PERFORM BUSCAR-PENDIENTE-APROBACION
           PERFORM CONTAR-SOLICITUDES-EN-COLA
           MOVE WS-CANT-COLA TO WS-CNT-ED
           MOVE SPACES TO WS-RENGLON
           MOVE 1 TO WS-PUNTERO
           STRING "SOLICITUDES EN COLA PARA ESTA NOCHE: " WS-CNT-ED
               DELIMITED BY SIZE INTO WS-RENGLON
               WITH POINTER WS-PUNTERO
           IF WS-PENDIENTE = 'S'
               MOVE WS-PEN-LIMITE TO WS-LIMITE-ED
               STRING "  LIMITE " WS-LIMITE-ED
                   " EN ESPERA DE APROBACION" DELIMITED BY SIZE
                   INTO WS-RENGLON WITH POINTER WS-PUNTERO
           END-IF
           PERFORM AGREGAR-RENGLON.

       DETALLE-TITULARES.
           MOVE ZERO TO WS-CANT-TIT
           MOVE "TITULARES:" TO WS-RENGLON
           PERFORM AGREGAR-RENGLON
           MOVE 'N' TO EOF
           OPEN INPUT FTITULARES
           IF FS-FTITULARES = '00'
               PERFORM UNTIL EOF = 'S'
                   READ FTITULARES
                       AT END
                           MOVE 'S' TO EOF
                       NOT AT END
                           IF TIT-CLI-ID = CLI-ID
                               PERFORM RENGLON-TITULAR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FTITULARES
           END-IF
           IF WS-CANT-TIT = 0
               MOVE "  (SIN TITULARES REGISTRADOS)" TO WS-RENGLON
               PERFORM AGREGAR-RENGLON
           END-IF.

       RENGLON-TITULAR.
           ADD 1 TO WS-CANT-TIT
           EVALUATE TIT-ROL
               WHEN 'T'
                   MOVE 'TITULAR' TO WS-ROL-DESC
               WHEN 'A'
                   MOVE 'APODERADO' TO WS-ROL-DESC
               WHEN OTHER
                   MOVE 'CO-TITULAR' TO WS-ROL-DESC
           END-EVALUATE
           MOVE SPACES TO WS-RENGLON
           STRING "  " WS-ROL-DESC " " TIT-NOMBRE
               DELIMITED BY SIZE INTO WS-RENGLON
           PERFORM AGREGAR-RENGLON.

       DETALLE-MOVIMIENTOS.
           MOVE "ULTIMOS MOVIMIENTOS:" TO WS-RENGLON
           PERFORM AGREGAR-RENGLON
           MOVE ZERO TO WS-CANT-MOV
           IF WS-MOVHIST-OK = 'S'
               PERFORM CARGAR-ULTIMOS-MOVIMIENTOS
           END-IF
           IF WS-CANT-MOV = 0
               MOVE "  (SIN MOVIMIENTOS EN EL HISTORICO)" TO WS-RENGLON
               PERFORM AGREGAR-RENGLON
           ELSE
      *        DEL MAS ANTIGUO AL MAS RECIENTE DE LOS QUE QUEDARON EN
      *        EL ANILLO
               IF WS-CANT-MOV > 8
                   COMPUTE WS-MOV-DESDE = WS-CANT-MOV - 7
               ELSE
                   MOVE 1 TO WS-MOV-DESDE
               END-IF
               PERFORM RENGLON-MOVIMIENTO
                   VARYING WS-MOV-K FROM WS-MOV-DESDE BY 1
                   UNTIL WS-MOV-K > WS-CANT-MOV
           END-IF.

       CARGAR-ULTIMOS-MOVIMIENTOS.
           MOVE CLI-ID TO MHX-CLI-ID
           MOVE ZEROS TO MHX-FECHA
           MOVE ZEROS TO MHX-SECUENCIA
           MOVE 'N' TO WS-FIN-MOV
           START MOVHIST KEY IS NOT LESS THAN MHX-KEY
               INVALID KEY
                   MOVE 'S' TO WS-FIN-MOV
           END-START
           PERFORM UNTIL WS-FIN-MOV = 'S'
               READ MOVHIST NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-MOV
                   NOT AT END
                       IF MHX-CLI-ID NOT = CLI-ID
                           MOVE 'S' TO WS-FIN-MOV
                       ELSE
                           PERFORM GUARDAR-MOVIMIENTO-ANILLO
                       END-IF
               END-READ
           END-PERFORM.

       GUARDAR-MOVIMIENTO-ANILLO.
           ADD 1 TO WS-CANT-MOV
           DIVIDE WS-CANT-MOV BY 8 GIVING WS-MOV-COCIENTE
               REMAINDER WS-MOV-POS
           ADD 1 TO WS-MOV-POS
           MOVE MHX-FECHA TO WS-MOV-FECHA(WS-MOV-POS)
           MOVE MHX-TIPO TO WS-MOV-TIPO(WS-MOV-POS)
           MOVE MHX-MONTO TO WS-MOV-MONTO(WS-MOV-POS)
           MOVE MHX-MONEDA TO WS-MOV-MONEDA(WS-MOV-POS)
           MOVE MHX-CANAL TO WS-MOV-CANAL(WS-MOV-POS)
           MOVE MHX-CONTRAPARTE TO WS-MOV-CONTRA(WS-MOV-POS).

       RENGLON-MOVIMIENTO.
           DIVIDE WS-MOV-K BY 8 GIVING WS-MOV-COCIENTE
               REMAINDER WS-MOV-I
           ADD 1 TO WS-MOV-I
           MOVE WS-MOV-MONTO(WS-MOV-I) TO WS-MONTO-ED
           MOVE SPACES TO WS-RENGLON
           STRING "  " WS-MOV-FECHA(WS-MOV-I) DELIMITED BY SIZE
               "  " WS-MOV-TIPO(WS-MOV-I) DELIMITED BY SIZE
               "  " WS-MONTO-ED DELIMITED BY SIZE
               " " WS-MOV-MONEDA(WS-MOV-I) DELIMITED BY SIZE
               "  CANAL " WS-MOV-CANAL(WS-MOV-I) DELIMITED BY SIZE
               "  CONTRAPARTE " WS-MOV-CONTRA(WS-MOV-I)
               DELIMITED BY SIZE INTO WS-RENGLON
           PERFORM AGREGAR-RENGLON.

       DETALLE-DISPUTAS.
      *    CASOS ABIERTOS O CON CREDITO PROVISIONAL (VER PSA08)
           MOVE ZERO TO WS-CANT-CASOS
           MOVE "DISPUTAS ABIERTAS:" TO WS-RENGLON
           PERFORM AGREGAR-RENGLON
           MOVE 'N' TO EOF
           OPEN INPUT FCASOS
           IF FS-FCASOS = '00'
               PERFORM UNTIL EOF = 'S'
                   READ FCASOS
                       AT END
                           MOVE 'S' TO EOF
                       NOT AT END
                           IF CAS-CLI-ID = CLI-ID AND
                              (CAS-ESTADO = 'A' OR CAS-ESTADO = 'P')
                               PERFORM RENGLON-DISPUTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCASOS
           END-IF
           IF WS-CANT-CASOS = 0
               MOVE "  (NINGUNA)" TO WS-RENGLON
               PERFORM AGREGAR-RENGLON
           END-IF.

       RENGLON-DISPUTA.
           ADD 1 TO WS-CANT-CASOS
           MOVE CAS-MONTO-DIGITOS TO WS-CASO-MONTO-DIG
           MOVE WS-CASO-MONTO TO WS-MONTO-ED
           MOVE SPACES TO WS-RENGLON
           STRING "  CASO " CAS-ID DELIMITED BY SIZE
               "  TIPO " CAS-TIPO-ORIG DELIMITED BY SIZE
               "  MONTO " WS-MONTO-ED DELIMITED BY SIZE
               "  MOV " CAS-FECHA-MOV DELIMITED BY SIZE
               "  ABIERTO " CAS-FECHA-APERTURA DELIMITED BY SIZE
               "  ESTADO " CAS-ESTADO DELIMITED BY SIZE
               INTO WS-RENGLON
           PERFORM AGREGAR-RENGLON.

       AGREGAR-RENGLON.
      *    EL ULTIMO RENGLON LIBRE AVISA QUE HUBO MAS DE LO QUE CABE
           EVALUATE TRUE
               WHEN WS-CANT-DET < 15
                   ADD 1 TO WS-CANT-DET
                   MOVE WS-RENGLON TO WS-DET(WS-CANT-DET)
               WHEN WS-CANT-DET = 15
                   ADD 1 TO WS-CANT-DET
                   MOVE "  ... (MAS RENGLONES, VER LOS REPORTES BATCH)"
                       TO WS-DET(WS-CANT-DET)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE SPACES TO WS-RENGLON.

       MOSTRAR-DETALLE.
           MOVE SPACE TO WS-CONTINUAR
           DISPLAY PANT-DETALLE
           ACCEPT PANT-DETALLE
           MOVE SPACES TO WS-MENSAJE.

      *----------------------------------------------------------------+
      *    BUSQUEDA POR NOMBRE: RECORRE EL MAESTRO COMPLETO BUSCANDO   +
      *    EL FRAGMENTO DENTRO DEL NOMBRE, SIN DISTINGUIR MAYUSCULAS   +
      *----------------------------------------------------------------+
       BUSQUEDA-POR-NOMBRE.
           MOVE WS-MENU-NOMBRE TO WS-FRAGMENTO
           INSPECT WS-FRAGMENTO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE 20 TO WS-LARGO-FRAG
           PERFORM UNTIL WS-LARGO-FRAG = 0 OR
               WS-FRAGMENTO(WS-LARGO-FRAG:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LARGO-FRAG
           END-PERFORM
           IF WS-LARGO-FRAG < 3
               MOVE "INDIQUE AL MENOS 3 LETRAS DEL NOMBRE"
                   TO WS-MENSAJE
           ELSE
               MOVE ZERO TO WS-CANT-DET WS-CANT-HALLADOS
               MOVE SPACES TO WS-TABLA-DETALLE
               MOVE SPACES TO WS-TITULO
               STRING "PSA25 - CLIENTES CUYO NOMBRE CONTIENE "
                   WS-FRAGMENTO(1:WS-LARGO-FRAG)
                   DELIMITED BY SIZE INTO WS-TITULO
               MOVE "ID     NOMBRE                ESTADO      SALDO"
                   TO WS-RENGLON
               PERFORM AGREGAR-RENGLON
               MOVE LOW-VALUES TO CLI-ID
               MOVE 'N' TO EOF
               START CLIMASTER KEY IS NOT LESS THAN CLI-ID
                   INVALID KEY
                       MOVE 'S' TO EOF
               END-START
               PERFORM UNTIL EOF = 'S'
                   READ CLIMASTER NEXT RECORD
                       AT END
                           MOVE 'S' TO EOF
                       NOT AT END
                           PERFORM COMPARAR-NOMBRE
                   END-READ
               END-PERFORM
               IF WS-CANT-HALLADOS = 0
                   MOVE "  (NINGUN CLIENTE COINCIDE)" TO WS-RENGLON
                   PERFORM AGREGAR-RENGLON
               END-IF
               MOVE WS-CANT-HALLADOS TO WS-CANT-ED
               STRING "CLIENTES HALLADOS: " WS-CANT-ED
                   ". CONSULTE POR ID PARA VER EL DETALLE"
                   DELIMITED BY SIZE INTO WS-MENSAJE
               PERFORM MOSTRAR-DETALLE
           END-IF.

       COMPARAR-NOMBRE.
           MOVE CLI-NOMBRE TO WS-NOMBRE-MAYUS
           INSPECT WS-NOMBRE-MAYUS CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE ZERO TO WS-COINCIDE
           INSPECT WS-NOMBRE-MAYUS TALLYING WS-COINCIDE
               FOR ALL WS-FRAGMENTO(1:WS-LARGO-FRAG)
           IF WS-COINCIDE > 0
               ADD 1 TO WS-CANT-HALLADOS
               PERFORM DETALLE-DATOS-CLIENTE-CORTO
           END-IF.

       DETALLE-DATOS-CLIENTE-CORTO.
           EVALUATE CLI-ESTADO
               WHEN 'I'
                   MOVE 'INACTIVO' TO WS-ESTADO-DESC
               WHEN 'E'
                   MOVE 'ESCHEATADO' TO WS-ESTADO-DESC
               WHEN 'F'
                   MOVE 'FALLECIDO' TO WS-ESTADO-DESC
               WHEN OTHER
                   MOVE 'ACTIVO' TO WS-ESTADO-DESC
           END-EVALUATE
           MOVE CLI-SALDO TO WS-SALDO-ED
           MOVE SPACES TO WS-RENGLON
           STRING CLI-ID "  " CLI-NOMBRE "  " WS-ESTADO-DESC
               WS-SALDO-ED " " CLI-MONEDA
               DELIMITED BY SIZE INTO WS-RENGLON
           PERFORM AGREGAR-RENGLON.

      *----------------------------------------------------------------+
      *    SOLICITUDES DE MANTENIMIENTO: SE VALIDAN COMO EN PSA02 Y SE +
      *    ENCOLAN; NADA SE APLICA A CLIMAST DESDE ESTA PANTALLA       +
      *----------------------------------------------------------------+
       SOLICITUD-MANTENIMIENTO.
           MOVE SPACE TO WS-CONFIRMA
           MOVE SPACES TO WS-MENSAJE
           EVALUATE WS-OPCION
               WHEN '3'
                   PERFORM SOLICITUD-ALTA
               WHEN '4'
               WHEN '5'
                   PERFORM SOLICITUD-CAMBIO
               WHEN '6'
                   PERFORM SOLICITUD-LIMITES
               WHEN '7'
                   PERFORM SOLICITUD-BAJA
           END-EVALUATE.

       SOLICITUD-ALTA.
           MOVE 'A' TO TX-ACCION
           MOVE WS-MENU-ID TO TX-ID
           MOVE WS-MENU-NOMBRE TO TX-NOMBRE
           MOVE ZERO TO TX-SALDO-INICIAL TX-LIMITE-CREDITO
           DISPLAY PANT-ALTA
           ACCEPT PANT-ALTA
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               MOVE "ALTA NO SOLICITADA" TO WS-MENSAJE
           ELSE
               PERFORM VALIDAR-CAMPOS-TRANSACCION
               IF WS-VALIDACION-OK = 'S'
                   MOVE TX-ID TO CLI-ID
                   READ CLIMASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'N' TO WS-VALIDACION-OK
                           MOVE "CLIENTE YA EXISTE" TO
                               WS-MOTIVO-RECHAZO
                   END-READ
               END-IF
               IF WS-VALIDACION-OK = 'S'
                   MOVE TX-SALDO-INICIAL TO WS-TX-SALDO-ED
                   MOVE TX-LIMITE-CREDITO TO WS-TX-LIMITE-ED
                   MOVE SPACES TO WS-TRANSACCION
                   STRING "A|" TX-ID "|" TX-NOMBRE "|" WS-TX-SALDO-ED
                       "|" WS-TX-LIMITE-ED
                       DELIMITED BY SIZE INTO WS-TRANSACCION
                   MOVE "ALTA" TO WS-ACCION-DESC
                   PERFORM ENCOLAR-SOLICITUD
               ELSE
                   PERFORM INFORMAR-RECHAZO
               END-IF
           END-IF.

       SOLICITUD-CAMBIO.
      *    PSA02 CAMBIA NOMBRE Y LIMITE EN LA MISMA TRANSACCION 'C';
      *    EL CAMPO QUE NO SE TOCA VIAJA CON SU VALOR ACTUAL
           PERFORM LEER-CLIENTE-MANTENIBLE
           IF WS-CLIENTE-ENCONTRADO = 'S'
               MOVE 'C' TO TX-ACCION
               MOVE CLI-ID TO TX-ID
               MOVE CLI-NOMBRE TO TX-NOMBRE
               MOVE CLI-LIMITE-CREDITO TO TX-LIMITE-CREDITO
               MOVE SPACES TO WS-TITULO
               IF WS-OPCION = '4'
                   MOVE "PSA25 - SOLICITUD DE CAMBIO DE NOMBRE"
                       TO WS-TITULO
               ELSE
                   MOVE "PSA25 - SOLICITUD DE CAMBIO DE LIMITE"
                       TO WS-TITULO
               END-IF
               DISPLAY PANT-CAMBIO
               ACCEPT PANT-CAMBIO
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   MOVE "CAMBIO NO SOLICITADO" TO WS-MENSAJE
               ELSE
                   PERFORM VALIDAR-CAMPOS-TRANSACCION
                   IF WS-VALIDACION-OK = 'S' AND
                      TX-NOMBRE = CLI-NOMBRE AND
                      TX-LIMITE-CREDITO = CLI-LIMITE-CREDITO
                       MOVE 'N' TO WS-VALIDACION-OK
                       MOVE "NADA QUE CAMBIAR" TO WS-MOTIVO-RECHAZO
                   END-IF
                   IF WS-VALIDACION-OK = 'S'
                       MOVE ZERO TO WS-TX-SALDO-ED
                       MOVE TX-LIMITE-CREDITO TO WS-TX-LIMITE-ED
                       MOVE SPACES TO WS-TRANSACCION
                       STRING "C|" TX-ID "|" TX-NOMBRE "|"
                           WS-TX-SALDO-ED "|" WS-TX-LIMITE-ED
                           DELIMITED BY SIZE INTO WS-TRANSACCION
                       MOVE "CAMBIO" TO WS-ACCION-DESC
                       PERFORM ENCOLAR-SOLICITUD
                   ELSE
                       PERFORM INFORMAR-RECHAZO
                   END-IF
               END-IF
           END-IF.

       SOLICITUD-LIMITES.
           PERFORM LEER-CLIENTE-MANTENIBLE
           IF WS-CLIENTE-ENCONTRADO = 'S'
               MOVE 'L' TO TX-ACCION
               MOVE CLI-ID TO TX-ID
               MOVE CLI-LIM-CNT-D TO TXL-CNT-D
               MOVE CLI-LIM-MON-D TO TXL-MON-D
               MOVE CLI-LIM-CNT-R TO TXL-CNT-R
               MOVE CLI-LIM-MON-R TO TXL-MON-R
               MOVE CLI-LIM-CNT-T TO TXL-CNT-T
               MOVE CLI-LIM-MON-T TO TXL-MON-T
               DISPLAY PANT-LIMITES
               ACCEPT PANT-LIMITES
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   MOVE "LIMITES NO SOLICITADOS" TO WS-MENSAJE
               ELSE
                   MOVE TXL-MON-D TO WS-TXL-MONTO-TRANSITO
                   MOVE WS-TXL-MONTO-DIG TO WS-TXL-DIG-D
                   MOVE TXL-MON-R TO WS-TXL-MONTO-TRANSITO
                   MOVE WS-TXL-MONTO-DIG TO WS-TXL-DIG-R
                   MOVE TXL-MON-T TO WS-TXL-MONTO-TRANSITO
                   MOVE WS-TXL-MONTO-DIG TO WS-TXL-DIG-T
                   MOVE SPACES TO WS-TRANSACCION
                   STRING "L|" TX-ID "|" TXL-CNT-D "|" WS-TXL-DIG-D
                       "|" TXL-CNT-R "|" WS-TXL-DIG-R
                       "|" TXL-CNT-T "|" WS-TXL-DIG-T
                       DELIMITED BY SIZE INTO WS-TRANSACCION
                   MOVE "LIMITES DIARIOS" TO WS-ACCION-DESC
                   PERFORM ENCOLAR-SOLICITUD
               END-IF
           END-IF.

       SOLICITUD-BAJA.
           PERFORM LEER-CLIENTE-MANTENIBLE
           IF WS-CLIENTE-ENCONTRADO = 'S'
               MOVE 'B' TO TX-ACCION
               MOVE CLI-ID TO TX-ID
               MOVE "PSA25 - SOLICITUD DE BAJA DE CLIENTE" TO WS-TITULO
               MOVE SPACES TO WS-TABLA-DETALLE
               MOVE ZERO TO WS-CANT-DET
               PERFORM DETALLE-DATOS-CLIENTE
               IF CLI-SALDO NOT = ZERO
                   MOVE SPACES TO WS-MENSAJE
                   STRING "AVISO: LA CUENTA TIENE SALDO; LA BAJA NO LO "
                       "TRASLADA" DELIMITED BY SIZE INTO WS-MENSAJE
               END-IF
               DISPLAY PANT-CONFIRMAR
               ACCEPT PANT-CONFIRMAR
               MOVE SPACES TO WS-MENSAJE
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
                   MOVE "BAJA NO SOLICITADA" TO WS-MENSAJE
               ELSE
                   MOVE SPACES TO WS-TRANSACCION
                   STRING "B|" TX-ID DELIMITED BY SIZE
                       INTO WS-TRANSACCION
                   MOVE "BAJA" TO WS-ACCION-DESC
                   PERFORM ENCOLAR-SOLICITUD
               END-IF
           END-IF.

       LEER-CLIENTE-MANTENIBLE.
      *    MISMA REGLA QUE PSA02: NO SE MANTIENE UN CLIENTE INEXISTENTE,
      *    INACTIVO O ESCHEATADO
           PERFORM LEER-CLIENTE-MENU
           IF WS-CLIENTE-ENCONTRADO = 'S' AND
              (CLI-ESTADO = 'I' OR CLI-ESTADO = 'E')
               MOVE 'N' TO WS-CLIENTE-ENCONTRADO
               MOVE SPACES TO WS-MENSAJE
               STRING "CLIENTE " CLI-ID " INACTIVO, NO SE PUEDE "
                   "MANTENER" DELIMITED BY SIZE INTO WS-MENSAJE
           END-IF.

       SOLICITUD-APROBACION.
      *    LA SEGUNDA FIRMA: SOLO SOBRE UN CAMBIO REALMENTE EN ESPERA
      *    Y NUNCA DEL MISMO USUARIO QUE LO PIDIO (PSA02 LO VUELVE A
      *    EXIGIR AL APLICAR)
           MOVE SPACE TO WS-CONFIRMA
           PERFORM LEER-CLIENTE-MENU
           IF WS-CLIENTE-ENCONTRADO = 'S'
               PERFORM BUSCAR-PENDIENTE-APROBACION
               EVALUATE TRUE
                   WHEN WS-PENDIENTE NOT = 'S'
                       MOVE SPACES TO WS-MENSAJE
                       STRING "EL CLIENTE NO TIENE CAMBIO EN ESPERA DE "
                           "APROBACION" DELIMITED BY SIZE
                           INTO WS-MENSAJE
                   WHEN WS-PEN-USUARIO = WS-USUARIO
                       MOVE SPACES TO WS-MENSAJE
                       STRING "NO PUEDE APROBAR UN CAMBIO QUE USTED "
                           "MISMO PIDIO" DELIMITED BY SIZE
                           INTO WS-MENSAJE
                   WHEN OTHER
                       PERFORM CONFIRMAR-APROBACION
               END-EVALUATE
           END-IF.

       CONFIRMAR-APROBACION.
           MOVE 'P' TO TX-ACCION
           MOVE CLI-ID TO TX-ID
           MOVE "PSA25 - APROBACION DE CAMBIO DE LIMITE" TO WS-TITULO
           MOVE SPACES TO WS-TABLA-DETALLE
           MOVE ZERO TO WS-CANT-DET
           MOVE CLI-LIMITE-CREDITO TO WS-LIMITE-ED
           MOVE SPACES TO WS-RENGLON
           STRING "CLIENTE " CLI-ID " " CLI-NOMBRE
               "  LIMITE ACTUAL " WS-LIMITE-ED
               DELIMITED BY SIZE INTO WS-RENGLON
           PERFORM AGREGAR-RENGLON
           MOVE WS-PEN-LIMITE TO WS-LIMITE-ED
           STRING "PEDIDO: NOMBRE " WS-PEN-NOMBRE
               "  LIMITE " WS-LIMITE-ED
               DELIMITED BY SIZE INTO WS-RENGLON
           PERFORM AGREGAR-RENGLON
           STRING "PEDIDO EL " WS-PEN-FECHA " POR " WS-PEN-USUARIO
               DELIMITED BY SIZE INTO WS-RENGLON
           PERFORM AGREGAR-RENGLON
           DISPLAY PANT-CONFIRMAR
           ACCEPT PANT-CONFIRMAR
           IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's'
               MOVE "APROBACION NO SOLICITADA" TO WS-MENSAJE
           ELSE
               MOVE SPACES TO WS-TRANSACCION
               STRING "P|" TX-ID DELIMITED BY SIZE
                   INTO WS-TRANSACCION
               MOVE "APROBACION" TO WS-ACCION-DESC
               PERFORM ENCOLAR-SOLICITUD
           END-IF.

       BUSCAR-PENDIENTE-APROBACION.
           MOVE 'N' TO WS-PENDIENTE
           MOVE 'N' TO EOF
           OPEN INPUT PENDAPROB
           IF FS-PENDAPROB = '00'
               PERFORM UNTIL EOF = 'S'
                   READ PENDAPROB
                       AT END
                           MOVE 'S' TO EOF
                       NOT AT END
                           PERFORM REVISAR-PENDIENTE
                   END-READ
               END-PERFORM
               CLOSE PENDAPROB
           END-IF.

       REVISAR-PENDIENTE.
           MOVE SPACES TO WS-PA-USUARIO
           UNSTRING PENDAPROB-REGISTER DELIMITED BY "|"
               INTO WS-PA-ID, WS-PA-NOMBRE, WS-PA-LIMITE-DIGITOS,
                   WS-PA-FECHA, WS-PA-USUARIO
           IF WS-PA-ID = CLI-ID
               MOVE 'S' TO WS-PENDIENTE
               MOVE WS-PA-NOMBRE TO WS-PEN-NOMBRE
               MOVE WS-PA-LIMITE-TRANSITO TO WS-PEN-LIMITE
               MOVE WS-PA-FECHA TO WS-PEN-FECHA
               MOVE WS-PA-USUARIO TO WS-PEN-USUARIO
           END-IF.

       CONTAR-SOLICITUDES-EN-COLA.
           MOVE ZERO TO WS-CANT-COLA
           MOVE 'N' TO EOF
           OPEN INPUT FCOLAPANT
           IF FS-FCOLAPANT = '00'
               PERFORM UNTIL EOF = 'S'
                   READ FCOLAPANT
                       AT END
                           MOVE 'S' TO EOF
                       NOT AT END
                           IF SPN-TRANSACCION(3:5) = CLI-ID
                               ADD 1 TO WS-CANT-COLA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCOLAPANT
           END-IF.

       VALIDAR-CAMPOS-TRANSACCION.
           COPY VALMANT.

       INFORMAR-RECHAZO.
           MOVE SPACES TO WS-MENSAJE
           STRING "SOLICITUD RECHAZADA: " WS-MOTIVO-RECHAZO
               DELIMITED BY SIZE INTO WS-MENSAJE.

       ENCOLAR-SOLICITUD.
      *    CREAR SI NO EXISTE, IGUAL QUE LAS BITACORAS DE LA CADENA
           OPEN EXTEND FCOLAPANT
           IF FS-FCOLAPANT = '35'
               OPEN OUTPUT FCOLAPANT
           END-IF
           IF FS-FCOLAPANT NOT = '00'
               MOVE SPACES TO WS-MENSAJE
               STRING "COLA mantcli_pantalla.dat NO DISPONIBLE FS: "
                   FS-FCOLAPANT DELIMITED BY SIZE INTO WS-MENSAJE
           ELSE
               ACCEPT WS-HORA FROM TIME
               MOVE SPACES TO REG-SOLPANT
               MOVE WS-USUARIO TO SPN-USUARIO
               MOVE WS-FECHA-EJECUCION TO SPN-FECHA
               MOVE WS-HORA(1:6) TO SPN-HORA
               MOVE WS-TRANSACCION TO SPN-TRANSACCION
               MOVE ZERO TO SPN-FECHA-APLICADA
               WRITE REG-SOLPANT
               CLOSE FCOLAPANT
               ADD 1 TO COUNT-SOLICITUDES
               MOVE SPACES TO WS-MENSAJE
               STRING "SOLICITUD DE " WS-ACCION-DESC
                   DELIMITED BY "  "
                   " DEL CLIENTE " TX-ID
                   " EN COLA; PSA02 LA APLICA ESTA NOCHE"
                   DELIMITED BY SIZE INTO WS-MENSAJE
           END-IF.
       END PROGRAM PSA25.
