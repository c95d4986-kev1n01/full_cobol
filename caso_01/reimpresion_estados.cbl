      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Duplicate statement reprint: for each client/period
      *           asked for in solicitudes_reimpresion.txt, prints the
      *           statement exactly as PSA03 issued it, taken from the
      *           statement archive (estados_archivados.dat), framed as
      *           "DUPLICADO" with the reprint date. Every request,
      *           found or not, is logged in reimpresiones_log.txt with
      *           who asked for it and why (client, audit or dispute)
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA24.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * ARCHIVO DE ESTADOS EMITIDOS QUE ESCRIBE PSA03 (COPY ESTARCH)
           SELECT ESTARCH ASSIGN TO 'estados_archivados.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS FS-ESTARCH.
      * SOLICITUDES DE LA CORRIDA, UNA POR RENGLON; SE CONSUMEN
           SELECT FSOLICITUD ASSIGN TO 'solicitudes_reimpresion.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FSOLICITUD.
      * DUPLICADOS DE LA CORRIDA, REIMPRESION_<fecha>.txt
           SELECT FREIMPRESION ASSIGN TO WS-NOM-FREIMPRESION
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREIMPRESION.
      * BITACORA DE REIMPRESIONES; CRECE ENTRE CORRIDAS (CREAR SI NO
      * EXISTE, IGUAL QUE AUDITORIA.txt)
           SELECT FBITACORA ASSIGN TO 'reimpresiones_log.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FBITACORA.
      * PARM-CARD DE PSA01: DA LA FECHA DE NEGOCIO
           SELECT FILPARM ASSIGN TO 'PARMPSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.

       DATA DIVISION.
       FILE SECTION.
       FD ESTARCH.
           COPY ESTARCH.

      * COLUMNAS FIJAS SEPARADAS POR UN ESPACIO
       FD FSOLICITUD.
       01 REG-SOLICITUD.
           02 SOL-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
      *    PERIODO DEL ESTADO PEDIDO (AAAAMM)
           02 SOL-PERIODO          PIC X(06).
           02 FILLER               PIC X(01).
      *    QUIEN LO PIDE (FUNCIONARIO, AUDITOR, EL PROPIO CLIENTE)
           02 SOL-SOLICITANTE      PIC X(20).
           02 FILLER               PIC X(01).
      *    C = CLIENTE, A = AUDITORIA, D = DISPUTA
           02 SOL-MOTIVO           PIC X(01).
           02 FILLER               PIC X(01).
      *    REFERENCIA LIBRE: NUMERO DE CASO DE DISPUTA, DE AUDITORIA..
           02 SOL-REFERENCIA       PIC X(10).

       FD FREIMPRESION.
       01 REIMPRESION-REGISTER     PIC X(100).

       FD FBITACORA.
       01 REG-BITACORA-REIMP.
           02 BRE-FECHA            PIC 9(08).
           02 FILLER               PIC X(01).
           02 BRE-HORA             PIC 9(06).
           02 FILLER               PIC X(01).
           02 BRE-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 BRE-PERIODO          PIC X(06).
           02 FILLER               PIC X(01).
           02 BRE-SOLICITANTE      PIC X(20).
           02 FILLER               PIC X(01).
           02 BRE-MOTIVO           PIC X(01).
           02 FILLER               PIC X(01).
           02 BRE-REFERENCIA       PIC X(10).
           02 FILLER               PIC X(01).
      *    REIMPRESO / NO ARCHIVADO / RECHAZADA
           02 BRE-RESULTADO        PIC X(12).
           02 FILLER               PIC X(01).
           02 BRE-LINEAS           PIC 9(03).
           02 FILLER               PIC X(01).
           02 BRE-FECHA-EMISION    PIC 9(08).

       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA

       WORKING-STORAGE SECTION.
       01 FS-ESTARCH               PIC XX.
       01 FS-FSOLICITUD            PIC XX.
       01 FS-FREIMPRESION          PIC XX.
       01 FS-FBITACORA             PIC XX.
       01 FS-FILPARM               PIC XX.
       01 EOF                      PIC X VALUE 'N'.
       01 WS-FIN-ESTADO            PIC X VALUE 'N'.

       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO.
           02 WS-FN-AAAA           PIC 9(04).
           02 WS-FN-MM             PIC 9(02).
           02 WS-FN-DD             PIC 9(02).
       01 WS-HORA                  PIC 9(08).
       01 WS-NOM-FREIMPRESION      PIC X(40) VALUE SPACES.
       01 WS-FECHA-DISP            PIC X(10).
       01 WS-LINEAS                PIC 9(03).
       01 WS-FECHA-EMISION         PIC 9(08).
       01 WS-MOTIVO-DESC           PIC X(10).
       01 WS-RESULTADO             PIC X(12).

       01 COUNT-SOLICITUDES        PIC 9(5) VALUE 0.
       01 COUNT-REIMPRESOS         PIC 9(5) VALUE 0.
       01 COUNT-NO-ARCHIVADOS      PIC 9(5) VALUE 0.
       01 COUNT-RECHAZADAS         PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS

           OPEN INPUT FSOLICITUD
           IF FS-FSOLICITUD NOT = '00'
               DISPLAY "SIN solicitudes_reimpresion.txt, NADA QUE "
                   "REIMPRIMIR"
               STOP RUN
           END-IF
           OPEN INPUT ESTARCH
           IF FS-ESTARCH NOT = '00'
               DISPLAY "estados_archivados.dat NO DISPONIBLE FS: "
                   FS-ESTARCH
               CLOSE FSOLICITUD
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES TO WS-NOM-FREIMPRESION
           STRING 'REIMPRESION_' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FREIMPRESION
           OPEN OUTPUT FREIMPRESION
           PERFORM ABRIR-BITACORA

           PERFORM UNTIL EOF = 'S'
               READ FSOLICITUD
                   AT END
                       MOVE 'S' TO EOF
                   NOT AT END
                       PERFORM PROCESAR-SOLICITUD
               END-READ
           END-PERFORM

           CLOSE FSOLICITUD ESTARCH FREIMPRESION FBITACORA

           DISPLAY "SOLICITUDES LEIDAS             : " COUNT-SOLICITUDES
           DISPLAY "DUPLICADOS REIMPRESOS          : " COUNT-REIMPRESOS
           DISPLAY "ESTADOS NO ARCHIVADOS          : "
               COUNT-NO-ARCHIVADOS
           DISPLAY "SOLICITUDES RECHAZADAS         : " COUNT-RECHAZADAS
           DISPLAY "DUPLICADOS EN                  : "
               WS-NOM-FREIMPRESION
           IF COUNT-NO-ARCHIVADOS > 0 OR COUNT-RECHAZADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       LEER-PARAMETROS.
           ACCEPT WS-FECHA-NEGOCIO FROM DATE YYYYMMDD
           OPEN INPUT FILPARM
           IF FS-FILPARM = '00'
               READ FILPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-FECHA-NEGOCIO NOT = 0
                           MOVE PARM-FECHA-NEGOCIO TO WS-FECHA-NEGOCIO
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF
           MOVE SPACES TO WS-FECHA-DISP
           STRING WS-FN-DD DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-FN-MM DELIMITED BY SIZE
               '/' DELIMITED BY SIZE
               WS-FN-AAAA DELIMITED BY SIZE
               INTO WS-FECHA-DISP.

       ABRIR-BITACORA.
           OPEN EXTEND FBITACORA
           IF FS-FBITACORA = '35'
               OPEN OUTPUT FBITACORA
               CLOSE FBITACORA
               OPEN EXTEND FBITACORA
           END-IF.

       PROCESAR-SOLICITUD.
           ADD 1 TO COUNT-SOLICITUDES
           MOVE ZERO TO WS-LINEAS WS-FECHA-EMISION
      *    SIN CLIENTE, PERIODO O SOLICITANTE NO SE REIMPRIME: TODA
      *    REIMPRESION DEBE QUEDAR A NOMBRE DE ALGUIEN
           IF SOL-CLI-ID = SPACES OR SOL-PERIODO IS NOT NUMERIC OR
              SOL-SOLICITANTE = SPACES
               ADD 1 TO COUNT-RECHAZADAS
               MOVE 'RECHAZADA' TO WS-RESULTADO
               DISPLAY "SOLICITUD INCOMPLETA RECHAZADA: "
                   REG-SOLICITUD
           ELSE
               PERFORM REIMPRIMIR-ESTADO
           END-IF
           PERFORM GRABAR-BITACORA.

       REIMPRIMIR-ESTADO.
           MOVE SOL-CLI-ID TO ARC-CLI-ID
           MOVE SOL-PERIODO TO ARC-PERIODO
           MOVE 1 TO ARC-LINEA
           READ ESTARCH
               INVALID KEY
                   ADD 1 TO COUNT-NO-ARCHIVADOS
                   MOVE 'NO ARCHIVADO' TO WS-RESULTADO
                   DISPLAY "ESTADO NO ARCHIVADO: " SOL-CLI-ID " "
                       SOL-PERIODO
               NOT INVALID KEY
                   PERFORM IMPRIMIR-DUPLICADO
                   ADD 1 TO COUNT-REIMPRESOS
                   MOVE 'REIMPRESO' TO WS-RESULTADO
           END-READ.

       IMPRIMIR-DUPLICADO.
      *    EL ORIGINAL VA RENGLON POR RENGLON, SIN TOCAR, ENTRE DOS
      *    MARCAS DE DUPLICADO
           MOVE ARC-FECHA-EMISION TO WS-FECHA-EMISION
           EVALUATE SOL-MOTIVO
               WHEN 'A'
                   MOVE 'AUDITORIA' TO WS-MOTIVO-DESC
               WHEN 'D'
                   MOVE 'DISPUTA' TO WS-MOTIVO-DESC
               WHEN OTHER
                   MOVE 'CLIENTE' TO WS-MOTIVO-DESC
           END-EVALUATE
           MOVE SPACES TO REIMPRESION-REGISTER
           STRING "*** DUPLICADO *** REIMPRESO EL " DELIMITED BY SIZE
               WS-FECHA-DISP DELIMITED BY SIZE
               " - EMITIDO EL " DELIMITED BY SIZE
               WS-FECHA-EMISION DELIMITED BY SIZE
               " - PERIODO " DELIMITED BY SIZE
               SOL-PERIODO DELIMITED BY SIZE
               INTO REIMPRESION-REGISTER
           WRITE REIMPRESION-REGISTER
           MOVE SPACES TO REIMPRESION-REGISTER
           STRING "    SOLICITADO POR " DELIMITED BY SIZE
               SOL-SOLICITANTE DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-MOTIVO-DESC DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               SOL-REFERENCIA DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO REIMPRESION-REGISTER
           WRITE REIMPRESION-REGISTER
           MOVE 'N' TO WS-FIN-ESTADO
           PERFORM UNTIL WS-FIN-ESTADO = 'S'
               MOVE ARC-TEXTO TO REIMPRESION-REGISTER
               WRITE REIMPRESION-REGISTER
               ADD 1 TO WS-LINEAS
               READ ESTARCH NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-FIN-ESTADO
                   NOT AT END
                       IF ARC-CLI-ID NOT = SOL-CLI-ID OR
                          ARC-PERIODO NOT = SOL-PERIODO
                           MOVE 'S' TO WS-FIN-ESTADO
                       END-IF
               END-READ
           END-PERFORM
           MOVE SPACES TO REIMPRESION-REGISTER
           STRING "*** FIN DEL DUPLICADO *** " DELIMITED BY SIZE
               SOL-CLI-ID DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SOL-PERIODO DELIMITED BY SIZE
               INTO REIMPRESION-REGISTER
           WRITE REIMPRESION-REGISTER
           MOVE SPACES TO REIMPRESION-REGISTER
           WRITE REIMPRESION-REGISTER.

       GRABAR-BITACORA.
           ACCEPT WS-HORA FROM TIME
           MOVE SPACES TO REG-BITACORA-REIMP
           MOVE WS-FECHA-NEGOCIO TO BRE-FECHA
           MOVE WS-HORA(1:6) TO BRE-HORA
           MOVE SOL-CLI-ID TO BRE-CLI-ID
           MOVE SOL-PERIODO TO BRE-PERIODO
           MOVE SOL-SOLICITANTE TO BRE-SOLICITANTE
           MOVE SOL-MOTIVO TO BRE-MOTIVO
           MOVE SOL-REFERENCIA TO BRE-REFERENCIA
           MOVE WS-LINEAS TO BRE-LINEAS
           MOVE WS-FECHA-EMISION TO BRE-FECHA-EMISION
           MOVE WS-RESULTADO TO BRE-RESULTADO
           WRITE REG-BITACORA-REIMP.
       END PROGRAM PSA24.
