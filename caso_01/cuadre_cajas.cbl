      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: End-of-day teller drawer balancing: for every branch
      *           and teller takes the opening cash declared in
      *           arqueo_cajas.txt, adds the CAJA deposits and takes
      *           away the CAJA withdrawals PSA01 posted for that
      *           drawer (caja_posteada.txt), compares the result with
      *           the teller's declared closing count, flags every
      *           drawer over or short beyond the tolerance, books each
      *           difference to the cash suspense accounts in
      *           asientos_gl.txt and closes the report with the cash
      *           position of each branch
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA19.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DEPOSITOS Y RETIROS DE VENTANILLA QUE PSA01 APLICO EN SU
      * CORRIDA, CON SUCURSAL Y CAJERO (VER GRABAR-CAJA-POSTEADA ALLA)
           SELECT FCAJPOS ASSIGN TO 'caja_posteada.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCAJPOS.
      * ARQUEO DE CADA GAVETA QUE DECLARAN LAS SUCURSALES: FONDO CON
      * QUE ABRIO EL CAJERO Y CONTEO FISICO AL CIERRE; PUEDE TRAER
      * VARIOS DIAS, SOLO CUENTAN LOS DE LA FECHA DE NEGOCIO
           SELECT FARQUEO ASSIGN TO 'arqueo_cajas.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FARQUEO.
      * MISMO PLAN DE CUENTAS QUE MANTIENE CONTABILIDAD PARA PSA01
      * (VER CARGAR-CUENTAS-GL ALLA); LAS CATEGORIAS CAJ-SOBR Y
      * CAJ-FALT SE PISAN CON LO QUE TRAIGA EL ARCHIVO
           SELECT FGLMAP ASSIGN TO 'CUENTASGL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FGLMAP.
      * INTERFAZ CONTABLE, LA MISMA DE PSA01 (VER GRABAR-ASIENTOS-GL
      * ALLA): LAS DIFERENCIAS DE GAVETA VAN A LAS CUENTAS DE SUSPENSO
           SELECT FGLJOUR ASSIGN TO 'asientos_gl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FGLJOUR.
      * REPORTE DEL CUADRE, CUADRE_CAJAS_<FECHA>.txt; SE REESCRIBE
      * POR CORRIDA
           SELECT FREPORTE ASSIGN TO WS-NOM-FREPORTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREPORTE.
      * PARM-CARD DE PSA01: LA FECHA DE NEGOCIO DEBE SER LA MISMA CON
      * QUE PSA01 POSTEO LOS MOVIMIENTOS
           SELECT FILPARM ASSIGN TO 'PARMPSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.
      * PARM-CARD DE PSA19; MISMO ESTILO POSICIONAL QUE PARMPSA01.txt
           SELECT FPARM19 ASSIGN TO 'PARMPSA19.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPARM19.

       DATA DIVISION.
       FILE SECTION.
       FD FCAJPOS.
           COPY CAJAPOS.

      * UN RENGLON POR GAVETA Y DIA, COLUMNAS FIJAS SEPARADAS POR UN
      * ESPACIO; UN CAJERO QUE MANEJA DOS MONEDAS DECLARA UN RENGLON
      * POR MONEDA
       FD FARQUEO.
       01 REG-ARQUEO.
           02 ARQ-SUCURSAL         PIC X(04).
           02 FILLER               PIC X(01).
           02 ARQ-CAJERO           PIC X(08).
           02 FILLER               PIC X(01).
           02 ARQ-FECHA            PIC 9(08).
           02 FILLER               PIC X(01).
           02 ARQ-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
           02 ARQ-FONDO-INICIAL    PIC 9(07)V99.
           02 FILLER               PIC X(01).
           02 ARQ-CONTEO-FINAL     PIC 9(07)V99.

      * MISMO LAYOUT QUE REG-GLMAP EN status_accounts_customers.cbl
       FD FGLMAP.
       01 REG-GLMAP.
           02 GLM-CATEGORIA        PIC X(08).
           02 FILLER               PIC X(01).
           02 GLM-CUENTA-DEBE      PIC X(08).
           02 FILLER               PIC X(01).
           02 GLM-CUENTA-HABER     PIC X(08).

       FD FGLJOUR.
       01 GLJOUR-REGISTER          PIC X(100).

       FD FREPORTE.
       01 REPORTE-REGISTER         PIC X(132).

       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA

       FD FPARM19.
       01 REG-PARM-PSA19.
      *    DIFERENCIA DE GAVETA (SOBRANTE O FALTANTE) QUE SE ACEPTA SIN
      *    MARCARLA PARA REVISION (0 = 5.00); IGUAL SE ASIENTA
           02 PARM-TOLERANCIA      PIC 9(05)V99.

       WORKING-STORAGE SECTION.
       01 FS-FCAJPOS               PIC XX.
       01 FS-FARQUEO               PIC XX.
       01 FS-FGLMAP                PIC XX.
       01 FS-FGLJOUR               PIC XX.
       01 FS-FREPORTE              PIC XX.
       01 FS-FILPARM               PIC XX.
       01 FS-FPARM19               PIC XX.
       01 WS-CAJPOS-EOF            PIC X VALUE 'N'.
       01 WS-ARQUEO-EOF            PIC X VALUE 'N'.
       01 WS-GLMAP-EOF             PIC X VALUE 'N'.
       01 WS-GLJOUR-EOF            PIC X VALUE 'N'.

       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-TOLERANCIA            PIC 9(05)V99 VALUE 5.00.

      * CUENTAS DE LAS DIFERENCIAS DE GAVETA (LIBROS DEL BANCO):
      *   CAJ-SOBR DEBE CAJA                  / HABER SOBRANTES DE CAJA
      *   CAJ-FALT DEBE FALTANTES DE CAJA     / HABER CAJA
      * SOBRANTES Y FALTANTES QUEDAN EN SUSPENSO HASTA QUE LA SUCURSAL
      * LOS ACLARE; SON EL DEFECTO Y CONTABILIDAD LOS RECLASIFICA EN
      * CUENTASGL.txt
       01 WS-CTA-SOBR-DEBE         PIC X(08) VALUE '10100000'.
       01 WS-CTA-SOBR-HABER        PIC X(08) VALUE '29100000'.
       01 WS-CTA-FALT-DEBE         PIC X(08) VALUE '19100000'.
       01 WS-CTA-FALT-HABER        PIC X(08) VALUE '10100000'.

      * UNA ENTRADA POR GAVETA (SUCURSAL + CAJERO + MONEDA), CON SU
      * ARQUEO Y LO POSTEADO POR VENTANILLA; SE ORDENA ANTES DEL
      * CUADRE PARA QUE EL REPORTE SALGA POR SUCURSAL Y CAJERO
       01 WS-CANT-GAVETAS          PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-GAVETAS.
           02 WS-GAV-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CANT-GAVETAS
               ASCENDING KEY IS WS-GAV-CLAVE
               INDEXED BY WS-GAV-IDX.
               03 WS-GAV-CLAVE.
                   04 WS-GAV-SUCURSAL PIC X(04).
                   04 WS-GAV-CAJERO   PIC X(08).
                   04 WS-GAV-MONEDA   PIC X(03).
      *        S = LA SUCURSAL DECLARO EL ARQUEO DE LA GAVETA
               03 WS-GAV-CON-ARQUEO  PIC X(01).
               03 WS-GAV-FONDO       PIC 9(07)V99.
               03 WS-GAV-CONTEO      PIC 9(07)V99.
               03 WS-GAV-DEPOSITOS   PIC 9(09)V99.
               03 WS-GAV-CANT-DEP    PIC 9(05).
               03 WS-GAV-RETIROS     PIC 9(09)V99.
               03 WS-GAV-CANT-RET    PIC 9(05).
       01 WS-CLAVE-BUSCADA.
           02 WS-BUS-SUCURSAL       PIC X(04).
           02 WS-BUS-CAJERO         PIC X(08).
           02 WS-BUS-MONEDA         PIC X(03).
       01 WS-GAV-ENCONTRADA        PIC X(01).

      * POSICION DE EFECTIVO POR SUCURSAL Y MONEDA, ARMADA AL CUADRAR
      * CADA GAVETA
       01 WS-CANT-SUCURSALES       PIC 9(03) COMP VALUE ZERO.
       01 WS-TABLA-SUCURSALES.
           02 WS-SUC-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-CANT-SUCURSALES
               ASCENDING KEY IS WS-SUC-CLAVE
               INDEXED BY WS-SUC-IDX.
               03 WS-SUC-CLAVE.
                   04 WS-SUC-SUCURSAL PIC X(04).
                   04 WS-SUC-MONEDA   PIC X(03).
               03 WS-SUC-GAVETAS     PIC 9(03).
               03 WS-SUC-FONDO       PIC 9(09)V99.
               03 WS-SUC-DEPOSITOS   PIC 9(09)V99.
               03 WS-SUC-RETIROS     PIC 9(09)V99.
               03 WS-SUC-ESPERADO    PIC S9(09)V99.
               03 WS-SUC-CONTADO     PIC 9(09)V99.
               03 WS-SUC-SOBRANTES   PIC 9(09)V99.
               03 WS-SUC-FALTANTES   PIC 9(09)V99.
               03 WS-SUC-EXCEPCIONES PIC 9(03).
       01 WS-SUC-CLAVE-BUSCADA.
           02 WS-BSU-SUCURSAL       PIC X(04).
           02 WS-BSU-MONEDA         PIC X(03).
       01 WS-TABLAS-LLENAS         PIC X VALUE 'N'.

      * CUADRE DE LA GAVETA EN CURSO
       01 WS-ESPERADO              PIC S9(09)V99.
       01 WS-DIFERENCIA            PIC S9(09)V99.
       01 WS-DIF-ABSOLUTA          PIC 9(09)V99.
       01 WS-ESTADO                PIC X(10).
       01 WS-MARCA-REVISION        PIC X(10).

      * ASIENTOS DE LA CORRIDA, LOTE PSA19-<FECHA>; UN LOTE QUE YA ESTA
      * EN asientos_gl.txt NO SE VUELVE A ASENTAR (VER VERIFICAR-LOTE-
      * GL), ASI UN REPROCESO DEL CUADRE NO DUPLICA LAS DIFERENCIAS
       01 WS-GL-LOTE               PIC X(14) VALUE SPACES.
       01 WS-GL-YA-ASENTADO        PIC X VALUE 'N'.
       01 WS-GL-CATEGORIA          PIC X(08).
       01 WS-GL-CUENTA-DEBE        PIC X(08).
       01 WS-GL-CUENTA-HABER       PIC X(08).
       01 WS-GL-SUMA-DEBE          PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-SUMA-HABER         PIC 9(11)V99 VALUE ZERO.
      * VISTA DE DIGITOS DEL MONTO, MISMO TRUCO QUE PSA01 PARA
      * asientos_gl.txt
       01 WS-GL-MONTO-TRANSITO     PIC 9(09)V99.
       01 WS-GL-MONTO-DIGITOS REDEFINES WS-GL-MONTO-TRANSITO
                                   PIC 9(11).
       01 WS-GL-SUMA-TRANSITO      PIC 9(11)V99.
       01 WS-GL-SUMA-DIGITOS REDEFINES WS-GL-SUMA-TRANSITO
                                   PIC 9(13).
       01 WS-GL-SUMA-TRANSITO2     PIC 9(11)V99.
       01 WS-GL-SUMA-DIGITOS2 REDEFINES WS-GL-SUMA-TRANSITO2
                                   PIC 9(13).

       01 WS-NOM-FREPORTE          PIC X(40) VALUE SPACES.
       01 WS-FONDO-DISP            PIC ZZZZZZZZ9.99.
       01 WS-DEPOSITOS-DISP        PIC ZZZZZZZZ9.99.
       01 WS-RETIROS-DISP          PIC ZZZZZZZZ9.99.
       01 WS-ESPERADO-DISP         PIC -ZZZZZZZZ9.99.
       01 WS-CONTADO-DISP          PIC ZZZZZZZZ9.99.
       01 WS-DIFERENCIA-DISP       PIC -ZZZZZZZZ9.99.
       01 WS-SOBRANTES-DISP        PIC ZZZZZZZZ9.99.
       01 WS-FALTANTES-DISP        PIC ZZZZZZZZ9.99.
       01 WS-TOLERANCIA-DISP       PIC ZZZZ9.99.
       01 WS-GAVETAS-DISP          PIC ZZ9.
       01 WS-EXCEPCIONES-DISP      PIC ZZ9.

       01 COUNT-POSTEOS-LEIDOS     PIC 9(7) VALUE 0.
       01 COUNT-POSTEOS-OTRA-FECHA PIC 9(5) VALUE 0.
       01 COUNT-ARQUEOS-LEIDOS     PIC 9(5) VALUE 0.
       01 COUNT-ARQUEOS-INVALIDOS  PIC 9(5) VALUE 0.
       01 COUNT-ARQUEOS-DUPLICADOS PIC 9(5) VALUE 0.
       01 COUNT-GAVETAS-CUADRADAS  PIC 9(5) VALUE 0.
       01 COUNT-GAVETAS-TOLERANCIA PIC 9(5) VALUE 0.
       01 COUNT-GAVETAS-EXCEPCION  PIC 9(5) VALUE 0.
       01 COUNT-GAVETAS-SIN-ARQUEO PIC 9(5) VALUE 0.
       01 COUNT-ASIENTOS-GL        PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-CUENTAS-GL
           PERFORM CARGAR-ARQUEOS

           OPEN INPUT FCAJPOS
           IF FS-FCAJPOS NOT = '00'
               DISPLAY "caja_posteada.txt NO DISPONIBLE FS: " FS-FCAJPOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LEER-CAJA-POSTEADA
           PERFORM UNTIL WS-CAJPOS-EOF = 'S'
               PERFORM ACUMULAR-CAJA-POSTEADA
               PERFORM LEER-CAJA-POSTEADA
           END-PERFORM
           CLOSE FCAJPOS

           IF WS-CANT-GAVETAS > 0
               SORT WS-GAV-ENTRY ON ASCENDING KEY WS-GAV-CLAVE
           END-IF

           PERFORM VERIFICAR-LOTE-GL
           IF WS-GL-YA-ASENTADO = 'N'
               OPEN EXTEND FGLJOUR
               IF FS-FGLJOUR = '35'
                   OPEN OUTPUT FGLJOUR
                   CLOSE FGLJOUR
                   OPEN EXTEND FGLJOUR
               END-IF
           END-IF

           MOVE SPACES TO WS-NOM-FREPORTE
           STRING 'CUADRE_CAJAS_' DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FREPORTE
           OPEN OUTPUT FREPORTE
           PERFORM GRABAR-CABECERA-REPORTE
           PERFORM VARYING WS-GAV-IDX FROM 1 BY 1
               UNTIL WS-GAV-IDX > WS-CANT-GAVETAS
               PERFORM CUADRAR-GAVETA
           END-PERFORM

           IF WS-GL-YA-ASENTADO = 'N'
               IF COUNT-ASIENTOS-GL > 0
                   PERFORM GRABAR-CUADRE-GL
               END-IF
               CLOSE FGLJOUR
           END-IF

           IF WS-CANT-SUCURSALES > 0
               SORT WS-SUC-ENTRY ON ASCENDING KEY WS-SUC-CLAVE
           END-IF
           PERFORM GRABAR-CABECERA-SUCURSALES
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
               UNTIL WS-SUC-IDX > WS-CANT-SUCURSALES
               PERFORM GRABAR-POSICION-SUCURSAL
           END-PERFORM
           CLOSE FREPORTE

           DISPLAY "MOVIMIENTOS DE VENTANILLA LEIDOS : "
               COUNT-POSTEOS-LEIDOS
           DISPLAY "MOVIMIENTOS DE OTRA FECHA        : "
               COUNT-POSTEOS-OTRA-FECHA
           DISPLAY "ARQUEOS DE LA FECHA              : "
               COUNT-ARQUEOS-LEIDOS
           DISPLAY "ARQUEOS INVALIDOS                : "
               COUNT-ARQUEOS-INVALIDOS
           DISPLAY "ARQUEOS DUPLICADOS               : "
               COUNT-ARQUEOS-DUPLICADOS
           DISPLAY "GAVETAS CUADRADAS                : "
               COUNT-GAVETAS-CUADRADAS
           DISPLAY "GAVETAS CON DIFERENCIA TOLERADA  : "
               COUNT-GAVETAS-TOLERANCIA
           DISPLAY "GAVETAS FUERA DE TOLERANCIA      : "
               COUNT-GAVETAS-EXCEPCION
           DISPLAY "GAVETAS SIN ARQUEO               : "
               COUNT-GAVETAS-SIN-ARQUEO
           DISPLAY "ASIENTOS DE SUSPENSO GRABADOS    : "
               COUNT-ASIENTOS-GL
           IF WS-TABLAS-LLENAS = 'S'
               DISPLAY "CUADRE INCOMPLETO: DEMASIADAS GAVETAS O "
                   "SUCURSALES EN EL DIA"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF COUNT-GAVETAS-EXCEPCION > 0 OR
                  COUNT-GAVETAS-SIN-ARQUEO > 0 OR
                  COUNT-ARQUEOS-INVALIDOS > 0 OR
                  COUNT-ARQUEOS-DUPLICADOS > 0 OR
                  COUNT-POSTEOS-OTRA-FECHA > 0 OR
                  WS-GL-YA-ASENTADO = 'S'
                   MOVE 4 TO RETURN-CODE
               END-IF
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

           MOVE SPACES TO REG-PARM-PSA19
           OPEN INPUT FPARM19
           IF FS-FPARM19 = '00'
               READ FPARM19
                   AT END
                       MOVE SPACES TO REG-PARM-PSA19
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE FPARM19
           END-IF
           IF PARM-TOLERANCIA IS NUMERIC AND PARM-TOLERANCIA > 0
               MOVE PARM-TOLERANCIA TO WS-TOLERANCIA
           END-IF
           STRING "PSA19-" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO WS-GL-LOTE

           MOVE WS-TOLERANCIA TO WS-TOLERANCIA-DISP
           DISPLAY "FECHA DE NEGOCIO                 : "
               WS-FECHA-NEGOCIO
           DISPLAY "TOLERANCIA POR GAVETA            : "
               WS-TOLERANCIA-DISP.

       CARGAR-CUENTAS-GL.
      *    CUENTASGL.txt ES OPCIONAL; SIN EL RIGEN LAS CUENTAS DE
      *    SUSPENSO POR DEFECTO
           OPEN INPUT FGLMAP
           IF FS-FGLMAP = '00'
               PERFORM LEER-GLMAP
               PERFORM UNTIL WS-GLMAP-EOF = 'S'
                   IF GLM-CATEGORIA = 'CAJ-SOBR'
                       MOVE GLM-CUENTA-DEBE TO WS-CTA-SOBR-DEBE
                       MOVE GLM-CUENTA-HABER TO WS-CTA-SOBR-HABER
                   END-IF
                   IF GLM-CATEGORIA = 'CAJ-FALT'
                       MOVE GLM-CUENTA-DEBE TO WS-CTA-FALT-DEBE
                       MOVE GLM-CUENTA-HABER TO WS-CTA-FALT-HABER
                   END-IF
                   PERFORM LEER-GLMAP
               END-PERFORM
               CLOSE FGLMAP
           ELSE
               DISPLAY "CUENTASGL.txt NO ENCONTRADO, SE USAN LAS "
                   "CUENTAS DE SUSPENSO POR DEFECTO"
           END-IF.

       LEER-GLMAP.
           READ FGLMAP
               AT END
                   MOVE 'S' TO WS-GLMAP-EOF
               NOT AT END
                   CONTINUE
           END-READ.

       CARGAR-ARQUEOS.
      *    SIN arqueo_cajas.txt TODAS LAS GAVETAS CON MOVIMIENTO SALEN
      *    SIN ARQUEO; UN SEGUNDO ARQUEO DE LA MISMA GAVETA EN EL DIA
      *    SE DESCARTA Y QUEDA EL PRIMERO
           OPEN INPUT FARQUEO
           IF FS-FARQUEO = '00'
               PERFORM LEER-ARQUEO
               PERFORM UNTIL WS-ARQUEO-EOF = 'S'
                   PERFORM GUARDAR-ARQUEO
                   PERFORM LEER-ARQUEO
               END-PERFORM
               CLOSE FARQUEO
           ELSE
               DISPLAY "arqueo_cajas.txt NO ENCONTRADO, NINGUNA "
                   "GAVETA TIENE ARQUEO"
           END-IF.

       LEER-ARQUEO.
           READ FARQUEO
               AT END
                   MOVE 'S' TO WS-ARQUEO-EOF
               NOT AT END
                   CONTINUE
           END-READ.

       GUARDAR-ARQUEO.
           IF ARQ-FECHA IS NUMERIC AND ARQ-FECHA = WS-FECHA-NEGOCIO
               ADD 1 TO COUNT-ARQUEOS-LEIDOS
               IF ARQ-SUCURSAL = SPACES OR ARQ-CAJERO = SPACES OR
                  ARQ-MONEDA = SPACES OR
                  ARQ-FONDO-INICIAL IS NOT NUMERIC OR
                  ARQ-CONTEO-FINAL IS NOT NUMERIC
                   ADD 1 TO COUNT-ARQUEOS-INVALIDOS
                   DISPLAY "ARQUEO INVALIDO: " REG-ARQUEO
               ELSE
                   MOVE ARQ-SUCURSAL TO WS-BUS-SUCURSAL
                   MOVE ARQ-CAJERO TO WS-BUS-CAJERO
                   MOVE ARQ-MONEDA TO WS-BUS-MONEDA
                   PERFORM BUSCAR-GAVETA
                   IF WS-GAV-ENCONTRADA = 'S'
                       ADD 1 TO COUNT-ARQUEOS-DUPLICADOS
                       DISPLAY "ARQUEO DUPLICADO, SE DESCARTA: "
                           REG-ARQUEO
                   ELSE
                       PERFORM AGREGAR-GAVETA
                       IF WS-GAV-ENCONTRADA = 'S'
                           MOVE 'S' TO WS-GAV-CON-ARQUEO(WS-GAV-IDX)
                           MOVE ARQ-FONDO-INICIAL TO
                               WS-GAV-FONDO(WS-GAV-IDX)
                           MOVE ARQ-CONTEO-FINAL TO
                               WS-GAV-CONTEO(WS-GAV-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       LEER-CAJA-POSTEADA.
           READ FCAJPOS
               AT END
                   MOVE 'S' TO WS-CAJPOS-EOF
               NOT AT END
                   ADD 1 TO COUNT-POSTEOS-LEIDOS
           END-READ.

       ACUMULAR-CAJA-POSTEADA.
      *    UN RENGLON DE OTRA FECHA DE NEGOCIO ES DE UNA CORRIDA DE
      *    PSA01 QUE NO CORRESPONDE A ESTE CUADRE; SE INFORMA Y NO SE
      *    CUENTA
           IF CPO-FECHA-NEGOCIO NOT = WS-FECHA-NEGOCIO OR
              CPO-MONTO IS NOT NUMERIC
               ADD 1 TO COUNT-POSTEOS-OTRA-FECHA
           ELSE
               MOVE CPO-SUCURSAL TO WS-BUS-SUCURSAL
               MOVE CPO-CAJERO TO WS-BUS-CAJERO
               MOVE CPO-MONEDA TO WS-BUS-MONEDA
               PERFORM BUSCAR-GAVETA
               IF WS-GAV-ENCONTRADA = 'N'
                   PERFORM AGREGAR-GAVETA
               END-IF
               IF WS-GAV-ENCONTRADA = 'S'
                   IF CPO-TIPO = 'D'
                       ADD CPO-MONTO TO WS-GAV-DEPOSITOS(WS-GAV-IDX)
                       ADD 1 TO WS-GAV-CANT-DEP(WS-GAV-IDX)
                   ELSE
                       ADD CPO-MONTO TO WS-GAV-RETIROS(WS-GAV-IDX)
                       ADD 1 TO WS-GAV-CANT-RET(WS-GAV-IDX)
                   END-IF
               END-IF
           END-IF.

       BUSCAR-GAVETA.
           MOVE 'N' TO WS-GAV-ENCONTRADA
           IF WS-CANT-GAVETAS > 0
               SET WS-GAV-IDX TO 1
               SEARCH WS-GAV-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-GAV-CLAVE(WS-GAV-IDX) = WS-CLAVE-BUSCADA
                       MOVE 'S' TO WS-GAV-ENCONTRADA
               END-SEARCH
           END-IF.

       AGREGAR-GAVETA.
      *    DEJA WS-GAV-IDX EN LA GAVETA NUEVA; CON LA TABLA LLENA NO LA
      *    AGREGA Y EL CUADRE TERMINA INCOMPLETO (RC 16)
           IF WS-CANT-GAVETAS < 2000
               ADD 1 TO WS-CANT-GAVETAS
               SET WS-GAV-IDX TO WS-CANT-GAVETAS
               MOVE WS-CLAVE-BUSCADA TO WS-GAV-CLAVE(WS-GAV-IDX)
               MOVE 'N' TO WS-GAV-CON-ARQUEO(WS-GAV-IDX)
               MOVE ZERO TO WS-GAV-FONDO(WS-GAV-IDX)
                   WS-GAV-CONTEO(WS-GAV-IDX)
                   WS-GAV-DEPOSITOS(WS-GAV-IDX)
                   WS-GAV-CANT-DEP(WS-GAV-IDX)
                   WS-GAV-RETIROS(WS-GAV-IDX)
                   WS-GAV-CANT-RET(WS-GAV-IDX)
               MOVE 'S' TO WS-GAV-ENCONTRADA
           ELSE
               MOVE 'S' TO WS-TABLAS-LLENAS
               MOVE 'N' TO WS-GAV-ENCONTRADA
           END-IF.

       VERIFICAR-LOTE-GL.
      *    BUSCA EL LOTE DE ESTA FECHA EN asientos_gl.txt; SI YA ESTA,
      *    EL CUADRE SE REPORTA IGUAL PERO NO SE VUELVE A ASENTAR
           MOVE 'N' TO WS-GL-YA-ASENTADO
           OPEN INPUT FGLJOUR
           IF FS-FGLJOUR = '00'
               PERFORM UNTIL WS-GLJOUR-EOF = 'S'
                   READ FGLJOUR
                       AT END
                           MOVE 'S' TO WS-GLJOUR-EOF
                       NOT AT END
                           IF GLJOUR-REGISTER(1:14) = WS-GL-LOTE AND
                              GLJOUR-REGISTER(15:1) = '|'
                               MOVE 'S' TO WS-GL-YA-ASENTADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FGLJOUR
           END-IF
           IF WS-GL-YA-ASENTADO = 'S'
               DISPLAY "EL LOTE " WS-GL-LOTE " YA ESTA EN "
                   "asientos_gl.txt, NO SE VUELVE A ASENTAR"
           END-IF.

       GRABAR-CABECERA-REPORTE.
           MOVE SPACES TO REPORTE-REGISTER
           STRING "CUADRE DE GAVETAS DE VENTANILLA AL " DELIMITED BY
               SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "   TOLERANCIA " DELIMITED BY SIZE
               WS-TOLERANCIA-DISP DELIMITED BY SIZE
               "   LOTE GL " DELIMITED BY SIZE
               WS-GL-LOTE DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "SUC  CAJERO   MON  FONDO INICIAL    DEPOSITOS"
               DELIMITED BY SIZE
               "      RETIROS      ESPERADO      CONTADO" DELIMITED
               BY SIZE
               "    DIFERENCIA ESTADO" DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       CUADRAR-GAVETA.
      *    ESPERADO = FONDO INICIAL + DEPOSITOS - RETIROS DE VENTANILLA;
      *    LA DIFERENCIA ES LO CONTADO MENOS LO ESPERADO (POSITIVA =
      *    SOBRANTE, NEGATIVA = FALTANTE). TODA DIFERENCIA SE ASIENTA
      *    EN SUSPENSO; LA TOLERANCIA SOLO DECIDE QUE GAVETA SE MARCA
      *    PARA REVISION. UNA GAVETA CON MOVIMIENTO Y SIN ARQUEO SE
      *    MARCA SIEMPRE Y NO SE ASIENTA
           COMPUTE WS-ESPERADO = WS-GAV-FONDO(WS-GAV-IDX)
               + WS-GAV-DEPOSITOS(WS-GAV-IDX)
               - WS-GAV-RETIROS(WS-GAV-IDX)
           MOVE SPACES TO WS-MARCA-REVISION
           IF WS-GAV-CON-ARQUEO(WS-GAV-IDX) = 'N'
               MOVE ZERO TO WS-DIFERENCIA
               MOVE 'SIN ARQUEO' TO WS-ESTADO
               MOVE '*REVISAR*' TO WS-MARCA-REVISION
               ADD 1 TO COUNT-GAVETAS-SIN-ARQUEO
           ELSE
               COMPUTE WS-DIFERENCIA = WS-GAV-CONTEO(WS-GAV-IDX)
                   - WS-ESPERADO
               IF WS-DIFERENCIA < 0
                   COMPUTE WS-DIF-ABSOLUTA = 0 - WS-DIFERENCIA
               ELSE
                   MOVE WS-DIFERENCIA TO WS-DIF-ABSOLUTA
               END-IF
               IF WS-DIFERENCIA = 0
                   MOVE 'CUADRADA' TO WS-ESTADO
                   ADD 1 TO COUNT-GAVETAS-CUADRADAS
               ELSE
                   IF WS-DIFERENCIA > 0
                       MOVE 'SOBRANTE' TO WS-ESTADO
                   ELSE
                       MOVE 'FALTANTE' TO WS-ESTADO
                   END-IF
                   IF WS-DIF-ABSOLUTA > WS-TOLERANCIA
                       MOVE '*REVISAR*' TO WS-MARCA-REVISION
                       ADD 1 TO COUNT-GAVETAS-EXCEPCION
                   ELSE
                       ADD 1 TO COUNT-GAVETAS-TOLERANCIA
                   END-IF
                   IF WS-GL-YA-ASENTADO = 'N'
                       PERFORM GRABAR-ASIENTO-DIFERENCIA
                   END-IF
               END-IF
           END-IF
           PERFORM GRABAR-DETALLE-GAVETA
           PERFORM ACUMULAR-SUCURSAL.

       GRABAR-DETALLE-GAVETA.
           MOVE WS-GAV-FONDO(WS-GAV-IDX) TO WS-FONDO-DISP
           MOVE WS-GAV-DEPOSITOS(WS-GAV-IDX) TO WS-DEPOSITOS-DISP
           MOVE WS-GAV-RETIROS(WS-GAV-IDX) TO WS-RETIROS-DISP
           MOVE WS-ESPERADO TO WS-ESPERADO-DISP
           MOVE WS-GAV-CONTEO(WS-GAV-IDX) TO WS-CONTADO-DISP
           MOVE WS-DIFERENCIA TO WS-DIFERENCIA-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING WS-GAV-SUCURSAL(WS-GAV-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GAV-CAJERO(WS-GAV-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GAV-MONEDA(WS-GAV-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-FONDO-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEPOSITOS-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RETIROS-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESPERADO-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CONTADO-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIFERENCIA-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESTADO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MARCA-REVISION DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-ASIENTO-DIFERENCIA.
      *    UN PAR DEBE/HABER POR GAVETA CON DIFERENCIA, POR EL VALOR
      *    ABSOLUTO: EL SOBRANTE ENTRA A CAJA CONTRA SOBRANTES Y EL
      *    FALTANTE SALE DE CAJA CONTRA FALTANTES, AMBOS EN SUSPENSO
      *    Y EN LA MONEDA DE LA GAVETA, AL FINAL DEL RENGLON
           IF WS-DIFERENCIA > 0
               MOVE 'CAJ-SOBR' TO WS-GL-CATEGORIA
               MOVE WS-CTA-SOBR-DEBE TO WS-GL-CUENTA-DEBE
               MOVE WS-CTA-SOBR-HABER TO WS-GL-CUENTA-HABER
           ELSE
               MOVE 'CAJ-FALT' TO WS-GL-CATEGORIA
               MOVE WS-CTA-FALT-DEBE TO WS-GL-CUENTA-DEBE
               MOVE WS-CTA-FALT-HABER TO WS-GL-CUENTA-HABER
           END-IF
           MOVE WS-DIF-ABSOLUTA TO WS-GL-MONTO-TRANSITO
           MOVE SPACES TO GLJOUR-REGISTER
           STRING WS-GL-LOTE DELIMITED BY SIZE
               "|" WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|" WS-GL-CATEGORIA DELIMITED BY SIZE
               "|" WS-GL-CUENTA-DEBE DELIMITED BY SIZE
               "|D|" WS-GL-MONTO-DIGITOS DELIMITED BY SIZE
               "|" WS-GAV-MONEDA(WS-GAV-IDX) DELIMITED BY SIZE
               INTO GLJOUR-REGISTER
           WRITE GLJOUR-REGISTER
           MOVE SPACES TO GLJOUR-REGISTER
           STRING WS-GL-LOTE DELIMITED BY SIZE
               "|" WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|" WS-GL-CATEGORIA DELIMITED BY SIZE
               "|" WS-GL-CUENTA-HABER DELIMITED BY SIZE
               "|H|" WS-GL-MONTO-DIGITOS DELIMITED BY SIZE
               "|" WS-GAV-MONEDA(WS-GAV-IDX) DELIMITED BY SIZE
               INTO GLJOUR-REGISTER
           WRITE GLJOUR-REGISTER
           ADD 2 TO COUNT-ASIENTOS-GL
           ADD WS-DIF-ABSOLUTA TO WS-GL-SUMA-DEBE
           ADD WS-DIF-ABSOLUTA TO WS-GL-SUMA-HABER.

       GRABAR-CUADRE-GL.
      *    RENGLON DE CUADRE DEL LOTE, MISMO FORMATO QUE EL DE PSA01
           MOVE WS-GL-SUMA-DEBE TO WS-GL-SUMA-TRANSITO
           MOVE WS-GL-SUMA-HABER TO WS-GL-SUMA-TRANSITO2
           MOVE SPACES TO GLJOUR-REGISTER
           STRING WS-GL-LOTE DELIMITED BY SIZE
               "|" WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|CUADRE|DEBE:" WS-GL-SUMA-DIGITOS DELIMITED BY SIZE
               "|HABER:" WS-GL-SUMA-DIGITOS2 DELIMITED BY SIZE
               INTO GLJOUR-REGISTER
           WRITE GLJOUR-REGISTER.

       ACUMULAR-SUCURSAL.
           MOVE WS-GAV-SUCURSAL(WS-GAV-IDX) TO WS-BSU-SUCURSAL
           MOVE WS-GAV-MONEDA(WS-GAV-IDX) TO WS-BSU-MONEDA
           MOVE 'N' TO WS-GAV-ENCONTRADA
           IF WS-CANT-SUCURSALES > 0
               SET WS-SUC-IDX TO 1
               SEARCH WS-SUC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SUC-CLAVE(WS-SUC-IDX) = WS-SUC-CLAVE-BUSCADA
                       MOVE 'S' TO WS-GAV-ENCONTRADA
               END-SEARCH
           END-IF
           IF WS-GAV-ENCONTRADA = 'N'
               IF WS-CANT-SUCURSALES < 200
                   ADD 1 TO WS-CANT-SUCURSALES
                   SET WS-SUC-IDX TO WS-CANT-SUCURSALES
                   MOVE WS-SUC-CLAVE-BUSCADA TO
                       WS-SUC-CLAVE(WS-SUC-IDX)
                   MOVE ZERO TO WS-SUC-GAVETAS(WS-SUC-IDX)
                       WS-SUC-FONDO(WS-SUC-IDX)
                       WS-SUC-DEPOSITOS(WS-SUC-IDX)
                       WS-SUC-RETIROS(WS-SUC-IDX)
                       WS-SUC-ESPERADO(WS-SUC-IDX)
                       WS-SUC-CONTADO(WS-SUC-IDX)
                       WS-SUC-SOBRANTES(WS-SUC-IDX)
                       WS-SUC-FALTANTES(WS-SUC-IDX)
                       WS-SUC-EXCEPCIONES(WS-SUC-IDX)
                   MOVE 'S' TO WS-GAV-ENCONTRADA
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF
           IF WS-GAV-ENCONTRADA = 'S'
               ADD 1 TO WS-SUC-GAVETAS(WS-SUC-IDX)
               ADD WS-GAV-FONDO(WS-GAV-IDX) TO WS-SUC-FONDO(WS-SUC-IDX)
               ADD WS-GAV-DEPOSITOS(WS-GAV-IDX) TO
                   WS-SUC-DEPOSITOS(WS-SUC-IDX)
               ADD WS-GAV-RETIROS(WS-GAV-IDX) TO
                   WS-SUC-RETIROS(WS-SUC-IDX)
               ADD WS-ESPERADO TO WS-SUC-ESPERADO(WS-SUC-IDX)
               ADD WS-GAV-CONTEO(WS-GAV-IDX) TO
                   WS-SUC-CONTADO(WS-SUC-IDX)
               IF WS-DIFERENCIA > 0
                   ADD WS-DIFERENCIA TO WS-SUC-SOBRANTES(WS-SUC-IDX)
               END-IF
               IF WS-DIFERENCIA < 0
                   ADD WS-DIF-ABSOLUTA TO WS-SUC-FALTANTES(WS-SUC-IDX)
               END-IF
               IF WS-MARCA-REVISION NOT = SPACES
                   ADD 1 TO WS-SUC-EXCEPCIONES(WS-SUC-IDX)
               END-IF
           END-IF.

       GRABAR-CABECERA-SUCURSALES.
           MOVE SPACES TO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "POSICION DE EFECTIVO POR SUCURSAL AL " DELIMITED BY
               SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER
           MOVE SPACES TO REPORTE-REGISTER
           STRING "SUC  MON GAV FONDO INICIAL    DEPOSITOS"
               DELIMITED BY SIZE
               "      RETIROS" DELIMITED BY SIZE
               "      ESPERADO      CONTADO    SOBRANTES    FALTANTES"
               DELIMITED BY SIZE
               " REV" DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.

       GRABAR-POSICION-SUCURSAL.
           MOVE WS-SUC-GAVETAS(WS-SUC-IDX) TO WS-GAVETAS-DISP
           MOVE WS-SUC-FONDO(WS-SUC-IDX) TO WS-FONDO-DISP
           MOVE WS-SUC-DEPOSITOS(WS-SUC-IDX) TO WS-DEPOSITOS-DISP
           MOVE WS-SUC-RETIROS(WS-SUC-IDX) TO WS-RETIROS-DISP
           MOVE WS-SUC-ESPERADO(WS-SUC-IDX) TO WS-ESPERADO-DISP
           MOVE WS-SUC-CONTADO(WS-SUC-IDX) TO WS-CONTADO-DISP
           MOVE WS-SUC-SOBRANTES(WS-SUC-IDX) TO WS-SOBRANTES-DISP
           MOVE WS-SUC-FALTANTES(WS-SUC-IDX) TO WS-FALTANTES-DISP
           MOVE WS-SUC-EXCEPCIONES(WS-SUC-IDX) TO WS-EXCEPCIONES-DISP
           MOVE SPACES TO REPORTE-REGISTER
           STRING WS-SUC-SUCURSAL(WS-SUC-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SUC-MONEDA(WS-SUC-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-GAVETAS-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FONDO-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DEPOSITOS-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-RETIROS-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ESPERADO-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CONTADO-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SOBRANTES-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-FALTANTES-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXCEPCIONES-DISP DELIMITED BY SIZE
               INTO REPORTE-REGISTER
           WRITE REPORTE-REGISTER.
       END PROGRAM PSA19.
