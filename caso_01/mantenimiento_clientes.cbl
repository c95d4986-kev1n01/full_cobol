           SELECT FHISTMANT ASSIGN TO 'mantcli_historial.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FHISTMANT.
      * CATALOGO DE PRODUCTOS DE DEPOSITO (COPY PRODUCTO); LA
      * TRANSACCION 'K' SOLO ACEPTA UN CODIGO QUE ESTE EN EL CATALOGO;
      * SIN ARCHIVO SOLO SE PUEDE QUITAR EL PRODUCTO (CODIGO EN BLANCO)
           SELECT FPRODUCTOS ASSIGN TO 'PRODUCTOS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPRODUCTOS.
      * CHEQUERAS EMITIDAS (COPY CHEQUERA) Y ORDENES DE NO PAGO (COPY
      * CHQNOPAG), MANTENIDAS AQUI CON LAS TRANSACCIONES 'Q', 'S' Y
      * 'N'; PSA01 LAS LEE PARA VALIDAR CADA CHEQUE PRESENTADO. MISMO
      * PATRON DE CARGA/REESCRITURA COMPLETA QUE titulares_cuenta.dat
           SELECT FCHEQUERAS ASSIGN TO 'chequeras.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCHEQUERAS.
           SELECT FNOPAGO ASSIGN TO 'cheques_no_pagar.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FNOPAGO.
      * EMBARGOS JUDICIALES (COPY EMBARGO), MANTENIDOS AQUI CON LAS
      * TRANSACCIONES 'E' Y 'X'; PSA01 LOS APLICA Y LES ACTUALIZA LO
      * EMBARGADO. MISMO PATRON DE CARGA/REESCRITURA COMPLETA
           SELECT FEMBARGOS ASSIGN TO 'embargos_clientes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEMBARGOS.
      * VINCULOS DE BARRIDO AUTOMATICO (COPY BARRIDO), MANTENIDOS AQUI
      * CON LAS TRANSACCIONES 'V' Y 'U'; PSA01 SOLO LOS LEE. MISMO
      * PATRON DE CARGA/REESCRITURA COMPLETA
           SELECT FBARRIDOS ASSIGN TO 'barridos_cuenta.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FBARRIDOS.
      * PREFERENCIAS DE ALERTA AL CLIENTE (COPY ALERTPRF), MANTENIDAS
      * AQUI CON LAS TRANSACCIONES 'W' Y 'O'; PSA01 SOLO LAS LEE. MISMO
      * PATRON DE CARGA/REESCRITURA COMPLETA
           SELECT FALERTAS ASSIGN TO 'alertas_preferencias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FALERTAS.
      * LISTA DE SANCIONES Y VIGILANCIA INTERNA (COPY LISTAVIG); TODA
      * ALTA, Y TODO CAMBIO QUE TOCA EL NOMBRE, SE CRIBA CONTRA ELLA
      * ANTES DE APLICARSE (VER CRIBAR-TRANSACCION). SIN ARCHIVO NO SE
      * CRIBA NADA
           SELECT FLISTAVIG ASSIGN TO 'LISTA_VIGILANCIA.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FLISTAVIG.
      * EVIDENCIA DE COINCIDENCIAS Y DECISIONES DE CUMPLIMIENTO (COPY
      * COINCLIS), COMPARTIDA CON CDCB14Q Y PSA16; AQUI SE ANEXAN LAS
      * COINCIDENCIAS Y SE LEEN LAS DECISIONES QUE GRABO PSA16
           SELECT FCOINC ASSIGN TO 'coincidencias_listas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCOINC.
      * TRANSACCIONES RETENIDAS POR POSIBLE COINCIDENCIA, TAL COMO
      * LLEGARON EN mantcli.dat, A LA ESPERA DE LA DECISION DE
      * CUMPLIMIENTO; MISMO PATRON DE CARGA/REESCRITURA COMPLETA QUE
      * mantcli_pendientes_aprob.dat
           SELECT FRETENIDOS
               ASSIGN TO 'mantcli_retenidos_cumplimiento.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRETENIDOS.
      * COLA DE SOLICITUDES CAPTURADAS EN LA PANTALLA DE CLIENTES
      * (PSA25, COPY SOLPANT); SE APLICA DESPUES DE mantcli.dat, CADA
      * UNA CON SU PROPIO USUARIO, Y SE VACIA AL TERMINAR. LO APLICADO
      * SE ANEXA A mantcli_pantalla_aplicadas.dat COMO CONSTANCIA
           SELECT FCOLAPANT ASSIGN TO 'mantcli_pantalla.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCOLAPANT.
           SELECT FPANTAPLIC
               ASSIGN TO 'mantcli_pantalla_aplicadas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPANTAPLIC.
      * TABLA DE OPERADORES (COPY OPERADOR) Y BITACORA COMUN DE
      * ACCESOS (COPY ACCLOG): UNA APROBACION "P" SOLO SE APLICA SI
      * QUIEN LA DA TIENE LA FUNCION CLIAPROB VIGENTE
           SELECT FOPERADORES ASSIGN TO 'OPERADORES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOPERADORES.
           SELECT FACCESOS ASSIGN TO 'ACCESOS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACCESOS.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CLJ-SECUENCIA        PIC 9(07). *> ORDEN DENTRO DEL LOTE
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CLJ-IMAGEN           PIC X(90). *> REG-CLIMAST ANTES DEL
                                             *> REWRITE (INCLUYE LOS
                                             *> LIMITES DIARIOS)

           02 FILLER                 PIC X(01) VALUE SPACE.
           02 HMA-FECHA              PIC 9(08).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 HMA-ACCION             PIC X(01). *> A/C/B/P/H/J/K/
                                             *> Q/N/S/E/X
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 HMA-CAMPO              PIC X(10).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 HMA-USUARIO            PIC X(08).

       FD FPRODUCTOS.
           COPY PRODUCTO.

       FD FCHEQUERAS.
           COPY CHEQUERA.

       FD FNOPAGO.
           COPY CHQNOPAG.

       FD FEMBARGOS.
           COPY EMBARGO.

       FD FBARRIDOS.
           COPY BARRIDO.

       FD FALERTAS.
           COPY ALERTPRF.

       FD FLISTAVIG.
           COPY LISTAVIG.

       FD FCOINC.
           COPY COINCLIS.

       FD FRETENIDOS.
       01 REG-RETENIDO.
           02 RET-ID                 PIC X(19). *> CNC-ID DE LA
                                             *> COINCIDENCIA
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 RET-FECHA              PIC 9(08).
           02 FILLER                 PIC X(01) VALUE SPACE.
           02 RET-TRANSACCION        PIC X(100).

       FD FCOLAPANT.
           COPY SOLPANT.

       FD FPANTAPLIC.
       01 PANTAPLIC-REGISTER        PIC X(142).

       FD FOPERADORES.
           COPY OPERADOR.

       FD FACCESOS.
           COPY ACCLOG.

       WORKING-STORAGE SECTION.
       01 MANTCLI-STATUS            PIC XX.
       01 CLIMASTER-STATUS          PIC XX.
       01 FS-FTITULARES             PIC XX.
       01 FS-FHISTMANT              PIC XX.
       01 FS-FCLJOURNAL             PIC XX.
       01 FS-FPRODUCTOS             PIC XX.
       01 FS-FCHEQUERAS             PIC XX.
       01 FS-FNOPAGO                PIC XX.
       01 FS-FEMBARGOS              PIC XX.
       01 FS-FBARRIDOS              PIC XX.
       01 FS-FALERTAS               PIC XX.
       01 FS-FLISTAVIG              PIC XX.
       01 FS-FCOINC                 PIC XX.
       01 FS-FRETENIDOS             PIC XX.
       01 FS-FCOLAPANT              PIC XX.
       01 FS-FPANTAPLIC             PIC XX.
       01 WS-CLJ-SECUENCIA          PIC 9(07) VALUE ZERO.
      * IDENTIFICADOR DEL LOTE DE MANTENIMIENTO PARA LA BITACORA DE
      * IMAGEN PREVIA: PSA02 NO PARTICIPA DE LOTE.txt, ASI QUE USA
      * GRABAR-HISTORIAL-CAMPO); LOS MONTOS PASAN POR UNA VISTA
      * EDITADA PARA VIAJAR LEGIBLES EN LAS COLUMNAS ANTES/DESPUES
       01 WS-USUARIO                PIC X(08) VALUE 'BATCH'.
      * USUARIO DEL LOTE (PARM-USUARIO O 'BATCH'); WS-USUARIO TOMA EL
      * DE CADA SOLICITUD DE PANTALLA MIENTRAS SE APLICA Y LUEGO
      * VUELVE A ESTE
       01 WS-USUARIO-LOTE           PIC X(08) VALUE SPACES.
       01 WS-COLAPANT-EOF           PIC X VALUE 'N'.
       01 COUNT-SOL-PANTALLA        PIC 9(5) VALUE 0.
      * FUNCION CLIAPROB DEL USUARIO DEL LOTE, VERIFICADA UNA SOLA VEZ
      * AL ARRANCAR (VER VERIFICAR-APROBADOR-LOTE)
       01 WS-LOTE-PUEDE-APROBAR     PIC X VALUE 'N'.
       COPY AUTORWS.
       01 WS-HM-CAMPO               PIC X(10).
       01 WS-HM-ANTES               PIC X(20).
       01 WS-HM-DESPUES             PIC X(20).
               03 WS-TIT-NOMBRE      PIC X(20).
       01 WS-TITULARES-EOF          PIC X VALUE 'N'.
       01 WS-TIT-ENCONTRADO         PIC X VALUE 'N'.
      * CODIGOS DEL CATALOGO DE PRODUCTOS, PARA VALIDAR LA
      * TRANSACCION 'K' (VER CARGAR-PRODUCTOS)
       01 WS-CANT-PRODUCTOS         PIC 9(3) COMP VALUE ZERO.
       01 WS-TABLA-PRODUCTOS.
           02 WS-PRD-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-CANT-PRODUCTOS
               INDEXED BY WS-PRD-IDX.
               03 WS-PRD-CODIGO      PIC X(04).
       01 WS-PRODUCTOS-EOF          PIC X VALUE 'N'.
       01 WS-PRD-ENCONTRADO         PIC X VALUE 'N'.
       01 WS-ANT-PRODUCTO           PIC X(04).
       01 COUNT-PRODUCTOS           PIC 9(5) VALUE 0.
      * CHEQUERAS Y ORDENES DE NO PAGO EN MEMORIA; SE CARGAN AL INICIO
      * Y SE REESCRIBEN AL FINAL, MISMO PATRON QUE WS-TABLA-TITULARES
       01 WS-CANT-CHEQUERAS         PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-CHEQUERAS.
           02 WS-CHQ-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-CHEQUERAS
               INDEXED BY WS-CHQ-IDX.
               03 WS-CHQ-CLI         PIC X(05).
               03 WS-CHQ-DESDE       PIC 9(07).
               03 WS-CHQ-HASTA       PIC 9(07).
               03 WS-CHQ-ESTADO      PIC X(01).
               03 WS-CHQ-FECHA       PIC 9(08).
       01 WS-CHEQUERAS-EOF          PIC X VALUE 'N'.
       01 WS-CANT-NOPAGO            PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-NOPAGO.
           02 WS-NOP-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CANT-NOPAGO
               INDEXED BY WS-NOP-IDX.
               03 WS-NOP-CLI         PIC X(05).
               03 WS-NOP-NRO         PIC 9(07).
               03 WS-NOP-FECHA       PIC 9(08).
       01 WS-NOPAGO-EOF             PIC X VALUE 'N'.
      * EMBARGOS JUDICIALES EN MEMORIA, MISMO PATRON; SE CONSERVAN
      * TAMBIEN LAS ORDENES YA SATISFECHAS, LEVANTADAS O VENCIDAS
      * PORQUE SU REFERENCIA NO SE PUEDE REUTILIZAR PARA EL CLIENTE
       01 WS-CANT-EMBARGOS          PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-EMBARGOS.
           02 WS-EMB-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-EMBARGOS
               INDEXED BY WS-EMB-IDX.
               03 WS-EMB-CLI         PIC X(05).
               03 WS-EMB-REFERENCIA  PIC X(20).
               03 WS-EMB-JUZGADO     PIC X(20).
               03 WS-EMB-ORDENADO    PIC 9(07)V99.
               03 WS-EMB-EMBARGADO   PIC 9(07)V99.
               03 WS-EMB-PRIORIDAD   PIC 9(02).
               03 WS-EMB-FECHA-ALTA  PIC 9(08).
               03 WS-EMB-VENCE       PIC 9(08).
               03 WS-EMB-ESTADO      PIC X(01).
               03 WS-EMB-FECHA-ESTADO PIC 9(08).
       01 WS-EMBARGOS-EOF           PIC X VALUE 'N'.
       01 WS-EMB-MOTIVO             PIC X(30) VALUE SPACES.
       01 COUNT-EMBARGOS            PIC 9(5) VALUE 0.
       01 COUNT-LEVANTAMIENTOS      PIC 9(5) VALUE 0.
      * VINCULOS DE BARRIDO EN MEMORIA, MISMO PATRON; LOS DADOS DE
      * BAJA SE CONSERVAN COMO CONSTANCIA
       01 WS-CANT-BARRIDOS          PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-BARRIDOS.
           02 WS-BAR-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-BARRIDOS
               INDEXED BY WS-BAR-IDX.
               03 WS-BAR-CLI         PIC X(05).
               03 WS-BAR-FONDEO      PIC X(05).
               03 WS-BAR-MINIMO      PIC 9(07)V99.
               03 WS-BAR-FECHA-ALTA  PIC 9(08).
               03 WS-BAR-ESTADO      PIC X(01).
               03 WS-BAR-FECHA-ESTADO PIC 9(08).
       01 WS-BARRIDOS-EOF           PIC X VALUE 'N'.
       01 WS-BAR-MOTIVO             PIC X(30) VALUE SPACES.
      * MONEDA DE LA CUENTA CUBIERTA, PARA COMPARARLA CON LA DE FONDEO
       01 WS-BAR-MONEDA             PIC X(03).
       01 WS-BAR-VIGENTE            PIC X VALUE 'N'.
       01 COUNT-VINCULOS            PIC 9(5) VALUE 0.
       01 COUNT-DESVINCULOS         PIC 9(5) VALUE 0.
      * PREFERENCIAS DE ALERTA EN MEMORIA, MISMO PATRON; UN CLIENTE
      * EXCLUIDO CONSERVA SU RENGLON (Y SUS PREFERENCIAS) CON
      * WS-ALE-EXCLUIDO = 'S'
       01 WS-CANT-ALERTAS           PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-ALERTAS.
           02 WS-ALE-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CANT-ALERTAS
               INDEXED BY WS-ALE-IDX.
               03 WS-ALE-CLI         PIC X(05).
               03 WS-ALE-MEDIO       PIC X(05).
               03 WS-ALE-DESTINO     PIC X(50).
               03 WS-ALE-UMBRAL      PIC 9(07)V99.
               03 WS-ALE-MONTO       PIC 9(07)V99.
               03 WS-ALE-CANAL       PIC X(01).
               03 WS-ALE-EXCLUIDO    PIC X(01).
               03 WS-ALE-FECHA-ALTA  PIC 9(08).
               03 WS-ALE-FECHA-ESTADO PIC 9(08).
       01 WS-ALERTAS-EOF            PIC X VALUE 'N'.
       01 WS-ALE-MOTIVO             PIC X(30) VALUE SPACES.
       01 WS-ALE-EXISTE             PIC X VALUE 'N'.
       01 WS-ALE-ARROBAS            PIC 9(03) COMP VALUE ZERO.
       01 COUNT-PREF-ALERTAS        PIC 9(5) VALUE 0.
       01 COUNT-EXCL-ALERTAS        PIC 9(5) VALUE 0.
      * RESULTADO DE LAS BUSQUEDAS DE EMITIR-CHEQUERA/REGISTRAR-NO-
      * PAGO/SUSPENDER-CHEQUERAS; WS-CHQ-MOTIVO QUEDA EN ESPACIOS SI
      * LA TRANSACCION SE PUEDE APLICAR
       01 WS-CHQ-MOTIVO             PIC X(30) VALUE SPACES.
       01 WS-CHQ-CUBIERTO           PIC X VALUE 'N'.
       01 WS-CHQ-SUSPENDIDAS        PIC 9(5) COMP VALUE ZERO.
       01 COUNT-CHEQUERAS           PIC 9(5) VALUE 0.
       01 COUNT-NO-PAGO             PIC 9(5) VALUE 0.
       01 COUNT-SUSPENSIONES        PIC 9(5) VALUE 0.
       01 COUNT-ALTAS-TITULAR       PIC 9(5) VALUE 0.
       01 COUNT-BAJAS-TITULAR       PIC 9(5) VALUE 0.
       01 EOF                       PIC X VALUE 'N'.
               03 WS-PA-NOMBRE       PIC X(20).
               03 WS-PA-LIMITE       PIC 9(06)V99.
               03 WS-PA-FECHA        PIC 9(08).
      *        USUARIO QUE PIDIO EL CAMBIO; NO PUEDE SER EL MISMO QUE
      *        LO APRUEBE (VER APROBAR-CLIENTE). EN BLANCO EN LOS
      *        RENGLONES GRABADOS ANTES DE ESTE CAMPO
               03 WS-PA-USUARIO      PIC X(08).
       01 WS-PENDAPROB-EOF          PIC X VALUE 'N'.
      * VISTA DE 8 DIGITOS DEL LIMITE PARA GRABARLO/RELEERLO EN
      * mantcli_pendientes_aprob.dat SIN AMBIGUEDAD: UN STRING/UNSTRING
      *           'J' = BAJA DE ESA RELACION,
      *           'L' = FIJAR LOS LIMITES DIARIOS POR TIPO DE
      *                 MOVIMIENTO (VER LIMITES-CLIENTE; LA
      *                 TRANSACCION TRAE SU PROPIO FORMATO),
      *           'K' = ASIGNAR EL PRODUCTO DE DEPOSITO (EL CODIGO
      *                 VIAJA EN EL TERCER CAMPO; EN BLANCO LO QUITA,
      *                 VER PRODUCTO-CLIENTE),
      *           'Q' = EMITIR UNA CHEQUERA (RANGO DESDE/HASTA DE
      *                 NUMEROS DE CHEQUE, VER EMITIR-CHEQUERA),
      *           'N' = ORDEN DE NO PAGO DE UN CHEQUE (VER
      *                 REGISTRAR-NO-PAGO),
      *           'S' = SUSPENDER LAS CHEQUERAS DEL CLIENTE (VER
      *                 SUSPENDER-CHEQUERAS),
      *           'E' = REGISTRAR UN EMBARGO JUDICIAL (VER
      *                 REGISTRAR-EMBARGO; TRAE SU PROPIO FORMATO),
      *           'X' = LEVANTAR UN EMBARGO (VER LEVANTAR-EMBARGO),
      *           'V' = VINCULAR UNA CUENTA DE FONDEO PARA BARRIDO
      *                 AUTOMATICO (VER VINCULAR-BARRIDO; TRAE SU
      *                 PROPIO FORMATO),
      *           'U' = DESVINCULAR EL BARRIDO (VER DESVINCULAR-BARRIDO)
      *           'W' = FIJAR LAS PREFERENCIAS DE ALERTA DEL CLIENTE
      *                 (VER PREFERENCIAS-ALERTA; TRAE SU PROPIO
      *                 FORMATO),
      *           'O' = EXCLUIR AL CLIENTE DE TODA ALERTA, O LEVANTAR
      *                 LA EXCLUSION (VER EXCLUSION-ALERTA)
       01 TX-ACCION                 PIC X.
       01 TX-ID                     PIC X(05).
       01 TX-NOMBRE                 PIC X(20).
       01 WS-TXL-MONTO-DIG REDEFINES WS-TXL-MONTO-TRANSITO
                                    PIC 9(08).
       01 COUNT-LIMITES             PIC 9(5) VALUE 0.
      * CAMPOS DE LAS TRANSACCIONES 'Q' Y 'N': ACCION, ID Y LUEGO EL
      * RANGO DESDE/HASTA DE LA CHEQUERA ('Q') O EL NUMERO DE CHEQUE
      * ('N', EN TXQ-DESDE); NUMEROS DE HASTA 7 DIGITOS
       01 TXQ-ACCION                PIC X(01).
       01 TXQ-ID                    PIC X(05).
       01 TXQ-DESDE                 PIC X(07).
       01 TXQ-HASTA                 PIC X(07).
       01 WS-TXQ-DESDE              PIC 9(07).
       01 WS-TXQ-HASTA              PIC 9(07).
      * CAMPOS DE LAS TRANSACCIONES 'E' Y 'X': ACCION, ID, EXPEDIENTE
      * Y, SOLO PARA 'E', JUZGADO, MONTO ORDENADO (9 DIGITOS SIN
      * PUNTO, MISMO TRUCO QUE WS-TXL-MONTO-DIG), PRIORIDAD (2
      * DIGITOS, EN BLANCO = 99) Y VENCIMIENTO (AAAAMMDD, EN BLANCO =
      * SIN VENCIMIENTO)
       01 TXE-ACCION                PIC X(01).
       01 TXE-ID                    PIC X(05).
       01 TXE-REFERENCIA            PIC X(20).
       01 TXE-JUZGADO               PIC X(20).
       01 TXE-MONTO                 PIC X(09).
       01 TXE-PRIORIDAD             PIC X(02).
       01 TXE-VENCE                 PIC X(08).
       01 WS-TXE-MONTO-TRANSITO     PIC 9(07)V99.
       01 WS-TXE-MONTO-DIG REDEFINES WS-TXE-MONTO-TRANSITO
                                    PIC 9(09).
       01 WS-TXE-PRIORIDAD          PIC 9(02).
       01 WS-TXE-VENCE              PIC 9(08).
      * CAMPOS DE LA TRANSACCION 'V': ACCION, ID DE LA CUENTA
      * CUBIERTA, ID DE LA CUENTA DE FONDEO Y SALDO MINIMO A DEJAR EN
      * ELLA (9 DIGITOS SIN PUNTO, EN BLANCO = CERO, MISMO TRUCO QUE
      * WS-TXE-MONTO-DIG)
       01 TXV-ACCION                PIC X(01).
       01 TXV-ID                    PIC X(05).
       01 TXV-FONDEO                PIC X(05).
       01 TXV-MINIMO                PIC X(09).
       01 WS-TXV-MINIMO-TRANSITO    PIC 9(07)V99.
       01 WS-TXV-MINIMO-DIG REDEFINES WS-TXV-MINIMO-TRANSITO
                                    PIC 9(09).
      * CAMPOS DE LAS TRANSACCIONES 'W' Y 'O': ACCION, ID Y, PARA 'W',
      * MEDIO (SMS/EMAIL), DESTINO, UMBRAL DE SALDO BAJO Y MONTO DE
      * DEBITO GRANDE (9 DIGITOS SIN PUNTO, EN BLANCO = SIN ESA
      * ALERTA, MISMO TRUCO QUE WS-TXV-MINIMO-DIG) Y S/N DE ALERTA POR
      * CANAL NUEVO; PARA 'O', S = EXCLUIR Y N = LEVANTAR LA EXCLUSION
       01 TXW-ACCION                PIC X(01).
       01 TXW-ID                    PIC X(05).
       01 TXW-MEDIO                 PIC X(05).
       01 TXW-DESTINO               PIC X(50).
       01 TXW-UMBRAL                PIC X(09).
       01 TXW-MONTO                 PIC X(09).
       01 TXW-CANAL                 PIC X(01).
       01 TXO-EXCLUIR               PIC X(01).
       01 WS-TXW-UMBRAL             PIC 9(07)V99.
       01 WS-TXW-MONTO-TRANSITO     PIC 9(07)V99.
       01 WS-TXW-MONTO-DIG REDEFINES WS-TXW-MONTO-TRANSITO
                                    PIC 9(09).

       01 COUNT-ALTAS               PIC 9(5) VALUE 0.
       01 COUNT-CAMBIOS             PIC 9(5) VALUE 0.
       01 WS-VALIDACION-OK          PIC X VALUE 'S'.
       01 WS-MOTIVO-RECHAZO         PIC X(30) VALUE SPACES.

      * LISTA DE VIGILANCIA EN MEMORIA Y AREAS DEL CRIBADO
       COPY CRIBAWS.
       01 WS-LISTA-EOF              PIC X VALUE 'N'.
       01 WS-COINC-EOF              PIC X VALUE 'N'.
       01 WS-RETENIDOS-EOF          PIC X VALUE 'N'.
      * 'S' MIENTRAS SE REPROCESA UNA TRANSACCION YA LIBERADA POR
      * CUMPLIMIENTO, PARA QUE NO SE VUELVA A CRIBAR NI A RETENER
       01 WS-OMITIR-CRIBADO         PIC X VALUE 'N'.
       01 WS-CRB-HIT-NUM            PIC 9(01).
       01 WS-HORA-SISTEMA           PIC 9(08).
      * ID DE LA COINCIDENCIA: 'M' + FECHA + HORA DE LA CORRIDA +
      * CONSECUTIVO (VER COPY COINCLIS)
       01 WS-CRB-ID-ARMADO.
           02 WS-CRB-ID-PROCESO     PIC X(01) VALUE 'M'.
           02 WS-CRB-ID-FECHA       PIC 9(08).
           02 WS-CRB-ID-HORA        PIC 9(06).
           02 WS-CRB-ID-SECUENCIA   PIC 9(04) VALUE ZERO.
      * TRANSACCIONES RETENIDAS, CARGADAS AL INICIO CON LA DECISION
      * QUE CUMPLIMIENTO LES HAYA DADO ('L' LIBERADA, 'C' CONFIRMADA,
      * SPACE = SIGUE PENDIENTE); LAS DECIDIDAS SE PROCESAN AL INICIO
      * (VER PROCESAR-RETENIDOS-LISTA) Y YA NO SE REESCRIBEN
       01 WS-CANT-RETENIDOS         PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-RETENIDOS.
           02 WS-RET-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CANT-RETENIDOS
               INDEXED BY WS-RET-IDX.
               03 WS-RET-ID          PIC X(19).
               03 WS-RET-FECHA       PIC 9(08).
               03 WS-RET-TRANSACCION PIC X(100).
               03 WS-RET-DECISION    PIC X(01).
       01 COUNT-RETENIDOS-LISTA     PIC 9(5) VALUE 0.
       01 COUNT-LIBERADOS-LISTA     PIC 9(5) VALUE 0.
       01 COUNT-CONFIRMADOS-LISTA   PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           ACCEPT WS-FECHA-EJECUCION FROM DATE YYYYMMDD
           STRING WS-FECHA-EJECUCION DELIMITED BY SIZE
               '-MT' DELIMITED BY SIZE
               INTO WS-CLJ-LOTE
           PERFORM LEER-PARAMETROS-PSA02
           PERFORM VERIFICAR-APROBADOR-LOTE
           PERFORM CARGAR-PENDIENTES-APROBACION
           PERFORM CARGAR-TITULARES
           PERFORM CARGAR-PRODUCTOS
           PERFORM CARGAR-CHEQUERAS
           PERFORM CARGAR-NO-PAGO
           PERFORM CARGAR-EMBARGOS
           PERFORM CARGAR-BARRIDOS
           PERFORM CARGAR-ALERTAS
           PERFORM CARGAR-LISTA-VIGILANCIA
           PERFORM CARGAR-RETENIDOS-LISTA
           PERFORM ABRIR-HISTORIAL-CAMBIOS
           OPEN INPUT MANTCLI
               I-O CLIMASTER
               OPEN I-O CLIMASTER
           END-IF

           PERFORM PROCESAR-RETENIDOS-LISTA
           PERFORM HASTA-FIN-ARCHIVO
           PERFORM PROCESAR-COLA-PANTALLA

           PERFORM GUARDAR-PENDIENTES-APROBACION
           PERFORM GUARDAR-TITULARES
           PERFORM GUARDAR-CHEQUERAS
           PERFORM GUARDAR-NO-PAGO
           PERFORM GUARDAR-EMBARGOS
           PERFORM GUARDAR-BARRIDOS
           PERFORM GUARDAR-ALERTAS
           PERFORM GUARDAR-RETENIDOS-LISTA

           CLOSE MANTCLI CLIMASTER MANTRPT MANTCONF FHISTMANT
           DISPLAY "ALTAS PROCESADAS    : " COUNT-ALTAS
               COUNT-PENDIENTES-APROBACION
           DISPLAY "APROBACIONES PROCESADAS: " COUNT-APROBACIONES
           DISPLAY "LIMITES APLICADOS   : " COUNT-LIMITES
           DISPLAY "PRODUCTOS ASIGNADOS : " COUNT-PRODUCTOS
           DISPLAY "ALTAS DE TITULARES  : " COUNT-ALTAS-TITULAR
           DISPLAY "BAJAS DE TITULARES  : " COUNT-BAJAS-TITULAR
           DISPLAY "CHEQUERAS EMITIDAS  : " COUNT-CHEQUERAS
           DISPLAY "ORDENES DE NO PAGO  : " COUNT-NO-PAGO
           DISPLAY "CHEQUERAS SUSPENDIDAS: " COUNT-SUSPENSIONES
           DISPLAY "EMBARGOS REGISTRADOS: " COUNT-EMBARGOS
           DISPLAY "EMBARGOS LEVANTADOS : " COUNT-LEVANTAMIENTOS
           DISPLAY "BARRIDOS VINCULADOS : " COUNT-VINCULOS
           DISPLAY "BARRIDOS DESVINCULADOS: " COUNT-DESVINCULOS
           DISPLAY "PREFERENCIAS DE ALERTA: " COUNT-PREF-ALERTAS
           DISPLAY "EXCLUSIONES DE ALERTA: " COUNT-EXCL-ALERTAS
           DISPLAY "RETENIDOS POR LISTA : " COUNT-RETENIDOS-LISTA
           DISPLAY "LIBERADOS POR CUMPLIMIENTO: " COUNT-LIBERADOS-LISTA
           DISPLAY "CONFIRMADOS EN LISTA: " COUNT-CONFIRMADOS-LISTA
           DISPLAY "SOLICITUDES DE PANTALLA: " COUNT-SOL-PANTALLA
           DISPLAY "ERRORES ENCONTRADOS : " COUNT-ERRORES
           STOP RUN.

                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF
           MOVE WS-USUARIO TO WS-USUARIO-LOTE.

       VERIFICAR-APROBADOR-LOTE.
      *    AL ARRANCAR SE VERIFICA SI EL USUARIO DEL LOTE PUEDE APROBAR
      *    CAMBIOS DE LIMITE; SIN LA FUNCION, LAS "P" DEL LOTE SE
      *    RECHAZAN UNA A UNA (EL RESTO DEL LOTE SE APLICA IGUAL)
           MOVE WS-FECHA-EJECUCION TO WS-AUT-FECHA
           MOVE 'PSA02' TO WS-AUT-PROGRAMA
           MOVE 'CLIAPROB' TO WS-AUT-FUNCION
           MOVE WS-USUARIO-LOTE TO WS-AUT-USUARIO
           PERFORM VERIFICAR-AUTORIZACION
           MOVE WS-AUT-PERMITIDO TO WS-LOTE-PUEDE-APROBAR
           MOVE "APROBACIONES DEL LOTE, AL ARRANCAR" TO WS-AUT-DETALLE
           PERFORM REGISTRAR-ACCESO
           IF WS-LOTE-PUEDE-APROBAR NOT = 'S'
               DISPLAY "USUARIO " WS-USUARIO-LOTE " SIN FUNCION "
                   "CLIAPROB: LAS APROBACIONES DEL LOTE SE RECHAZAN"
           END-IF.

       VERIFICAR-AUTORIZACION.
           COPY AUTORCHK.

       REGISTRAR-ACCESO.
           COPY AUTORLOG.

       CARGAR-PENDIENTES-APROBACION.
           OPEN INPUT PENDAPROB
           IF FS-PENDAPROB = '00'
           IF WS-CANT-PENDAPROB < 2000
               ADD 1 TO WS-CANT-PENDAPROB
               SET WS-PENDAPROB-IDX TO WS-CANT-PENDAPROB
               MOVE SPACES TO WS-PA-USUARIO(WS-PENDAPROB-IDX)
               UNSTRING PENDAPROB-REGISTER DELIMITED BY "|"
                   INTO WS-PA-ID(WS-PENDAPROB-IDX),
                       WS-PA-NOMBRE(WS-PENDAPROB-IDX),
                       WS-PA-LIMITE-DIGITOS,
                       WS-PA-FECHA(WS-PENDAPROB-IDX),
                       WS-PA-USUARIO(WS-PENDAPROB-IDX)
               MOVE WS-PA-LIMITE-TRANSITO TO
                   WS-PA-LIMITE(WS-PENDAPROB-IDX)
           END-IF.
                   WS-PA-LIMITE-DIGITOS DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-PA-FECHA(WS-PENDAPROB-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-PA-USUARIO(WS-PENDAPROB-IDX) DELIMITED BY SIZE
                   INTO PENDAPROB-REGISTER
               WRITE PENDAPROB-REGISTER
           END-IF
               CLOSE FTITULARES
           END-IF.

       CARGAR-PRODUCTOS.
           OPEN INPUT FPRODUCTOS
           IF FS-FPRODUCTOS = '00'
               PERFORM UNTIL WS-PRODUCTOS-EOF = 'S'
                   READ FPRODUCTOS
                       AT END
                           MOVE 'S' TO WS-PRODUCTOS-EOF
                       NOT AT END
                           IF PRD-CODIGO NOT = SPACES AND
                              WS-CANT-PRODUCTOS < 200
                               ADD 1 TO WS-CANT-PRODUCTOS
                               SET WS-PRD-IDX TO WS-CANT-PRODUCTOS
                               MOVE PRD-CODIGO TO
                                   WS-PRD-CODIGO(WS-PRD-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FPRODUCTOS
           END-IF.

       CARGAR-CHEQUERAS.
           OPEN INPUT FCHEQUERAS
           IF FS-FCHEQUERAS = '00'
               PERFORM UNTIL WS-CHEQUERAS-EOF = 'S'
                   READ FCHEQUERAS
                       AT END
                           MOVE 'S' TO WS-CHEQUERAS-EOF
                       NOT AT END
                           IF CHQ-CLI-ID NOT = SPACES AND
                              WS-CANT-CHEQUERAS < 5000
                               ADD 1 TO WS-CANT-CHEQUERAS
                               SET WS-CHQ-IDX TO WS-CANT-CHEQUERAS
                               MOVE CHQ-CLI-ID TO WS-CHQ-CLI(WS-CHQ-IDX)
                               MOVE CHQ-DESDE TO
                                   WS-CHQ-DESDE(WS-CHQ-IDX)
                               MOVE CHQ-HASTA TO
                                   WS-CHQ-HASTA(WS-CHQ-IDX)
                               MOVE CHQ-ESTADO TO
                                   WS-CHQ-ESTADO(WS-CHQ-IDX)
                               MOVE CHQ-FECHA-EMISION TO
                                   WS-CHQ-FECHA(WS-CHQ-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCHEQUERAS
           END-IF.

       CARGAR-NO-PAGO.
           OPEN INPUT FNOPAGO
           IF FS-FNOPAGO = '00'
               PERFORM UNTIL WS-NOPAGO-EOF = 'S'
                   READ FNOPAGO
                       AT END
                           MOVE 'S' TO WS-NOPAGO-EOF
                       NOT AT END
                           IF NOP-CLI-ID NOT = SPACES AND
                              WS-CANT-NOPAGO < 10000
                               ADD 1 TO WS-CANT-NOPAGO
                               SET WS-NOP-IDX TO WS-CANT-NOPAGO
                               MOVE NOP-CLI-ID TO WS-NOP-CLI(WS-NOP-IDX)
                               MOVE NOP-NRO-CHEQUE TO
                                   WS-NOP-NRO(WS-NOP-IDX)
                               MOVE NOP-FECHA TO
                                   WS-NOP-FECHA(WS-NOP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FNOPAGO
           END-IF.

       CARGAR-EMBARGOS.
           OPEN INPUT FEMBARGOS
           IF FS-FEMBARGOS = '00'
               PERFORM UNTIL WS-EMBARGOS-EOF = 'S'
                   READ FEMBARGOS
                       AT END
                           MOVE 'S' TO WS-EMBARGOS-EOF
                       NOT AT END
                           IF EMB-CLI-ID NOT = SPACES AND
                              WS-CANT-EMBARGOS < 5000
                               ADD 1 TO WS-CANT-EMBARGOS
                               SET WS-EMB-IDX TO WS-CANT-EMBARGOS
                               PERFORM GUARDAR-EMBARGO-MEMORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEMBARGOS
           END-IF.

       GUARDAR-EMBARGO-MEMORIA.
           MOVE EMB-CLI-ID TO WS-EMB-CLI(WS-EMB-IDX)
           MOVE EMB-REFERENCIA TO WS-EMB-REFERENCIA(WS-EMB-IDX)
           MOVE EMB-JUZGADO TO WS-EMB-JUZGADO(WS-EMB-IDX)
           MOVE EMB-MONTO-ORDENADO TO WS-EMB-ORDENADO(WS-EMB-IDX)
           MOVE EMB-MONTO-EMBARGADO TO WS-EMB-EMBARGADO(WS-EMB-IDX)
           MOVE EMB-PRIORIDAD TO WS-EMB-PRIORIDAD(WS-EMB-IDX)
           MOVE EMB-FECHA-ALTA TO WS-EMB-FECHA-ALTA(WS-EMB-IDX)
           MOVE EMB-FECHA-VENCE TO WS-EMB-VENCE(WS-EMB-IDX)
           MOVE EMB-ESTADO TO WS-EMB-ESTADO(WS-EMB-IDX)
           MOVE EMB-FECHA-ESTADO TO WS-EMB-FECHA-ESTADO(WS-EMB-IDX).

       CARGAR-BARRIDOS.
           OPEN INPUT FBARRIDOS
           IF FS-FBARRIDOS = '00'
               PERFORM UNTIL WS-BARRIDOS-EOF = 'S'
                   READ FBARRIDOS
                       AT END
                           MOVE 'S' TO WS-BARRIDOS-EOF
                       NOT AT END
                           IF BAR-CLI-ID NOT = SPACES AND
                              WS-CANT-BARRIDOS < 5000
                               ADD 1 TO WS-CANT-BARRIDOS
                               SET WS-BAR-IDX TO WS-CANT-BARRIDOS
                               PERFORM GUARDAR-BARRIDO-MEMORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FBARRIDOS
           END-IF.

       GUARDAR-BARRIDO-MEMORIA.
           MOVE BAR-CLI-ID TO WS-BAR-CLI(WS-BAR-IDX)
           MOVE BAR-CLI-FONDEO TO WS-BAR-FONDEO(WS-BAR-IDX)
           MOVE BAR-MINIMO-FONDEO TO WS-BAR-MINIMO(WS-BAR-IDX)
           MOVE BAR-FECHA-ALTA TO WS-BAR-FECHA-ALTA(WS-BAR-IDX)
           MOVE BAR-ESTADO TO WS-BAR-ESTADO(WS-BAR-IDX)
           MOVE BAR-FECHA-ESTADO TO WS-BAR-FECHA-ESTADO(WS-BAR-IDX).

       CARGAR-ALERTAS.
           OPEN INPUT FALERTAS
           IF FS-FALERTAS = '00'
               PERFORM UNTIL WS-ALERTAS-EOF = 'S'
                   READ FALERTAS
                       AT END
                           MOVE 'S' TO WS-ALERTAS-EOF
                       NOT AT END
                           IF PRF-CLI-ID NOT = SPACES AND
                              WS-CANT-ALERTAS < 10000
                               ADD 1 TO WS-CANT-ALERTAS
                               SET WS-ALE-IDX TO WS-CANT-ALERTAS
                               PERFORM GUARDAR-ALERTA-MEMORIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FALERTAS
           END-IF.

       GUARDAR-ALERTA-MEMORIA.
           MOVE PRF-CLI-ID TO WS-ALE-CLI(WS-ALE-IDX)
           MOVE PRF-MEDIO TO WS-ALE-MEDIO(WS-ALE-IDX)
           MOVE PRF-DESTINO TO WS-ALE-DESTINO(WS-ALE-IDX)
           MOVE PRF-UMBRAL-SALDO TO WS-ALE-UMBRAL(WS-ALE-IDX)
           MOVE PRF-MONTO-DEBITO TO WS-ALE-MONTO(WS-ALE-IDX)
           MOVE PRF-ALERTA-CANAL TO WS-ALE-CANAL(WS-ALE-IDX)
           MOVE PRF-EXCLUIDO TO WS-ALE-EXCLUIDO(WS-ALE-IDX)
           MOVE PRF-FECHA-ALTA TO WS-ALE-FECHA-ALTA(WS-ALE-IDX)
           MOVE PRF-FECHA-ESTADO TO WS-ALE-FECHA-ESTADO(WS-ALE-IDX).

       GUARDAR-CHEQUERAS.
           OPEN OUTPUT FCHEQUERAS
           PERFORM ESCRIBIR-CHEQUERA
               VARYING WS-CHQ-IDX FROM 1 BY 1
               UNTIL WS-CHQ-IDX > WS-CANT-CHEQUERAS
           CLOSE FCHEQUERAS.

       ESCRIBIR-CHEQUERA.
           MOVE SPACES TO REG-CHEQUERA
           MOVE WS-CHQ-CLI(WS-CHQ-IDX) TO CHQ-CLI-ID
           MOVE WS-CHQ-DESDE(WS-CHQ-IDX) TO CHQ-DESDE
           MOVE WS-CHQ-HASTA(WS-CHQ-IDX) TO CHQ-HASTA
           MOVE WS-CHQ-ESTADO(WS-CHQ-IDX) TO CHQ-ESTADO
           MOVE WS-CHQ-FECHA(WS-CHQ-IDX) TO CHQ-FECHA-EMISION
           WRITE REG-CHEQUERA.

       GUARDAR-NO-PAGO.
           OPEN OUTPUT FNOPAGO
           PERFORM ESCRIBIR-NO-PAGO
               VARYING WS-NOP-IDX FROM 1 BY 1
               UNTIL WS-NOP-IDX > WS-CANT-NOPAGO
           CLOSE FNOPAGO.

       ESCRIBIR-NO-PAGO.
           MOVE SPACES TO REG-NO-PAGO
           MOVE WS-NOP-CLI(WS-NOP-IDX) TO NOP-CLI-ID
           MOVE WS-NOP-NRO(WS-NOP-IDX) TO NOP-NRO-CHEQUE
           MOVE WS-NOP-FECHA(WS-NOP-IDX) TO NOP-FECHA
           WRITE REG-NO-PAGO.

       GUARDAR-EMBARGOS.
           OPEN OUTPUT FEMBARGOS
           PERFORM ESCRIBIR-EMBARGO
               VARYING WS-EMB-IDX FROM 1 BY 1
               UNTIL WS-EMB-IDX > WS-CANT-EMBARGOS
           CLOSE FEMBARGOS.

       ESCRIBIR-EMBARGO.
           MOVE SPACES TO REG-EMBARGO
           MOVE WS-EMB-CLI(WS-EMB-IDX) TO EMB-CLI-ID
           MOVE WS-EMB-REFERENCIA(WS-EMB-IDX) TO EMB-REFERENCIA
           MOVE WS-EMB-JUZGADO(WS-EMB-IDX) TO EMB-JUZGADO
           MOVE WS-EMB-ORDENADO(WS-EMB-IDX) TO EMB-MONTO-ORDENADO
           MOVE WS-EMB-EMBARGADO(WS-EMB-IDX) TO EMB-MONTO-EMBARGADO
           MOVE WS-EMB-PRIORIDAD(WS-EMB-IDX) TO EMB-PRIORIDAD
           MOVE WS-EMB-FECHA-ALTA(WS-EMB-IDX) TO EMB-FECHA-ALTA
           MOVE WS-EMB-VENCE(WS-EMB-IDX) TO EMB-FECHA-VENCE
           MOVE WS-EMB-ESTADO(WS-EMB-IDX) TO EMB-ESTADO
           MOVE WS-EMB-FECHA-ESTADO(WS-EMB-IDX) TO EMB-FECHA-ESTADO
           WRITE REG-EMBARGO.

       GUARDAR-BARRIDOS.
           OPEN OUTPUT FBARRIDOS
           PERFORM ESCRIBIR-BARRIDO
               VARYING WS-BAR-IDX FROM 1 BY 1
               UNTIL WS-BAR-IDX > WS-CANT-BARRIDOS
           CLOSE FBARRIDOS.

       ESCRIBIR-BARRIDO.
           MOVE SPACES TO REG-BARRIDO
           MOVE WS-BAR-CLI(WS-BAR-IDX) TO BAR-CLI-ID
           MOVE WS-BAR-FONDEO(WS-BAR-IDX) TO BAR-CLI-FONDEO
           MOVE WS-BAR-MINIMO(WS-BAR-IDX) TO BAR-MINIMO-FONDEO
           MOVE WS-BAR-FECHA-ALTA(WS-BAR-IDX) TO BAR-FECHA-ALTA
           MOVE WS-BAR-ESTADO(WS-BAR-IDX) TO BAR-ESTADO
           MOVE WS-BAR-FECHA-ESTADO(WS-BAR-IDX) TO BAR-FECHA-ESTADO
           WRITE REG-BARRIDO.

       GUARDAR-ALERTAS.
           OPEN OUTPUT FALERTAS
           PERFORM ESCRIBIR-ALERTA
               VARYING WS-ALE-IDX FROM 1 BY 1
               UNTIL WS-ALE-IDX > WS-CANT-ALERTAS
           CLOSE FALERTAS.

       ESCRIBIR-ALERTA.
           MOVE SPACES TO REG-ALERTA-PREF
           MOVE WS-ALE-CLI(WS-ALE-IDX) TO PRF-CLI-ID
           MOVE WS-ALE-MEDIO(WS-ALE-IDX) TO PRF-MEDIO
           MOVE WS-ALE-DESTINO(WS-ALE-IDX) TO PRF-DESTINO
           MOVE WS-ALE-UMBRAL(WS-ALE-IDX) TO PRF-UMBRAL-SALDO
           MOVE WS-ALE-MONTO(WS-ALE-IDX) TO PRF-MONTO-DEBITO
           MOVE WS-ALE-CANAL(WS-ALE-IDX) TO PRF-ALERTA-CANAL
           MOVE WS-ALE-EXCLUIDO(WS-ALE-IDX) TO PRF-EXCLUIDO
           MOVE WS-ALE-FECHA-ALTA(WS-ALE-IDX) TO PRF-FECHA-ALTA
           MOVE WS-ALE-FECHA-ESTADO(WS-ALE-IDX) TO PRF-FECHA-ESTADO
           WRITE REG-ALERTA-PREF.

       LEER-TITULAR.
           READ FTITULARES
               AT END
               END-READ
           END-PERFORM.

       PROCESAR-COLA-PANTALLA.
      *    SOLICITUDES DE LA PANTALLA DE CLIENTES: MISMO CAMINO QUE UN
      *    RENGLON DE mantcli.dat (VALIDACION, CRIBADO, DOBLE FIRMA),
      *    PERO EL HISTORIAL Y LA DOBLE FIRMA VEN AL USUARIO QUE LA
      *    CAPTURO. AL TERMINAR LA COLA QUEDA VACIA
           OPEN INPUT FCOLAPANT
           IF FS-FCOLAPANT = '00'
               OPEN EXTEND FPANTAPLIC
               IF FS-FPANTAPLIC = '35'
                   OPEN OUTPUT FPANTAPLIC
               END-IF
               PERFORM UNTIL WS-COLAPANT-EOF = 'S'
                   READ FCOLAPANT
                       AT END
                           MOVE 'S' TO WS-COLAPANT-EOF
                       NOT AT END
                           PERFORM APLICAR-SOLICITUD-PANTALLA
                   END-READ
               END-PERFORM
               MOVE WS-USUARIO-LOTE TO WS-USUARIO
               CLOSE FCOLAPANT FPANTAPLIC
               OPEN OUTPUT FCOLAPANT
               CLOSE FCOLAPANT
           END-IF.

       APLICAR-SOLICITUD-PANTALLA.
           ADD 1 TO COUNT-SOL-PANTALLA
           IF SPN-USUARIO = SPACES
               MOVE WS-USUARIO-LOTE TO WS-USUARIO
           ELSE
               MOVE SPN-USUARIO TO WS-USUARIO
           END-IF
           MOVE SPN-TRANSACCION TO MANTCLI-REGISTER
           PERFORM PROCESAR-TRANSACCION
           MOVE WS-FECHA-EJECUCION TO SPN-FECHA-APLICADA
           MOVE REG-SOLPANT TO PANTAPLIC-REGISTER
           WRITE PANTAPLIC-REGISTER.

       PROCESAR-TRANSACCION.
           MOVE SPACE TO TX-ROL
           UNSTRING MANTCLI-REGISTER DELIMITED BY "|"
                   DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
           ELSE
               MOVE 0 TO WS-CRB-CANT-HIT
               IF (TX-ACCION = "A" OR TX-ACCION = "C") AND
                  WS-OMITIR-CRIBADO = 'N' AND WS-CRB-CANT-LIS > 0
                   PERFORM CRIBAR-TRANSACCION
               END-IF
               IF WS-CRB-CANT-HIT > 0
                   PERFORM RETENER-TRANSACCION
               ELSE
                   PERFORM APLICAR-TRANSACCION
               END-IF
           END-IF.

       APLICAR-TRANSACCION.
           EVALUATE TX-ACCION
               WHEN "A"
                   PERFORM ALTA-CLIENTE
               WHEN "C"
                   PERFORM CAMBIO-CLIENTE
               WHEN "B"
                   PERFORM BAJA-CLIENTE
               WHEN "P"
                   PERFORM APROBAR-CLIENTE
               WHEN "H"
                   PERFORM ALTA-TITULAR
               WHEN "J"
                   PERFORM BAJA-TITULAR
               WHEN "L"
                   PERFORM LIMITES-CLIENTE
               WHEN "K"
                   PERFORM PRODUCTO-CLIENTE
               WHEN "Q"
                   PERFORM EMITIR-CHEQUERA
               WHEN "N"
                   PERFORM REGISTRAR-NO-PAGO
               WHEN "S"
                   PERFORM SUSPENDER-CHEQUERAS
               WHEN "E"
                   PERFORM REGISTRAR-EMBARGO
               WHEN "X"
                   PERFORM LEVANTAR-EMBARGO
               WHEN "V"
                   PERFORM VINCULAR-BARRIDO
               WHEN "U"
                   PERFORM DESVINCULAR-BARRIDO
               WHEN "W"
                   PERFORM PREFERENCIAS-ALERTA
               WHEN "O"
                   PERFORM EXCLUSION-ALERTA
               WHEN "I"
                   PERFORM CONSULTA-CLIENTE
               WHEN OTHER
                   ADD 1 TO COUNT-ERRORES
                   STRING "ACCION DESCONOCIDA PARA CLIENTE " TX-ID
                       DELIMITED BY SIZE INTO MANTRPT-REGISTER
                   WRITE MANTRPT-REGISTER
           END-EVALUATE.

       VALIDAR-CAMPOS-TRANSACCION.
      *    LAS MISMAS VALIDACIONES QUE APLICA LA PANTALLA AL CAPTURAR
           COPY VALMANT.

       ALTA-CLIENTE.
           MOVE TX-ID TO CLI-ID
           MOVE TX-NOMBRE TO CLI-NOMBRE
           MOVE ZERO TO CLI-LIM-MON-R
           MOVE ZERO TO CLI-LIM-CNT-T
           MOVE ZERO TO CLI-LIM-MON-T
           MOVE SPACES TO CLI-PRODUCTO
           WRITE REG-CLIMAST
           IF CLIMASTER-STATUS = '00'
               ADD 1 TO COUNT-ALTAS
                   WS-PA-LIMITE(WS-PENDAPROB-IDX)
               MOVE WS-FECHA-EJECUCION TO
                   WS-PA-FECHA(WS-PENDAPROB-IDX)
               MOVE WS-USUARIO TO WS-PA-USUARIO(WS-PENDAPROB-IDX)
           ELSE
      *        LA COLA ESTA LLENA: EL CAMBIO NO QUEDO GUARDADO, ASI
      *        QUE EL LLAMADOR DEBE REPORTARLO COMO RECHAZADO Y NO
           PERFORM BUSCAR-PENDAPROB
               UNTIL WS-PENDAPROB-IDX > WS-CANT-PENDAPROB
                   OR WS-PENDAPROB-ENCONTRADO = 'S'
      *    DOBLE FIRMA: QUIEN PIDIO EL CAMBIO NO LO PUEDE APROBAR ('M'
      *    = ENCONTRADO PERO DEL MISMO USUARIO). UN PENDIENTE SIN
      *    USUARIO, O DEL USUARIO GENERICO 'BATCH', NO IDENTIFICA A
      *    NADIE Y SE APRUEBA COMO ANTES
           IF WS-PENDAPROB-ENCONTRADO = 'S' AND
              WS-PA-USUARIO(WS-PENDAPROB-IDX) NOT = SPACES AND
              WS-PA-USUARIO(WS-PENDAPROB-IDX) NOT = 'BATCH' AND
              WS-PA-USUARIO(WS-PENDAPROB-IDX) = WS-USUARIO
               MOVE 'M' TO WS-PENDAPROB-ENCONTRADO
           END-IF
      *    QUIEN APRUEBA NECESITA LA FUNCION CLIAPROB ('R' = SIN
      *    FUNCION). EL USUARIO DEL LOTE YA SE VERIFICO AL ARRANCAR;
      *    UNA SOLICITUD DE PANTALLA TRAE SU PROPIO USUARIO Y SE
      *    VERIFICA AQUI. CADA INTENTO QUEDA EN ACCESOS.txt
           MOVE 'CLIAPROB' TO WS-AUT-FUNCION
           MOVE WS-USUARIO TO WS-AUT-USUARIO
           IF WS-USUARIO = WS-USUARIO-LOTE
               MOVE WS-LOTE-PUEDE-APROBAR TO WS-AUT-PERMITIDO
           ELSE
               PERFORM VERIFICAR-AUTORIZACION
           END-IF
           MOVE SPACES TO WS-AUT-DETALLE
           STRING "APROBACION DE LIMITE CLIENTE " TX-ID
               DELIMITED BY SIZE INTO WS-AUT-DETALLE
           PERFORM REGISTRAR-ACCESO
           IF WS-PENDAPROB-ENCONTRADO = 'S' AND
              WS-AUT-PERMITIDO NOT = 'S'
               MOVE 'R' TO WS-PENDAPROB-ENCONTRADO
           END-IF
           IF WS-PENDAPROB-ENCONTRADO = 'S'
               MOVE TX-ID TO CLI-ID
               READ CLIMASTER
               END-READ
           ELSE
               ADD 1 TO COUNT-ERRORES
               EVALUATE WS-PENDAPROB-ENCONTRADO
                   WHEN 'M'
                       STRING "APROBACION RECHAZADA, MISMO USUARIO QUE "
                           "PIDIO EL CAMBIO " TX-ID DELIMITED BY SIZE
                           INTO MANTRPT-REGISTER
                   WHEN 'R'
                       STRING "APROBACION RECHAZADA, " WS-USUARIO
                           " SIN FUNCION CLIAPROB " TX-ID
                           DELIMITED BY SIZE INTO MANTRPT-REGISTER
                   WHEN OTHER
                       STRING "APROBACION RECHAZADA, SIN CAMBIO "
                           "PENDIENTE " TX-ID DELIMITED BY SIZE
                           INTO MANTRPT-REGISTER
               END-EVALUATE
           END-IF
           WRITE MANTRPT-REGISTER.

               PERFORM GRABAR-CONFIRMACION
           END-IF.

       PRODUCTO-CLIENTE.
      *    'K'|ID|PRODUCTO: EL CODIGO DEBE EXISTIR EN PRODUCTOS.txt;
      *    EN BLANCO DEVUELVE EL CLIENTE A LA TASA/COMISION GENERAL DEL
      *    PARM-CARD DE PSA01. EL CODIGO VIAJA EN EL LUGAR DEL NOMBRE
           MOVE TX-NOMBRE(1:4) TO WS-ANT-PRODUCTO
           MOVE 'S' TO WS-PRD-ENCONTRADO
           IF WS-ANT-PRODUCTO NOT = SPACES AND WS-CANT-PRODUCTOS = 0
               MOVE 'N' TO WS-PRD-ENCONTRADO
           END-IF
           IF WS-ANT-PRODUCTO NOT = SPACES AND WS-CANT-PRODUCTOS > 0
               SET WS-PRD-IDX TO 1
               SEARCH WS-PRD-ENTRY
                   AT END
                       MOVE 'N' TO WS-PRD-ENCONTRADO
                   WHEN WS-PRD-CODIGO(WS-PRD-IDX) = WS-ANT-PRODUCTO
                       CONTINUE
               END-SEARCH
           END-IF
           IF WS-PRD-ENCONTRADO = 'N'
               ADD 1 TO COUNT-ERRORES
               STRING "PRODUCTO RECHAZADO, NO ESTA EN EL CATALOGO "
                   TX-ID DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
           ELSE
               MOVE TX-ID TO CLI-ID
               READ CLIMASTER
                   INVALID KEY
                       ADD 1 TO COUNT-ERRORES
                       STRING "PRODUCTO RECHAZADO, CLIENTE NO EXISTE "
                           TX-ID DELIMITED BY SIZE
                           INTO MANTRPT-REGISTER
                       WRITE MANTRPT-REGISTER
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM APLICAR-PRODUCTO-CLIENTE
               END-READ
           END-IF.

       APLICAR-PRODUCTO-CLIENTE.
           IF CLI-ESTADO = 'I' OR CLI-ESTADO = 'E'
               ADD 1 TO COUNT-ERRORES
               STRING "PRODUCTO RECHAZADO, CLIENTE INACTIVO "
                   TX-ID DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
           ELSE
               PERFORM GRABAR-JOURNAL-CLIMAST
               MOVE CLI-PRODUCTO TO WS-HM-ANTES
               MOVE TX-NOMBRE(1:4) TO CLI-PRODUCTO
               REWRITE REG-CLIMAST
               ADD 1 TO COUNT-PRODUCTOS
               STRING "PRODUCTO OK CLIENTE " TX-ID
                   DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
               PERFORM GRABAR-CONFIRMACION
               MOVE 'PRODUCTO' TO WS-HM-CAMPO
               MOVE CLI-PRODUCTO TO WS-HM-DESPUES
               PERFORM GRABAR-HISTORIAL-CAMPO
           END-IF.

       EMITIR-CHEQUERA.
      *    'Q'|ID|DESDE|HASTA: LA CUENTA DEBE EXISTIR Y ESTAR ACTIVA,
      *    NO TENER UNA CHEQUERA SUSPENDIDA Y EL RANGO NO PUEDE PISAR
      *    OTRA CHEQUERA DEL MISMO CLIENTE (LOS NUMEROS DE CHEQUE SON
      *    POR CUENTA, DOS CLIENTES PUEDEN REPETIRLOS)
           UNSTRING MANTCLI-REGISTER DELIMITED BY "|"
               INTO TXQ-ACCION, TXQ-ID, TXQ-DESDE, TXQ-HASTA
           PERFORM VALIDAR-RANGO-CHEQUERA
           IF WS-CHQ-MOTIVO = SPACES
               MOVE TX-ID TO CLI-ID
               READ CLIMASTER
                   INVALID KEY
                       MOVE "CUENTA NO EXISTE" TO WS-CHQ-MOTIVO
                   NOT INVALID KEY
                       IF CLI-ESTADO NOT = 'A'
                           MOVE "CUENTA NO ACTIVA" TO WS-CHQ-MOTIVO
                       END-IF
               END-READ
           END-IF
           IF WS-CHQ-MOTIVO = SPACES
               PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-CANT-CHEQUERAS
                   IF WS-CHQ-CLI(WS-CHQ-IDX) = TX-ID
                       IF WS-CHQ-ESTADO(WS-CHQ-IDX) = 'S'
                           MOVE "CHEQUERA SUSPENDIDA" TO WS-CHQ-MOTIVO
                       END-IF
                       IF WS-TXQ-DESDE <= WS-CHQ-HASTA(WS-CHQ-IDX) AND
                          WS-TXQ-HASTA >= WS-CHQ-DESDE(WS-CHQ-IDX)
                           MOVE "RANGO YA EMITIDO" TO WS-CHQ-MOTIVO
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CHQ-MOTIVO = SPACES AND WS-CANT-CHEQUERAS >= 5000
               MOVE "TABLA LLENA" TO WS-CHQ-MOTIVO
           END-IF
           IF WS-CHQ-MOTIVO NOT = SPACES
               ADD 1 TO COUNT-ERRORES
               STRING "CHEQUERA RECHAZADA, " WS-CHQ-MOTIVO " "
                   TX-ID DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
           ELSE
               ADD 1 TO WS-CANT-CHEQUERAS
               SET WS-CHQ-IDX TO WS-CANT-CHEQUERAS
               MOVE TX-ID TO WS-CHQ-CLI(WS-CHQ-IDX)
               MOVE WS-TXQ-DESDE TO WS-CHQ-DESDE(WS-CHQ-IDX)
               MOVE WS-TXQ-HASTA TO WS-CHQ-HASTA(WS-CHQ-IDX)
               MOVE 'A' TO WS-CHQ-ESTADO(WS-CHQ-IDX)
               MOVE WS-FECHA-EJECUCION TO WS-CHQ-FECHA(WS-CHQ-IDX)
               ADD 1 TO COUNT-CHEQUERAS
               STRING "CHEQUERA OK CLIENTE " TX-ID " DEL "
                   WS-TXQ-DESDE " AL " WS-TXQ-HASTA
                   DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
               PERFORM GRABAR-CONFIRMACION
               MOVE 'CHEQUERA' TO WS-HM-CAMPO
               MOVE SPACES TO WS-HM-ANTES
               MOVE SPACES TO WS-HM-DESPUES
               STRING WS-TXQ-DESDE "-" WS-TXQ-HASTA
                   DELIMITED BY SIZE INTO WS-HM-DESPUES
               PERFORM GRABAR-HISTORIAL-CAMPO
           END-IF.

       VALIDAR-RANGO-CHEQUERA.
      *    LOS NUMEROS VIAJAN EN 7 DIGITOS CON CEROS A LA IZQUIERDA,
      *    MISMO CRITERIO DE ANCHO FIJO QUE LOS MONTOS DE LA 'L'
           MOVE SPACES TO WS-CHQ-MOTIVO
           MOVE ZERO TO WS-TXQ-DESDE
           MOVE ZERO TO WS-TXQ-HASTA
           IF TXQ-DESDE IS NUMERIC AND TXQ-HASTA IS NUMERIC
               MOVE TXQ-DESDE TO WS-TXQ-DESDE
               MOVE TXQ-HASTA TO WS-TXQ-HASTA
           END-IF
           IF WS-TXQ-DESDE = ZERO OR WS-TXQ-HASTA < WS-TXQ-DESDE
               MOVE "RANGO DE CHEQUES INVALIDO" TO WS-CHQ-MOTIVO
           END-IF.

       REGISTRAR-NO-PAGO.
      *    'N'|ID|NRO: EL CHEQUE DEBE PERTENECER A UNA CHEQUERA DEL
      *    CLIENTE (VIGENTE O SUSPENDIDA) Y NO TENER YA UNA ORDEN; LA
      *    ORDEN NO VENCE, PSA01 LA APLICA CADA VEZ QUE SE PRESENTE
           UNSTRING MANTCLI-REGISTER DELIMITED BY "|"
               INTO TXQ-ACCION, TXQ-ID, TXQ-DESDE
           MOVE TXQ-DESDE TO TXQ-HASTA
           PERFORM VALIDAR-RANGO-CHEQUERA
           IF WS-CHQ-MOTIVO = SPACES
               MOVE 'N' TO WS-CHQ-CUBIERTO
               PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-CANT-CHEQUERAS
                   IF WS-CHQ-CLI(WS-CHQ-IDX) = TX-ID AND
                      WS-TXQ-DESDE >= WS-CHQ-DESDE(WS-CHQ-IDX) AND
                      WS-TXQ-DESDE <= WS-CHQ-HASTA(WS-CHQ-IDX)
                       MOVE 'S' TO WS-CHQ-CUBIERTO
                   END-IF
               END-PERFORM
               IF WS-CHQ-CUBIERTO = 'N'
                   MOVE "CHEQUE NO EMITIDO AL CLIENTE" TO
                       WS-CHQ-MOTIVO
               END-IF
           END-IF
           IF WS-CHQ-MOTIVO = SPACES
               PERFORM VARYING WS-NOP-IDX FROM 1 BY 1
                   UNTIL WS-NOP-IDX > WS-CANT-NOPAGO
                   IF WS-NOP-CLI(WS-NOP-IDX) = TX-ID AND
                      WS-NOP-NRO(WS-NOP-IDX) = WS-TXQ-DESDE
                       MOVE "ORDEN YA REGISTRADA" TO WS-CHQ-MOTIVO
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CHQ-MOTIVO = SPACES AND WS-CANT-NOPAGO >= 10000
               MOVE "TABLA LLENA" TO WS-CHQ-MOTIVO
           END-IF
           IF WS-CHQ-MOTIVO NOT = SPACES
               ADD 1 TO COUNT-ERRORES
               STRING "NO PAGO RECHAZADO, " WS-CHQ-MOTIVO " "
                   TX-ID DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
           ELSE
               ADD 1 TO WS-CANT-NOPAGO
               SET WS-NOP-IDX TO WS-CANT-NOPAGO
               MOVE TX-ID TO WS-NOP-CLI(WS-NOP-IDX)
               MOVE WS-TXQ-DESDE TO WS-NOP-NRO(WS-NOP-IDX)
               MOVE WS-FECHA-EJECUCION TO WS-NOP-FECHA(WS-NOP-IDX)
               ADD 1 TO COUNT-NO-PAGO
               STRING "NO PAGO OK CLIENTE " TX-ID " CHEQUE "
                   WS-TXQ-DESDE DELIMITED BY SIZE
                   INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
               PERFORM GRABAR-CONFIRMACION
               MOVE 'NO PAGO' TO WS-HM-CAMPO
               MOVE SPACES TO WS-HM-ANTES
               MOVE WS-TXQ-DESDE TO WS-HM-DESPUES
               PERFORM GRABAR-HISTORIAL-CAMPO
           END-IF.

       SUSPENDER-CHEQUERAS.
      *    'S'|ID: DECISION TOMADA CON EL CONTEO DE DEVOLUCIONES POR
      *    FONDOS INSUFICIENTES DE PSA01 (chequeras_suspension.txt);
      *    TODAS LAS CHEQUERAS VIGENTES DEL CLIENTE PASAN A 'S'
           MOVE ZERO TO WS-CHQ-SUSPENDIDAS
           PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
               UNTIL WS-CHQ-IDX > WS-CANT-CHEQUERAS
               IF WS-CHQ-CLI(WS-CHQ-IDX) = TX-ID AND
                  WS-CHQ-ESTADO(WS-CHQ-IDX) = 'A'
                   MOVE 'S' TO WS-CHQ-ESTADO(WS-CHQ-IDX)
                   ADD 1 TO WS-CHQ-SUSPENDIDAS
               END-IF
           END-PERFORM
           IF WS-CHQ-SUSPENDIDAS = ZERO
               ADD 1 TO COUNT-ERRORES
               STRING "SUSPENSION RECHAZADA, SIN CHEQUERA VIGENTE "
                   TX-ID DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
           ELSE
               ADD 1 TO COUNT-SUSPENSIONES
               STRING "SUSPENSION OK CLIENTE " TX-ID
                   DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
               PERFORM GRABAR-CONFIRMACION
               MOVE 'CHEQUERA' TO WS-HM-CAMPO
               MOVE 'A' TO WS-HM-ANTES
               MOVE 'S' TO WS-HM-DESPUES
               PERFORM GRABAR-HISTORIAL-CAMPO
           END-IF.

       REGISTRAR-EMBARGO.
      *    'E'|ID|EXPEDIENTE|JUZGADO|MONTO|PRIORIDAD|VENCE: LA CUENTA
      *    DEBE EXISTIR (UNA CUENTA INACTIVA TAMBIEN SE PUEDE EMBARGAR)
      *    Y EL EXPEDIENTE NO PUEDE ESTAR YA REGISTRADO PARA EL
      *    CLIENTE. LA ORDEN RIGE DESDE LA PROXIMA CORRIDA DE PSA01,
      *    QUE ES LA QUE RESERVA Y EMBARGA EL SALDO
           MOVE SPACES TO TXE-REFERENCIA TXE-JUZGADO
           MOVE SPACES TO TXE-MONTO TXE-PRIORIDAD TXE-VENCE
           UNSTRING MANTCLI-REGISTER DELIMITED BY "|"
               INTO TXE-ACCION, TXE-ID, TXE-REFERENCIA, TXE-JUZGADO,
                   TXE-MONTO, TXE-PRIORIDAD, TXE-VENCE
           PERFORM VALIDAR-CAMPOS-EMBARGO
           IF WS-EMB-MOTIVO = SPACES
               MOVE TX-ID TO CLI-ID
               READ CLIMASTER
                   INVALID KEY
                       MOVE "CUENTA NO EXISTE" TO WS-EMB-MOTIVO
               END-READ
           END-IF
           IF WS-EMB-MOTIVO = SPACES
               PERFORM VARYING WS-EMB-IDX FROM 1 BY 1
                   UNTIL WS-EMB-IDX > WS-CANT-EMBARGOS
                   IF WS-EMB-CLI(WS-EMB-IDX) = TX-ID AND
                      WS-EMB-REFERENCIA(WS-EMB-IDX) = TXE-REFERENCIA
                       MOVE "EXPEDIENTE YA REGISTRADO" TO WS-EMB-MOTIVO
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EMB-MOTIVO = SPACES AND WS-CANT-EMBARGOS >= 5000
               MOVE "TABLA LLENA" TO WS-EMB-MOTIVO
           END-IF
           IF WS-EMB-MOTIVO NOT = SPACES
               ADD 1 TO COUNT-ERRORES
               MOVE SPACES TO MANTRPT-REGISTER
               STRING "EMBARGO RECHAZADO, " WS-EMB-MOTIVO " "
                   TX-ID DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
           ELSE
               ADD 1 TO WS-CANT-EMBARGOS
               SET WS-EMB-IDX TO WS-CANT-EMBARGOS
               MOVE TX-ID TO WS-EMB-CLI(WS-EMB-IDX)
               MOVE TXE-REFERENCIA TO WS-EMB-REFERENCIA(WS-EMB-IDX)
               MOVE TXE-JUZGADO TO WS-EMB-JUZGADO(WS-EMB-IDX)
               MOVE WS-TXE-MONTO-TRANSITO TO
                   WS-EMB-ORDENADO(WS-EMB-IDX)
               MOVE ZERO TO WS-EMB-EMBARGADO(WS-EMB-IDX)
               MOVE WS-TXE-PRIORIDAD TO WS-EMB-PRIORIDAD(WS-EMB-IDX)
               MOVE WS-FECHA-EJECUCION TO
                   WS-EMB-FECHA-ALTA(WS-EMB-IDX)
               MOVE WS-TXE-VENCE TO WS-EMB-VENCE(WS-EMB-IDX)
               MOVE 'A' TO WS-EMB-ESTADO(WS-EMB-IDX)
               MOVE WS-FECHA-EJECUCION TO
                   WS-EMB-FECHA-ESTADO(WS-EMB-IDX)
               ADD 1 TO COUNT-EMBARGOS
               MOVE WS-TXE-MONTO-TRANSITO TO WS-HM-MONTO-ED
               MOVE SPACES TO MANTRPT-REGISTER
               STRING "EMBARGO OK CLIENTE " TX-ID " EXPEDIENTE "
                   TXE-REFERENCIA " MONTO " WS-HM-MONTO-ED
                   DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
               PERFORM GRABAR-CONFIRMACION
               MOVE 'EMBARGO' TO WS-HM-CAMPO
               MOVE SPACES TO WS-HM-ANTES
               MOVE TXE-REFERENCIA TO WS-HM-DESPUES
               PERFORM GRABAR-HISTORIAL-CAMPO
           END-IF.

       VALIDAR-CAMPOS-EMBARGO.
           MOVE SPACES TO WS-EMB-MOTIVO
           MOVE ZERO TO WS-TXE-MONTO-TRANSITO
           MOVE 99 TO WS-TXE-PRIORIDAD
           MOVE ZERO TO WS-TXE-VENCE
           IF TXE-MONTO IS NUMERIC
               MOVE TXE-MONTO TO WS-TXE-MONTO-DIG
           END-IF
           IF TXE-PRIORIDAD NOT = SPACES
               IF TXE-PRIORIDAD IS NUMERIC
                   MOVE TXE-PRIORIDAD TO WS-TXE-PRIORIDAD
               ELSE
                   MOVE ZERO TO WS-TXE-PRIORIDAD
               END-IF
           END-IF
           IF TXE-VENCE NOT = SPACES
               IF TXE-VENCE IS NUMERIC
                   MOVE TXE-VENCE TO WS-TXE-VENCE
               ELSE
                   MOVE 1 TO WS-TXE-VENCE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TXE-REFERENCIA = SPACES
                   MOVE "EXPEDIENTE VACIO" TO WS-EMB-MOTIVO
               WHEN TXE-JUZGADO = SPACES
                   MOVE "JUZGADO VACIO" TO WS-EMB-MOTIVO
               WHEN WS-TXE-MONTO-TRANSITO = ZERO
                   MOVE "MONTO ORDENADO INVALIDO" TO WS-EMB-MOTIVO
               WHEN WS-TXE-PRIORIDAD = ZERO
                   MOVE "PRIORIDAD INVALIDA" TO WS-EMB-MOTIVO
               WHEN WS-TXE-VENCE NOT = ZERO AND
                    WS-TXE-VENCE <= WS-FECHA-EJECUCION
                   MOVE "VENCIMIENTO INVALIDO" TO WS-EMB-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       LEVANTAR-EMBARGO.
      *    'X'|ID|EXPEDIENTE: EL JUZGADO LEVANTA LA ORDEN; LO YA
      *    EMBARGADO NO SE DEVUELVE (YA SE REMITIO AL JUZGADO), PERO
      *    LO PENDIENTE DEJA DE RESERVARSE EN LA CORRIDA DE PSA01 DE
      *    ESTA MISMA NOCHE
           MOVE SPACES TO TXE-REFERENCIA
           UNSTRING MANTCLI-REGISTER DELIMITED BY "|"
               INTO TXE-ACCION, TXE-ID, TXE-REFERENCIA
           MOVE "EMBARGO NO VIGENTE" TO WS-EMB-MOTIVO
           PERFORM VARYING WS-EMB-IDX FROM 1 BY 1
               UNTIL WS-EMB-IDX > WS-CANT-EMBARGOS
               IF WS-EMB-CLI(WS-EMB-IDX) = TX-ID AND
                  WS-EMB-REFERENCIA(WS-EMB-IDX) = TXE-REFERENCIA AND
                  WS-EMB-ESTADO(WS-EMB-IDX) = 'A'
                   MOVE 'L' TO WS-EMB-ESTADO(WS-EMB-IDX)
                   MOVE WS-FECHA-EJECUCION TO
                       WS-EMB-FECHA-ESTADO(WS-EMB-IDX)
                   MOVE SPACES TO WS-EMB-MOTIVO
               END-IF
           END-PERFORM
           IF TXE-REFERENCIA = SPACES
               MOVE "EXPEDIENTE VACIO" TO WS-EMB-MOTIVO
           END-IF
           IF WS-EMB-MOTIVO NOT = SPACES
               ADD 1 TO COUNT-ERRORES
               MOVE SPACES TO MANTRPT-REGISTER
               STRING "LEVANTAMIENTO RECHAZADO, " WS-EMB-MOTIVO " "
                   TX-ID DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
           ELSE
               ADD 1 TO COUNT-LEVANTAMIENTOS
               MOVE SPACES TO MANTRPT-REGISTER
               STRING "LEVANTAMIENTO OK CLIENTE " TX-ID
                   " EXPEDIENTE " TXE-REFERENCIA
                   DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
               PERFORM GRABAR-CONFIRMACION
               MOVE 'EMBARGO' TO WS-HM-CAMPO
               MOVE 'A' TO WS-HM-ANTES
               MOVE 'L' TO WS-HM-DESPUES
               PERFORM GRABAR-HISTORIAL-CAMPO
           END-IF.

       VINCULAR-BARRIDO.
      *    'V'|CUBIERTA|FONDEO|MINIMO: LAS DOS CUENTAS DEBEN EXISTIR,
      *    SER DISTINTAS, ESTAR ACTIVAS Y TENER LA MISMA MONEDA (EL
      *    BARRIDO NO CONVIERTE). SI LA CUENTA CUBIERTA YA TIENE UN
      *    VINCULO VIGENTE SE REEMPLAZA SU FONDEO Y SU MINIMO; RIGE
      *    DESDE LA PROXIMA CORRIDA DE PSA01
           MOVE SPACES TO TXV-FONDEO TXV-MINIMO
           UNSTRING MANTCLI-REGISTER DELIMITED BY "|"
               INTO TXV-ACCION, TXV-ID, TXV-FONDEO, TXV-MINIMO
           MOVE SPACES TO WS-BAR-MOTIVO
           MOVE ZERO TO WS-TXV-MINIMO-TRANSITO
           IF TXV-MINIMO NOT = SPACES
               IF TXV-MINIMO IS NUMERIC
                   MOVE TXV-MINIMO TO WS-TXV-MINIMO-DIG
               ELSE
                   MOVE "MINIMO DE FONDEO INVALIDO" TO WS-BAR-MOTIVO
               END-IF
           END-IF
           IF TXV-FONDEO = SPACES OR TXV-FONDEO = ZEROS
               MOVE "CUENTA DE FONDEO VACIA" TO WS-BAR-MOTIVO
           END-IF
           IF TXV-FONDEO = TX-ID
               MOVE "FONDEO IGUAL A LA CUBIERTA" TO WS-BAR-MOTIVO
           END-IF
           IF WS-BAR-MOTIVO = SPACES
               MOVE TX-ID TO CLI-ID
               READ CLIMASTER
                   INVALID KEY
                       MOVE "CUENTA NO EXISTE" TO WS-BAR-MOTIVO
                   NOT INVALID KEY
                       MOVE CLI-MONEDA TO WS-BAR-MONEDA
                       IF CLI-ESTADO = 'I' OR CLI-ESTADO = 'E' OR
                          CLI-ESTADO = 'F'
                           MOVE "CUENTA NO ACTIVA" TO WS-BAR-MOTIVO
                       END-IF
               END-READ
           END-IF
           IF WS-BAR-MOTIVO = SPACES
               MOVE TXV-FONDEO TO CLI-ID
               READ CLIMASTER
                   INVALID KEY
                       MOVE "FONDEO NO EXISTE" TO WS-BAR-MOTIVO
                   NOT INVALID KEY
                       IF CLI-ESTADO = 'I' OR CLI-ESTADO = 'E' OR
                          CLI-ESTADO = 'F'
                           MOVE "FONDEO NO ACTIVO" TO WS-BAR-MOTIVO
                       END-IF
                       IF CLI-MONEDA NOT = WS-BAR-MONEDA
                           MOVE "FONDEO EN OTRA MONEDA" TO
                               WS-BAR-MOTIVO
                       END-IF
               END-READ
           END-IF
           MOVE 'N' TO WS-BAR-VIGENTE
           IF WS-BAR-MOTIVO = SPACES
               PERFORM VARYING WS-BAR-IDX FROM 1 BY 1
                   UNTIL WS-BAR-IDX > WS-CANT-BARRIDOS
                      OR WS-BAR-VIGENTE = 'S'
                   IF WS-BAR-CLI(WS-BAR-IDX) = TX-ID AND
                      WS-BAR-ESTADO(WS-BAR-IDX) = 'A'
                       MOVE 'S' TO WS-BAR-VIGENTE
                   END-IF
               END-PERFORM
           END-IF
      *    EL VARYING DEJA EL INDICE UNO MAS ALLA DEL VINCULO HALLADO
           IF WS-BAR-VIGENTE = 'S'
               SET WS-BAR-IDX DOWN BY 1
               MOVE WS-BAR-FONDEO(WS-BAR-IDX) TO WS-HM-ANTES
           ELSE
               MOVE SPACES TO WS-HM-ANTES
               IF WS-BAR-MOTIVO = SPACES AND WS-CANT-BARRIDOS >= 5000
                   MOVE "TABLA LLENA" TO WS-BAR-MOTIVO
               END-IF
           END-IF
           IF WS-BAR-MOTIVO NOT = SPACES
               ADD 1 TO COUNT-ERRORES
               MOVE SPACES TO MANTRPT-REGISTER
               STRING "BARRIDO RECHAZADO, " WS-BAR-MOTIVO " "
                   TX-ID DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
           ELSE
               IF WS-BAR-VIGENTE = 'N'
                   ADD 1 TO WS-CANT-BARRIDOS
                   SET WS-BAR-IDX TO WS-CANT-BARRIDOS
                   MOVE TX-ID TO WS-BAR-CLI(WS-BAR-IDX)
                   MOVE WS-FECHA-EJECUCION TO
                       WS-BAR-FECHA-ALTA(WS-BAR-IDX)
                   MOVE 'A' TO WS-BAR-ESTADO(WS-BAR-IDX)
               END-IF
               MOVE TXV-FONDEO TO WS-BAR-FONDEO(WS-BAR-IDX)
               MOVE WS-TXV-MINIMO-TRANSITO TO WS-BAR-MINIMO(WS-BAR-IDX)
               MOVE WS-FECHA-EJECUCION TO
                   WS-BAR-FECHA-ESTADO(WS-BAR-IDX)
               ADD 1 TO COUNT-VINCULOS
               MOVE WS-TXV-MINIMO-TRANSITO TO WS-HM-MONTO-ED
               MOVE SPACES TO MANTRPT-REGISTER
               STRING "BARRIDO OK CLIENTE " TX-ID " FONDEO "
                   TXV-FONDEO " MINIMO " WS-HM-MONTO-ED
                   DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
               PERFORM GRABAR-CONFIRMACION
               MOVE 'BARRIDO' TO WS-HM-CAMPO
               MOVE TXV-FONDEO TO WS-HM-DESPUES
               PERFORM GRABAR-HISTORIAL-CAMPO
           END-IF.

       DESVINCULAR-BARRIDO.
      *    'U'|CUBIERTA: DA DE BAJA EL VINCULO VIGENTE; LA CORRIDA DE
      *    PSA01 DE ESTA MISMA NOCHE YA NO BARRE
           MOVE "BARRIDO NO VIGENTE" TO WS-BAR-MOTIVO
           PERFORM VARYING WS-BAR-IDX FROM 1 BY 1
               UNTIL WS-BAR-IDX > WS-CANT-BARRIDOS
               IF WS-BAR-CLI(WS-BAR-IDX) = TX-ID AND
                  WS-BAR-ESTADO(WS-BAR-IDX) = 'A'
                   MOVE 'B' TO WS-BAR-ESTADO(WS-BAR-IDX)
                   MOVE WS-FECHA-EJECUCION TO
                       WS-BAR-FECHA-ESTADO(WS-BAR-IDX)
                   MOVE WS-BAR-FONDEO(WS-BAR-IDX) TO WS-HM-ANTES
                   MOVE SPACES TO WS-BAR-MOTIVO
               END-IF
           END-PERFORM
           IF WS-BAR-MOTIVO NOT = SPACES
               ADD 1 TO COUNT-ERRORES
               MOVE SPACES TO MANTRPT-REGISTER
               STRING "DESVINCULO RECHAZADO, " WS-BAR-MOTIVO " "
                   TX-ID DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
           ELSE
               ADD 1 TO COUNT-DESVINCULOS
               MOVE SPACES TO MANTRPT-REGISTER
               STRING "DESVINCULO OK CLIENTE " TX-ID
                   " FONDEO " WS-HM-ANTES
                   DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
               PERFORM GRABAR-CONFIRMACION
               MOVE 'BARRIDO' TO WS-HM-CAMPO
               MOVE SPACES TO WS-HM-DESPUES
               PERFORM GRABAR-HISTORIAL-CAMPO
           END-IF.

       PREFERENCIAS-ALERTA.
      *    'W'|ID|MEDIO|DESTINO|UMBRAL|MONTO|CANAL: LA CUENTA DEBE
      *    EXISTIR Y ESTAR ACTIVA, EL MEDIO SER SMS O EMAIL (UN CORREO
      *    LLEVA UNA SOLA ARROBA) Y PEDIR AL MENOS UNA ALERTA. SI EL
      *    CLIENTE YA TIENE RENGLON SE REEMPLAZAN SUS PREFERENCIAS
      *    PERO NO SU EXCLUSION, QUE SOLO LA LEVANTA UNA 'O'
           MOVE SPACES TO TXW-MEDIO TXW-DESTINO TXW-UMBRAL TXW-MONTO
               TXW-CANAL
           UNSTRING MANTCLI-REGISTER DELIMITED BY "|"
               INTO TXW-ACCION, TXW-ID, TXW-MEDIO, TXW-DESTINO,
                   TXW-UMBRAL, TXW-MONTO, TXW-CANAL
           MOVE SPACES TO WS-ALE-MOTIVO
           MOVE ZERO TO WS-TXW-UMBRAL WS-TXW-MONTO-TRANSITO
           IF TXW-UMBRAL NOT = SPACES
               IF TXW-UMBRAL IS NUMERIC
                   MOVE TXW-UMBRAL TO WS-TXW-MONTO-DIG
                   MOVE WS-TXW-MONTO-TRANSITO TO WS-TXW-UMBRAL
               ELSE
                   MOVE "UMBRAL DE SALDO INVALIDO" TO WS-ALE-MOTIVO
               END-IF
           END-IF
           MOVE ZERO TO WS-TXW-MONTO-TRANSITO
           IF TXW-MONTO NOT = SPACES
               IF TXW-MONTO IS NUMERIC
                   MOVE TXW-MONTO TO WS-TXW-MONTO-DIG
               ELSE
                   MOVE "MONTO DE DEBITO INVALIDO" TO WS-ALE-MOTIVO
               END-IF
           END-IF
           IF TXW-CANAL = SPACE
               MOVE 'N' TO TXW-CANAL
           END-IF
           IF TXW-CANAL NOT = 'S' AND TXW-CANAL NOT = 'N'
               MOVE "ALERTA DE CANAL INVALIDA" TO WS-ALE-MOTIVO
           END-IF
           IF WS-ALE-MOTIVO = SPACES AND WS-TXW-UMBRAL = ZERO AND
              WS-TXW-MONTO-TRANSITO = ZERO AND TXW-CANAL = 'N'
               MOVE "NINGUNA ALERTA ELEGIDA" TO WS-ALE-MOTIVO
           END-IF
           IF TXW-DESTINO = SPACES
               MOVE "DESTINO VACIO" TO WS-ALE-MOTIVO
           END-IF
           IF TXW-MEDIO = 'SMS'
               MOVE 'SMS  ' TO TXW-MEDIO
           ELSE
               IF TXW-MEDIO = 'EMAIL'
                   MOVE ZERO TO WS-ALE-ARROBAS
                   INSPECT TXW-DESTINO TALLYING WS-ALE-ARROBAS
                       FOR ALL '@'
                   IF WS-ALE-ARROBAS NOT = 1
                       MOVE "CORREO INVALIDO" TO WS-ALE-MOTIVO
                   END-IF
               ELSE
                   MOVE "MEDIO DE ENVIO INVALIDO" TO WS-ALE-MOTIVO
               END-IF
           END-IF
           IF WS-ALE-MOTIVO = SPACES
               MOVE TX-ID TO CLI-ID
               READ CLIMASTER
                   INVALID KEY
                       MOVE "CUENTA NO EXISTE" TO WS-ALE-MOTIVO
                   NOT INVALID KEY
                       IF CLI-ESTADO = 'I' OR CLI-ESTADO = 'E' OR
                          CLI-ESTADO = 'F'
                           MOVE "CUENTA NO ACTIVA" TO WS-ALE-MOTIVO
                       END-IF
               END-READ
           END-IF
           PERFORM BUSCAR-ALERTA-CLIENTE
           IF WS-ALE-EXISTE = 'S'
               MOVE WS-ALE-MEDIO(WS-ALE-IDX) TO WS-HM-ANTES
           ELSE
               MOVE SPACES TO WS-HM-ANTES
               IF WS-ALE-MOTIVO = SPACES AND WS-CANT-ALERTAS >= 10000
                   MOVE "TABLA LLENA" TO WS-ALE-MOTIVO
               END-IF
           END-IF
           IF WS-ALE-MOTIVO NOT = SPACES
               ADD 1 TO COUNT-ERRORES
               MOVE SPACES TO MANTRPT-REGISTER
               STRING "ALERTAS RECHAZADAS, " WS-ALE-MOTIVO " "
                   TX-ID DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
           ELSE
               IF WS-ALE-EXISTE = 'N'
                   ADD 1 TO WS-CANT-ALERTAS
                   SET WS-ALE-IDX TO WS-CANT-ALERTAS
                   MOVE TX-ID TO WS-ALE-CLI(WS-ALE-IDX)
                   MOVE 'N' TO WS-ALE-EXCLUIDO(WS-ALE-IDX)
                   MOVE WS-FECHA-EJECUCION TO
                       WS-ALE-FECHA-ALTA(WS-ALE-IDX)
               END-IF
               MOVE TXW-MEDIO TO WS-ALE-MEDIO(WS-ALE-IDX)
               MOVE TXW-DESTINO TO WS-ALE-DESTINO(WS-ALE-IDX)
               MOVE WS-TXW-UMBRAL TO WS-ALE-UMBRAL(WS-ALE-IDX)
               MOVE WS-TXW-MONTO-TRANSITO TO WS-ALE-MONTO(WS-ALE-IDX)
               MOVE TXW-CANAL TO WS-ALE-CANAL(WS-ALE-IDX)
               MOVE WS-FECHA-EJECUCION TO
                   WS-ALE-FECHA-ESTADO(WS-ALE-IDX)
               ADD 1 TO COUNT-PREF-ALERTAS
               MOVE SPACES TO MANTRPT-REGISTER
               IF WS-ALE-EXCLUIDO(WS-ALE-IDX) = 'S'
                   STRING "ALERTAS OK CLIENTE " TX-ID " MEDIO "
                       TXW-MEDIO " (SIGUE EXCLUIDO)"
                       DELIMITED BY SIZE INTO MANTRPT-REGISTER
               ELSE
                   STRING "ALERTAS OK CLIENTE " TX-ID " MEDIO "
                       TXW-MEDIO DELIMITED BY SIZE
                       INTO MANTRPT-REGISTER
               END-IF
               WRITE MANTRPT-REGISTER
               PERFORM GRABAR-CONFIRMACION
               MOVE 'ALERTAS' TO WS-HM-CAMPO
               MOVE TXW-MEDIO TO WS-HM-DESPUES
               PERFORM GRABAR-HISTORIAL-CAMPO
           END-IF.

       EXCLUSION-ALERTA.
      *    'O'|ID|S EXCLUYE AL CLIENTE DE TODA ALERTA DESDE LA CORRIDA
      *    DE PSA01 DE ESTA MISMA NOCHE; SI TODAVIA NO TENIA
      *    PREFERENCIAS SE LE CREA UN RENGLON SOLO PARA DEJAR
      *    CONSTANCIA DE LA EXCLUSION. 'O'|ID|N LA LEVANTA Y VUELVEN A
      *    REGIR LAS PREFERENCIAS QUE TENIA
           MOVE SPACES TO TXO-EXCLUIR
           UNSTRING MANTCLI-REGISTER DELIMITED BY "|"
               INTO TXW-ACCION, TXW-ID, TXO-EXCLUIR
           MOVE SPACES TO WS-ALE-MOTIVO
           IF TXO-EXCLUIR NOT = 'S' AND TXO-EXCLUIR NOT = 'N'
               MOVE "INDICADOR DE EXCLUSION INVALIDO" TO WS-ALE-MOTIVO
           END-IF
           IF WS-ALE-MOTIVO = SPACES
               MOVE TX-ID TO CLI-ID
               READ CLIMASTER
                   INVALID KEY
                       MOVE "CUENTA NO EXISTE" TO WS-ALE-MOTIVO
               END-READ
           END-IF
           PERFORM BUSCAR-ALERTA-CLIENTE
           IF WS-ALE-EXISTE = 'S'
               MOVE WS-ALE-EXCLUIDO(WS-ALE-IDX) TO WS-HM-ANTES
           ELSE
               MOVE SPACES TO WS-HM-ANTES
               IF WS-ALE-MOTIVO = SPACES
                   IF TXO-EXCLUIR = 'N'
                       MOVE "CLIENTE SIN PREFERENCIAS" TO
                           WS-ALE-MOTIVO
                   ELSE
                       IF WS-CANT-ALERTAS >= 10000
                           MOVE "TABLA LLENA" TO WS-ALE-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-ALE-MOTIVO NOT = SPACES
               ADD 1 TO COUNT-ERRORES
               MOVE SPACES TO MANTRPT-REGISTER
               STRING "EXCLUSION RECHAZADA, " WS-ALE-MOTIVO " "
                   TX-ID DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
           ELSE
               IF WS-ALE-EXISTE = 'N'
                   ADD 1 TO WS-CANT-ALERTAS
                   SET WS-ALE-IDX TO WS-CANT-ALERTAS
                   MOVE TX-ID TO WS-ALE-CLI(WS-ALE-IDX)
                   MOVE SPACES TO WS-ALE-MEDIO(WS-ALE-IDX)
                       WS-ALE-DESTINO(WS-ALE-IDX)
                   MOVE ZERO TO WS-ALE-UMBRAL(WS-ALE-IDX)
                       WS-ALE-MONTO(WS-ALE-IDX)
                   MOVE 'N' TO WS-ALE-CANAL(WS-ALE-IDX)
                   MOVE WS-FECHA-EJECUCION TO
                       WS-ALE-FECHA-ALTA(WS-ALE-IDX)
               END-IF
               MOVE TXO-EXCLUIR TO WS-ALE-EXCLUIDO(WS-ALE-IDX)
               MOVE WS-FECHA-EJECUCION TO
                   WS-ALE-FECHA-ESTADO(WS-ALE-IDX)
               ADD 1 TO COUNT-EXCL-ALERTAS
               MOVE SPACES TO MANTRPT-REGISTER
               STRING "EXCLUSION OK CLIENTE " TX-ID " EXCLUIDO "
                   TXO-EXCLUIR DELIMITED BY SIZE INTO MANTRPT-REGISTER
               WRITE MANTRPT-REGISTER
               PERFORM GRABAR-CONFIRMACION
               MOVE 'EXCLUSION' TO WS-HM-CAMPO
               MOVE TXO-EXCLUIR TO WS-HM-DESPUES
               PERFORM GRABAR-HISTORIAL-CAMPO
           END-IF.

       BUSCAR-ALERTA-CLIENTE.
      *    DEJA WS-ALE-IDX EN EL RENGLON DEL CLIENTE SI LO TIENE
           MOVE 'N' TO WS-ALE-EXISTE
           IF WS-CANT-ALERTAS > 0
               SET WS-ALE-IDX TO 1
               SEARCH WS-ALE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-ALE-CLI(WS-ALE-IDX) = TX-ID
                       MOVE 'S' TO WS-ALE-EXISTE
               END-SEARCH
           END-IF.

       GRABAR-CONFIRMACION.
      *    UN RENGLON POR ALTA/CAMBIO/BAJA EFECTIVAMENTE APLICADO;
      *    CONSULTA-CLIENTE NO GENERA CONFIRMACION PORQUE NO CAMBIA NADA
                       " SALDO " CLI-SALDO
                       " LIMITE " CLI-LIMITE-CREDITO
                       " ESTADO " CLI-ESTADO
                       " PRODUCTO " CLI-PRODUCTO
                       DELIMITED BY SIZE INTO MANTRPT-REGISTER
           END-READ
           WRITE MANTRPT-REGISTER.

       CARGAR-LISTA-VIGILANCIA.
      *    CADA RENGLON 'D' SE GUARDA YA NORMALIZADO; EL ENCABEZADO
      *    'H' SOLO APORTA LA VERSION PARA LA EVIDENCIA
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE WS-FECHA-EJECUCION TO WS-CRB-ID-FECHA
           MOVE WS-HORA-SISTEMA(1:6) TO WS-CRB-ID-HORA
           OPEN INPUT FLISTAVIG
           IF FS-FLISTAVIG = '00'
               PERFORM UNTIL WS-LISTA-EOF = 'S'
                   READ FLISTAVIG
                       AT END
                           MOVE 'S' TO WS-LISTA-EOF
                       NOT AT END
                           IF LVG-TIPO-REG = 'H'
                               MOVE LVC-VERSION TO WS-CRB-VERSION
                           END-IF
                           IF LVG-TIPO-REG = 'D'
                              AND WS-CRB-CANT-LIS < 10000
                               PERFORM GUARDAR-RENGLON-LISTA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FLISTAVIG
           ELSE
               DISPLAY "LISTA_VIGILANCIA.txt NO DISPONIBLE, NO SE "
                   "CRIBAN ALTAS NI CAMBIOS"
           END-IF.

       GUARDAR-RENGLON-LISTA.
           ADD 1 TO WS-CRB-CANT-LIS
           SET WS-CRB-LIS-IDX TO WS-CRB-CANT-LIS
           MOVE LVG-ID TO WS-CRB-LIS-ID(WS-CRB-LIS-IDX)
           MOVE LVG-LISTA TO WS-CRB-LIS-TIPO(WS-CRB-LIS-IDX)
           MOVE LVG-NOMBRE TO WS-CRB-LIS-NOMBRE(WS-CRB-LIS-IDX)
           MOVE LVG-NOMBRE TO WS-CRB-NOMBRE
           MOVE LVG-DOCUMENTO TO WS-CRB-DOCUMENTO
           PERFORM NORMALIZAR-NOMBRE
           MOVE WS-CRB-DOC-NORM TO WS-CRB-LIS-DOC(WS-CRB-CANT-LIS)
           MOVE WS-CRB-CANT-PAL TO WS-CRB-LIS-CANT-PAL(WS-CRB-CANT-LIS)
           MOVE WS-CRB-PALABRAS TO WS-CRB-LIS-PALABRAS(WS-CRB-CANT-LIS).

       CARGAR-RETENIDOS-LISTA.
      *    PRIMERO LAS TRANSACCIONES RETENIDAS Y LUEGO, DE LA
      *    EVIDENCIA, LAS DECISIONES QUE PSA16 REGISTRO PARA ELLAS
           OPEN INPUT FRETENIDOS
           IF FS-FRETENIDOS = '00'
               PERFORM UNTIL WS-RETENIDOS-EOF = 'S'
                   READ FRETENIDOS
                       AT END
                           MOVE 'S' TO WS-RETENIDOS-EOF
                       NOT AT END
                           IF RET-ID NOT = SPACES AND
                              WS-CANT-RETENIDOS < 2000
                               ADD 1 TO WS-CANT-RETENIDOS
                               SET WS-RET-IDX TO WS-CANT-RETENIDOS
                               MOVE RET-ID TO WS-RET-ID(WS-RET-IDX)
                               MOVE RET-FECHA TO
                                   WS-RET-FECHA(WS-RET-IDX)
                               MOVE RET-TRANSACCION TO
                                   WS-RET-TRANSACCION(WS-RET-IDX)
                               MOVE SPACE TO WS-RET-DECISION(WS-RET-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FRETENIDOS
           END-IF
           IF WS-CANT-RETENIDOS > 0
               OPEN INPUT FCOINC
               IF FS-FCOINC = '00'
                   PERFORM UNTIL WS-COINC-EOF = 'S'
                       READ FCOINC
                           AT END
                               MOVE 'S' TO WS-COINC-EOF
                           NOT AT END
                               IF CNC-EVENTO = 'L' OR CNC-EVENTO = 'C'
                                   PERFORM MARCAR-DECISION-RETENIDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FCOINC
               END-IF
           END-IF.

       MARCAR-DECISION-RETENIDO.
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-CANT-RETENIDOS
               IF WS-RET-ID(WS-RET-IDX) = CNC-ID
                   MOVE CNC-EVENTO TO WS-RET-DECISION(WS-RET-IDX)
               END-IF
           END-PERFORM.

       PROCESAR-RETENIDOS-LISTA.
      *    UNA TRANSACCION LIBERADA (FALSO POSITIVO) SE APLICA AHORA
      *    TAL COMO LLEGO, SIN VOLVER A CRIBARLA; UNA CONFIRMADA SE
      *    DESCARTA. LAS PENDIENTES SIGUEN RETENIDAS
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-CANT-RETENIDOS
               IF WS-RET-DECISION(WS-RET-IDX) = 'L'
                   ADD 1 TO COUNT-LIBERADOS-LISTA
                   MOVE SPACES TO MANTRPT-REGISTER
                   STRING "LIBERADO POR CUMPLIMIENTO, ID "
                       WS-RET-ID(WS-RET-IDX) DELIMITED BY SIZE
                       INTO MANTRPT-REGISTER
                   WRITE MANTRPT-REGISTER
                   MOVE SPACES TO MANTRPT-REGISTER
                   MOVE WS-RET-TRANSACCION(WS-RET-IDX)
                     TO MANTCLI-REGISTER
                   MOVE 'S' TO WS-OMITIR-CRIBADO
                   PERFORM PROCESAR-TRANSACCION
                   MOVE 'N' TO WS-OMITIR-CRIBADO
               END-IF
               IF WS-RET-DECISION(WS-RET-IDX) = 'C'
                   ADD 1 TO COUNT-CONFIRMADOS-LISTA
                   MOVE SPACES TO MANTCLI-REGISTER
                   MOVE WS-RET-TRANSACCION(WS-RET-IDX)
                     TO MANTCLI-REGISTER
                   UNSTRING MANTCLI-REGISTER DELIMITED BY "|"
                       INTO TX-ACCION, TX-ID
                   MOVE SPACES TO MANTRPT-REGISTER
                   STRING "RECHAZADO, CONFIRMADO EN LISTA DE "
                       "VIGILANCIA, CLIENTE " TX-ID " ID "
                       WS-RET-ID(WS-RET-IDX) DELIMITED BY SIZE
                       INTO MANTRPT-REGISTER
                   WRITE MANTRPT-REGISTER
               END-IF
           END-PERFORM
           MOVE SPACES TO MANTRPT-REGISTER.

       CRIBAR-TRANSACCION.
      *    UN CAMBIO SOLO SE CRIBA SI EL NOMBRE CAMBIA; SI EL CLIENTE
      *    NO EXISTE SE DEJA PASAR PARA QUE CAMBIO-CLIENTE LO RECHACE
           IF TX-ACCION = "C"
               MOVE TX-ID TO CLI-ID
               READ CLIMASTER
                   INVALID KEY
                       MOVE SPACES TO WS-CRB-NOMBRE
                   NOT INVALID KEY
                       IF CLI-NOMBRE = TX-NOMBRE
                           MOVE SPACES TO WS-CRB-NOMBRE
                       ELSE
                           MOVE TX-NOMBRE TO WS-CRB-NOMBRE
                       END-IF
               END-READ
           ELSE
               MOVE TX-NOMBRE TO WS-CRB-NOMBRE
           END-IF
           IF WS-CRB-NOMBRE NOT = SPACES
               MOVE SPACES TO WS-CRB-DOCUMENTO
               PERFORM NORMALIZAR-NOMBRE
               PERFORM COMPARAR-CONTRA-LISTA
           END-IF.

       RETENER-TRANSACCION.
      *    LA TRANSACCION NO SE APLICA: QUEDA EN LA COLA DE RETENIDOS
      *    CON UN ID NUEVO Y CADA COINCIDENCIA SE ANEXA COMO EVIDENCIA
      *    PARA QUE CUMPLIMIENTO LA LIBERE O LA CONFIRME (PSA16)
           MOVE SPACES TO MANTRPT-REGISTER
           IF WS-CANT-RETENIDOS >= 2000 OR WS-CRB-ID-SECUENCIA >= 9999
               ADD 1 TO COUNT-ERRORES
               STRING "RECHAZADO, POSIBLE COINCIDENCIA EN LISTA Y COLA "
                   "DE CUMPLIMIENTO LLENA " TX-ID DELIMITED BY SIZE
                   INTO MANTRPT-REGISTER
           ELSE
               ADD 1 TO WS-CRB-ID-SECUENCIA
               ADD 1 TO WS-CANT-RETENIDOS
               SET WS-RET-IDX TO WS-CANT-RETENIDOS
               MOVE WS-CRB-ID-ARMADO TO WS-RET-ID(WS-RET-IDX)
               MOVE WS-FECHA-EJECUCION TO WS-RET-FECHA(WS-RET-IDX)
               MOVE MANTCLI-REGISTER TO WS-RET-TRANSACCION(WS-RET-IDX)
               MOVE SPACE TO WS-RET-DECISION(WS-RET-IDX)
               OPEN EXTEND FCOINC
               IF FS-FCOINC = '35'
                   OPEN OUTPUT FCOINC
                   CLOSE FCOINC
                   OPEN EXTEND FCOINC
               END-IF
               PERFORM GRABAR-COINCIDENCIA
                   VARYING WS-CRB-HIT-NUM FROM 1 BY 1
                   UNTIL WS-CRB-HIT-NUM > WS-CRB-CANT-HIT
               CLOSE FCOINC
               ADD 1 TO COUNT-RETENIDOS-LISTA
               STRING "RETENIDO POR LISTA DE VIGILANCIA, CLIENTE "
                   TX-ID " ID " WS-CRB-ID-ARMADO DELIMITED BY SIZE
                   INTO MANTRPT-REGISTER
           END-IF
           WRITE MANTRPT-REGISTER.

       GRABAR-COINCIDENCIA.
           SET WS-CRB-LIS-IDX TO WS-CRB-HIT-IDX(WS-CRB-HIT-NUM)
           MOVE SPACES TO REG-COINCLIS
           MOVE 'H' TO CNC-EVENTO
           MOVE WS-CRB-ID-ARMADO TO CNC-ID
           MOVE WS-FECHA-EJECUCION TO CNC-FECHA
           MOVE WS-CRB-ID-HORA TO CNC-HORA
           MOVE 'C' TO CNC-ORIGEN
           MOVE TX-ID TO CNC-CLAVE
           IF TX-ACCION = "A"
               MOVE 'A' TO CNC-MOTIVO
           ELSE
               MOVE 'M' TO CNC-MOTIVO
           END-IF
           MOVE 'S' TO CNC-RETENIDO
           MOVE TX-NOMBRE TO CNC-NOMBRE
           MOVE WS-CRB-LIS-ID(WS-CRB-LIS-IDX) TO CNC-LISTA-ID
           MOVE WS-CRB-LIS-TIPO(WS-CRB-LIS-IDX) TO CNC-LISTA-TIPO
           MOVE WS-CRB-HIT-NIVEL(WS-CRB-HIT-NUM) TO CNC-NIVEL
           MOVE WS-CRB-LIS-NOMBRE(WS-CRB-LIS-IDX) TO CNC-LISTA-NOMBRE
           MOVE WS-CRB-VERSION TO CNC-VERSION
           MOVE WS-USUARIO TO CNC-USUARIO
           WRITE REG-COINCLIS.

       GUARDAR-RETENIDOS-LISTA.
      *    SOLO QUEDAN LAS QUE SIGUEN SIN DECISION, INCLUIDAS LAS
      *    RETENIDAS EN ESTA CORRIDA
           OPEN OUTPUT FRETENIDOS
           PERFORM VARYING WS-RET-IDX FROM 1 BY 1
               UNTIL WS-RET-IDX > WS-CANT-RETENIDOS
               IF WS-RET-DECISION(WS-RET-IDX) = SPACE
                   MOVE SPACES TO REG-RETENIDO
                   MOVE WS-RET-ID(WS-RET-IDX) TO RET-ID
                   MOVE WS-RET-FECHA(WS-RET-IDX) TO RET-FECHA
                   MOVE WS-RET-TRANSACCION(WS-RET-IDX)
                     TO RET-TRANSACCION
                   WRITE REG-RETENIDO
               END-IF
           END-PERFORM
           CLOSE FRETENIDOS.

       NORMALIZAR-NOMBRE.
           COPY CRIBANRM.

       COMPARAR-CONTRA-LISTA.
           COPY CRIBACMP.
       END PROGRAM PSA02.
