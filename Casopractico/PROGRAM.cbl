              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILINP1.
      *    MAESTRO PERMANENTE DE CUENTAS DE TARJETA, INDEXADO POR PAN
      *    (VER COPY CTAMAST); FILINP1 SE APLICA SOBRE EL COMO NOVEDAD
      *    EN 2000-ACTUALIZAR-MAESTRO-CUENTAS Y 3200-BUSCAR-CUENTA-
      *    POR-PAN LO LEE POR CLAVE. PERSISTE ENTRE CORRIDAS
           SELECT FILCTAM ASSIGN TO WS-NOM-FILCTAM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS CTM-PAN
              FILE STATUS IS FS-FILCTAM.
      *    ARCHIVO DE ENTRADA DE INFORMACION DE TARJETA; MISMO CRITERIO
      *    DE NOMBRE DINAMICO QUE FILINP1
           SELECT FILINP2 ASSIGN TO WS-NOM-FILINP2
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILDESBLQ.
      *    REGLAS DE TRANSICION ENTRE CODIGOS DE BLOQUEO (VER COPY
      *    TRANBLOQ), MANTENIDAS POR ANALISTAS IGUAL QUE EVDESBLOQ.txt
           SELECT FILTRBLQ ASSIGN TO 'TRANBLOQ.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILTRBLQ.
      *    PERFILES DE PROCESO POR ENTIDAD (VER COPY PERFENT), TAMBIEN
      *    MANTENIDOS POR ANALISTAS; SIN EL ARCHIVO TODAS LAS ENTIDADES
      *    CORREN CON LOS VALORES DE PARMDIAS.txt, IGUAL QUE ANTES
           SELECT FILPERF ASSIGN TO 'PERFENT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILPERF.
           SELECT FILDESMOT ASSIGN TO 'EVDESMOT.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILREIS.
      *    HISTORICO DE ACTIVACIONES DE CDCB14Q, INDEXADO POR PAN; SOLO
      *    SE LEE POR CLAVE PARA TOMAR LA FECHA DE ALTA DE CADA PAN
      *    NUEVO DEL CRUCE DE REEMISION (VER 1165D-ARMAR-CRUCE-
      *    ANTERIOR)
           SELECT FECACTVO ASSIGN TO 'FECACTVO.dat'
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FA-PAN
              FILE STATUS IS FS-FECACTVO.
      *    ARCHIVO DE CONTROL/CUADRE PARA BALANCEO NOCTURNO; EN MODO
      *    PARTICION CADA CORRIDA ESCRIBE EL SUYO (CONTROL_Pn.txt) Y
      *    CONSOL01 LOS SUMA AL CONTROL.txt DE SIEMPRE
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILCTRL.
      *    DESGLOSE POR ENTIDAD DEL RENGLON DE CONTROL.txt (TARJETAS
      *    CON MATCH Y RENGLONES DE FILOUT1ENT/FILOUT2ENT); CRECE ENTRE
      *    CORRIDAS Y ES LA BASE DE LA FACTURACION MENSUAL (FACENT01).
      *    EN MODO PARTICION CADA CORRIDA ESCRIBE EL SUYO
      *    (CONTROL_ENTIDAD_Pn.txt) Y CONSOL01 LO ANEXA AL DE SIEMPRE
           SELECT FILCTLENT ASSIGN TO WS-NOM-FILCTLENT
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILCTLENT.
      *    ARCHIVO DE RESUMEN DE TARJETAS POR MOTIVO DE BLOQUEO
           SELECT FILOUT4 ASSIGN TO WS-NOM-FILOUT4
              ORGANIZATION IS LINE SEQUENTIAL
      *    PROYECCION DE CAPACIDAD ARMADA A PARTIR DEL HISTORIAL DE
      *    CONTROL.txt (VER 9073-REPORTE-TENDENCIA-CAPACIDAD): CUANTAS
      *    CORRIDAS FALTAN, AL RITMO DE CRECIMIENTO ACTUAL, PARA QUE
      *    CTL-LEIDOS-IN2 ALCANCE WS-HIST-MAX (FILINP1 YA NO TIENE
      *    LIMITE: SE APLICA SOBRE EL MAESTRO CTAMAST)
           SELECT FILOUT12 ASSIGN TO WS-NOM-FILOUT12
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILOUT2ENT.
      *    COPIA .csv DE FILOUT1ENT/FILOUT2ENT PARA LAS ENTIDADES CUYO
      *    PERFIL (O PARMDIAS.txt, SI NO TIENEN PERFIL) PIDE CSV; MISMO
      *    ESQUEMA DE UN SOLO FD REUTILIZADO (VER 3417B-GRABAR-ENT-CSV-
      *    FILOUT1 Y 3524B-GRABAR-ENT-CSV-FILOUT2)
           SELECT FILOUT1ECSV ASSIGN TO WS-NOM-FILOUT1ECSV
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILOUT1ECSV.
           SELECT FILOUT2ECSV ASSIGN TO WS-NOM-FILOUT2ECSV
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILOUT2ECSV.
      *    BITACORA DE ARCHIVOS TRANSMITIDOS, COMPARTIDA CON TRANSM01;
      *    AL FINAL DE LA CORRIDA SE AGREGA UN RENGLON POR CADA
      *    FILOUT1ENT/FILOUT2ENT GENERADO (VER 9230-GRABAR-
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILRETEN.
      *    CLIENTES DE DEPOSITO CUYA TARJETA VINCULADA SE CERRO POR
      *    FALLECIMIENTO DEL TITULAR (VER 3633-EVALUAR-FALLECIMIENTO);
      *    SE REESCRIBE COMPLETO EN CADA CORRIDA IGUAL QUE
      *    retenciones_clientes.txt. PSA09 LO LEE PARA MARCAR AL
      *    CLIENTE COMO FALLECIDO EN CLIMAST.dat
           SELECT FILFALLE ASSIGN TO WS-NOM-FILFALLE
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILFALLE.
      *    HISTORIAL DE BLOQUEOS POR ROBO/FRAUDE (CODIGOS 50/52/55/59)
      *    POR SUCURSAL Y FECHA DE NEGOCIO, UN RENGLON POR SUCURSAL
      *    POR CORRIDA; ES LA LINEA BASE PROPIA DE CADA SUCURSAL
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILENTMA.
      *    TABLA FECHADA DE FUSIONES Y CIERRES DE SUCURSALES (VER COPY
      *    SUCREMAP Y 1192-CARGAR-REMAP-SUCURSALES), MANTENIDA JUNTO
      *    CON ENTIDADES.txt; LOS REPORTES INFORMAN LA TARJETA DE UNA
      *    SUCURSAL CERRADA BAJO LA QUE LA ABSORBIO
           SELECT FILREMAP ASSIGN TO 'SUCREMAP.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILREMAP.
      *    CODIGOS DE ENTIDAD/SUCURSAL DE FILINP1 SIN ENTRADA EN EL
      *    MAESTRO ENTIDADES.txt
           SELECT FILOUT19 ASSIGN TO WS-NOM-FILOUT19
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILOUT18.
      *    TARJETAS CON INF-FEC-VENC YA PASADA QUE SIGUEN ACTIVAS (SIN
      *    BLOQUEO Y SIN FECHA DE BAJA, O FIGURANDO COMO "TARJETA
      *    ACTIVA" EN FILOUT1V/1A/1P/1M); UN PLASTICO VENCIDO NO
      *    DEBERIA SEGUIR OPERANDO (VER 3640-EVALUAR-VENCIDA-ACTIVA)
           SELECT FILOUT20 ASSIGN TO WS-NOM-FILOUT20
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILOUT20.
      *    RESUMEN DE FILOUT20 POR ENTIDAD Y MARCA
           SELECT FILOUT21 ASSIGN TO WS-NOM-FILOUT21
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILOUT21.
      *    CAMBIOS DE CODIGO DE BLOQUEO ENTRE BLOQHIST.txt Y FILINP2
      *    QUE LAS REGLAS DE TRANBLOQ.txt NO PERMITEN (EJ. UN FRAUDE
      *    QUE VUELVE A TARJETA ACTIVA); VER 3720-VALIDAR-TRANSICION-
      *    BLOQUEO
           SELECT FILOUT22 ASSIGN TO WS-NOM-FILOUT22
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILOUT22.
      *    ARCHIVO DE TRABAJO DE LA CORRIDA: TITULARES CON BLOQUEO
      *    PERMANENTE Y ADICIONALES TODAVIA UTILIZABLES, TAL COMO VAN
      *    APARECIENDO EN FILINP2 (SIN ORDEN DE CUENTA); 9099D LOS CRUZA
      *    POR ACC-NUMB AL FINAL. VA A DISCO Y NO A UNA TABLA PARA QUE
      *    UN REINICIO DESDE CHECKPOINT NO PIERDA LO YA VISTO
           SELECT FILADWRK ASSIGN TO WS-NOM-FILADWRK
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILADWRK.
      *    TARJETAS ADICIONALES ACTIVAS O CON BLOQUEO TEMPORAL EN UNA
      *    CUENTA CUYA TITULAR TIENE UN BLOQUEO PERMANENTE
           SELECT FILOUT23 ASSIGN TO WS-NOM-FILOUT23
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILOUT23.
      *    SUSPENSO DE TARJETAS SIN CUENTA: PERSISTE ENTRE CORRIDAS
      *    (IGUAL QUE BLOQHIST.txt) CON EL RENGLON ORIGINAL DE FILINP2,
      *    PARA REINTENTAR EL MATCH CUANDO LA CUENTA LLEGUE EN UN
      *    FILINP1 POSTERIOR; SE REESCRIBE ENTERO, ORDENADO POR PAN, AL
      *    FINAL DE CADA CORRIDA (VER 3800-PROCESAR-SUSPENSO)
           SELECT FILSUSP ASSIGN TO WS-NOM-FILSUSP
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILSUSP.
      *    ARCHIVO DE TRABAJO DE LA CORRIDA CON LOS RECHAZOS 'PAN SIN
      *    CUENTA' DE HOY (VER 3250-ESCRIBIR-RECHAZO); VA A DISCO POR
      *    LA MISMA RAZON QUE FILADWRK (REINICIO DESDE CHECKPOINT)
           SELECT FILSUSNV ASSIGN TO WS-NOM-FILSUSNV
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILSUSNV.
      *    RECHAZO DEFINITIVO: TARJETAS QUE SIGUEN SIN CUENTA DESPUES
      *    DE PARM-SUSPENSO-DIAS DIAS HABILES EN EL SUSPENSO
           SELECT FILOUT24 ASSIGN TO WS-NOM-FILOUT24
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILOUT24.
      *    LISTADO DE LA CORRIDA CON EL PERFIL (VENTANA, CSV Y
      *    RETENCION, Y DE DONDE SALIO CADA UNO) CON QUE CORRIO CADA
      *    ENTIDAD (VER 9099H-REPORTE-PERFILES-ENTIDAD)
           SELECT FILOUT25 ASSIGN TO WS-NOM-FILOUT25
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILOUT25.
      *    SEGUIMIENTO DE LAS SOLICITUDES DE BLOQUEO/DESBLOQUEO QUE
      *    SOLBLQ01 ENVIO AL PROCESADOR; PERSISTE ENTRE CORRIDAS Y SE
      *    REESCRIBE ENTERO, CON LAS CONFIRMACIONES DEL DIA, AL FINAL
      *    DE CADA CORRIDA (VER 3900-PROCESAR-SOLICITUDES)
           SELECT FILSOLSG ASSIGN TO WS-NOM-FILSOLSG
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILSOLSG.
      *    ARCHIVO DE TRABAJO DE LA CORRIDA CON LAS SOLICITUDES QUE
      *    FILINP2 CONFIRMO HOY (VER 3730-VERIFICAR-SOLICITUDES); VA A
      *    DISCO POR LA MISMA RAZON QUE FILSUSNV (REINICIO DESDE
      *    CHECKPOINT)
           SELECT FILSOLCF ASSIGN TO WS-NOM-FILSOLCF
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILSOLCF.
      *    SOLICITUDES AL PROCESADOR QUE SIGUEN SIN CONFIRMAR EN
      *    FILINP2 DESPUES DE PARM-SOLIC-DIAS DIAS HABILES
           SELECT FILOUT26 ASSIGN TO WS-NOM-FILOUT26
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILOUT26.
      *    PAN ANTERIORES DE UNA REEMISION CONFIRMADA QUE SIGUEN
      *    ACTIVAS EN FILINP2 (SIN BLOQUEO NI FECHA DE BAJA) MAS DE
      *    PARM-REEMI-DIAS DIAS DESPUES DE QUE SE ACTIVO EL PLASTICO
      *    NUEVO (VER 3740-VERIFICAR-PAN-ANTERIOR)
           SELECT FILOUT27 ASSIGN TO WS-NOM-FILOUT27
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILOUT27.
      *    CALENDARIO DE DIAS NO HABILES (FERIADOS) MANTENIDO POR
      *    OPERACIONES; JUNTO CON LA REGLA DE FIN DE SEMANA DEFINE
      *    QUE FECHAS SALTA EL REPROCESO MULTI-DIA (VER 1955-
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FILOVERRIDE.
      *    EL OVERRIDE SOLO VALE SI EL USUARIO QUE LO FIRMA TIENE LA
      *    FUNCION CANDADO VIGENTE EN OPERADORES.txt (COPY OPERADOR);
      *    EL INTENTO QUEDA EN LA BITACORA COMUN ACCESOS.txt
           SELECT FOPERADORES ASSIGN TO 'OPERADORES.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FOPERADORES.
           SELECT FACCESOS ASSIGN TO 'ACCESOS.txt'
              ORGANIZATION IS LINE SEQUENTIAL
              ACCESS MODE IS SEQUENTIAL
              FILE STATUS IS FS-FACCESOS.
      *    SOLICITUD DE PARO DEL OPERADOR: SI ESTE ARCHIVO EXISTE AL
      *    MOMENTO DE GRABAR UN CHECKPOINT, LA CORRIDA TERMINA EL
      *    REGISTRO EN CURSO, DEJA EL CHECKPOINT LIMPIO, CIERRA TODO
           02 ACC-CENT-ALTA     PIC X(4). *> CENTRO DE ALTA
           02 ACC-NUMB          PIC X(12). *> CUENTA
           02 ACC-PAN           PIC X(22). *> NUMERO TARJETA (PAN)
           02 ACC-ACCION        PIC X(1). *> B = CIERRE DE LA CUENTA;
                                          *> ESPACIO/A/M = ALTA O
                                          *> CAMBIO (VER 2200)

       FD  FILCTAM.
       01  REG-CTAMAST.
           COPY CTAMAST.
           
      *    DESDE QUE EL PROVEEDOR PUEDE MIGRAR GRADUALMENTE AL LAYOUT
      *    EXTENDIDO, EL REGISTRO FISICO SE LEE GENERICO Y CADA
                                             *> PARTICION (P1, P2...);
                                             *> CONSOL01 LOS CONSOLIDA
                                             *> AL NOMBRE DE SIEMPRE
           02 FILLER              PIC X(01).
           02 PARM-SUSPENSO-DIAS  PIC 9(03). *> DIAS HABILES QUE UNA
                                             *> TARJETA SIN CUENTA
                                             *> ESPERA EN EL SUSPENSO
                                             *> ANTES DEL RECHAZO
                                             *> DEFINITIVO (FILOUT24);
                                             *> CERO O AUSENTE = 5
           02 FILLER              PIC X(01).
           02 PARM-SOLIC-DIAS     PIC 9(03). *> DIAS HABILES QUE UNA
                                             *> SOLICITUD DE SOLBLQ01
                                             *> ESPERA SU CONFIRMACION
                                             *> EN FILINP2 ANTES DE
                                             *> LISTARSE EN FILOUT26;
                                             *> CERO O AUSENTE = 3
           02 FILLER              PIC X(01).
           02 PARM-REEMI-DIAS     PIC 9(03). *> DIAS CORRIDOS DESDE LA
                                             *> ACTIVACION DEL PAN
                                             *> NUEVO QUE SE TOLERA
                                             *> LA PAN ANTERIOR
                                             *> ACTIVA ANTES DE
                                             *> LISTARLA EN FILOUT27;
                                             *> CERO O AUSENTE = 30

       FD  FILDESMAR
           RECORDING MODE IS F.
           02 DSB-VIG-DESDE     PIC X(08).
           02 DSB-VIG-HASTA     PIC X(08).

       FD  FILTRBLQ
           RECORDING MODE IS F.
       01  REG-TRBLQ.
           02 TRB-DESDE         PIC X(02). *> CODIGO, '*P', '*T', '**'
           02 FILLER            PIC X(01).
           02 TRB-HASTA         PIC X(02). *> IDEM
           02 FILLER            PIC X(01).
           02 TRB-PERMITIDA     PIC X(01). *> 'S' / 'N'
           02 FILLER            PIC X(01).
           02 TRB-COMENTARIO    PIC X(30). *> LIBRE, NO SE USA

      *    UN RENGLON POR ENTIDAD; CAMPO EN BLANCO = VALOR DE
      *    PARMDIAS.txt (VER COPY PERFENT)
       FD  FILPERF
           RECORDING MODE IS F.
       01  REG-PERFENT.
           02 PFE-COD-ENT       PIC X(04).
           02 FILLER            PIC X(01).
           02 PFE-DIAS-ATRAS    PIC X(03). *> VENTANA DE FILOUT2ENT
           02 FILLER            PIC X(01).
           02 PFE-FORMATO-CSV   PIC X(01). *> 'S' / 'N'
           02 FILLER            PIC X(01).
           02 PFE-RETENCION     PIC X(05). *> DIAS EN BLOQHIST.txt;
                                           *> 00000 = SIN PURGA
           02 FILLER            PIC X(01).
           02 PFE-COMENTARIO    PIC X(30). *> LIBRE, NO SE USA

       FD  FILDESMOT
           RECORDING MODE IS F.
       01  REG-DESMOT.
           02 REIS-PAN-ANTERIOR   PIC X(16).
           02 REIS-PAN-NUEVO      PIC X(16).

      *    MISMO LAYOUT QUE EL FECACTVO DE CDCB14Q/CONCIL01
       FD  FECACTVO.
       01  REG-FECACTVO.
           COPY CDCFDREP REPLACING LEADING ==CDC== BY ==FA==.
           02 FA-NUMPLAST         PIC 9(12).
           02 FA-NUMBEN           PIC 9(05).
           02 FA-LINEVENT         PIC X(02).

       FD  FILCTRL
           RECORDING MODE IS F.
       01  REG-CTRL.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CTL-RECHAZOS        PIC ZZZZZZ9. *> RECHAZADOS EN FILOUT3

      *    UN RENGLON POR ENTIDAD Y CORRIDA; FECHA DE NEGOCIO, LOTE Y
      *    PARTICION PERMITEN A FACENT01 QUEDARSE CON LA ULTIMA CORRIDA
      *    DE CADA FECHA CUANDO HUBO REPROCESO, Y LA FECHA DE EJECUCION
      *    (LA MISMA DE CTL-FECHA-EJEC) LO CRUZA CONTRA CONTROL.txt
       FD  FILCTLENT
           RECORDING MODE IS F.
       01  REG-CTLENT.
           02 CEN-FECHA-EJEC      PIC X(10). *> DD/MM/AAAA
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CEN-FECHA-NEG       PIC 9(08). *> FECHA DE NEGOCIO
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CEN-LOTE-ID         PIC X(11). *> ID DE LOTE
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CEN-PARTICION       PIC X(02). *> P1..P9; BLANCO = UNICA
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CEN-COD-ENT         PIC X(04). *> ENTIDAD (ACC-COD-ENT)
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CEN-TARJETAS        PIC 9(07). *> TARJETAS CON MATCH
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CEN-GRABAD-OUT1     PIC 9(07). *> RENGLONES FILOUT1ENT
           02 FILLER              PIC X(01) VALUE SPACE.
           02 CEN-GRABAD-OUT2     PIC 9(07). *> RENGLONES FILOUT2ENT

       FD  FILOUT4
           RECORDING MODE IS F.
       01  REG-OU04.
      *    Y 1171/117X-RESTAURAR-CHECKPOINT)
           02 CKPT-CANT-ENT       PIC 9(04).
           02 CKPT-CANT-SUC       PIC 9(05).
      *    SIEMPRE CERO: LA MARCA DE MATCH DE CADA CUENTA YA QUEDA EN
      *    CTM-FECHA-MATCH DEL MAESTRO, QUE SOBREVIVE AL REINICIO
           02 CKPT-CANT-MATCH     PIC 9(07).
      *    UN RENGLON POR ENTIDAD DE WS-TABLA-ENTIDADES, PARA QUE EN UN
      *    REINICIO 3417/3524 SEPAN QUE EL FILOUT1/FILOUT2 DE CADA
           02 CKPT-ENT-CNT-FILOUT2     PIC 9(07).
           02 CKPT-ENT-HASH-FILOUT1    PIC 9(12).
           02 CKPT-ENT-HASH-FILOUT2    PIC 9(12).
           02 CKPT-ENT-CNT-TARJETAS    PIC 9(07).
      *    UN RENGLON POR SUCURSAL DE WS-TABLA-SUC-VISA, PARA QUE
      *    9070-RESUMEN-POR-SUCURSAL-VISA NO SUBCUENTE LAS SUCURSALES
      *    CON MOVIMIENTOS GRABADOS ANTES DEL REINICIO
           02 CKPT-SUC-CNT-BLOQ        PIC 9(07).
           02 CKPT-SUC-ULT-FEC-NUM     PIC 9(08).
           02 CKPT-SUC-ULT-FEC-BLOQ    PIC X(10).

       FD  FILLOTE
           RECORDING MODE IS F.
      *    FECHA DE LA CORRIDA QUE ESCRIBIO ESTE RENGLON (WS-FECHA-
      *    YYYYMMDD), NO LA FECHA DE BLOQUEO DE LA TARJETA
           02 HIS-FECHA-CORRIDA   PIC 9(08).
           02 FILLER              PIC X(01) VALUE SPACE.
      *    QUIEN ESCRIBIO EL RENGLON: ESPACIO = ESTE PROCESO (FILINP2
      *    DEL PROVEEDOR); 'U' = BLOQUEO URGENTE INTRADIA DE HOTCRD01,
      *    TODAVIA NO CONFIRMADO POR EL PROVEEDOR (VER 3350/3710/3720)
           02 HIS-ORIGEN          PIC X(01).

      *    REGISTRO DE HISTORIAL DE FILOUT2 (VER SELECT FILOUT2HS)
       FD  FILOUT2HS
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TRC-CRECIM-PROM     PIC -ZZZZZZ9. *> CRECIMIENTO PROMEDIO/CORRIDA
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TRC-LIMITE          PIC ZZZZZZZ9. *> WS-HIST-MAX (0=SIN)
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TRC-CORRIDAS-REST   PIC X(20). *> CORRIDAS RESTANTES ESTIMADAS

           02 E2-DES-BLOQ        PIC X(30). *> DESCRIPCION DE BLOQUEO
           02 E2-LOTE-ID         PIC X(11). *> ID DE LOTE (YYYYMMDD-NN)

      *    COPIAS CSV DE LOS EXTRACTOS DE UNA ENTIDAD (VER SELECT
      *    FILOUT1ECSV); MISMAS COLUMNAS QUE FILOUT1CSV/FILOUT2CSV
       FD  FILOUT1ECSV
           RECORDING MODE IS F.
       01  REG-OU1ECSV              PIC X(150).

       FD  FILOUT2ECSV
           RECORDING MODE IS F.
       01  REG-OU2ECSV              PIC X(120).

      *    MISMO LAYOUT QUE REG-TRLOG EN TRANSM01 (BITACORA COMUN DE
      *    ARCHIVOS TRANSMITIDOS QUE ACKPRO01 CRUZA CONTRA LOS ACUSES)
       FD  FILTRLOG
           02 FILLER              PIC X(01).
           02 EMA-RUTA            PIC X(20). *> RUTA DE ENTREGA

       FD  FILREMAP
           RECORDING MODE IS F.
       01  REG-REMAP.
           02 SRM-ORIGEN          PIC X(04). *> SUCURSAL CERRADA
           02 FILLER              PIC X(01).
           02 SRM-DESTINO         PIC X(04). *> SUCURSAL QUE SOBREVIVE
           02 FILLER              PIC X(01).
           02 SRM-FEC-EFECTIVA    PIC X(08). *> AAAAMMDD
           02 FILLER              PIC X(01).
           02 SRM-MOTIVO          PIC X(01). *> F = FUSION,
                                             *> C = CIERRE

       FD  FILOUT19
           RECORDING MODE IS F.
       01  REG-OU19.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PRB-CANTIDAD        PIC ZZZZZZ9.

       FD  FILOUT20
           RECORDING MODE IS F.
       01  REG-OU20.
           02 VEN-COD-ENT         PIC X(04).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VEN-CENT-ALTA       PIC X(04).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VEN-NUMB            PIC X(12).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VEN-PAN             PIC X(16).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VEN-COD-MAR         PIC 9(02).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VEN-DES-MAR         PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VEN-FEC-VENC        PIC X(10). *> DD/MM/YYYY
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VEN-DIAS-VENCIDA    PIC ZZZZ9. *> DIAS DESDE EL
                                             *> VENCIMIENTO
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VEN-COD-BLOQ        PIC 9(02).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VEN-DES-BLOQ        PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VEN-LOTE-ID         PIC X(11).

       FD  FILOUT21
           RECORDING MODE IS F.
       01  REG-OU21.
           02 VRS-COD-ENT         PIC X(04).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VRS-NOMBRE-ENT      PIC X(20).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VRS-COD-MAR         PIC 9(02).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VRS-DES-MAR         PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 VRS-CANTIDAD        PIC ZZZZZZ9.

       FD  FILOUT22
           RECORDING MODE IS F.
       01  REG-OU22.
           02 TRI-NUMB            PIC X(12).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TRI-PAN             PIC X(16).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TRI-COD-BLOQ-ANT    PIC 9(02). *> SEGUN BLOQHIST.txt
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TRI-SEV-ANT         PIC X(01).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TRI-DES-BLOQ-ANT    PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TRI-FECHA-ANT       PIC 9(08). *> CORRIDA QUE LO REGISTRO
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TRI-COD-BLOQ-ACT    PIC 9(02). *> SEGUN FILINP2 HOY
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TRI-SEV-ACT         PIC X(01).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TRI-DES-BLOQ-ACT    PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 TRI-LOTE-ID         PIC X(11).

       FD  FILADWRK
           RECORDING MODE IS F.
       01  REG-ADWRK.
           02 ADW-TIPO            PIC X(01). *> T = TITULAR PERMANENTE
                                             *> A = ADICIONAL USABLE
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ADW-NUMB            PIC X(12).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ADW-PAN             PIC X(16).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ADW-COD-BLOQ        PIC 9(02).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ADW-FEC-BLOQ        PIC X(10).

       FD  FILOUT23
           RECORDING MODE IS F.
       01  REG-OU23.
           02 ATP-NUMB            PIC X(12).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ATP-PAN-ADIC        PIC X(16).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ATP-COD-BLOQ-ADIC   PIC 9(02). *> 00 = ACTIVA
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ATP-DES-BLOQ-ADIC   PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ATP-PAN-TIT         PIC X(16).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ATP-COD-BLOQ-TIT    PIC 9(02).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ATP-DES-BLOQ-TIT    PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ATP-FEC-BLOQ-TIT    PIC X(10). *> DD.MM.YYYY
           02 FILLER              PIC X(01) VALUE SPACE.
           02 ATP-LOTE-ID         PIC X(11).

       FD  FILSUSP
           RECORDING MODE IS F.
       01  REG-SUSP.
           02 SUS-PAN             PIC X(22).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SUS-FECHA-ALTA      PIC 9(08). *> PRIMERA CORRIDA QUE LA
                                             *> RECHAZO
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SUS-FECHA-ULT       PIC 9(08). *> ULTIMA CORRIDA QUE LA
                                             *> ENVEJECIO; DOS CORRIDAS
                                             *> EL MISMO DIA NO CUENTAN
                                             *> DOBLE
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SUS-DIAS-HABILES    PIC 9(03). *> DIAS HABILES EN SUSPENSO
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SUS-REGISTRO        PIC X(80). *> RENGLON DE FILINP2 TAL
                                             *> CUAL LLEGO (CUALQUIER
                                             *> VERSION DE LAYOUT)

       FD  FILSUSNV
           RECORDING MODE IS F.
       01  REG-SUSNV.
           02 SNV-PAN             PIC X(22).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SNV-REGISTRO        PIC X(80).

       FD  FILOUT24
           RECORDING MODE IS F.
       01  REG-OU24.
           02 RFI-PAN             PIC X(22).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RFI-FECHA-ALTA      PIC 9(08). *> ENTRADA AL SUSPENSO
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RFI-DIAS-HABILES    PIC ZZ9.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RFI-COD-MAR         PIC 9(02).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RFI-COD-BLOQ        PIC 9(02).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RFI-FEC-BLOQ        PIC X(10).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RFI-MOTIVO          PIC X(40).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RFI-LOTE-ID         PIC X(11).

       FD  FILOUT25
           RECORDING MODE IS F.
       01  REG-OU25.
           02 PPE-COD-ENT         PIC X(04).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PPE-NOMBRE-ENT      PIC X(20). *> SEGUN ENTIDADES.txt
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PPE-PERFIL          PIC X(08). *> PERFENT / PARMDIAS
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PPE-DIAS-ATRAS      PIC ZZ9.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PPE-DIAS-ORIGEN     PIC X(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PPE-CSV             PIC X(01).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PPE-CSV-ORIGEN      PIC X(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PPE-RETENCION       PIC ZZZZ9. *> CERO = SIN PURGA
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PPE-RET-ORIGEN      PIC X(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PPE-CNT-FILOUT1     PIC ZZZZZZ9.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PPE-CNT-FILOUT2     PIC ZZZZZZ9.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 PPE-LOTE-ID         PIC X(11).

      *    MISMO LAYOUT QUE REG-SEGUIMIENTO EN SOLBLQ01; EL RENGLON SE
      *    GUARDA ENTERO EN LA TABLA Y SOLO SE PISAN LOS CAMPOS DE
      *    ESTADO AL REESCRIBIRLO
       FD  FILSOLSG
           RECORDING MODE IS F.
       01  REG-SOLSEG.
           02 SSG-ID              PIC 9(07).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SSG-ACCION          PIC X(01). *> B = BLOQUEAR
                                             *> D = DESBLOQUEAR
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SSG-PAN             PIC X(16). *> TOKEN DE LA BOVEDA
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SSG-COD-BLOQ        PIC 9(02). *> ESTADO PEDIDO (00 EN
                                             *> UN DESBLOQUEO)
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SSG-USUARIO         PIC X(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SSG-FECHA-SOL       PIC 9(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SSG-FECHA-ENVIO     PIC 9(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SSG-ESTADO          PIC X(01). *> P = PENDIENTE
                                             *> C = CONFIRMADA
                                             *> R = REEMPLAZADA POR
                                             *> UNA POSTERIOR DEL
                                             *> MISMO PAN YA
                                             *> CONFIRMADA
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SSG-FECHA-CONF      PIC 9(08). *> FECHA DE NEGOCIO EN
                                             *> QUE FILINP2 LA TRAJO
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SSG-DIAS-HABILES    PIC 9(03). *> DIAS HABILES PENDIENTE
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SSG-FECHA-ULT       PIC 9(08). *> ULTIMA CORRIDA QUE LA
                                             *> ENVEJECIO
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SSG-MOTIVO          PIC X(30).

       FD  FILSOLCF
           RECORDING MODE IS F.
       01  REG-SOLCF.
           02 SCF-ID              PIC 9(07).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SCF-ESTADO          PIC X(01). *> C / R
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SCF-FECHA           PIC 9(08).

       FD  FILOUT26
           RECORDING MODE IS F.
       01  REG-OU26.
           02 SPE-ID              PIC 9(07).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SPE-ACCION          PIC X(01).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SPE-PAN             PIC X(16).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SPE-COD-BLOQ        PIC 9(02).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SPE-DES-BLOQ        PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SPE-USUARIO         PIC X(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SPE-FECHA-SOL       PIC 9(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SPE-FECHA-ENVIO     PIC 9(08).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SPE-DIAS-HABILES    PIC ZZ9.
           02 FILLER              PIC X(01) VALUE SPACE.
           02 SPE-LOTE-ID         PIC X(11).

       FD  FILOUT27
           RECORDING MODE IS F.
       01  REG-OU27.
           02 RAA-COD-ENT         PIC X(04).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RAA-CENT-ALTA       PIC X(04).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RAA-NUMB            PIC X(12).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RAA-PAN-ANTERIOR    PIC X(16). *> SIGUE ACTIVA EN FILINP2
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RAA-PAN-NUEVO       PIC X(16).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RAA-FEC-ACTIVACION  PIC 9(08). *> DEL PAN NUEVO, SEGUN
                                             *> FECACTVO.dat
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RAA-DIAS            PIC ZZZZ9. *> DIAS DESDE LA
                                             *> ACTIVACION
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RAA-COD-MAR         PIC 9(02).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RAA-DES-MAR         PIC X(30).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RAA-LOTE-ID         PIC X(11).

       FD  FILCALEN
           RECORDING MODE IS F.
       01  REG-CALEN.

       FD  FILOVERRIDE
           RECORDING MODE IS F.
      *    LAS PRIMERAS 8 POSICIONES LLEVAN EL USUARIO DEL OPERADOR
      *    QUE DESTRABA (VER 1012-VERIFICAR-OVERRIDE)
       01  REG-OVERRIDE           PIC X(20).

       FD  FOPERADORES
           RECORDING MODE IS F.
           COPY OPERADOR.

       FD  FACCESOS
           RECORDING MODE IS F.
           COPY ACCLOG.

       FD  FILSTOP
           RECORDING MODE IS F.
       01  REG-STOP               PIC X(20).
           02 FILLER              PIC X(01) VALUE SPACE.
           02 RTN-LOTE-ID         PIC X(11). *> ID DE LOTE (YYYYMMDD-NN)

       FD  FILFALLE
           RECORDING MODE IS F.
       01  REG-FALLE.
           02 FLC-CLI-ID          PIC X(05). *> CLIENTE DE DEPOSITO
           02 FILLER              PIC X(01) VALUE SPACE.
           02 FLC-PAN             PIC X(16). *> TARJETA CERRADA
           02 FILLER              PIC X(01) VALUE SPACE.
           02 FLC-MOT-BAJ         PIC 9(02). *> MOTIVO DE BAJA
           02 FILLER              PIC X(01) VALUE SPACE.
           02 FLC-FEC-BAJ         PIC X(10). *> FECHA DE BAJA
           02 FILLER              PIC X(01) VALUE SPACE.
           02 FLC-FECHA-NEG       PIC 9(08). *> FECHA DE NEGOCIO
           02 FILLER              PIC X(01) VALUE SPACE.
           02 FLC-LOTE-ID         PIC X(11). *> ID DE LOTE (YYYYMMDD-NN)

       WORKING-STORAGE SECTION.
      *VARIABLES PARA SABER EL ESTADO DE LOS ARCHIVO
       01  WSF-STATUS.
           05  FS-FILDESMOT          PIC XX.
           05  FS-FILVIP             PIC XX.
           05  FS-FILCTRL            PIC XX.
           05  FS-FILCTLENT          PIC XX.
           05  FS-FILOUT4            PIC XX.
           05  FS-FILCKPT            PIC XX.
           05  FS-FILLOTE            PIC XX.
           05  FS-FILTRLOG           PIC XX.
           05  FS-FILXREF            PIC XX.
           05  FS-FILRETEN           PIC XX.
           05  FS-FILFALLE           PIC XX.
           05  FS-FILCTLOUT          PIC XX.
           05  FS-FILCATAL           PIC XX.
           05  FS-FILBOV             PIC XX.
           05  FS-FILSTOP            PIC XX.
           05  FS-FILFRASUC          PIC XX.
           05  FS-FILENTMA           PIC XX.
           05  FS-FILREMAP           PIC XX.
           05  FS-FILOUT19           PIC XX.
           05  FS-FILBIN             PIC XX.
           05  FS-FILOUT17           PIC XX.
           05  FS-FILCALEN           PIC XX.
           05  FS-FILCERROJO         PIC XX.
           05  FS-FILOVERRIDE        PIC XX.
           05  FS-FILOUT20           PIC XX.
           05  FS-FILOUT21           PIC XX.
           05  FS-FILTRBLQ           PIC XX.
           05  FS-FILOUT22           PIC XX.
           05  FS-FILADWRK           PIC XX.
           05  FS-FILOUT23           PIC XX.
           05  FS-FILSUSP            PIC XX.
           05  FS-FILSUSNV           PIC XX.
           05  FS-FILOUT24           PIC XX.
           05  FS-FILCTAM            PIC XX.
           05  FS-FILPERF            PIC XX.
           05  FS-FILOUT1ECSV        PIC XX.
           05  FS-FILOUT2ECSV        PIC XX.
           05  FS-FILOUT25           PIC XX.
           05  FS-FILSOLSG           PIC XX.
           05  FS-FILSOLCF           PIC XX.
           05  FS-FILOUT26           PIC XX.
           05  FS-FECACTVO           PIC XX.
           05  FS-FILOUT27           PIC XX.

      *VARIABLES PARA CONTAR REGISTROS DE ENTRADA Y SALIDA
       01 WSC-COUNTERS.
           05 COUNT-FILOUT15     PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-FILOUT16     PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-RETENCIONES  PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-FALLECIDOS   PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-FILOUT17     PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-FILOUT20     PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-FILOUT22     PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-FILOUT23     PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-FILOUT24     PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-SUSP-REMATCH PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-SUSP-RESUELTO PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-FILSUSP      PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-CTM-ALTAS    PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-CTM-CAMBIOS  PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-CTM-CIERRES  PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-CTM-OMITIDAS PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-FILOUT1ECSV  PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-FILOUT2ECSV  PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-FILOUT25     PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-URGENTE-PENDIENTE PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-SOL-CONFIRMADA PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-SOL-REEMPLAZADA PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-SOL-PENDIENTE PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-FILOUT26     PIC  9(07) COMP VALUE ZEROS.
           05 COUNT-FILOUT27     PIC  9(07) COMP VALUE ZEROS.

      *VARIABLES PARA CONTROLAR FIN DE LECTURA
       01 EOF-FLAGS.
           05 EOF-FILCALEN                PIC X VALUE 'N'.
           05 EOF-FILBIN                  PIC X VALUE 'N'.
           05 EOF-FILENTMA                PIC X VALUE 'N'.
           05 EOF-FILREMAP                PIC X VALUE 'N'.
           05 EOF-FILFRASUC               PIC X VALUE 'N'.
           05 EOF-FILTRBLQ                PIC X VALUE 'N'.
           05 EOF-FILADWRK                PIC X VALUE 'N'.
           05 EOF-FILSUSP                 PIC X VALUE 'N'.
           05 EOF-FILSUSNV                PIC X VALUE 'N'.
           05 EOF-FILCTAM                 PIC X VALUE 'N'.
           05 EOF-FILPERF                 PIC X VALUE 'N'.
           05 EOF-FILSOLSG                PIC X VALUE 'N'.
           05 EOF-FILSOLCF                PIC X VALUE 'N'.

      *VISTA LOGICA DEL REGISTRO DE FILINP2, YA MAPEADA POR VERSION
      *DE LAYOUT (VER 3110-MAPEAR-REG-IN02). LAS POSICIONES 1-50 SON
           05 WS-DES-BLOQ-ANT       PIC X(30).
           05 WS-DES-MOT            PIC X(30).
           05 WS-MOT-BAJ-NUM        PIC 9(02).
      *        MOTIVO DE BAJA "FALLECIMIENTO TITULAR" EN EVDESMOT.txt
      *        (VER 3633-EVALUAR-FALLECIMIENTO)
           05 WS-MOT-FALLECIMIENTO  PIC 9(02) VALUE 04.
           05 WS-PAN-16             PIC X(16).
           05 WS-MATCH-FOUND        PIC X VALUE 'N'.
           05 WS-VIP-SUPRIMIR       PIC X VALUE 'N'.
      *9064-PURGAR-FILOUT2-HISTORIAL); 0 = SIN PURGA
       01 WS-RETENCION-DIAS         PIC 9(5) VALUE ZERO.
       01 WS-RETENCION-CORTE        PIC 9(8) COMP VALUE ZERO.
      *CORTE QUE LE TOCA A UNA TARJETA DE BLOQHIST.txt SEGUN EL PERFIL
      *DE SU ENTIDAD; CERO = NO SE PURGA (VER 1329B)
       01 WS-RETENCION-CORTE-PAN    PIC 9(8) COMP VALUE ZERO.

      *VARIABLES PARA EL CONTROL DE SLA DE TIEMPO DE CORRIDA (VER
      *1105-INICIAR-CRONOMETRO-SLA Y 9065-VERIFICAR-SLA-TIEMPO); EL
       01 WS-NOM-FILOUT17           PIC X(40).
       01 WS-NOM-FILOUT18           PIC X(40).
       01 WS-NOM-FILOUT19           PIC X(40).
       01 WS-NOM-FILOUT20           PIC X(40).
       01 WS-NOM-FILOUT21           PIC X(40).
       01 WS-NOM-FILOUT22           PIC X(40).
       01 WS-NOM-FILOUT23           PIC X(40).
       01 WS-NOM-FILADWRK           PIC X(40).
       01 WS-NOM-FILSUSNV           PIC X(40).
       01 WS-NOM-FILOUT24           PIC X(40).
       01 WS-NOM-FILOUT25           PIC X(40).
       01 WS-NOM-FILSOLCF           PIC X(40).
       01 WS-NOM-FILOUT26           PIC X(40).
       01 WS-NOM-FILOUT27           PIC X(40).
       01 WS-NOM-FILOUT1ECSV        PIC X(40).
       01 WS-NOM-FILOUT2ECSV        PIC X(40).

      *BLOQUEOS POR ROBO/FRAUDE ACUMULADOS POR SUCURSAL EN ESTA
      *CORRIDA (VER 3455-ACUMULAR-FRAUDE-SUC) Y SU LINEA BASE
               10 WS-FRA-CNT        PIC 9(05).
               10 WS-FRA-HIST-SUMA  PIC 9(07).
               10 WS-FRA-HIST-CORR  PIC 9(05).
      *        ULTIMA FECHA DE CORRIDA SUMADA A LA LINEA BASE: UNA
      *        SUCURSAL QUE ABSORBIO OTRA TRAE DOS RENGLONES POR
      *        CORRIDA EN EL HISTORIAL Y CUENTAN COMO UNA SOLA
               10 WS-FRA-HIST-ULT-FEC PIC 9(08).
       01 WS-FRA-PROMEDIO           PIC 9(05) VALUE ZERO.
       01 WS-FRA-UMBRAL             PIC 9(05) VALUE ZERO.
      *PISO DEL UMBRAL DE CLUSTER: POR DEBAJO DE ESTA CANTIDAD NUNCA
       01 WS-EMA-NOMBRE-SUC         PIC X(20).
       01 COUNT-FILOUT19            PIC 9(07) COMP VALUE ZERO.

      *SUCURSAL BAJO LA QUE SE INFORMA LA TARJETA DEL MATCH EN CURSO:
      *CTM-CENT-ALTA PASADA POR LA TABLA DE FUSIONES (VER 3305-
      *SUCURSAL-DE-REPORTE); EL MAESTRO CONSERVA EL CODIGO ORIGINAL
       01 WS-CENT-REPORTE           PIC X(04) VALUE SPACES.
       01 COUNT-SUC-REMAPEADAS      PIC 9(07) COMP VALUE ZERO.

      *SOPORTE DE LA VIGENCIA DE LAS TABLAS DE REFERENCIA (VER
      *1161B/1162B/1163B): 'S' SI EL RENGLON LEIDO ESTA EN VIGOR PARA
      *LA FECHA DE NEGOCIO QUE SE PROCESA
               10 WS-PRD-NOMBRE     PIC X(10).
               10 WS-PRD-CANT       PIC 9(07) COMP.

      *TARJETAS VENCIDAS QUE SIGUEN ACTIVAS (VER 3640-EVALUAR-
      *VENCIDA-ACTIVA): FECHA DE VENCIMIENTO DEL REGISTRO EN CURSO
      *PASADA A YYYYMMDD Y RESUMEN POR ENTIDAD Y MARCA ARMADO SOBRE LA
      *MARCHA, MISMO ESQUEMA BUSCAR-O-AGREGAR QUE EL DE PRODUCTOS
       01 WS-FECHA-VENC-NUM         PIC 9(08) VALUE ZERO.
       01 WS-VENC-DIAS              PIC S9(08) COMP VALUE ZERO.
       01 WS-VENCIDA-ACTIVA         PIC X VALUE 'N'.
       01 WS-CANT-VRS               PIC 9(04) COMP VALUE ZERO.
       01 WS-TABLA-VENC-RESUMEN.
           05 WS-VRS-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CANT-VRS
               INDEXED BY WS-VRS-IDX.
               10 WS-VRS-COD-ENT    PIC X(04).
               10 WS-VRS-COD-MAR    PIC 9(02).
               10 WS-VRS-CANT       PIC 9(07) COMP.

      *VALIDACION DE TRANSICIONES DE BLOQUEO (VER 3720-VALIDAR-
      *TRANSICION-BLOQUEO Y COPY TRANBLOQ): CODIGO ANTERIOR/ACTUAL EN
      *FORMA ALFANUMERICA PARA COMPARAR CONTRA LAS REGLAS, SU
      *SEVERIDAD ('P'/'T', ESPACIO SI ES 00 O NO FIGURA EN EVDESBLOQ)
      *Y EL RESULTADO DE LA PRIMERA REGLA QUE COINCIDE
       01 WS-TRB-COD-ANT            PIC 9(02).
       01 WS-TRB-COD-ANT-X REDEFINES WS-TRB-COD-ANT PIC X(02).
       01 WS-TRB-COD-ACT            PIC 9(02).
       01 WS-TRB-COD-ACT-X REDEFINES WS-TRB-COD-ACT PIC X(02).
       01 WS-TRB-SEV-ANT            PIC X(01).
       01 WS-TRB-SEV-ACT            PIC X(01).
       01 WS-TRB-DES-ANT            PIC X(30).
       01 WS-TRB-DES-ACT            PIC X(30).
       01 WS-TRB-COD-BUSCADO        PIC 9(02).
       01 WS-TRB-SEV-ENCONTRADA     PIC X(01).
       01 WS-TRB-DES-ENCONTRADA     PIC X(30).
       01 WS-TRB-APLICADA           PIC X VALUE 'N'.
       01 WS-TRB-RESULTADO          PIC X VALUE 'S'.
       01 WS-TRB-COINCIDE-DESDE     PIC X VALUE 'N'.
       01 WS-TRB-COINCIDE-HASTA     PIC X VALUE 'N'.
       01 WS-TRB-CANT-DISPLAY       PIC Z(06)9.

      *ADICIONALES BAJO TITULAR CON BLOQUEO PERMANENTE (VER 3650 Y
      *9099D): TITULARES 'P' LEIDOS DEL ARCHIVO DE TRABAJO, ORDENADOS
      *POR CUENTA PARA EL SEARCH ALL DE LA SEGUNDA PASADA. EL ARCHIVO
      *DE TRABAJO QUEDA ABIERTO DESDE 1300 HASTA 9099D (WS-ADW-ABIERTO)
       01 WS-ADW-ABIERTO            PIC X VALUE 'N'.
       01 WS-ADW-SEV                PIC X(01).
       01 WS-CANT-TPB               PIC 9(07) COMP VALUE ZERO.
       01 WS-TABLA-TIT-PERM.
           05 WS-TPB-ENTRY OCCURS 1 TO 200000 TIMES
               DEPENDING ON WS-CANT-TPB
               ASCENDING KEY IS WS-TPB-NUMB
               INDEXED BY WS-TPB-IDX.
               10 WS-TPB-NUMB       PIC X(12).
               10 WS-TPB-PAN        PIC X(16).
               10 WS-TPB-COD-BLOQ   PIC 9(02).
               10 WS-TPB-FEC-BLOQ   PIC X(10).

      *SUSPENSO DE TARJETAS SIN CUENTA (VER 3800-PROCESAR-SUSPENSO):
      *SUSPENSO.txt DE LA CORRIDA ANTERIOR MAS LOS RECHAZOS DE HOY,
      *ORDENADOS POR PAN Y FECHA DE ALTA; UNA MISMA PAN REPETIDA QUEDA
      *EN SU RENGLON MAS ANTIGUO (ESTADO 'D' EN LOS DEMAS) PARA NO
      *REINICIAR SU ANTIGUEDAD. EL ARCHIVO DE TRABAJO DE RECHAZOS DE
      *HOY QUEDA ABIERTO DESDE 1300 HASTA 3800 (WS-SNV-ABIERTO)
       01 WS-SUSPENSO-DIAS          PIC 9(03) VALUE 5.
       01 WS-SNV-ABIERTO            PIC X VALUE 'N'.
       01 WS-SUS-HABIL-HOY          PIC X VALUE 'S'.
       01 WS-SUS-SUB-ANT            PIC 9(07) COMP VALUE ZERO.
       01 WS-SUS-CANT-DISPLAY       PIC Z(06)9.
       01 WS-MAX-SUS                PIC 9(07) COMP VALUE 100000.
       01 WS-CANT-SUS               PIC 9(07) COMP VALUE ZERO.
       01 WS-TABLA-SUSPENSO.
           05 WS-SUS-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-CANT-SUS
               ASCENDING KEY IS WS-SUS-PAN
               INDEXED BY WS-SUS-IDX.
               10 WS-SUS-PAN        PIC X(22).
               10 WS-SUS-FECHA-ALTA PIC 9(08).
               10 WS-SUS-FECHA-ULT  PIC 9(08).
               10 WS-SUS-DIAS       PIC 9(03).
               10 WS-SUS-ESTADO     PIC X(01). *> 'D' = DUPLICADO
               10 WS-SUS-REGISTRO   PIC X(80).

      *SOLICITUDES DE BLOQUEO/DESBLOQUEO AL PROCESADOR (VER 3730 Y
      *3900): SOLBLOQ_SEGUIMIENTO.txt COMPLETO, CON EL PAN YA
      *TRADUCIDO DE LA BOVEDA, ORDENADO POR PAN Y NUMERO DE SOLICITUD
      *PARA UBICAR LAS DE UNA TARJETA DE FILINP2. EN MODO PARTICION
      *NO SE USA (WS-SOL-ACTIVO = 'N', VER 1151-ACTIVAR-PARTICION)
       01 WS-SOLIC-DIAS             PIC 9(03) VALUE 3.
       01 WS-SOL-ACTIVO             PIC X VALUE 'S'.
       01 WS-SCF-ABIERTO            PIC X VALUE 'N'.
       01 WS-SOL-HABIL-HOY          PIC X VALUE 'S'.
       01 WS-SOL-PEND-CARGADAS      PIC 9(07) COMP VALUE ZERO.
       01 WS-SOL-SUB                PIC 9(07) COMP VALUE ZERO.
       01 WS-SOL-SUB-CONF           PIC 9(07) COMP VALUE ZERO.
       01 WS-SOL-FIN                PIC X VALUE 'N'.
       01 WS-SOL-PAN-BUSCADO        PIC X(16).
       01 WS-SOL-CANT-DISPLAY       PIC Z(06)9.
       01 WS-MAX-SOL                PIC 9(07) COMP VALUE 100000.
       01 WS-CANT-SOL               PIC 9(07) COMP VALUE ZERO.
       01 WS-TABLA-SOLICITUDES.
           05 WS-SOL-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON WS-CANT-SOL
               ASCENDING KEY IS WS-SOL-PAN WS-SOL-ID
               INDEXED BY WS-SOL-IDX.
               10 WS-SOL-PAN        PIC X(16).
               10 WS-SOL-ID         PIC 9(07).
               10 WS-SOL-ACCION     PIC X(01).
               10 WS-SOL-COD        PIC 9(02).
               10 WS-SOL-ESTADO     PIC X(01).
               10 WS-SOL-FECHA-CONF PIC 9(08).
               10 WS-SOL-DIAS       PIC 9(03).
               10 WS-SOL-FECHA-ULT  PIC 9(08).
               10 WS-SOL-REGISTRO   PIC X(111).

      *CONTROL DE PAN ANTERIOR TODAVIA ACTIVA DESPUES DE UNA REEMISION
      *(VER 3740-VERIFICAR-PAN-ANTERIOR Y COPY REISSUE)
       01 WS-REEMI-DIAS             PIC 9(03) VALUE 30.
       01 WS-RAA-DIAS               PIC S9(08) COMP VALUE ZERO.
       01 WS-RAA-CANT-DISPLAY       PIC Z(06)9.
       01 WS-RAA-SIN-ACTIVACION     PIC 9(05) COMP VALUE ZERO.

      *SOPORTE DEL CERROJO MULTI-RENGLON (VER 1010/1016): COPIA EN
      *MEMORIA DE LOS RENGLONES AJENOS AL REESCRIBIR, Y MODO DE LA
      *REESCRITURA ('A' = ACTUALIZAR EL PROPIO, 'B' = SOLTARLO)
       01 WS-DENTRO-PARTICION       PIC X VALUE 'S'.
      *NOMBRES DE CONTROL/CHECKPOINT, FIJOS SALVO EN MODO PARTICION
       01 WS-NOM-FILCTRL            PIC X(40) VALUE 'CONTROL.txt'.
       01 WS-NOM-FILCTLENT          PIC X(40)
           VALUE 'CONTROL_ENTIDAD.txt'.
       01 WS-NOM-FILCKPT            PIC X(40) VALUE 'CHECKPOINT.txt'.
      *NOMBRES DE LOS ARCHIVOS COMPARTIDOS DE ESCRITURA QUE UNA
      *CORRIDA MANTIENE ABIERTOS O REESCRIBE: EN MODO PARTICION CADA
           VALUE 'FILOUT2_HISTORIAL.txt'.
       01 WS-NOM-FILRETEN           PIC X(40)
           VALUE 'retenciones_clientes.txt'.
       01 WS-NOM-FILFALLE           PIC X(40)
           VALUE 'fallecidos_clientes.txt'.
       01 WS-NOM-FILFRASUC          PIC X(40)
           VALUE 'FRAUDE_SUC_HIST.txt'.
       01 WS-NOM-FILSUSP            PIC X(40) VALUE 'SUSPENSO.txt'.
       01 WS-NOM-FILSOLSG           PIC X(40)
           VALUE 'SOLBLOQ_SEGUIMIENTO.txt'.
       01 WS-NOM-FILCTAM            PIC X(40) VALUE 'CTAMAST.dat'.
      *BANDA DE SECUENCIAS DE TOKEN DE LA BOVEDA (VER 1151 Y 1167B):
      *CADA PARTICION ASIGNA TOKENS DENTRO DE SU PROPIA BANDA DE
      *10**12 NUMEROS (LA CORRIDA SIN PARTICION USA LA BANDA 0), ASI
      *        DONDE UNA MISMA PAN REPETIDA DEBE QUEDAR CON EL RENGLON
      *        MAS RECIENTE (EL DE WS-HIST-SEQ MAS ALTO)
               10 WS-HIST-SEQ           PIC 9(7) COMP.
      *        HIS-ORIGEN DEL RENGLON MAS RECIENTE ('U' = BLOQUEO
      *        URGENTE INTRADIA AUN NO VISTO EN FILINP2)
               10 WS-HIST-ORIGEN        PIC X(01).

      *INDICE DE DESTINO EN 1328-COMPACTAR-HISTORIAL-BLOQUEO; SIEMPRE
      *<= WS-HIST-IDX MIENTRAS RECORRE LA TABLA YA ORDENADA
      *QUE WS-HIST-COMPACT-IDX, PERO PARA DESCARTAR RENGLONES FUERA DE
      *LA VENTANA DE RETENCION EN VEZ DE RENGLONES REPETIDOS
       01 WS-HIST-PURGE-IDX        PIC 9(7) COMP.

      *FECHA DE LA ULTIMA CORRIDA ANTERIOR A HOY QUE DEJO RENGLONES EN
      *BLOQHIST.txt (VER 1327). COMO 3700 NO GRABA LAS TARJETAS SIN
      *BLOQUEO, EL ULTIMO RENGLON DE UNA PAN DESBLOQUEADA SIGUE SIENDO
      *EL DEL BLOQUEO; 3720 SOLO TOMA EL PASO A 00 COMO CAMBIO DEL DIA
      *SI ESE RENGLON ES DE ESTA CORRIDA ANTERIOR
       01 WS-HIST-ULT-CORRIDA      PIC 9(08) VALUE ZERO.
       01 WS-HIST-DESCARTADOS      PIC 9(7) COMP.

      *REGISTRO DE ENTIDADES (ACC-COD-ENT) VISTAS EN ESTA CORRIDA, PARA
      *        EL MANIFIESTO .CTL
               10 WS-ENT-HASH-FILOUT1     PIC 9(12) COMP VALUE ZERO.
               10 WS-ENT-HASH-FILOUT2     PIC 9(12) COMP VALUE ZERO.
      *        TARJETAS DE LA ENTIDAD CON MATCH EN EL MAESTRO EN ESTA
      *        CORRIDA (VER 3206), PARA CONTROL_ENTIDAD.txt (VER 9211)
               10 WS-ENT-CNT-TARJETAS     PIC 9(7) COMP VALUE ZERO.
      *VALOR DE WS-ENT-FILOUT1-INIC/FILOUT2-INIC ANTES DE GRABAR EL
      *RENGLON EN CURSO: LA COPIA CSV DE LA ENTIDAD SE CREA DE CERO O
      *SE EXTIENDE IGUAL QUE SU EXTRACTO (VER 3417B Y 3524B)
       01 WS-ENT-INIC-ANTES           PIC X(01) VALUE 'N'.
      *LA TARJETA BLOQUEADA EN CURSO CAE EN LA VENTANA DE PARMDIAS.txt
      *(FILOUT2/FILOUT2S/CSV) Y/O EN LA DEL PERFIL DE SU ENTIDAD
      *(FILOUT2ENT) - VER 3510-VERIFICAR-FECHA-BLOQUEO
       01 WS-EN-VENTANA-GRAL          PIC X(01) VALUE 'N'.
       01 WS-EN-VENTANA-ENT           PIC X(01) VALUE 'N'.

      *VARIABLES PARA LA LINEA BASE DE FILOUT2 (VER
      *9060-VERIFICAR-PICO-FILOUT2); EL PROMEDIO SALE DE LAS CORRIDAS
           88 WS-HAY-CHECKPOINT      VALUE 'S'.
       01 WS-CKPT-ENT-IDX            PIC 9(04) COMP.
       01 WS-CKPT-SUC-IDX            PIC 9(05) COMP.

      *VARIABLES DEL ID DE LOTE (VER 1155-OBTENER-LOTE-ID); FORMATO
      *YYYYMMDD-NN, COMPARTIDO CON CDCB14Q A TRAVES DE LOTE.txt PARA
      *EN WORKING-STORAGE PARA BUSQUEDA POR SEARCH ALL (VER 4100/4200)
       COPY EVDESMAR.
       COPY EVDESBLOQ.
       COPY TRANBLOQ.
       COPY PERFENT.
       COPY EVDESMOT.
       COPY VIPLIST.
       COPY REISSUE.
       COPY XREFCLI.
       COPY BOVEDA.
       COPY SUCREMAP.
      *AUTORIZACION DEL OVERRIDE DE CERROJOS (VER 1012)
       COPY AUTORWS.

      *MAESTRO DE CUENTAS (VER COPY CTAMAST): 'S' SI LA ULTIMA LECTURA
      *POR CLAVE ENCONTRO LA PAN
       01 WS-CTM-EXISTE             PIC X VALUE 'N'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
      *    CON LAS DEMAS PARTICIONES. EL OPERADOR DESTRABA UNA
      *    CORRIDA CAIDA DEJANDO CANDADO_OVERRIDE.txt, QUE AQUI SE
      *    CONSUME JUNTO CON TODOS LOS CERROJOS HUERFANOS
      *    UN CANDADO_OVERRIDE.txt SIN FUNCION CANDADO VIGENTE SE
      *    CONSUME IGUAL PERO NO LIMPIA NADA
           OPEN INPUT FILOVERRIDE
           IF FS-FILOVERRIDE = '00'
               PERFORM 1012-VERIFICAR-OVERRIDE
               CLOSE FILOVERRIDE
               DELETE FILE FILOVERRIDE
               IF WS-AUT-PERMITIDO = 'S'
                   OPEN OUTPUT FILCERROJO
                   CLOSE FILCERROJO
                   DISPLAY 'OVERRIDE DEL OPERADOR: CERROJOS ANTERIORES '
                           'LIMPIADOS'
               ELSE
                   DISPLAY 'OVERRIDE RECHAZADO: USUARIO '
                           WS-AUT-USUARIO ' SIN FUNCION CANDADO VIGENTE'
               END-IF
           END-IF
           MOVE ' ' TO WS-FIN-CERROJO
           OPEN INPUT FILCERROJO
                   END-IF
           END-READ.

      *----------------------------------------------------------------+
       1012-VERIFICAR-OVERRIDE.
      *----------------------------------------------------------------+
      *    EL OPERADOR FIRMA EL OVERRIDE CON SU USUARIO EN LAS PRIMERAS
      *    8 POSICIONES; UN ARCHIVO VACIO O SIN USUARIO SE NIEGA
           MOVE SPACES TO REG-OVERRIDE
           READ FILOVERRIDE
               AT END
                   MOVE SPACES TO REG-OVERRIDE
           END-READ
           MOVE REG-OVERRIDE(1:8) TO WS-AUT-USUARIO
           MOVE 'CANDADO ' TO WS-AUT-FUNCION
           MOVE 'PROGRAM1' TO WS-AUT-PROGRAMA
           ACCEPT WS-AUT-FECHA FROM DATE YYYYMMDD
           PERFORM 1013-BUSCAR-OPERADOR
           IF WS-AUT-PERMITIDO = 'S'
               MOVE 'OVERRIDE DE CERROJOS APLICADO'
                   TO WS-AUT-DETALLE
           ELSE
               MOVE 'OVERRIDE DE CERROJOS RECHAZADO'
                   TO WS-AUT-DETALLE
           END-IF
           PERFORM 1014-GRABAR-ACCESO.

      *----------------------------------------------------------------+
       1013-BUSCAR-OPERADOR.
      *----------------------------------------------------------------+
           COPY AUTORCHK.

      *----------------------------------------------------------------+
       1014-GRABAR-ACCESO.
      *----------------------------------------------------------------+
           COPY AUTORLOG.

      *----------------------------------------------------------------+
       1015-ACTUALIZAR-CERROJO.
      *----------------------------------------------------------------+
           PERFORM 1180-CARGAR-CALENDARIO
           PERFORM 1185-CARGAR-TABLA-BIN
           PERFORM 1190-CARGAR-MAESTRO-ENTIDADES
           PERFORM 1192-CARGAR-REMAP-SUCURSALES
           PERFORM 1170-LEER-CHECKPOINT.

      *----------------------------------------------------------------+
                       MOVE PARM-PART-PAN-DESDE TO WS-PART-PAN-DESDE
                       MOVE PARM-PART-PAN-HASTA TO WS-PART-PAN-HASTA
                       MOVE PARM-PART-SUFIJO TO WS-PART-SUFIJO
                       IF PARM-SUSPENSO-DIAS IS NUMERIC AND
                          PARM-SUSPENSO-DIAS NOT = 0
                           MOVE PARM-SUSPENSO-DIAS TO WS-SUSPENSO-DIAS
                       END-IF
                       IF PARM-SOLIC-DIAS IS NUMERIC AND
                          PARM-SOLIC-DIAS NOT = 0
                           MOVE PARM-SOLIC-DIAS TO WS-SOLIC-DIAS
                       END-IF
                       IF PARM-REEMI-DIAS IS NUMERIC AND
                          PARM-REEMI-DIAS NOT = 0
                           MOVE PARM-REEMI-DIAS TO WS-REEMI-DIAS
                       END-IF
               END-READ
               CLOSE FILPARM
               DISPLAY 'VENTANA DE DIAS PARA FILOUT2: ' WS-DIAS-ATRAS
               DISPLAY 'SLA DE TIEMPO DE CORRIDA (MIN): ' WS-SLA-MINUTOS
               DISPLAY 'DIAS HABILES EN SUSPENSO: ' WS-SUSPENSO-DIAS
               DISPLAY 'DIAS HABILES PARA CONFIRMAR SOLICITUDES: '
                       WS-SOLIC-DIAS
               DISPLAY 'DIAS TOLERADOS PAN ANTERIOR ACTIVA: '
                       WS-REEMI-DIAS
               IF WS-RETENCION-DIAS > 0
                   DISPLAY 'RETENCION DE HISTORIAL (DIAS): '
                           WS-RETENCION-DIAS
               MOVE SPACES TO WS-NOM-FILCTRL
               STRING 'CONTROL_' WS-PART-SUFIJO '.txt'
                   DELIMITED BY SIZE INTO WS-NOM-FILCTRL
               MOVE SPACES TO WS-NOM-FILCTLENT
               STRING 'CONTROL_ENTIDAD_' WS-PART-SUFIJO '.txt'
                   DELIMITED BY SIZE INTO WS-NOM-FILCTLENT
               MOVE SPACES TO WS-NOM-FILCKPT
               STRING 'CHECKPOINT_' WS-PART-SUFIJO '.txt'
                   DELIMITED BY SIZE INTO WS-NOM-FILCKPT
               MOVE SPACES TO WS-NOM-FILRETEN
               STRING 'retenciones_clientes_' WS-PART-SUFIJO '.txt'
                   DELIMITED BY SIZE INTO WS-NOM-FILRETEN
               MOVE SPACES TO WS-NOM-FILFALLE
               STRING 'fallecidos_clientes_' WS-PART-SUFIJO '.txt'
                   DELIMITED BY SIZE INTO WS-NOM-FILFALLE
               MOVE SPACES TO WS-NOM-FILFRASUC
               STRING 'FRAUDE_SUC_HIST_' WS-PART-SUFIJO '.txt'
                   DELIMITED BY SIZE INTO WS-NOM-FILFRASUC
      *        EL SUSPENSO NO SE CONSOLIDA: CADA PARTICION REINTENTA
      *        SOLO LAS PAN DE SU PROPIO RANGO
               MOVE SPACES TO WS-NOM-FILSUSP
               STRING 'SUSPENSO_' WS-PART-SUFIJO '.txt'
                   DELIMITED BY SIZE INTO WS-NOM-FILSUSP
      *        IDEM EL MAESTRO DE CUENTAS: CADA PARTICION MANTIENE EL
      *        DE SU RANGO DE PAN
               MOVE SPACES TO WS-NOM-FILCTAM
               STRING 'CTAMAST_' WS-PART-SUFIJO '.dat'
                   DELIMITED BY SIZE INTO WS-NOM-FILCTAM
               DISPLAY 'MODO PARTICION ' WS-PART-SUFIJO ' ACTIVO: '
                       'PAN ' WS-PART-PAN-DESDE ' A '
                       WS-PART-PAN-HASTA
                   DISPLAY 'RETENCION DE HISTORIAL DESACTIVADA EN '
                           'MODO PARTICION'
               END-IF
      *        MISMO PROBLEMA CON SOLBLOQ_SEGUIMIENTO.txt, QUE ES UNO
      *        SOLO PARA TODAS LAS PAN: LAS CONFIRMACIONES QUEDAN PARA
      *        LA PRIMERA CORRIDA SIN PARTICIONAR (EL ESTADO SIGUE
      *        LLEGANDO EN FILINP2 MIENTRAS ESTE VIGENTE)
               MOVE 'N' TO WS-SOL-ACTIVO
               DISPLAY 'SEGUIMIENTO DE SOLICITUDES AL PROCESADOR '
                       'DESACTIVADO EN MODO PARTICION'
           END-IF.

      *----------------------------------------------------------------+
               CLOSE FILRUNPLAN
               OPEN EXTEND FILRUNPLAN
           END-IF
           MOVE SPACES TO REG-RUNPLAN
           MOVE 'PROGRAM1' TO RPL-PROGRAMA
           MOVE WS-LOTE-ID TO RPL-LOTE-ID
           MOVE WS-FECHA-YYYYMMDD TO RPL-FECHA-NEG
           WRITE REG-RUNPLAN
           CLOSE FILRUNPLAN.

      *----------------------------------------------------------------+
       1159-CARGAR-PERFILES-ENTIDAD.
      *----------------------------------------------------------------+
      *    PERFENT.txt (VER COPY PERFENT): CADA CAMPO SE RESUELVE
      *    CONTRA PARMDIAS.txt AL CARGAR, ASI EL RESTO DEL PROGRAMA
      *    SOLO MIRA LA TABLA. UN VALOR NO NUMERICO (O UN CSV DISTINTO
      *    DE 'S'/'N') SE TOMA COMO EN BLANCO, PARA QUE UN ERROR DE
      *    TIPEO DEJE A LA ENTIDAD CON LOS VALORES DE SIEMPRE
           MOVE ZERO TO WS-CANT-PERFILES
           MOVE 'N' TO WS-PFE-HAY-RETENCION
           MOVE HIGH-VALUES TO WS-PFE-ULT-ENT
           MOVE 'N' TO EOF-FILPERF
           OPEN INPUT FILPERF
           IF FS-FILPERF = '00'
               PERFORM 1159A-LEER-PERFIL
               PERFORM UNTIL EOF-FILPERF = 'S'
                   IF PFE-COD-ENT NOT = SPACES
                       PERFORM 1159B-GUARDAR-PERFIL
                   END-IF
                   PERFORM 1159A-LEER-PERFIL
               END-PERFORM
               CLOSE FILPERF
               IF WS-CANT-PERFILES > 1
                   SORT WS-PFE-ENTRY ON ASCENDING KEY WS-PFE-COD
               END-IF
               DISPLAY 'PERFILES DE ENTIDAD CARGADOS DE PERFENT.txt: '
                       WS-CANT-PERFILES ' ENTIDAD(ES)'
               PERFORM 1159C-MOSTRAR-PERFIL
                   VARYING WS-PFE-IDX FROM 1 BY 1
                   UNTIL WS-PFE-IDX > WS-CANT-PERFILES
           ELSE
               DISPLAY 'PERFENT.txt NO ENCONTRADO, TODAS LAS ENTIDADES '
                       'CORREN CON PARMDIAS.txt'
           END-IF.

      *----------------------------------------------------------------+
       1159A-LEER-PERFIL.
      *----------------------------------------------------------------+
           READ FILPERF
               AT END
                   MOVE 'S' TO EOF-FILPERF
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1159B-GUARDAR-PERFIL.
      *----------------------------------------------------------------+
      *    UNA ENTIDAD REPETIDA EN EL ARCHIVO SE QUEDA CON EL ULTIMO
      *    RENGLON; SE BUSCA EN SERIE PORQUE LA TABLA RECIEN SE ORDENA
      *    AL TERMINAR LA CARGA
           SET WS-PFE-IDX TO 1
           SEARCH WS-PFE-ENTRY
               AT END
                   IF WS-CANT-PERFILES < 2000
                       ADD 1 TO WS-CANT-PERFILES
                       SET WS-PFE-IDX TO WS-CANT-PERFILES
                   ELSE
                       DISPLAY 'PERFENT.txt: MAS DE 2000 ENTIDADES, SE '
                               'IGNORA ' PFE-COD-ENT
                       SET WS-PFE-IDX TO ZERO
                   END-IF
               WHEN WS-PFE-COD(WS-PFE-IDX) = PFE-COD-ENT
                   CONTINUE
           END-SEARCH
           IF WS-PFE-IDX > ZERO
               MOVE PFE-COD-ENT TO WS-PFE-COD(WS-PFE-IDX)
               IF PFE-DIAS-ATRAS IS NUMERIC AND
                  PFE-DIAS-ATRAS NOT = '000'
                   MOVE PFE-DIAS-ATRAS TO WS-PFE-DIAS-ATRAS(WS-PFE-IDX)
                   MOVE 'P' TO WS-PFE-DIAS-ORIGEN(WS-PFE-IDX)
               ELSE
                   MOVE WS-DIAS-ATRAS TO WS-PFE-DIAS-ATRAS(WS-PFE-IDX)
                   MOVE 'D' TO WS-PFE-DIAS-ORIGEN(WS-PFE-IDX)
               END-IF
               IF PFE-FORMATO-CSV = 'S' OR PFE-FORMATO-CSV = 'N'
                   MOVE PFE-FORMATO-CSV TO WS-PFE-CSV(WS-PFE-IDX)
                   MOVE 'P' TO WS-PFE-CSV-ORIGEN(WS-PFE-IDX)
               ELSE
                   IF WS-CSV-EXPORT-ACTIVO
                       MOVE 'S' TO WS-PFE-CSV(WS-PFE-IDX)
                   ELSE
                       MOVE 'N' TO WS-PFE-CSV(WS-PFE-IDX)
                   END-IF
                   MOVE 'D' TO WS-PFE-CSV-ORIGEN(WS-PFE-IDX)
               END-IF
      *        EN MODO PARTICION LA PURGA QUEDA DESACTIVADA PARA TODOS
      *        (VER 1151-ACTIVAR-PARTICION), TAMBIEN PARA LOS PERFILES
               IF PFE-RETENCION IS NUMERIC AND NOT WS-EN-PARTICION
                   MOVE PFE-RETENCION TO WS-PFE-RETENCION(WS-PFE-IDX)
                   MOVE 'P' TO WS-PFE-RET-ORIGEN(WS-PFE-IDX)
                   IF WS-PFE-RETENCION(WS-PFE-IDX) NOT =
                      WS-RETENCION-DIAS
                       MOVE 'S' TO WS-PFE-HAY-RETENCION
                   END-IF
               ELSE
                   MOVE WS-RETENCION-DIAS TO
                       WS-PFE-RETENCION(WS-PFE-IDX)
                   MOVE 'D' TO WS-PFE-RET-ORIGEN(WS-PFE-IDX)
               END-IF
               MOVE ZERO TO WS-PFE-VENTANA-DESDE(WS-PFE-IDX)
               MOVE ZERO TO WS-PFE-RET-CORTE(WS-PFE-IDX)
           END-IF.

      *----------------------------------------------------------------+
       1159C-MOSTRAR-PERFIL.
      *----------------------------------------------------------------+
           DISPLAY '  ENTIDAD ' WS-PFE-COD(WS-PFE-IDX)
                   ' VENTANA ' WS-PFE-DIAS-ATRAS(WS-PFE-IDX)
                   '(' WS-PFE-DIAS-ORIGEN(WS-PFE-IDX) ')'
                   ' CSV ' WS-PFE-CSV(WS-PFE-IDX)
                   '(' WS-PFE-CSV-ORIGEN(WS-PFE-IDX) ')'
                   ' RETENCION ' WS-PFE-RETENCION(WS-PFE-IDX)
                   '(' WS-PFE-RET-ORIGEN(WS-PFE-IDX) ')'.

      *----------------------------------------------------------------+
       1160-CARGAR-TABLAS-REFERENCIA.
      *----------------------------------------------------------------+
      *    CODIGOS NUEVOS SIN NECESIDAD DE RECOMPILAR EL PROGRAMA
           PERFORM 1161-CARGAR-TABLA-MARCAS
           PERFORM 1162-CARGAR-TABLA-BLOQUEOS
           PERFORM 1162D-CARGAR-TABLA-TRANSICIONES
           PERFORM 1159-CARGAR-PERFILES-ENTIDAD
           PERFORM 1163-CARGAR-TABLA-MOTIVOS
           PERFORM 1164-CARGAR-LISTA-VIP
           PERFORM 1167-CARGAR-BOVEDA
           END-PERFORM.

      *----------------------------------------------------------------+
       1162D-CARGAR-TABLA-TRANSICIONES.
      *----------------------------------------------------------------+
      *    LAS REGLAS SE GUARDAN EN EL ORDEN DEL ARCHIVO (NO SE ORDENAN)
      *    PORQUE 3722 APLICA LA PRIMERA QUE COINCIDE (VER COPY
      *    TRANBLOQ); UN RENGLON CON FLAG DISTINTO DE 'S'/'N' SE
      *    DESCARTA PARA QUE UN ERROR DE TIPEO NO PROHIBA NADA
           MOVE ZERO TO WS-CANT-TRANSICIONES
           MOVE 'N' TO EOF-FILTRBLQ
           OPEN INPUT FILTRBLQ
           IF FS-FILTRBLQ = '00'
               PERFORM 1162E-LEER-TRBLQ
               PERFORM UNTIL EOF-FILTRBLQ = 'S'
                   IF (TRB-PERMITIDA = 'S' OR TRB-PERMITIDA = 'N') AND
                      WS-CANT-TRANSICIONES < 500
                       ADD 1 TO WS-CANT-TRANSICIONES
                       SET WS-TRB-IDX TO WS-CANT-TRANSICIONES
                       MOVE TRB-DESDE TO WS-TRB-DESDE(WS-TRB-IDX)
                       MOVE TRB-HASTA TO WS-TRB-HASTA(WS-TRB-IDX)
                       MOVE TRB-PERMITIDA TO
                           WS-TRB-PERMITIDA(WS-TRB-IDX)
                   END-IF
                   PERFORM 1162E-LEER-TRBLQ
               END-PERFORM
               CLOSE FILTRBLQ
               DISPLAY 'REGLAS DE TRANSICION CARGADAS DE '
                       'TRANBLOQ.txt: ' WS-CANT-TRANSICIONES
                       ' REGLA(S)'
           ELSE
               MOVE WS-TRB-DEFAULT-CANT TO WS-CANT-TRANSICIONES
               PERFORM VARYING WS-TRB-IDX FROM 1 BY 1
                   UNTIL WS-TRB-IDX > WS-CANT-TRANSICIONES
                   MOVE WS-TRB-DEF-DESDE(WS-TRB-IDX) TO
                       WS-TRB-DESDE(WS-TRB-IDX)
                   MOVE WS-TRB-DEF-HASTA(WS-TRB-IDX) TO
                       WS-TRB-HASTA(WS-TRB-IDX)
                   MOVE WS-TRB-DEF-PERMITIDA(WS-TRB-IDX) TO
                       WS-TRB-PERMITIDA(WS-TRB-IDX)
               END-PERFORM
               DISPLAY 'TRANBLOQ.txt NO ENCONTRADO, SE USAN REGLAS '
                       'POR DEFECTO'
           END-IF.

      *----------------------------------------------------------------+
       1162E-LEER-TRBLQ.
      *----------------------------------------------------------------+
           READ FILTRBLQ
               AT END
                   MOVE 'S' TO EOF-FILTRBLQ
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1163-CARGAR-TABLA-MOTIVOS.
      *----------------------------------------------------------------+
           MOVE ZERO TO WS-CANT-MOTIVOS
           MOVE 'N' TO EOF-FILDESMOT
           OPEN INPUT FILDESMOT
      *----------------------------------------------------------------+
       1164B-GUARDAR-VIP.
      *----------------------------------------------------------------+
      *    TABLA LLENA = ABEND, MISMO CRITERIO QUE 9061B-TABLA-H2H-
      *    LLENA-ABEND: SEGUIR CON UNA LISTA VIP/LEGAL INCOMPLETA
      *    SACARIA A DISTRIBUCION TARJETAS QUE COMPLIANCE ORDENO
      *    SUPRIMIR
           IF WS-CANT-VIP >= 50000
               PERFORM 1164C-TABLA-VIP-LLENA-ABEND
           END-IF
      *    TARJETA SE REEMITIO ESTA CORRIDA, NO QUE HAYA QUE CARGAR UNA
      *    TABLA POR DEFECTO
           MOVE ZERO TO WS-CANT-REIS
           MOVE ZERO TO WS-CANT-REIA
           MOVE 'N' TO EOF-FILREIS
           OPEN INPUT FILREIS
           IF FS-FILREIS = '00'
               SORT WS-REIS-ENTRY ON ASCENDING KEY WS-REIS-PAN-NUEVO
               DISPLAY 'CRUCE DE REEMISION CARGADO DE REEMISION.txt: '
                       WS-CANT-REIS ' PAR(ES)'
               IF WS-CANT-REIS > 0
                   PERFORM 1165D-ARMAR-CRUCE-ANTERIOR
               END-IF
           ELSE
               DISPLAY 'REEMISION.txt NO ENCONTRADO, NO HAY TARJETAS '
                       'REEMITIDAS ESTA CORRIDA'
           PERFORM 1169-PAN-DE-TOKEN
           MOVE WS-BOV-RESULTADO TO WS-REIS-PAN-ANTERIOR(WS-REIS-IDX).

      *----------------------------------------------------------------+
       1165D-ARMAR-CRUCE-ANTERIOR.
      *----------------------------------------------------------------+
      *    COPIA EL CRUCE ORDENADO POR PAN ANTERIOR (VER COPY REISSUE)
      *    CON LA FECHA DE ACTIVACION DE CADA PAN NUEVO. SIN
      *    FECACTVO.dat NO HAY CONTRA QUE MEDIR LOS DIAS, ASI QUE EL
      *    CONTROL DE PAN ANTERIOR ACTIVA NO CORRE; NO ES MOTIVO PARA
      *    DETENER LA CORRIDA
           MOVE ZERO TO WS-RAA-SIN-ACTIVACION
           OPEN INPUT FECACTVO
           IF FS-FECACTVO = '00'
               PERFORM 1165E-COPIAR-PAR-REIS
                   VARYING WS-REIS-IDX FROM 1 BY 1
                   UNTIL WS-REIS-IDX > WS-CANT-REIS
               CLOSE FECACTVO
               SORT WS-REIA-ENTRY
                   ON ASCENDING KEY WS-REIA-PAN-ANTERIOR
               DISPLAY 'PAN NUEVOS SIN ACTIVACION EN FECACTVO.dat: '
                       WS-RAA-SIN-ACTIVACION
           ELSE
               DISPLAY 'FECACTVO.dat NO DISPONIBLE (FS ' FS-FECACTVO
                       '), SIN CONTROL DE PAN ANTERIOR ACTIVA'
           END-IF.

      *----------------------------------------------------------------+
       1165E-COPIAR-PAR-REIS.
      *----------------------------------------------------------------+
      *    UN PAN NUEVO QUE TODAVIA NO FIGURA EN FECACTVO.dat NO SE
      *    ACTIVO: LA FECHA QUEDA EN CERO Y SU PAN ANTERIOR NO SE
      *    REPORTA (TENER LA VIEJA ACTIVA ES LO ESPERADO HASTA ENTONCES)
           ADD 1 TO WS-CANT-REIA
           SET WS-REIA-IDX TO WS-CANT-REIA
           MOVE WS-REIS-PAN-ANTERIOR(WS-REIS-IDX) TO
               WS-REIA-PAN-ANTERIOR(WS-REIA-IDX)
           MOVE WS-REIS-PAN-NUEVO(WS-REIS-IDX) TO
               WS-REIA-PAN-NUEVO(WS-REIA-IDX)
           MOVE ZERO TO WS-REIA-FEC-ACT(WS-REIA-IDX)
           MOVE SPACES TO FA-PAN
           MOVE WS-REIS-PAN-NUEVO(WS-REIS-IDX) TO FA-PAN
           READ FECACTVO
               INVALID KEY
                   ADD 1 TO WS-RAA-SIN-ACTIVACION
               NOT INVALID KEY
                   IF FA-FEC-ALT-TAR IS NUMERIC
                       MOVE FA-FEC-ALT-TAR TO
                           WS-REIA-FEC-ACT(WS-REIA-IDX)
                   ELSE
                       ADD 1 TO WS-RAA-SIN-ACTIVACION
                   END-IF
           END-READ.

      *----------------------------------------------------------------+
       1165C-TABLA-REIS-LLENA-ABEND.
      *----------------------------------------------------------------+
      *    WS-BOV-PAN-BUSCADO; SI EL PAN NO TIENE TOKEN TODAVIA, SE LE
      *    ASIGNA EL SIGUIENTE DE LA SECUENCIA Y EL PAR NUEVO SE ANEXA
      *    DE INMEDIATO A BOVEDA.txt (ABRIR/ESCRIBIR/CERRAR, MISMO
      *    ESQUEMA QUE LOS EXTRACTOS POR ENTIDAD). UN VALOR QUE YA ES
      *    TOKEN (UNO SIN PAR EN LA BOVEDA O DESVINCULADO POR BORRAD01,
      *    VER 1169) VUELVE TAL CUAL: NO ES UN PAN AL QUE DARLE TOKEN
           MOVE 'N' TO WS-BOV-ENCONTRADO
           IF WS-BOV-PAN-BUSCADO(1:1) = 'T'
               MOVE WS-BOV-PAN-BUSCADO TO WS-BOV-RESULTADO
               MOVE 'S' TO WS-BOV-ENCONTRADO
           END-IF
           IF WS-CANT-BOV > 0 AND WS-BOV-ENCONTRADO = 'N'
               SEARCH ALL WS-BVP-ENTRY
                   AT END
                       CONTINUE
      *    CUALQUIER OTRO VALOR ES UN PAN EN CLARO DE UN ARCHIVO
      *    ANTERIOR A LA TOKENIZACION Y PASA TAL CUAL. UN TOKEN SIN
      *    PAR EN LA BOVEDA SE DEJA COMO VINO (MEJOR UN HUERFANO
      *    VISIBLE QUE UN PAN INVENTADO). TAMPOCO SE TRADUCE UN TOKEN
      *    CUYO PAN BORRAD01 REEMPLAZO POR '*BORRADO*': TODOS LOS
      *    BORRADOS TENDRIAN EL MISMO "PAN" Y 1328 LOS JUNTARIA EN UNO
           MOVE WS-BOV-TOKEN-BUSCADO TO WS-BOV-RESULTADO
           IF WS-BOV-TOKEN-BUSCADO(1:1) = 'T'
               IF WS-CANT-BOV-T > 0
                       MOVE WS-BVN-PAN(WS-BVN-IDX) TO WS-BOV-RESULTADO
                   END-IF
               END-PERFORM
               IF WS-BOV-RESULTADO = '*BORRADO*'
                   MOVE WS-BOV-TOKEN-BUSCADO TO WS-BOV-RESULTADO
               END-IF
           END-IF.

      *----------------------------------------------------------------+
           PERFORM 1172-RESTAURAR-BLOQ-CNT
               VARYING WS-BLOQ-SUB FROM 1 BY 1
               UNTIL WS-BLOQ-SUB > 100
      *    LOS RENGLONES DE ENTIDADES Y SUCURSALES VIENEN A
      *    CONTINUACION DE REG-CKPT, EN ESE ORDEN FIJO (VER
      *    3160-ESCRIBIR-CHECKPOINT); LAS CUENTAS YA EMPAREJADAS NO
      *    HACE FALTA RESTAURARLAS PORQUE SU CTM-FECHA-MATCH YA QUEDO
      *    GRABADA EN EL MAESTRO
           MOVE CKPT-CANT-ENT TO WS-CANT-ENT
           PERFORM 1173-RESTAURAR-ENTIDAD
               VARYING WS-CKPT-ENT-IDX FROM 1 BY 1
           PERFORM 1174-RESTAURAR-SUCURSAL
               VARYING WS-CKPT-SUC-IDX FROM 1 BY 1
               UNTIL WS-CKPT-SUC-IDX > CKPT-CANT-SUC
           DISPLAY 'CHECKPOINT ENCONTRADO, SE OMITIRAN '
                   WS-CKPT-SKIP ' REGISTROS YA PROCESADOS DE FILINP2'.

                       TO WS-ENT-HASH-FILOUT1(WS-ENT-IDX)
                   MOVE CKPT-ENT-HASH-FILOUT2
                       TO WS-ENT-HASH-FILOUT2(WS-ENT-IDX)
      *            UN CHECKPOINT GRABADO ANTES DE QUE EXISTIERA EL
      *            CONTADOR DE TARJETAS LO TRAE EN BLANCO
                   IF CKPT-ENT-CNT-TARJETAS IS NUMERIC
                       MOVE CKPT-ENT-CNT-TARJETAS
                           TO WS-ENT-CNT-TARJETAS(WS-ENT-IDX)
                   ELSE
                       MOVE ZERO TO WS-ENT-CNT-TARJETAS(WS-ENT-IDX)
                   END-IF
           END-READ.

      *----------------------------------------------------------------+
                       TO WS-SUC-ULT-FEC-BLOQ(WS-SUC-IDX)
           END-READ.

      *----------------------------------------------------------------+
       1200-CALCULAR-FECHA-UN-MES.
      *----------------------------------------------------------------+
               - WS-DIAS-ATRAS
      *    CONVIRTIENDO ENTERO A FECHA
           COMPUTE WS-FECHA-UN-MES-ATRAS =
               FUNCTION DATE-OF-INTEGER(WS-FECHA-UN-MES-ATRAS)
      *    LO MISMO PARA LA VENTANA PROPIA DE CADA PERFIL DE ENTIDAD
           PERFORM 1201-CALCULAR-VENTANA-PERFIL
               VARYING WS-PFE-IDX FROM 1 BY 1
               UNTIL WS-PFE-IDX > WS-CANT-PERFILES
           MOVE HIGH-VALUES TO WS-PFE-ULT-ENT.

      *----------------------------------------------------------------+
       1201-CALCULAR-VENTANA-PERFIL.
      *----------------------------------------------------------------+
           COMPUTE WS-PFE-VENTANA-DESDE(WS-PFE-IDX) =
               FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD)
                   - WS-PFE-DIAS-ATRAS(WS-PFE-IDX))
           IF WS-PFE-RETENCION(WS-PFE-IDX) > 0
               COMPUTE WS-PFE-RET-CORTE(WS-PFE-IDX) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD)
                       - WS-PFE-RETENCION(WS-PFE-IDX))
           ELSE
               MOVE ZERO TO WS-PFE-RET-CORTE(WS-PFE-IDX)
           END-IF.

      *----------------------------------------------------------------+
       1250-CONSTRUIR-NOMBRES-ARCHIVOS.
               DELIMITED BY SIZE INTO WS-NOM-FILOUT18
           STRING 'CODIGOS_DESCONOCIDOS_' WS-FECHA-YYYYMMDD
               WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILOUT19
           STRING 'VENCIDAS_ACTIVAS_' WS-FECHA-YYYYMMDD
               WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILOUT20
           STRING 'VENCIDAS_ENT_MARCA_' WS-FECHA-YYYYMMDD
               WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILOUT21
           STRING 'TRANSICIONES_ILEGALES_' WS-FECHA-YYYYMMDD
               WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILOUT22
           STRING 'ADICIONALES_TITULAR_PERM_' WS-FECHA-YYYYMMDD
               WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILOUT23
           STRING 'TRABAJO_ADICIONALES_' WS-FECHA-YYYYMMDD
               WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILADWRK
           STRING 'SUSPENSO_NUEVOS_' WS-FECHA-YYYYMMDD
               WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILSUSNV
           STRING 'RECHAZO_FINAL_' WS-FECHA-YYYYMMDD
               WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILOUT24
           STRING 'PERFILES_ENTIDAD_' WS-FECHA-YYYYMMDD
               WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILOUT25
           STRING 'SOLBLOQ_CONFIRMADAS_' WS-FECHA-YYYYMMDD
               WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILSOLCF
           STRING 'SOLICITUDES_PENDIENTES_' WS-FECHA-YYYYMMDD
               WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILOUT26
           STRING 'REEMITIDAS_ANTERIOR_ACTIVA_' WS-FECHA-YYYYMMDD
               WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILOUT27.

      *----------------------------------------------------------------+
       1290-VERIFICAR-ARCHIVOS-ENTRADA.
               OPEN EXTEND FILOUT5
               OPEN EXTEND FILOUT6 FILOUT7 FILOUT8 FILOUT10
               OPEN EXTEND FILOUT15 FILOUT16 FILOUT17 FILOUT19
               OPEN EXTEND FILOUT20 FILOUT22 FILADWRK
               OPEN EXTEND FILSUSNV FILOUT24 FILOUT27
      *        SI LA CORRIDA ANTERIOR YA HABIA PASADO POR 3800, EL
      *        TRABAJO DEL SUSPENSO YA FUE APLICADO Y BORRADO
               IF FS-FILSUSNV = '35'
                   OPEN OUTPUT FILSUSNV
               END-IF
      *        IDEM LAS CONFIRMACIONES DE SOLICITUDES (VER 3900)
               OPEN EXTEND FILSOLCF
               IF FS-FILSOLCF = '35'
                   OPEN OUTPUT FILSOLCF
               END-IF
               OPEN EXTEND FILRETEN FILFALLE
           ELSE
               OPEN OUTPUT FILOUT1V FILOUT1A FILOUT1P FILOUT1M
               OPEN OUTPUT FILOUT2 FILOUT2S FILOUT3 FILOUT4
               OPEN OUTPUT FILOUT5
               OPEN OUTPUT FILOUT6 FILOUT7 FILOUT8 FILOUT10
               OPEN OUTPUT FILOUT15 FILOUT16 FILOUT17 FILOUT19
               OPEN OUTPUT FILOUT20 FILOUT22 FILADWRK
               OPEN OUTPUT FILSUSNV FILOUT24 FILOUT27
               OPEN OUTPUT FILSOLCF
               OPEN OUTPUT FILRETEN FILFALLE
           END-IF
           PERFORM 1310-ABRIR-AUDITORIA
           PERFORM 1312-ABRIR-EVENTOS
      *    EL MAESTRO SE ABRE ANTES QUE BLOQHIST.txt PORQUE LA PURGA
      *    POR PERFIL DE ENTIDAD NECESITA LA ENTIDAD DE CADA PAN (VER
      *    1329-PURGAR-HISTORIAL-BLOQUEO)
           PERFORM 1322-ABRIR-MAESTRO-CUENTAS
           PERFORM 1320-ABRIR-HISTORIAL-BLOQUEO
           IF FS-FILINP1 NOT = '00' OR FS-FILINP2 NOT = '00' OR
              FS-FILOUT1 NOT = '00' OR FS-FILOUT1A NOT = '00' OR
              FS-FILOUT7 NOT = '00' OR FS-FILBLHIS NOT = '00' OR
              FS-FILOUT8 NOT = '00' OR FS-FILOUT10 NOT = '00' OR
              FS-FILOUT15 NOT = '00' OR FS-FILOUT16 NOT = '00' OR
              FS-FILRETEN NOT = '00' OR FS-FILOUT20 NOT = '00' OR
              FS-FILFALLE NOT = '00' OR
              FS-FILOUT22 NOT = '00' OR FS-FILADWRK NOT = '00' OR
              FS-FILSUSNV NOT = '00' OR FS-FILOUT24 NOT = '00' OR
              FS-FILSOLCF NOT = '00' OR FS-FILOUT27 NOT = '00' OR
              FS-FILCTAM NOT = '00' OR FS-FILEVT NOT = '00'
               DISPLAY 'ERROR AL ABRIR ARCHIVOS'
               MOVE '1300-PREPARAR-ARCHIVOS' TO WS-AUDIT-RUTINA
               MOVE 'OPEN ARCHIVOS ENTRADA/SALIDA' TO WS-AUDIT-ACCION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO WS-ADW-ABIERTO
           MOVE 'S' TO WS-SNV-ABIERTO
           MOVE 'S' TO WS-SCF-ABIERTO
           PERFORM 1340-CARGAR-SOLICITUDES
           PERFORM 1330-PREPARAR-CSV.

      *----------------------------------------------------------------+
      *----------------------------------------------------------------+
       1331-ESCRIBIR-ENCABEZADO-CSV.
      *----------------------------------------------------------------+
           PERFORM 1331A-ARMAR-ENCABEZADO-CSV-1
           MOVE WS-LINEA-CSV-1 TO REG-OU1CSV
           WRITE REG-OU1CSV

           PERFORM 1331B-ARMAR-ENCABEZADO-CSV-2
           MOVE WS-LINEA-CSV-2 TO REG-OU2CSV
           WRITE REG-OU2CSV.

      *----------------------------------------------------------------+
       1331A-ARMAR-ENCABEZADO-CSV-1.
      *----------------------------------------------------------------+
      *    COMPARTIDO CON LAS COPIAS CSV POR ENTIDAD (VER 3417B)
           MOVE SPACES TO WS-LINEA-CSV-1
           STRING 'COD_ENT,CENT_ALTA,CUENTA,PAN,MARCA,DESC_MARCA,'
                  'FECHA_BLOQUEO,DESC_BLOQUEO'
               DELIMITED BY SIZE INTO WS-LINEA-CSV-1.

      *----------------------------------------------------------------+
       1331B-ARMAR-ENCABEZADO-CSV-2.
      *----------------------------------------------------------------+
      *    COMPARTIDO CON LAS COPIAS CSV POR ENTIDAD (VER 3524B)
           MOVE SPACES TO WS-LINEA-CSV-2
           STRING 'TIPO,CUENTA,PAN,FECHA_BLOQUEO,DESC_BLOQUEO'
               DELIMITED BY SIZE INTO WS-LINEA-CSV-2.

      *----------------------------------------------------------------+
       1310-ABRIR-AUDITORIA.
      *    BLOQHIST.txt TAMBIEN CRECE ENTRE CORRIDAS, SOLO QUE ES
      *    PROPIO DE PROGRAM1 (NO COMPARTIDO CON CDCB14Q NI PSA01)
           PERFORM 1325-CARGAR-HISTORIAL-BLOQUEO
           IF WS-RETENCION-DIAS > 0 OR WS-PFE-HAY-RETENCION = 'S'
               PERFORM 1329-PURGAR-HISTORIAL-BLOQUEO
           END-IF
           OPEN EXTEND FILBLHIS
               OPEN EXTEND FILBLHIS
           END-IF.

      *----------------------------------------------------------------+
       1322-ABRIR-MAESTRO-CUENTAS.
      *----------------------------------------------------------------+
      *    MISMO PATRON "CREAR SI NO EXISTE" DE 1310-ABRIR-AUDITORIA,
      *    PERO EN I-O: LA PRIMERA CORRIDA ARRANCA CON EL MAESTRO VACIO
      *    Y LO LLENA CON LAS ALTAS DE FILINP1. CON O SIN CHECKPOINT SE
      *    ABRE IGUAL, PORQUE REAPLICAR FILINP1 NO LO ALTERA
           OPEN I-O FILCTAM
           IF FS-FILCTAM = '35'
               OPEN OUTPUT FILCTAM
               CLOSE FILCTAM
               OPEN I-O FILCTAM
           END-IF.

      *----------------------------------------------------------------+
       1325-CARGAR-HISTORIAL-BLOQUEO.
      *----------------------------------------------------------------+
      *    ESTA CORRIDA) Y ARMA WS-TABLA-HISTORIAL-BLOQUEO CON EL
      *    ESTADO DE BLOQUEO MAS RECIENTE DE CADA PAN, PARA QUE
      *    3710-DETECTAR-DESBLOQUEO PUEDA COMPARARLO CONTRA EL ESTADO
      *    ACTUAL DE FILINP2. SE CARGA TODO SIN DEDUPLICAR, SE ORDENA
      *    UNA SOLA VEZ (1327-ACUMULAR-HISTORIAL-BLOQUEO YA NO BUSCA
      *    NADA) Y LUEGO SE COMPACTA POR PAN EN UN SOLO RECORRIDO (1328)
           MOVE ZERO TO WS-CANT-HIST
           MOVE ZERO TO WS-HIST-ULT-CORRIDA
           MOVE 'N' TO EOF-FILBLHIS
           OPEN INPUT FILBLHIS
           IF FS-FILBLHIS = '00'
           MOVE HIS-COD-BLOQ TO WS-HIST-COD-BLOQ(WS-HIST-IDX)
           MOVE HIS-FECHA-CORRIDA TO WS-HIST-FECHA(WS-HIST-IDX)
           MOVE HIS-FEC-BLOQ TO WS-HIST-FEC-BLOQ(WS-HIST-IDX)
           MOVE HIS-ORIGEN TO WS-HIST-ORIGEN(WS-HIST-IDX)
           MOVE WS-CANT-HIST TO WS-HIST-SEQ(WS-HIST-IDX)
      *    UN REINICIO DEL MISMO DIA YA PUEDE TRAER RENGLONES DE HOY
           IF HIS-FECHA-CORRIDA < WS-FECHA-YYYYMMDD AND
              HIS-FECHA-CORRIDA > WS-HIST-ULT-CORRIDA
               MOVE HIS-FECHA-CORRIDA TO WS-HIST-ULT-CORRIDA
           END-IF.

      *----------------------------------------------------------------+
       1328-COMPACTAR-HISTORIAL-BLOQUEO.
      *    (WS-HIST-FECHA) SEA ANTERIOR A LA FECHA DE CORTE SE DESCARTA
      *    DE LA TABLA Y, MAS ABAJO, TAMBIEN DE BLOQHIST.txt EN DISCO,
      *    PARA QUE EL ARCHIVO NO SIGA CRECIENDO SIN LIMITE (VER
      *    PARM-RETENCION-DIAS). LA FECHA DE CORTE ES LA DEL PERFIL DE
      *    LA ENTIDAD DE LA TARJETA, SI LO TIENE (VER 1329B)
           IF WS-RETENCION-DIAS > 0
               COMPUTE WS-RETENCION-CORTE =
                   FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD)
                   - WS-RETENCION-DIAS
               COMPUTE WS-RETENCION-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-RETENCION-CORTE)
           ELSE
               MOVE ZERO TO WS-RETENCION-CORTE
           END-IF
           MOVE ZERO TO WS-HIST-PURGE-IDX
           PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-CANT-HIST
               PERFORM 1329B-CORTE-RETENCION-PAN
               IF WS-RETENCION-CORTE-PAN = 0 OR
                  WS-HIST-FECHA(WS-HIST-IDX) >= WS-RETENCION-CORTE-PAN
                   ADD 1 TO WS-HIST-PURGE-IDX
                   IF WS-HIST-PURGE-IDX NOT = WS-HIST-IDX
                       MOVE WS-HIST-ENTRY(WS-HIST-IDX)
                   WS-CANT-HIST - WS-HIST-PURGE-IDX
               DISPLAY 'RETENCION DE HISTORIAL: SE DESCARTAN '
                       WS-HIST-DESCARTADOS
                       ' TARJETA(S) FUERA DE SU VENTANA DE RETENCION'
               MOVE WS-HIST-PURGE-IDX TO WS-CANT-HIST
               PERFORM 1329A-REESCRIBIR-HISTORIAL-BLOQUEO
           END-IF.

      *----------------------------------------------------------------+
       1329B-CORTE-RETENCION-PAN.
      *----------------------------------------------------------------+
      *    SIN PERFILES CON RETENCION PROPIA NO HACE FALTA IR AL
      *    MAESTRO: TODAS LAS TARJETAS USAN EL CORTE DE PARMDIAS.txt.
      *    UNA PAN QUE YA NO ESTA EN EL MAESTRO TAMBIEN USA ESE CORTE
           MOVE WS-RETENCION-CORTE TO WS-RETENCION-CORTE-PAN
           IF WS-PFE-HAY-RETENCION = 'S'
               MOVE WS-HIST-PAN(WS-HIST-IDX) TO CTM-PAN
               READ FILCTAM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SEARCH ALL WS-PFE-ENTRY
                           AT END
                               CONTINUE
                           WHEN WS-PFE-COD(WS-PFE-IDX) = CTM-COD-ENT
                               MOVE WS-PFE-RET-CORTE(WS-PFE-IDX)
                                   TO WS-RETENCION-CORTE-PAN
                       END-SEARCH
               END-READ
           END-IF.

      *----------------------------------------------------------------+
       1329A-REESCRIBIR-HISTORIAL-BLOQUEO.
      *----------------------------------------------------------------+
                   MOVE WS-HIST-COD-BLOQ(WS-HIST-IDX) TO HIS-COD-BLOQ
                   MOVE WS-HIST-FEC-BLOQ(WS-HIST-IDX) TO HIS-FEC-BLOQ
                   MOVE WS-HIST-FECHA(WS-HIST-IDX) TO HIS-FECHA-CORRIDA
                   MOVE WS-HIST-ORIGEN(WS-HIST-IDX) TO HIS-ORIGEN
                   WRITE REG-HISBLOQ
               END-PERFORM
               CLOSE FILBLHIS
           END-IF.

      *----------------------------------------------------------------+
       1340-CARGAR-SOLICITUDES.
      *----------------------------------------------------------------+
      *    FILE STATUS '35' (SOLBLQ01 TODAVIA NO ENVIO NINGUNA
      *    SOLICITUD) NO ES ERROR: SE ARRANCA CON LA TABLA VACIA
           MOVE ZERO TO WS-CANT-SOL
           MOVE ZERO TO WS-SOL-PEND-CARGADAS
           IF WS-SOL-ACTIVO = 'S'
               MOVE 'N' TO EOF-FILSOLSG
               OPEN INPUT FILSOLSG
               IF FS-FILSOLSG = '00'
                   PERFORM 1341-LEER-SOLICITUD
                   PERFORM UNTIL EOF-FILSOLSG = 'S'
                       PERFORM 1342-GUARDAR-SOLICITUD
                       PERFORM 1341-LEER-SOLICITUD
                   END-PERFORM
                   CLOSE FILSOLSG
                   IF WS-CANT-SOL > 1
                       SORT WS-SOL-ENTRY
                           ON ASCENDING KEY WS-SOL-PAN WS-SOL-ID
                   END-IF
                   DISPLAY 'SOLICITUDES AL PROCESADOR PENDIENTES: '
                           WS-SOL-PEND-CARGADAS
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       1341-LEER-SOLICITUD.
      *----------------------------------------------------------------+
           READ FILSOLSG
               AT END
                   MOVE 'S' TO EOF-FILSOLSG
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1342-GUARDAR-SOLICITUD.
      *----------------------------------------------------------------+
           IF WS-CANT-SOL >= WS-MAX-SOL
               PERFORM 3960-TABLA-SOL-LLENA-ABEND
           END-IF
           ADD 1 TO WS-CANT-SOL
           SET WS-SOL-IDX TO WS-CANT-SOL
           MOVE SSG-PAN TO WS-BOV-TOKEN-BUSCADO
           PERFORM 1169-PAN-DE-TOKEN
           MOVE WS-BOV-RESULTADO TO WS-SOL-PAN(WS-SOL-IDX)
           MOVE SSG-ID TO WS-SOL-ID(WS-SOL-IDX)
           MOVE SSG-ACCION TO WS-SOL-ACCION(WS-SOL-IDX)
           MOVE SSG-COD-BLOQ TO WS-SOL-COD(WS-SOL-IDX)
           MOVE SSG-ESTADO TO WS-SOL-ESTADO(WS-SOL-IDX)
           MOVE SSG-FECHA-CONF TO WS-SOL-FECHA-CONF(WS-SOL-IDX)
           MOVE SSG-DIAS-HABILES TO WS-SOL-DIAS(WS-SOL-IDX)
           MOVE SSG-FECHA-ULT TO WS-SOL-FECHA-ULT(WS-SOL-IDX)
           MOVE REG-SOLSEG TO WS-SOL-REGISTRO(WS-SOL-IDX)
           IF SSG-ESTADO = 'P'
               ADD 1 TO WS-SOL-PEND-CARGADAS
           END-IF.

      *----------------------------------------------------------------+
       1180-CARGAR-CALENDARIO.
      *----------------------------------------------------------------+
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1192-CARGAR-REMAP-SUCURSALES.
      *----------------------------------------------------------------+
      *    SE CARGAN TODOS LOS RENGLONES, TAMBIEN LOS DE FECHA EFECTIVA
      *    FUTURA: LA FECHA SE COMPARA EN 1194-RESOLVER-SUCURSAL CONTRA
      *    LA FECHA DE NEGOCIO QUE SE PROCESA, ASI UN REPROCESO DE UNA
      *    FECHA ANTERIOR A LA FUSION INFORMA COMO SE INFORMO ENTONCES.
      *    UN RENGLON INCOMPLETO O QUE APUNTA A SI MISMO SE DESCARTA
           MOVE ZERO TO WS-CANT-REMAP
           MOVE 'N' TO EOF-FILREMAP
           OPEN INPUT FILREMAP
           IF FS-FILREMAP = '00'
               PERFORM 1193-LEER-REMAP
               PERFORM UNTIL EOF-FILREMAP = 'S'
                   IF SRM-ORIGEN NOT = SPACES AND
                      SRM-DESTINO NOT = SPACES AND
                      SRM-ORIGEN NOT = SRM-DESTINO AND
                      SRM-FEC-EFECTIVA IS NUMERIC
                       IF WS-CANT-REMAP < 2000
                           ADD 1 TO WS-CANT-REMAP
                           SET WS-RMP-IDX TO WS-CANT-REMAP
                           MOVE SRM-ORIGEN TO WS-RMP-ORIGEN(WS-RMP-IDX)
                           MOVE SRM-DESTINO TO
                               WS-RMP-DESTINO(WS-RMP-IDX)
                           MOVE SRM-FEC-EFECTIVA TO
                               WS-RMP-FECHA(WS-RMP-IDX)
                       ELSE
                           DISPLAY 'SUCREMAP.txt: MAS DE 2000 '
                                   'RENGLONES, SE IGNORA ' SRM-ORIGEN
                       END-IF
                   ELSE
                       DISPLAY 'SUCREMAP.txt: RENGLON INVALIDO '
                               'DESCARTADO: ' REG-REMAP
                   END-IF
                   PERFORM 1193-LEER-REMAP
               END-PERFORM
               CLOSE FILREMAP
               DISPLAY 'TABLA DE FUSIONES DE SUCURSALES CARGADA: '
                       WS-CANT-REMAP ' RENGLON(ES)'
           END-IF.

      *----------------------------------------------------------------+
       1193-LEER-REMAP.
      *----------------------------------------------------------------+
           READ FILREMAP
               AT END
                   MOVE 'S' TO EOF-FILREMAP
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       1194-RESOLVER-SUCURSAL.
      *----------------------------------------------------------------+
      *    DEVUELVE EN WS-RMP-SUC-RESULTADO LA SUCURSAL QUE SOBREVIVE A
      *    WS-RMP-SUC-BUSCADA A LA FECHA WS-RMP-FECHA-CORTE, SIGUIENDO
      *    LA CADENA DE FUSIONES; SIN REMAPEO VIGENTE DEVUELVE LA MISMA
           MOVE WS-RMP-SUC-BUSCADA TO WS-RMP-SUC-RESULTADO
           MOVE ZERO TO WS-RMP-SALTOS
           MOVE 'S' TO WS-RMP-SIGUE
           IF WS-CANT-REMAP = 0
               MOVE 'N' TO WS-RMP-SIGUE
           END-IF
           PERFORM UNTIL WS-RMP-SIGUE = 'N'
               MOVE 'N' TO WS-RMP-SIGUE
               MOVE ZERO TO WS-RMP-MEJOR-FECHA
               PERFORM VARYING WS-RMP-IDX FROM 1 BY 1
                   UNTIL WS-RMP-IDX > WS-CANT-REMAP
                   IF WS-RMP-ORIGEN(WS-RMP-IDX) = WS-RMP-SUC-RESULTADO
                      AND WS-RMP-FECHA(WS-RMP-IDX) NOT >
                          WS-RMP-FECHA-CORTE
                      AND WS-RMP-FECHA(WS-RMP-IDX) NOT <
                          WS-RMP-MEJOR-FECHA
                       MOVE WS-RMP-FECHA(WS-RMP-IDX) TO
                           WS-RMP-MEJOR-FECHA
                       MOVE WS-RMP-DESTINO(WS-RMP-IDX) TO
                           WS-RMP-MEJOR-DESTINO
                       MOVE 'S' TO WS-RMP-SIGUE
                   END-IF
               END-PERFORM
               IF WS-RMP-SIGUE = 'S'
                   MOVE WS-RMP-MEJOR-DESTINO TO WS-RMP-SUC-RESULTADO
                   ADD 1 TO WS-RMP-SALTOS
                   IF WS-RMP-SALTOS >= 10
                       DISPLAY 'SUCREMAP.txt: CADENA DE FUSIONES SIN '
                               'FIN DESDE ' WS-RMP-SUC-BUSCADA
                       MOVE 'N' TO WS-RMP-SIGUE
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       1955-VERIFICAR-DIA-HABIL.
      *----------------------------------------------------------------+
           PERFORM 1250-CONSTRUIR-NOMBRES-ARCHIVOS
           PERFORM 1290-VERIFICAR-ARCHIVOS-ENTRADA
           PERFORM 1300-PREPARAR-ARCHIVOS
           PERFORM 2000-ACTUALIZAR-MAESTRO-CUENTAS
           PERFORM 3000-PROCESAR-TARJETAS
           PERFORM 9000-FINALIZAR.

           MOVE ZERO TO COUNT-FILOUT15
           MOVE ZERO TO COUNT-FILOUT16
           MOVE ZERO TO COUNT-RETENCIONES
           MOVE ZERO TO COUNT-FALLECIDOS
           MOVE ZERO TO COUNT-FILOUT17
           MOVE ZERO TO COUNT-FILOUT19
           MOVE ZERO TO COUNT-SUC-REMAPEADAS
           MOVE ZERO TO COUNT-FILOUT20
           MOVE ZERO TO COUNT-FILOUT22
           MOVE ZERO TO COUNT-FILOUT23
           MOVE ZERO TO COUNT-FILOUT24
           MOVE ZERO TO COUNT-SUSP-REMATCH
           MOVE ZERO TO COUNT-SUSP-RESUELTO
           MOVE ZERO TO COUNT-FILSUSP
           MOVE ZERO TO WS-CANT-TPB
           MOVE ZERO TO WS-CANT-FRA
           MOVE ZERO TO WS-CANT-PROD
           MOVE ZERO TO WS-CANT-VRS
           MOVE ZERO TO WS-AGE-CNT-0-30
           MOVE ZERO TO WS-AGE-CNT-31-60
           MOVE ZERO TO WS-AGE-CNT-61-90
           MOVE ZERO TO WS-AGE-CNT-90-MAS
           MOVE ZERO TO COUNT-CTM-ALTAS
           MOVE ZERO TO COUNT-CTM-CAMBIOS
           MOVE ZERO TO COUNT-CTM-CIERRES
           MOVE ZERO TO COUNT-CTM-OMITIDAS
           MOVE ZERO TO COUNT-FILOUT1ECSV
           MOVE ZERO TO COUNT-FILOUT2ECSV
           MOVE ZERO TO COUNT-FILOUT25
           MOVE ZERO TO COUNT-URGENTE-PENDIENTE
           MOVE ZERO TO COUNT-SOL-CONFIRMADA
           MOVE ZERO TO COUNT-SOL-REEMPLAZADA
           MOVE ZERO TO COUNT-SOL-PENDIENTE
           MOVE ZERO TO COUNT-FILOUT26
           MOVE ZERO TO COUNT-FILOUT27
           MOVE ZERO TO WS-CANT-SUC
           MOVE ZERO TO WS-CANT-ENT
           MOVE 'N' TO EOF-FILINP1
           MOVE ZERO TO WS-COD-FALTANTE-CNT(WS-COD-FALTANTE-SUB).

      *----------------------------------------------------------------+
       2000-ACTUALIZAR-MAESTRO-CUENTAS.
      *----------------------------------------------------------------+
      *    FILINP1 YA NO SE CARGA ENTERO EN MEMORIA: CADA RENGLON SE
      *    APLICA COMO NOVEDAD (ALTA, CAMBIO O CIERRE) SOBRE EL MAESTRO
      *    INDEXADO CTAMAST.dat, QUE CONSERVA LAS CUENTAS DE LAS
      *    CORRIDAS ANTERIORES. ASI DA LO MISMO QUE EL PROVEEDOR MANDE
      *    EL ARCHIVO COMPLETO O SOLO LO QUE CAMBIO, Y YA NO HAY LIMITE
      *    DE TABLA. APLICAR DOS VECES EL MISMO FILINP1 (REINICIO
      *    DESDE CHECKPOINT) DEJA EL MAESTRO IGUAL
           DISPLAY '======================================='
           DISPLAY '   ACTUALIZANDO MAESTRO DE CUENTAS     '
           DISPLAY '======================================='
           PERFORM 2100-LEER-FILINP1
           PERFORM UNTIL EOF-FILINP1 = 'S'
      *        EN MODO PARTICION SOLO SE APLICAN LAS CUENTAS DEL RANGO
      *        DE PAN DE ESTA PARTICION (VER 2150-VERIFICAR-PARTICION)
               PERFORM 2150-VERIFICAR-PARTICION-IN1
               IF WS-DENTRO-PARTICION = 'S'
                   PERFORM 2200-APLICAR-NOVEDAD-CUENTA
               END-IF
               PERFORM 2100-LEER-FILINP1
           END-PERFORM
           DISPLAY '======================================='
           DISPLAY '   ALTAS DE CUENTAS:    ' COUNT-CTM-ALTAS
           DISPLAY '   CAMBIOS DE CUENTAS:  ' COUNT-CTM-CAMBIOS
           DISPLAY '   CIERRES DE CUENTAS:  ' COUNT-CTM-CIERRES
           DISPLAY '   NOVEDADES OMITIDAS:  ' COUNT-CTM-OMITIDAS
           DISPLAY '======================================='.

      *----------------------------------------------------------------+
       2150-VERIFICAR-PARTICION-IN1.
           END-READ.

      *----------------------------------------------------------------+
       2200-APLICAR-NOVEDAD-CUENTA.
      *----------------------------------------------------------------+
      *    ACC-ACCION 'B' CIERRA LA CUENTA; CUALQUIER OTRO VALOR (EL
      *    ARCHIVO DE SIEMPRE VIENE SIN ACCION) ES ALTA SI LA PAN NO
      *    ESTA EN EL MAESTRO Y CAMBIO SI YA ESTA
           MOVE ACC-PAN TO CTM-PAN
           READ FILCTAM
               INVALID KEY
                   MOVE 'N' TO WS-CTM-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CTM-EXISTE
           END-READ
           EVALUATE TRUE
               WHEN ACC-ACCION = 'B'
                   PERFORM 2230-CERRAR-CUENTA
               WHEN WS-CTM-EXISTE = 'N'
                   PERFORM 2210-VALIDAR-CODIGOS-ENTMA
                   PERFORM 2220-ALTA-CUENTA
               WHEN OTHER
                   PERFORM 2210-VALIDAR-CODIGOS-ENTMA
                   PERFORM 2240-CAMBIAR-CUENTA
           END-EVALUATE.

      *----------------------------------------------------------------+
       2220-ALTA-CUENTA.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-CTAMAST
           MOVE ACC-PAN TO CTM-PAN
           MOVE ACC-COD-ENT TO CTM-COD-ENT
           MOVE ACC-CENT-ALTA TO CTM-CENT-ALTA
           MOVE ACC-NUMB TO CTM-NUMB
           MOVE 'A' TO CTM-ESTADO
           MOVE WS-FECHA-YYYYMMDD TO CTM-FECHA-ALTA
           MOVE WS-FECHA-YYYYMMDD TO CTM-FECHA-MODIF
           MOVE WS-FECHA-YYYYMMDD TO CTM-FECHA-VISTO
           MOVE ZERO TO CTM-FECHA-BAJA
           MOVE ZERO TO CTM-FECHA-MATCH
           MOVE WS-LOTE-ID TO CTM-LOTE-MODIF
           WRITE REG-CTAMAST
               INVALID KEY
                   MOVE 'WRITE CTAMAST' TO WS-AUDIT-ACCION
                   PERFORM 2290-ERROR-MAESTRO-ABEND
           END-WRITE
           ADD 1 TO COUNT-CTM-ALTAS.

      *----------------------------------------------------------------+
       2230-CERRAR-CUENTA.
      *----------------------------------------------------------------+
      *    UN CIERRE DE UNA PAN QUE EL MAESTRO NO CONOCE, O MAS VIEJO
      *    QUE EL ULTIMO CAMBIO APLICADO (REPROCESO DE UNA FECHA
      *    ANTERIOR), NO SE APLICA
           IF WS-CTM-EXISTE = 'N' OR
              WS-FECHA-YYYYMMDD < CTM-FECHA-MODIF
               ADD 1 TO COUNT-CTM-OMITIDAS
           ELSE
               IF CTM-ESTADO NOT = 'C'
                   MOVE 'C' TO CTM-ESTADO
                   MOVE WS-FECHA-YYYYMMDD TO CTM-FECHA-BAJA
                   MOVE WS-FECHA-YYYYMMDD TO CTM-FECHA-MODIF
                   MOVE WS-LOTE-ID TO CTM-LOTE-MODIF
                   ADD 1 TO COUNT-CTM-CIERRES
               END-IF
               MOVE WS-FECHA-YYYYMMDD TO CTM-FECHA-VISTO
               PERFORM 2250-REGRABAR-CUENTA
           END-IF.

      *----------------------------------------------------------------+
       2240-CAMBIAR-CUENTA.
      *----------------------------------------------------------------+
      *    LA MISMA PAN DOS VECES EN EL FILINP1 DE HOY CON CUENTAS
      *    DISTINTAS (CTM-FECHA-VISTO YA ES HOY) ES UN DUPLICADO: SE
      *    REPORTA EN FILOUT7 Y QUEDA LA PRIMERA, EN VEZ DE DEJAR QUE
      *    LA SEGUNDA PISE A LA PRIMERA SIN AVISO. UNA NOVEDAD MAS
      *    VIEJA QUE EL ULTIMO CAMBIO NO VUELVE ATRAS EL MAESTRO
           EVALUATE TRUE
               WHEN WS-FECHA-YYYYMMDD < CTM-FECHA-MODIF
                   ADD 1 TO COUNT-CTM-OMITIDAS
               WHEN CTM-FECHA-VISTO = WS-FECHA-YYYYMMDD AND
                    CTM-ESTADO = 'A' AND
                    CTM-NUMB NOT = ACC-NUMB
                   MOVE SPACES TO REG-OU07
                   MOVE ACC-PAN TO DUP-PAN
                   MOVE CTM-NUMB TO DUP-NUMB1
                   MOVE ACC-NUMB TO DUP-NUMB2
                   WRITE REG-OU07
                   ADD 1 TO COUNT-FILOUT7
               WHEN OTHER
                   IF CTM-COD-ENT NOT = ACC-COD-ENT OR
                      CTM-CENT-ALTA NOT = ACC-CENT-ALTA OR
                      CTM-NUMB NOT = ACC-NUMB OR
                      CTM-ESTADO NOT = 'A'
      *                UNA CUENTA CERRADA QUE VUELVE A LLEGAR SE REABRE
                       MOVE ACC-COD-ENT TO CTM-COD-ENT
                       MOVE ACC-CENT-ALTA TO CTM-CENT-ALTA
                       MOVE ACC-NUMB TO CTM-NUMB
                       MOVE 'A' TO CTM-ESTADO
                       MOVE ZERO TO CTM-FECHA-BAJA
                       MOVE WS-FECHA-YYYYMMDD TO CTM-FECHA-MODIF
                       MOVE WS-LOTE-ID TO CTM-LOTE-MODIF
                       ADD 1 TO COUNT-CTM-CAMBIOS
                   END-IF
                   MOVE WS-FECHA-YYYYMMDD TO CTM-FECHA-VISTO
                   PERFORM 2250-REGRABAR-CUENTA
           END-EVALUATE.

      *----------------------------------------------------------------+
       2250-REGRABAR-CUENTA.
      *----------------------------------------------------------------+
           REWRITE REG-CTAMAST
               INVALID KEY
                   MOVE 'REWRITE CTAMAST' TO WS-AUDIT-ACCION
                   PERFORM 2290-ERROR-MAESTRO-ABEND
           END-REWRITE.

      *----------------------------------------------------------------+
       2290-ERROR-MAESTRO-ABEND.
      *----------------------------------------------------------------+
      *    UN ERROR DE E/S SOBRE EL MAESTRO DEJARIA TARJETAS SIN CUENTA
      *    O CON LA CUENTA EQUIVOCADA; SE ABORTA Y EL REINICIO VUELVE
      *    A APLICAR FILINP1 (LA APLICACION ES REPETIBLE).
      *    WS-AUDIT-ACCION LA CARGA QUIEN LLAMA
           DISPLAY '========================================='
           DISPLAY ' ERROR DE E/S EN EL MAESTRO DE CUENTAS     '
           DISPLAY ' ' WS-NOM-FILCTAM ' FILE STATUS = ' FS-FILCTAM
           DISPLAY ' PAN = ' CTM-PAN
           DISPLAY ' PROCESO ABORTADO                          '
           DISPLAY '========================================='
           MOVE '2290-ERROR-MAESTRO' TO WS-AUDIT-RUTINA
           MOVE FS-FILCTAM TO WS-AUDIT-STATUS
           MOVE 'ERROR DE E/S EN CTAMAST, CORRIDA ABORTADA' TO
               WS-AUDIT-MENSAJE
           PERFORM 9400-GRABAR-AUDITORIA
           MOVE 'MAESTRO_CUENTAS' TO WS-EVT-TIPO-EVENTO
           MOVE 'CRITICAL' TO WS-EVT-SEVERIDAD
           MOVE 'ERROR DE E/S EN CTAMAST, CORRIDA ABORTADA' TO
               WS-EVT-MENSAJE
           PERFORM 9401-GRABAR-EVENTO
           PERFORM 9100-CERRAR-ARCHIVOS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------+
       2210-VALIDAR-CODIGOS-ENTMA.
                   WRITE REG-OU19
                   ADD 1 TO COUNT-FILOUT19
               END-IF
      *        UNA SUCURSAL CERRADA QUE OPERACIONES YA SACO DEL
      *        MAESTRO SIGUE SIENDO CONOCIDA SI SU FUSION LA LLEVA A
      *        UNA SUCURSAL QUE SI ESTA
               MOVE ACC-CENT-ALTA TO WS-RMP-SUC-BUSCADA
               MOVE WS-FECHA-YYYYMMDD TO WS-RMP-FECHA-CORTE
               PERFORM 1194-RESOLVER-SUCURSAL
               PERFORM VARYING WS-EMS-IDX FROM 1 BY 1
                   UNTIL WS-EMS-IDX > WS-CANT-EMA-SUC
                      OR WS-EMS-COD(WS-EMS-IDX) = ACC-CENT-ALTA
                      OR WS-EMS-COD(WS-EMS-IDX) = WS-RMP-SUC-RESULTADO
               END-PERFORM
               IF WS-EMS-IDX > WS-CANT-EMA-SUC
                   MOVE SPACES TO REG-OU19
               PERFORM VARYING WS-EME-IDX FROM 1 BY 1
                   UNTIL WS-EME-IDX > WS-CANT-EMA-ENT
                      OR WS-EME-COD(WS-EME-IDX) =
                          CTM-COD-ENT
               END-PERFORM
               IF WS-EME-IDX > WS-CANT-EMA-ENT
                   MOVE 'N' TO WS-EMA-CONOCIDO
               PERFORM 3150-VERIFICAR-CHECKPOINT
               PERFORM 3100-LEER-FILINP2
           END-PERFORM
      *    CON TODO FILINP2 VISTO, SE REINTENTAN LAS TARJETAS QUE
      *    QUEDARON EN SUSPENSO EN CORRIDAS ANTERIORES
           PERFORM 3800-PROCESAR-SUSPENSO
      *    Y CON LOS REEMPAREJADOS DEL SUSPENSO YA VISTOS, SE CIERRA EL
      *    SEGUIMIENTO DE SOLICITUDES AL PROCESADOR DEL DIA
           PERFORM 3900-PROCESAR-SOLICITUDES
      *    DISPLAY 'MATCHES ENCONTRADOS: ' COUNT-MATCHES
           .

               NOT AT END
                 ADD 1 TO COUNT-FILINP2
                 PERFORM 3110-MAPEAR-REG-IN02
                 IF INF-VERSION = '02'
                     ADD 1 TO COUNT-IN2-V02
                 ELSE
                     ADD 1 TO COUNT-IN2-V01
                 END-IF
           END-READ.

      *----------------------------------------------------------------+
      *    LOS CAMPOS NUEVOS; CUALQUIER OTRA COSA ES EL LAYOUT DE
      *    SIEMPRE Y LOS CAMPOS NUEVOS QUEDAN EN SU DEFAULT. ASI EL
      *    PROVEEDOR PUEDE MEZCLAR VERSIONES EN EL MISMO ARCHIVO
      *    DURANTE LA MIGRACION. TAMBIEN MAPEA LOS RENGLONES GUARDADOS
      *    EN EL SUSPENSO (VER 3840), POR ESO NO CUENTA LECTURAS
           MOVE REG-IN02-ENTRADA(1:50) TO REG-IN02(1:50)
           IF REG-IN02-ENTRADA(51:2) = '02'
               MOVE '02' TO INF-VERSION
               MOVE REG-IN02-ENTRADA(53:10) TO INF-FEC-VENC
               MOVE REG-IN02-ENTRADA(63:4) TO INF-PRODUCTO
           ELSE
               MOVE '01' TO INF-VERSION
               MOVE SPACES TO INF-FEC-VENC
               MOVE SPACES TO INF-PRODUCTO
           END-IF.

      *----------------------------------------------------------------+
      *    LAS TABLAS EN MEMORIA QUE 3300-PROCESAR-MATCH Y SUS
      *    PARAGRAFOS ACTUALIZAN SOLO PARA LOS REGISTROS DE FILINP2
      *    PROCESADOS EN ESTA CORRIDA (WS-TABLA-ENTIDADES, WS-TABLA-
      *    SUC-VISA); SIN ESTO, UN REINICIO NO SABRIA QUE ESAS
      *    ENTIDADES/SUCURSALES YA SE HABIAN GRABADO ANTES DEL
      *    CHECKPOINT. LAS CUENTAS EMPAREJADAS YA QUEDAN MARCADAS EN EL
      *    MAESTRO (CTM-FECHA-MATCH)
           MOVE COUNT-FILINP2 TO CKPT-COUNT-FILINP2
           MOVE COUNT-FILOUT1 TO CKPT-COUNT-FILOUT1
           MOVE COUNT-FILOUT2 TO CKPT-COUNT-FILOUT2
               UNTIL WS-BLOQ-SUB > 100
           MOVE WS-CANT-ENT TO CKPT-CANT-ENT
           MOVE WS-CANT-SUC TO CKPT-CANT-SUC
           MOVE ZERO TO CKPT-CANT-MATCH
           OPEN OUTPUT FILCKPT
           WRITE REG-CKPT
           PERFORM 3163-ESCRIBIR-ENTIDAD-CKPT
           PERFORM 3164-ESCRIBIR-SUCURSAL-CKPT
               VARYING WS-SUC-IDX FROM 1 BY 1
               UNTIL WS-SUC-IDX > WS-CANT-SUC
           CLOSE FILCKPT.

      *----------------------------------------------------------------+
      *----------------------------------------------------------------+
           MOVE WS-BLOQ-CNT(WS-BLOQ-SUB) TO CKPT-BLOQ-CNT(WS-BLOQ-SUB).

      *----------------------------------------------------------------+
       3163-ESCRIBIR-ENTIDAD-CKPT.
      *----------------------------------------------------------------+
               TO CKPT-ENT-HASH-FILOUT1
           MOVE WS-ENT-HASH-FILOUT2(WS-ENT-IDX)
               TO CKPT-ENT-HASH-FILOUT2
           MOVE WS-ENT-CNT-TARJETAS(WS-ENT-IDX)
               TO CKPT-ENT-CNT-TARJETAS
           WRITE REG-CKPT-ENT.

      *----------------------------------------------------------------+
           WRITE REG-CKPT-SUC.

      *----------------------------------------------------------------+
       3200-BUSCAR-CUENTA-POR-PAN.
      *----------------------------------------------------------------+
      *    LECTURA POR CLAVE EN EL MAESTRO DE CUENTAS; UNA CUENTA
      *    CERRADA CUENTA COMO NO ENCONTRADA (IGUAL QUE ANTES, CUANDO
      *    YA NO VENIA EN FILINP1). CON MATCH, REG-CTAMAST QUEDA CON LA
      *    CUENTA PARA 3300-PROCESAR-MATCH
           PERFORM 3205-LEER-MAESTRO-POR-PAN
           IF WS-MATCH-FOUND = 'S'
               PERFORM 3206-MARCAR-MATCH-MAESTRO
           END-IF.

      *----------------------------------------------------------------+
       3205-LEER-MAESTRO-POR-PAN.
      *----------------------------------------------------------------+
           MOVE 'N' TO WS-MATCH-FOUND
           MOVE INF-PAN TO CTM-PAN
           READ FILCTAM
               INVALID KEY
                   MOVE 'N' TO WS-MATCH-FOUND
               NOT INVALID KEY
                   IF CTM-ESTADO = 'A'
                       MOVE 'S' TO WS-MATCH-FOUND
                   END-IF
           END-READ.

      *----------------------------------------------------------------+
       3206-MARCAR-MATCH-MAESTRO.
      *----------------------------------------------------------------+
      *    LAS CUENTAS SIN CTM-FECHA-MATCH DE HOY AL TERMINAR SON LAS
      *    HUERFANAS (VER 9080-REPORTE-CUENTAS-HUERFANAS)
           IF CTM-FECHA-MATCH NOT = WS-FECHA-YYYYMMDD
               MOVE WS-FECHA-YYYYMMDD TO CTM-FECHA-MATCH
               REWRITE REG-CTAMAST
                   INVALID KEY
                       MOVE 'REWRITE CTAMAST' TO WS-AUDIT-ACCION
                       PERFORM 2290-ERROR-MAESTRO-ABEND
               END-REWRITE
           END-IF
           ADD 1 TO COUNT-MATCHES
      *    MISMA TARJETA, DESGLOSADA POR ENTIDAD PARA CONTROL_ENTIDAD
           PERFORM 3418-UBICAR-ENTIDAD
           ADD 1 TO WS-ENT-CNT-TARJETAS(WS-ENT-IDX).

      *----------------------------------------------------------------+
       3250-ESCRIBIR-RECHAZO.
      *----------------------------------------------------------------+
           MOVE INF-PAN TO REC-PAN
           MOVE 'PAN SIN CUENTA EN FILINP1' TO REC-MOTIVO
           WRITE REG-OU03
           ADD 1 TO COUNT-FILOUT3
      *    LA CUENTA SUELE LLEGAR EN UN FILINP1 DE LOS DIAS SIGUIENTES;
      *    SE GUARDA EL RENGLON ORIGINAL PARA EL SUSPENSO (VER 3800)
           MOVE SPACES TO REG-SUSNV
           MOVE INF-PAN TO SNV-PAN
           MOVE REG-IN02-ENTRADA TO SNV-REGISTRO
           WRITE REG-SUSNV.

      *----------------------------------------------------------------+
       3260-ESCRIBIR-RECHAZO-LUHN.
      *    VALIDA EL PAN DE FILINP2 CON EL ALGORITMO DE LUHN (MOD 10);
      *    UNA PAN QUE NO LO PASA ESTA MAL DIGITADA O MAL GENERADA Y SE
      *    RECHAZA (3260-ESCRIBIR-RECHAZO-LUHN) ANTES DE BUSCAR LA
      *    CUENTA EN EL MAESTRO
           MOVE 'N' TO WS-LUHN-VALIDO
           MOVE INF-PAN(1:16) TO WS-PAN-16
           IF WS-PAN-16 IS NUMERIC
      *    ACUMULADORES DE FILOUT4/FILOUT14, LA VALIDACION DE CODIGO, EL
      *    CIERRE FILOUT5 Y LA BITACORA DE HISTORIAL/DESBLOQUEO SIGUEN
      *    VIENDO TODOS LOS REGISTROS, IGUAL QUE SIN MODO DELTA
           PERFORM 3305-SUCURSAL-DE-REPORTE
           MOVE 'N' TO WS-SIN-CAMBIO-BLOQUEO
           IF WS-EN-MODO-DELTA
               PERFORM 3350-VERIFICAR-CAMBIO-BLOQUEO
           PERFORM 3600-EVALUAR-PARA-FILOUT5
           PERFORM 3620-EVALUAR-PARA-FILOUT15
           PERFORM 3630-EVALUAR-RETENCION
           PERFORM 3633-EVALUAR-FALLECIMIENTO
           PERFORM 3640-EVALUAR-VENCIDA-ACTIVA
           PERFORM 3650-EVALUAR-ADICIONAL-TITULAR
           PERFORM 3700-REGISTRAR-HISTORIAL-BLOQUEO
           PERFORM 3710-DETECTAR-DESBLOQUEO
           PERFORM 3720-VALIDAR-TRANSICION-BLOQUEO
           PERFORM 3730-VERIFICAR-SOLICITUDES
           PERFORM 3740-VERIFICAR-PAN-ANTERIOR.

      *----------------------------------------------------------------+
       3305-SUCURSAL-DE-REPORTE.
      *----------------------------------------------------------------+
      *    LOS EXTRACTOS Y RESUMENES INFORMAN LA TARJETA BAJO LA
      *    SUCURSAL QUE SOBREVIVE A LA FECHA DE NEGOCIO; CTM-CENT-ALTA
      *    (Y CTAMAST) CONSERVAN EL CODIGO ORIGINAL PARA AUDITORIA
           MOVE CTM-CENT-ALTA TO WS-RMP-SUC-BUSCADA
           MOVE WS-FECHA-YYYYMMDD TO WS-RMP-FECHA-CORTE
           PERFORM 1194-RESOLVER-SUCURSAL
           MOVE WS-RMP-SUC-RESULTADO TO WS-CENT-REPORTE
           IF WS-CENT-REPORTE NOT = CTM-CENT-ALTA
               ADD 1 TO COUNT-SUC-REMAPEADAS
           END-IF.

      *----------------------------------------------------------------+
       3310-VALIDAR-BIN-MARCA.
      *    BUSCA LA PAN ACTUAL EN WS-TABLA-HISTORIAL-BLOQUEO (CARGADA DE
      *    BLOQHIST.txt); SI EL CODIGO Y LA FECHA DE BLOQUEO SON
      *    IDENTICOS A LOS DE LA ULTIMA CORRIDA, NO HAY NADA NUEVO QUE
      *    REPORTAR EN FILOUT1x/FILOUT2 PARA ESTA TARJETA. UN RENGLON
      *    URGENTE INTRADIA ('U') NO CUENTA: LA PRIMERA NOCHE QUE EL
      *    PROVEEDOR TRAE EL BLOQUEO TIENE QUE SALIR EN FILOUT2 PARA
      *    LA NOTIFICACION AL CLIENTE (NOTIFC01)
           MOVE INF-PAN(1:16) TO WS-PAN-16
           IF WS-CANT-HIST > 0
               SEARCH ALL WS-HIST-ENTRY
                       IF WS-HIST-COD-BLOQ(WS-HIST-IDX) = INF-COD-BLOQ
                          AND WS-HIST-FEC-BLOQ(WS-HIST-IDX) =
                              INF-FEC-BLOQ
                          AND WS-HIST-ORIGEN(WS-HIST-IDX) NOT = 'U'
                           MOVE 'S' TO WS-SIN-CAMBIO-BLOQUEO
                       END-IF
               END-SEARCH
      *    ESQUEMA QUE 3415-ACUMULAR-SUC-VISA
           PERFORM VARYING WS-FRA-IDX FROM 1 BY 1
               UNTIL WS-FRA-IDX > WS-CANT-FRA
                  OR WS-FRA-SUC(WS-FRA-IDX) = WS-CENT-REPORTE
           END-PERFORM
           IF WS-FRA-IDX > WS-CANT-FRA
               IF WS-CANT-FRA < 5000
                   ADD 1 TO WS-CANT-FRA
                   SET WS-FRA-IDX TO WS-CANT-FRA
                   MOVE WS-CENT-REPORTE
                       TO WS-FRA-SUC(WS-FRA-IDX)
                   MOVE ZERO TO WS-FRA-CNT(WS-FRA-IDX)
                   MOVE ZERO TO WS-FRA-HIST-SUMA(WS-FRA-IDX)
                   MOVE ZERO TO WS-FRA-HIST-CORR(WS-FRA-IDX)
                   MOVE ZERO TO WS-FRA-HIST-ULT-FEC(WS-FRA-IDX)
               END-IF
           END-IF
           IF WS-FRA-IDX NOT > WS-CANT-FRA
       3471-ESCRIBIR-FILOUT16.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-OU16
           MOVE CTM-NUMB TO TRP-NUMB
           MOVE INF-PAN TO TRP-PAN-COMPLETO
           MOVE INF-PAN(1:16) TO TRP-PAN-TRUNCADO
           MOVE INF-PAN(17:6) TO TRP-DIGITOS-PERDIDOS
      *----------------------------------------------------------------+
       3411-ESCRIBIR-FILOUT1V.
      *----------------------------------------------------------------+
           MOVE CTM-COD-ENT TO VIS-COD-ENT
           MOVE WS-CENT-REPORTE TO VIS-CENT-ALTA
           MOVE CTM-NUMB TO VIS-NUMB
           MOVE WS-PAN-16 TO VIS-PAN
           MOVE INF-COD-MAR TO VIS-COD-MAR
           MOVE WS-DES-MARCA TO VIS-DES-MAR
       3415-ACUMULAR-SUC-VISA.
      *----------------------------------------------------------------+
      *    SUBTOTALES DE TARJETAS VISA ACTIVAS/BLOQUEADAS POR SUCURSAL
      *    (ACC-CENT-ALTA), PARA EL RESUMEN DE BRANCH OPS (FILOUT6);
      *    UNA SUCURSAL CERRADA SUMA EN LA QUE LA ABSORBIO
           PERFORM VARYING WS-SUC-IDX FROM 1 BY 1
               UNTIL WS-SUC-IDX > WS-CANT-SUC
                  OR WS-SUC-COD(WS-SUC-IDX) = WS-CENT-REPORTE
           END-PERFORM
           IF WS-SUC-IDX > WS-CANT-SUC
               PERFORM 3415A-AGREGAR-SUC
      *----------------------------------------------------------------+
           ADD 1 TO WS-CANT-SUC
           SET WS-SUC-IDX TO WS-CANT-SUC
           MOVE WS-CENT-REPORTE TO WS-SUC-COD(WS-SUC-IDX)
           MOVE ZERO TO WS-SUC-CNT-ACTIVO(WS-SUC-IDX)
           MOVE ZERO TO WS-SUC-CNT-BLOQ(WS-SUC-IDX)
           MOVE ZERO TO WS-SUC-ULT-FEC-NUM(WS-SUC-IDX)
      *    FILOUT1V/1A/1P/1M (VER SELECT FILOUT1CSV); SOLO SE ESCRIBE
      *    SI PARM-FORMATO-CSV ACTIVO LA EXPORTACION
           IF WS-CSV-EXPORT-ACTIVO
               PERFORM 3416A-ARMAR-LINEA-CSV-FILOUT1
               MOVE WS-LINEA-CSV-1 TO REG-OU1CSV
               WRITE REG-OU1CSV
           END-IF.

      *----------------------------------------------------------------+
       3416A-ARMAR-LINEA-CSV-FILOUT1.
      *----------------------------------------------------------------+
           MOVE SPACES TO WS-LINEA-CSV-1
           STRING
               CTM-COD-ENT DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-CENT-REPORTE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               CTM-NUMB DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-PAN-16 DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               INF-COD-MAR DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-DES-MARCA DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               INF-FEC-BLOQ DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               WS-DES-BLOQ DELIMITED BY SIZE
               INTO WS-LINEA-CSV-1.

      *----------------------------------------------------------------+
       3417-ESCRIBIR-ENT-FILOUT1.
      *----------------------------------------------------------------+
      *    FILOUT1ENT ES UNICO Y SE REUTILIZA PARA TODAS LAS ENTIDADES
      *    UNA ENTIDAD QUE NO ESTA EN EL MAESTRO NO GENERA EXTRACTO
      *    (YA QUEDO REPORTADA EN FILOUT19 POR 2210/3419)
      *    LA COPIA CSV SOLO SALE SI EL PERFIL DE LA ENTIDAD (O
      *    PARMDIAS.txt) LA PIDE Y EL RENGLON DEL EXTRACTO SE GRABO
           PERFORM 3419-ENTIDAD-CONOCIDA
           IF WS-EMA-CONOCIDO = 'S'
               PERFORM 3418-UBICAR-ENTIDAD
               MOVE WS-ENT-FILOUT1-INIC(WS-ENT-IDX) TO WS-ENT-INIC-ANTES
               PERFORM 3417A-GRABAR-ENT-FILOUT1
               MOVE CTM-COD-ENT TO WS-PFE-BUSCAR-ENT
               PERFORM 3515-UBICAR-PERFIL-ENTIDAD
               IF WS-PFE-ACT-CSV = 'S' AND FS-FILOUT1ENT = '00'
                   PERFORM 3417B-GRABAR-ENT-CSV-FILOUT1
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3417A-GRABAR-ENT-FILOUT1.
      *----------------------------------------------------------------+
           STRING 'FILOUT1_' CTM-COD-ENT '_'
                   WS-FECHA-YYYYMMDD WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILOUT1ENT
           IF WS-ENT-FILOUT1-INIC(WS-ENT-IDX) = 'S'
               PERFORM 9400-GRABAR-AUDITORIA
           ELSE
               MOVE WS-ENT-COD(WS-ENT-IDX) TO E1-COD-ENT
               MOVE WS-CENT-REPORTE TO E1-CENT-ALTA
               MOVE CTM-NUMB TO E1-NUMB
               MOVE WS-PAN-16 TO E1-PAN
               MOVE INF-COD-MAR TO E1-COD-MAR
               MOVE WS-DES-MARCA TO E1-DES-MAR
               CLOSE FILOUT1ENT
           END-IF.

      *----------------------------------------------------------------+
       3417B-GRABAR-ENT-CSV-FILOUT1.
      *----------------------------------------------------------------+
      *    MISMO ESQUEMA DE 3417A (UN SOLO FD, NOMBRE ARMADO CON LA
      *    ENTIDAD) CON EL RENGLON DE FILOUT1CSV; LA PRIMERA VEZ EN LA
      *    CORRIDA SE CREA CON ENCABEZADO
           MOVE SPACES TO WS-NOM-FILOUT1ECSV
           STRING 'FILOUT1_' CTM-COD-ENT '_'
                   WS-FECHA-YYYYMMDD WS-SUFIJO-CSV
               DELIMITED BY SIZE INTO WS-NOM-FILOUT1ECSV
           IF WS-ENT-INIC-ANTES = 'S'
               OPEN EXTEND FILOUT1ECSV
           ELSE
               OPEN OUTPUT FILOUT1ECSV
           END-IF
           IF FS-FILOUT1ECSV NOT = '00'
               MOVE '3417B-GRABAR-ENT-CSV' TO WS-AUDIT-RUTINA
               MOVE 'OPEN FILOUT1ECSV' TO WS-AUDIT-ACCION
               MOVE FS-FILOUT1ECSV TO WS-AUDIT-STATUS
               MOVE 'NO SE PUDO ABRIR EL CSV FILOUT1 DE LA ENTIDAD'
                   TO WS-AUDIT-MENSAJE
               PERFORM 9400-GRABAR-AUDITORIA
           ELSE
               IF WS-ENT-INIC-ANTES NOT = 'S'
                   PERFORM 1331A-ARMAR-ENCABEZADO-CSV-1
                   MOVE WS-LINEA-CSV-1 TO REG-OU1ECSV
                   WRITE REG-OU1ECSV
               END-IF
               PERFORM 3416A-ARMAR-LINEA-CSV-FILOUT1
               MOVE WS-LINEA-CSV-1 TO REG-OU1ECSV
               WRITE REG-OU1ECSV
               ADD 1 TO COUNT-FILOUT1ECSV
               CLOSE FILOUT1ECSV
           END-IF.

      *----------------------------------------------------------------+
       3418-UBICAR-ENTIDAD.
      *----------------------------------------------------------------+
      *    BUSCA CTM-COD-ENT EN WS-TABLA-ENTIDADES; SI NO
      *    ESTA, LA AGREGA CON LOS DOS INDICADORES DE ARCHIVO EN 'N'
           PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
               UNTIL WS-ENT-IDX > WS-CANT-ENT
                  OR WS-ENT-COD(WS-ENT-IDX) = CTM-COD-ENT
           END-PERFORM
           IF WS-ENT-IDX > WS-CANT-ENT
               ADD 1 TO WS-CANT-ENT
               SET WS-ENT-IDX TO WS-CANT-ENT
               MOVE CTM-COD-ENT TO WS-ENT-COD(WS-ENT-IDX)
               MOVE 'N' TO WS-ENT-FILOUT1-INIC(WS-ENT-IDX)
               MOVE 'N' TO WS-ENT-FILOUT2-INIC(WS-ENT-IDX)
               MOVE ZERO TO WS-ENT-CNT-FILOUT1(WS-ENT-IDX)
               MOVE ZERO TO WS-ENT-CNT-FILOUT2(WS-ENT-IDX)
               MOVE ZERO TO WS-ENT-HASH-FILOUT1(WS-ENT-IDX)
               MOVE ZERO TO WS-ENT-HASH-FILOUT2(WS-ENT-IDX)
               MOVE ZERO TO WS-ENT-CNT-TARJETAS(WS-ENT-IDX)
           END-IF.

      *----------------------------------------------------------------+
       3412-ESCRIBIR-FILOUT1A.
      *----------------------------------------------------------------+
           MOVE CTM-COD-ENT TO AMX-COD-ENT
           MOVE WS-CENT-REPORTE TO AMX-CENT-ALTA
           MOVE CTM-NUMB TO AMX-NUMB
           MOVE WS-PAN-16 TO AMX-PAN
           MOVE INF-COD-MAR TO AMX-COD-MAR
           MOVE WS-DES-MARCA TO AMX-DES-MAR
      *----------------------------------------------------------------+
       3413-ESCRIBIR-FILOUT1P.
      *----------------------------------------------------------------+
           MOVE CTM-COD-ENT TO PRI-COD-ENT
           MOVE WS-CENT-REPORTE TO PRI-CENT-ALTA
           MOVE CTM-NUMB TO PRI-NUMB
           MOVE WS-PAN-16 TO PRI-PAN
           MOVE INF-COD-MAR TO PRI-COD-MAR
           MOVE WS-DES-MARCA TO PRI-DES-MAR
      *----------------------------------------------------------------+
       3414-ESCRIBIR-FILOUT1M.
      *----------------------------------------------------------------+
           MOVE CTM-COD-ENT TO MAS-COD-ENT
           MOVE WS-CENT-REPORTE TO MAS-CENT-ALTA
           MOVE CTM-NUMB TO MAS-NUMB
           MOVE WS-PAN-16 TO MAS-PAN
           MOVE INF-COD-MAR TO MAS-COD-MAR
           MOVE WS-DES-MARCA TO MAS-DES-MAR
           PERFORM 4300-CONVERTIR-FECHA-BLOQ-NUM
           
      *    VERIFICAR SI SE BLOQUEO HACE UN MES
           MOVE 'N' TO WS-EN-VENTANA-GRAL
           MOVE 'N' TO WS-EN-VENTANA-ENT
           IF WS-FECHA-BLOQ-NUM >= WS-FECHA-UN-MES-ATRAS AND
              WS-FECHA-BLOQ-NUM <= WS-FECHA-YYYYMMDD
      *        DISPLAY "SE ENCONTRO BLOQUEO HACE UN MES"
               MOVE 'S' TO WS-EN-VENTANA-GRAL
           END-IF
      *    EL EXTRACTO DE LA ENTIDAD USA LA VENTANA DE SU PERFIL, QUE
      *    PUEDE SER MAS ANCHA O MAS ANGOSTA QUE LA DE PARMDIAS.txt
           MOVE CTM-COD-ENT TO WS-PFE-BUSCAR-ENT
           PERFORM 3515-UBICAR-PERFIL-ENTIDAD
           IF WS-FECHA-BLOQ-NUM >= WS-PFE-ACT-DESDE AND
              WS-FECHA-BLOQ-NUM <= WS-FECHA-YYYYMMDD
               MOVE 'S' TO WS-EN-VENTANA-ENT
           END-IF
           IF WS-EN-VENTANA-GRAL = 'S' OR WS-EN-VENTANA-ENT = 'S'
               PERFORM 3520-ESCRIBIR-FILOUT2
           END-IF.

      *----------------------------------------------------------------+
       3515-UBICAR-PERFIL-ENTIDAD.
      *----------------------------------------------------------------+
      *    DEJA EN WS-PFE-ACT-DESDE/WS-PFE-ACT-CSV LA VENTANA Y EL CSV
      *    CON QUE CORRE LA ENTIDAD WS-PFE-BUSCAR-ENT: LOS DE SU PERFIL
      *    EN PERFENT.txt O, SI NO TIENE, LOS DE PARMDIAS.txt
           IF WS-PFE-BUSCAR-ENT NOT = WS-PFE-ULT-ENT
               MOVE WS-PFE-BUSCAR-ENT TO WS-PFE-ULT-ENT
               MOVE WS-FECHA-UN-MES-ATRAS TO WS-PFE-ACT-DESDE
               IF WS-CSV-EXPORT-ACTIVO
                   MOVE 'S' TO WS-PFE-ACT-CSV
               ELSE
                   MOVE 'N' TO WS-PFE-ACT-CSV
               END-IF
               IF WS-CANT-PERFILES > 0
                   SEARCH ALL WS-PFE-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-PFE-COD(WS-PFE-IDX) = WS-PFE-BUSCAR-ENT
                           MOVE WS-PFE-VENTANA-DESDE(WS-PFE-IDX)
                               TO WS-PFE-ACT-DESDE
                           MOVE WS-PFE-CSV(WS-PFE-IDX)
                               TO WS-PFE-ACT-CSV
                   END-SEARCH
               END-IF
           END-IF.
           
      *----------------------------------------------------------------+
       3520-ESCRIBIR-FILOUT2.
      *----------------------------------------------------------------+
      *    TITULARES VAN A FILOUT2; ADICIONALES SE SEPARAN A FILOUT2S
      *    PARA QUE FRAUDE LOS REVISE CON UN SLA DISTINTO
           PERFORM 4200-OBTENER-DESC-BLOQUEO
           PERFORM 4400-FORMAT-FECHA-PARA-REPORTE

           MOVE INF-PAN(1:16) TO WS-PAN-16
           PERFORM 3526-VERIFICAR-VIP

      *    LOS CONSOLIDADOS (Y LA ANTIGUEDAD DE FILOUT11) SIGUEN LA
      *    VENTANA DE PARMDIAS.txt; EL EXTRACTO DE LA ENTIDAD, LA DE SU
      *    PERFIL (VER 3510-VERIFICAR-FECHA-BLOQUEO)
           IF WS-VIP-SUPRIMIR = 'S'
               IF WS-EN-VENTANA-GRAL = 'S'
                   ADD 1 TO COUNT-VIP-SUPRIMIDO
               END-IF
           ELSE
               IF WS-EN-VENTANA-GRAL = 'S'
                   EVALUATE INF-IND-TIP
                       WHEN 01
                           PERFORM 3521-ESCRIBIR-FILOUT2-TITULAR
                       WHEN OTHER
                           PERFORM 3522-ESCRIBIR-FILOUT2-ADICIONAL
                   END-EVALUATE
                   PERFORM 3523-ESCRIBIR-CSV-FILOUT2
               END-IF
               IF WS-EN-VENTANA-ENT = 'S'
                   PERFORM 3524-ESCRIBIR-ENT-FILOUT2
               END-IF
           END-IF
           IF WS-EN-VENTANA-GRAL = 'S'
               PERFORM 3525-ACUMULAR-ANTIGUEDAD-FILOUT2
           END-IF.

      *----------------------------------------------------------------+
       3526-VERIFICAR-VIP.
      *----------------------------------------------------------------+
       3521-ESCRIBIR-FILOUT2-TITULAR.
      *----------------------------------------------------------------+
           MOVE CTM-NUMB TO REP-NUMB
           MOVE WS-PAN-16 TO REP-PAN
           MOVE WS-FECHA-REPORT TO REP-FEC-BLOQ
           MOVE WS-DES-BLOQ TO REP-DES-BLOQ
      *----------------------------------------------------------------+
       3522-ESCRIBIR-FILOUT2-ADICIONAL.
      *----------------------------------------------------------------+
           MOVE CTM-NUMB TO SUP-NUMB
           MOVE WS-PAN-16 TO SUP-PAN
           MOVE WS-FECHA-REPORT TO SUP-FEC-BLOQ
           MOVE WS-DES-BLOQ TO SUP-DES-BLOQ
      *    ARCHIVO, YA QUE UN SOLO CSV CONSOLIDADO ES MAS FACIL DE
      *    CARGAR EN UNA HOJA DE CALCULO QUE DOS
           IF WS-CSV-EXPORT-ACTIVO
               PERFORM 3523A-ARMAR-LINEA-CSV-FILOUT2
               MOVE WS-LINEA-CSV-2 TO REG-OU2CSV
               WRITE REG-OU2CSV
           END-IF.

      *----------------------------------------------------------------+
       3523A-ARMAR-LINEA-CSV-FILOUT2.
      *----------------------------------------------------------------+
           MOVE SPACES TO WS-LINEA-CSV-2
           IF INF-IND-TIP = 01
               STRING
                   'TITULAR' DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   CTM-NUMB DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-PAN-16 DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-FECHA-REPORT DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-DES-BLOQ DELIMITED BY SIZE
                   INTO WS-LINEA-CSV-2
           ELSE
               STRING
                   'ADICIONAL' DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   CTM-NUMB DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-PAN-16 DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-FECHA-REPORT DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   WS-DES-BLOQ DELIMITED BY SIZE
                   INTO WS-LINEA-CSV-2
           END-IF.

      *----------------------------------------------------------------+
       3524-ESCRIBIR-ENT-FILOUT2.
      *----------------------------------------------------------------+
      *    PERO AL EXTRACTO DE LA ENTIDAD (WS-NOM-FILOUT2ENT); TITULARES
      *    Y ADICIONALES VAN JUNTOS, DISTINGUIDOS POR E2-TIPO, YA QUE EL
      *    RENGLON DE FILOUT2 NO TRAE EL CODIGO DE ENTIDAD Y SE USA
      *    CTM-COD-ENT DE LA CUENTA QUE SE ESTA PROCESANDO
      *    UNA ENTIDAD QUE NO ESTA EN EL MAESTRO NO GENERA EXTRACTO
      *    (YA QUEDO REPORTADA EN FILOUT19 POR 2210/3419)
      *    WS-PFE-ACT-CSV YA QUEDO CARGADO EN 3510 PARA ESTA CUENTA
           PERFORM 3419-ENTIDAD-CONOCIDA
           IF WS-EMA-CONOCIDO = 'S'
               PERFORM 3418-UBICAR-ENTIDAD
               MOVE WS-ENT-FILOUT2-INIC(WS-ENT-IDX) TO WS-ENT-INIC-ANTES
               PERFORM 3524A-GRABAR-ENT-FILOUT2
               IF WS-PFE-ACT-CSV = 'S' AND FS-FILOUT2ENT = '00'
                   PERFORM 3524B-GRABAR-ENT-CSV-FILOUT2
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3524A-GRABAR-ENT-FILOUT2.
      *----------------------------------------------------------------+
           STRING 'FILOUT2_' CTM-COD-ENT '_'
                   WS-FECHA-YYYYMMDD WS-SUFIJO-ARCHIVO
               DELIMITED BY SIZE INTO WS-NOM-FILOUT2ENT
           IF WS-ENT-FILOUT2-INIC(WS-ENT-IDX) = 'S'
               ELSE
                   MOVE 'ADICIONAL' TO E2-TIPO
               END-IF
               MOVE CTM-NUMB TO E2-NUMB
               MOVE WS-PAN-16 TO E2-PAN
               MOVE WS-FECHA-REPORT TO E2-FEC-BLOQ
               MOVE WS-DES-BLOQ TO E2-DES-BLOQ
               CLOSE FILOUT2ENT
           END-IF.

      *----------------------------------------------------------------+
       3524B-GRABAR-ENT-CSV-FILOUT2.
      *----------------------------------------------------------------+
      *    IDEM 3417B PARA EL EXTRACTO DE BLOQUEADOS DE LA ENTIDAD
           MOVE SPACES TO WS-NOM-FILOUT2ECSV
           STRING 'FILOUT2_' CTM-COD-ENT '_'
                   WS-FECHA-YYYYMMDD WS-SUFIJO-CSV
               DELIMITED BY SIZE INTO WS-NOM-FILOUT2ECSV
           IF WS-ENT-INIC-ANTES = 'S'
               OPEN EXTEND FILOUT2ECSV
           ELSE
               OPEN OUTPUT FILOUT2ECSV
           END-IF
           IF FS-FILOUT2ECSV NOT = '00'
               MOVE '3524B-GRABAR-ENT-CSV' TO WS-AUDIT-RUTINA
               MOVE 'OPEN FILOUT2ECSV' TO WS-AUDIT-ACCION
               MOVE FS-FILOUT2ECSV TO WS-AUDIT-STATUS
               MOVE 'NO SE PUDO ABRIR EL CSV FILOUT2 DE LA ENTIDAD'
                   TO WS-AUDIT-MENSAJE
               PERFORM 9400-GRABAR-AUDITORIA
           ELSE
               IF WS-ENT-INIC-ANTES NOT = 'S'
                   PERFORM 1331B-ARMAR-ENCABEZADO-CSV-2
                   MOVE WS-LINEA-CSV-2 TO REG-OU2ECSV
                   WRITE REG-OU2ECSV
               END-IF
               PERFORM 3523A-ARMAR-LINEA-CSV-FILOUT2
               MOVE WS-LINEA-CSV-2 TO REG-OU2ECSV
               WRITE REG-OU2ECSV
               ADD 1 TO COUNT-FILOUT2ECSV
               CLOSE FILOUT2ECSV
           END-IF.

      *----------------------------------------------------------------+
       3525-ACUMULAR-ANTIGUEDAD-FILOUT2.
      *----------------------------------------------------------------+
           PERFORM 4500-OBTENER-DESC-MOTIVO
           MOVE INF-PAN(1:16) TO WS-PAN-16

           MOVE CTM-NUMB TO CIE-NUMB
           MOVE WS-PAN-16 TO CIE-PAN
           MOVE INF-FEC-BAJ TO CIE-FEC-BAJA
           MOVE WS-MOT-BAJ-NUM TO CIE-COD-MOT
           PERFORM 4200-OBTENER-DESC-BLOQUEO
           MOVE INF-PAN(1:16) TO WS-PAN-16
           MOVE SPACES TO REG-OU15
           MOVE CTM-NUMB TO PDC-NUMB
           MOVE WS-PAN-16 TO PDC-PAN
           MOVE INF-COD-BLOQ TO PDC-COD-BLOQ
           MOVE WS-DES-BLOQ TO PDC-DES-BLOQ
           WRITE REG-RETEN
           ADD 1 TO COUNT-RETENCIONES.

      *----------------------------------------------------------------+
       3633-EVALUAR-FALLECIMIENTO.
      *----------------------------------------------------------------+
      *    TARJETA CERRADA CON MOTIVO "FALLECIMIENTO TITULAR" (04 EN
      *    EVDESMOT.txt) CUYO PAN ESTA VINCULADO A UN CLIENTE DE
      *    DEPOSITO EN CRUCECLICARD.txt: SE AVISA AL LADO DEPOSITOS EN
      *    fallecidos_clientes.txt PARA QUE PSA09 MARQUE AL CLIENTE,
      *    SUSPENDA SUS ORDENES PERMANENTES Y ARME LA SUCESION. SE
      *    EVALUA EN CADA CORRIDA MIENTRAS LA BAJA SIGA LLEGANDO EN
      *    FILINP2; PSA09 YA NO HACE NADA CON UN CLIENTE YA MARCADO
           IF INF-FEC-BAJ NOT = SPACES AND WS-CANT-XREF > 0
               MOVE INF-MOT-BAJ TO WS-MOT-BAJ-NUM
               IF WS-MOT-BAJ-NUM = WS-MOT-FALLECIMIENTO
                   MOVE INF-PAN(1:16) TO WS-PAN-16
                   SEARCH ALL WS-XREF-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-XREF-PAN(WS-XREF-IDX) = WS-PAN-16
                           PERFORM 3634-ESCRIBIR-FALLECIMIENTO
                   END-SEARCH
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3634-ESCRIBIR-FALLECIMIENTO.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-FALLE
           MOVE WS-XREF-CLI-ID(WS-XREF-IDX) TO FLC-CLI-ID
           MOVE WS-PAN-16 TO FLC-PAN
           MOVE WS-MOT-BAJ-NUM TO FLC-MOT-BAJ
           MOVE INF-FEC-BAJ TO FLC-FEC-BAJ
           MOVE WS-FECHA-YYYYMMDD TO FLC-FECHA-NEG
           MOVE WS-LOTE-ID TO FLC-LOTE-ID
           WRITE REG-FALLE
           ADD 1 TO COUNT-FALLECIDOS.

      *----------------------------------------------------------------+
       3640-EVALUAR-VENCIDA-ACTIVA.
      *----------------------------------------------------------------+
      *    INF-FEC-VENC (SOLO EN EL LAYOUT V02, VER 3110-MAPEAR-REG-
      *    IN02) YA PASADA Y LA TARJETA SIGUE ACTIVA: O SALE COMO
      *    "TARJETA ACTIVA" EN SU EXTRACTO DE MARCA (MISMA DESCRIPCION
      *    DE 4200-OBTENER-DESC-BLOQUEO QUE USA 3400), O NO TIENE
      *    BLOQUEO NI FECHA DE BAJA. SE EVALUA PARA TODO MATCH, SIN
      *    IMPORTAR EL MODO DELTA: UNA TARJETA SIN CAMBIOS DE BLOQUEO
      *    SIGUE ESTANDO VENCIDA. UNA FECHA QUE NO ES DD.MM.YYYY VALIDA
      *    NO SE PUEDE COMPARAR Y SE DEJA PASAR
           MOVE 'N' TO WS-VENCIDA-ACTIVA
           IF INF-VERSION = '02' AND INF-FEC-VENC NOT = SPACES
               PERFORM 3641-CONVERTIR-FECHA-VENC
               IF WS-FECHA-VENC-NUM > ZERO AND
                  WS-FECHA-VENC-NUM < WS-FECHA-YYYYMMDD
                   PERFORM 4200-OBTENER-DESC-BLOQUEO
                   IF WS-DES-BLOQ = 'TARJETA ACTIVA'
                       MOVE 'S' TO WS-VENCIDA-ACTIVA
                   END-IF
                   IF INF-COD-BLOQ = 00 AND INF-FEC-BAJ = SPACES
                       MOVE 'S' TO WS-VENCIDA-ACTIVA
                   END-IF
               END-IF
           END-IF
           IF WS-VENCIDA-ACTIVA = 'S'
               PERFORM 3642-ESCRIBIR-FILOUT20
               PERFORM 3643-ACUMULAR-VENC-ENT-MARCA
           END-IF.

      *----------------------------------------------------------------+
       3641-CONVERTIR-FECHA-VENC.
      *----------------------------------------------------------------+
      *    DD.MM.YYYY -> YYYYMMDD, IGUAL QUE 4300-CONVERTIR-FECHA-BLOQ-
      *    NUM; QUEDA EN CERO SI NO ES NUMERICA O EL MES/DIA NO EXISTEN
           MOVE ZEROS TO WS-FECHA-VENC-NUM
           IF INF-FEC-VENC(7:4) IS NUMERIC AND
              INF-FEC-VENC(4:2) IS NUMERIC AND
              INF-FEC-VENC(1:2) IS NUMERIC
               MOVE INF-FEC-VENC(7:4) TO WS-FECHA-VENC-NUM(1:4) *> YYYY
               MOVE INF-FEC-VENC(4:2) TO WS-FECHA-VENC-NUM(5:2) *> MM
               MOVE INF-FEC-VENC(1:2) TO WS-FECHA-VENC-NUM(7:2) *> DD
               IF WS-FECHA-VENC-NUM(5:2) < '01' OR
                  WS-FECHA-VENC-NUM(5:2) > '12' OR
                  WS-FECHA-VENC-NUM(7:2) < '01' OR
                  WS-FECHA-VENC-NUM(7:2) > '31' OR
                  WS-FECHA-VENC-NUM(1:4) < '1601'
                   MOVE ZEROS TO WS-FECHA-VENC-NUM
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3642-ESCRIBIR-FILOUT20.
      *----------------------------------------------------------------+
           PERFORM 4100-OBTENER-DESC-MARCA
           MOVE INF-PAN(1:16) TO WS-PAN-16
           COMPUTE WS-VENC-DIAS =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-YYYYMMDD) -
               FUNCTION INTEGER-OF-DATE(WS-FECHA-VENC-NUM)
           MOVE SPACES TO REG-OU20
           MOVE CTM-COD-ENT TO VEN-COD-ENT
           MOVE WS-CENT-REPORTE TO VEN-CENT-ALTA
           MOVE CTM-NUMB TO VEN-NUMB
           MOVE WS-PAN-16 TO VEN-PAN
           MOVE INF-COD-MAR TO VEN-COD-MAR
           MOVE WS-DES-MARCA TO VEN-DES-MAR
           MOVE INF-FEC-VENC(1:2) TO VEN-FEC-VENC(1:2)
           MOVE '/' TO VEN-FEC-VENC(3:1)
           MOVE INF-FEC-VENC(4:2) TO VEN-FEC-VENC(4:2)
           MOVE '/' TO VEN-FEC-VENC(6:1)
           MOVE INF-FEC-VENC(7:4) TO VEN-FEC-VENC(7:4)
           MOVE WS-VENC-DIAS TO VEN-DIAS-VENCIDA
           MOVE INF-COD-BLOQ TO VEN-COD-BLOQ
           MOVE WS-DES-BLOQ TO VEN-DES-BLOQ
           MOVE WS-LOTE-ID TO VEN-LOTE-ID
           WRITE REG-OU20
           ADD 1 TO COUNT-FILOUT20.

      *----------------------------------------------------------------+
       3643-ACUMULAR-VENC-ENT-MARCA.
      *----------------------------------------------------------------+
      *    BUSCAR-O-AGREGAR LA PAREJA ENTIDAD/MARCA, MISMO ESQUEMA QUE
      *    3330-ACUMULAR-PRODUCTO-BIN
           PERFORM VARYING WS-VRS-IDX FROM 1 BY 1
               UNTIL WS-VRS-IDX > WS-CANT-VRS
                  OR (WS-VRS-COD-ENT(WS-VRS-IDX) =
                      CTM-COD-ENT AND
                      WS-VRS-COD-MAR(WS-VRS-IDX) = INF-COD-MAR)
           END-PERFORM
           IF WS-VRS-IDX > WS-CANT-VRS
               IF WS-CANT-VRS < 2000
                   ADD 1 TO WS-CANT-VRS
                   SET WS-VRS-IDX TO WS-CANT-VRS
                   MOVE CTM-COD-ENT
                       TO WS-VRS-COD-ENT(WS-VRS-IDX)
                   MOVE INF-COD-MAR TO WS-VRS-COD-MAR(WS-VRS-IDX)
                   MOVE ZERO TO WS-VRS-CANT(WS-VRS-IDX)
               END-IF
           END-IF
           IF WS-VRS-IDX NOT > WS-CANT-VRS
               ADD 1 TO WS-VRS-CANT(WS-VRS-IDX)
           END-IF.

      *----------------------------------------------------------------+
       3650-EVALUAR-ADICIONAL-TITULAR.
      *----------------------------------------------------------------+
      *    LA TITULAR Y SUS ADICIONALES NO VIENEN JUNTAS EN FILINP2, ASI
      *    QUE AQUI SOLO SE ANOTA EN EL ARCHIVO DE TRABAJO LO QUE SIRVE
      *    PARA EL CRUCE DE 9099D: CADA TITULAR (INF-IND-TIP = 01) CON
      *    UN CODIGO DE SEVERIDAD 'P', Y CADA ADICIONAL SIN FECHA DE
      *    BAJA QUE SIGUE ACTIVA O SOLO TIENE UN BLOQUEO TEMPORAL (UN
      *    CODIGO SIN ENTRADA EN EVDESBLOQ SE TOMA COMO ACTIVA, IGUAL
      *    QUE EN 4200-OBTENER-DESC-BLOQUEO)
           MOVE SPACE TO WS-ADW-SEV
           IF INF-COD-BLOQ NOT = 00
               SEARCH ALL WS-BLQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BLQ-COD(WS-BLQ-IDX) = INF-COD-BLOQ
                       MOVE WS-BLQ-SEVERIDAD(WS-BLQ-IDX) TO WS-ADW-SEV
               END-SEARCH
           END-IF
           MOVE SPACES TO REG-ADWRK
           IF INF-IND-TIP = 01
               IF WS-ADW-SEV = 'P'
                   MOVE 'T' TO ADW-TIPO
               END-IF
           ELSE
               IF INF-FEC-BAJ = SPACES AND WS-ADW-SEV NOT = 'P'
                   MOVE 'A' TO ADW-TIPO
               END-IF
           END-IF
           IF ADW-TIPO NOT = SPACE
               MOVE CTM-NUMB TO ADW-NUMB
               MOVE INF-PAN(1:16) TO ADW-PAN
               MOVE INF-COD-BLOQ TO ADW-COD-BLOQ
               MOVE INF-FEC-BLOQ TO ADW-FEC-BLOQ
               WRITE REG-ADWRK
           END-IF.

      *----------------------------------------------------------------+
       3700-REGISTRAR-HISTORIAL-BLOQUEO.
      *----------------------------------------------------------------+
               MOVE INF-COD-BLOQ TO HIS-COD-BLOQ
               MOVE INF-FEC-BLOQ TO HIS-FEC-BLOQ
               MOVE WS-FECHA-YYYYMMDD TO HIS-FECHA-CORRIDA
               MOVE SPACE TO HIS-ORIGEN
               WRITE REG-HISBLOQ
               ADD 1 TO COUNT-FILBLHIS
           END-IF.
      *    DIRECTA PERO LA PAN ACTUAL FIGURA COMO PAN NUEVO EN EL CRUCE
      *    DE REEMISION (VER 1165-CARGAR-TABLA-REEMISION), SE BUSCA EL
      *    HISTORIAL CON LA PAN ANTERIOR PARA QUE EL DESBLOQUEO DE LA
      *    TARJETA ORIGINAL NO SE PIERDA SOLO PORQUE SE REEMITIO.
      *    SI EL ULTIMO RENGLON ES UN BLOQUEO URGENTE INTRADIA ('U', VER
      *    HOTCRD01), LA TARJETA NO SE DESBLOQUEO: EL PROVEEDOR TODAVIA
      *    NO APLICO EL BLOQUEO. NO VA A FILOUT10 (QUE LA SACARIA DEL
      *    BOLETIN) Y SOLO SE CUENTA COMO URGENTE PENDIENTE
           IF INF-COD-BLOQ = 00 AND WS-CANT-HIST > 0
               MOVE INF-PAN(1:16) TO WS-PAN-16
               MOVE 'N' TO WS-DESBLOQ-REPORTADO
                       CONTINUE
                   WHEN WS-HIST-PAN(WS-HIST-IDX) = WS-PAN-16
                       MOVE 'S' TO WS-DESBLOQ-REPORTADO
                       IF WS-HIST-ORIGEN(WS-HIST-IDX) = 'U'
                           ADD 1 TO COUNT-URGENTE-PENDIENTE
                       ELSE
                           PERFORM 3711-ESCRIBIR-DESBLOQUEO
                       END-IF
               END-SEARCH
               IF WS-DESBLOQ-REPORTADO = 'N' AND WS-CANT-REIS > 0
                   PERFORM 3712-DETECTAR-DESBLOQUEO-REEMISION
                           CONTINUE
                       WHEN WS-HIST-PAN(WS-HIST-IDX) =
                               WS-REIS-PAN-ANTERIOR(WS-REIS-IDX)
                           IF WS-HIST-ORIGEN(WS-HIST-IDX) = 'U'
                               ADD 1 TO COUNT-URGENTE-PENDIENTE
                           ELSE
                               PERFORM 3711-ESCRIBIR-DESBLOQUEO
                           END-IF
                   END-SEARCH
           END-SEARCH.

                   MOVE WS-BLQ-DES(WS-BLQ-IDX) TO WS-DES-BLOQ-ANT
           END-SEARCH
           MOVE SPACES TO REG-OU10
           MOVE CTM-NUMB TO DBL-NUMB
           MOVE WS-PAN-16 TO DBL-PAN
           MOVE WS-HIST-COD-BLOQ(WS-HIST-IDX) TO DBL-COD-BLOQ-ANT
           MOVE WS-DES-BLOQ-ANT TO DBL-DES-BLOQ-ANT
           WRITE REG-OU10
           ADD 1 TO COUNT-FILOUT10.

      *----------------------------------------------------------------+
       3720-VALIDAR-TRANSICION-BLOQUEO.
      *----------------------------------------------------------------+
      *    COMPARA EL CODIGO DE BLOQUEO DE HOY CONTRA EL ULTIMO QUE
      *    QUEDO EN BLOQHIST.txt PARA LA MISMA PAN (WS-TABLA-HISTORIAL-
      *    BLOQUEO, VER 1325); SI CAMBIO, BUSCA LA PRIMERA REGLA DE
      *    TRANBLOQ.txt QUE CUBRE EL PAR DESDE/HASTA Y, SI ESA REGLA NO
      *    LO PERMITE, LO REPORTA EN FILOUT22. UNA PAN SIN HISTORIAL
      *    NO TIENE CONTRA QUE COMPARARSE. MISMO CRITERIO QUE 3710: SE
      *    EVALUA PARA TODO MATCH, SIN IMPORTAR EL MODO DELTA, Y CON
      *    EL MISMO RESGUARDO PARA UN BLOQUEO URGENTE INTRADIA QUE EL
      *    PROVEEDOR TODAVIA TRAE SIN BLOQUEO (NO ES UNA TRANSICION).
      *    EL PASO A 00 SE EVALUA UNA SOLA VEZ: SOLO SI EL BLOQUEO ES DE
      *    LA CORRIDA ANTERIOR (WS-HIST-ULT-CORRIDA); SI ES MAS VIEJO,
      *    LA TARJETA YA VENIA SIN BLOQUEO Y EL CAMBIO YA SE REPORTO
           IF WS-CANT-HIST > 0 AND WS-CANT-TRANSICIONES > 0
               MOVE INF-PAN(1:16) TO WS-PAN-16
               SEARCH ALL WS-HIST-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HIST-PAN(WS-HIST-IDX) = WS-PAN-16
                       IF WS-HIST-COD-BLOQ(WS-HIST-IDX) NOT =
                               INF-COD-BLOQ
                          AND NOT (WS-HIST-ORIGEN(WS-HIST-IDX) = 'U'
                                   AND INF-COD-BLOQ = 00)
                          AND NOT (INF-COD-BLOQ = 00 AND
                                   WS-HIST-FECHA(WS-HIST-IDX) NOT =
                                       WS-HIST-ULT-CORRIDA)
                           PERFORM 3721-EVALUAR-TRANSICION
                       END-IF
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------+
       3721-EVALUAR-TRANSICION.
      *----------------------------------------------------------------+
           MOVE WS-HIST-COD-BLOQ(WS-HIST-IDX) TO WS-TRB-COD-ANT
           MOVE WS-TRB-COD-ANT TO WS-TRB-COD-BUSCADO
           PERFORM 3723-OBTENER-SEVERIDAD
           MOVE WS-TRB-SEV-ENCONTRADA TO WS-TRB-SEV-ANT
           MOVE WS-TRB-DES-ENCONTRADA TO WS-TRB-DES-ANT
           MOVE INF-COD-BLOQ TO WS-TRB-COD-ACT
           MOVE WS-TRB-COD-ACT TO WS-TRB-COD-BUSCADO
           PERFORM 3723-OBTENER-SEVERIDAD
           MOVE WS-TRB-SEV-ENCONTRADA TO WS-TRB-SEV-ACT
           MOVE WS-TRB-DES-ENCONTRADA TO WS-TRB-DES-ACT
           MOVE 'N' TO WS-TRB-APLICADA
           MOVE 'S' TO WS-TRB-RESULTADO
           PERFORM 3722-EVALUAR-REGLA
               VARYING WS-TRB-IDX FROM 1 BY 1
               UNTIL WS-TRB-IDX > WS-CANT-TRANSICIONES
                  OR WS-TRB-APLICADA = 'S'
           IF WS-TRB-RESULTADO = 'N'
               PERFORM 3724-ESCRIBIR-FILOUT22
           END-IF.

      *----------------------------------------------------------------+
       3722-EVALUAR-REGLA.
      *----------------------------------------------------------------+
      *    CADA EXTREMO DE LA REGLA COINCIDE SI ES '**', SI ES EL MISMO
      *    CODIGO, O SI ES '*' + LA SEVERIDAD DEL CODIGO
           MOVE 'N' TO WS-TRB-COINCIDE-DESDE
           MOVE 'N' TO WS-TRB-COINCIDE-HASTA
           IF WS-TRB-DESDE(WS-TRB-IDX) = '**' OR
              WS-TRB-DESDE(WS-TRB-IDX) = WS-TRB-COD-ANT-X
               MOVE 'S' TO WS-TRB-COINCIDE-DESDE
           END-IF
           IF WS-TRB-DESDE(WS-TRB-IDX)(1:1) = '*' AND
              WS-TRB-SEV-ANT NOT = SPACE AND
              WS-TRB-DESDE(WS-TRB-IDX)(2:1) = WS-TRB-SEV-ANT
               MOVE 'S' TO WS-TRB-COINCIDE-DESDE
           END-IF
           IF WS-TRB-HASTA(WS-TRB-IDX) = '**' OR
              WS-TRB-HASTA(WS-TRB-IDX) = WS-TRB-COD-ACT-X
               MOVE 'S' TO WS-TRB-COINCIDE-HASTA
           END-IF
           IF WS-TRB-HASTA(WS-TRB-IDX)(1:1) = '*' AND
              WS-TRB-SEV-ACT NOT = SPACE AND
              WS-TRB-HASTA(WS-TRB-IDX)(2:1) = WS-TRB-SEV-ACT
               MOVE 'S' TO WS-TRB-COINCIDE-HASTA
           END-IF
           IF WS-TRB-COINCIDE-DESDE = 'S' AND
              WS-TRB-COINCIDE-HASTA = 'S'
               MOVE 'S' TO WS-TRB-APLICADA
               MOVE WS-TRB-PERMITIDA(WS-TRB-IDX) TO WS-TRB-RESULTADO
           END-IF.

      *----------------------------------------------------------------+
       3723-OBTENER-SEVERIDAD.
      *----------------------------------------------------------------+
      *    SEVERIDAD Y DESCRIPCION DE WS-TRB-COD-BUSCADO SEGUN
      *    WS-BLQ-ENTRY; 00 O UN CODIGO SIN ENTRADA QUEDAN SIN
      *    SEVERIDAD Y CON LA DESCRIPCION DE TARJETA ACTIVA, IGUAL QUE
      *    4200-OBTENER-DESC-BLOQUEO
           MOVE SPACE TO WS-TRB-SEV-ENCONTRADA
           MOVE 'TARJETA ACTIVA' TO WS-TRB-DES-ENCONTRADA
           IF WS-TRB-COD-BUSCADO NOT = 00
               SEARCH ALL WS-BLQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BLQ-COD(WS-BLQ-IDX) = WS-TRB-COD-BUSCADO
                       MOVE WS-BLQ-SEVERIDAD(WS-BLQ-IDX) TO
                           WS-TRB-SEV-ENCONTRADA
                       MOVE WS-BLQ-DES(WS-BLQ-IDX) TO
                           WS-TRB-DES-ENCONTRADA
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------+
       3724-ESCRIBIR-FILOUT22.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-OU22
           MOVE CTM-NUMB TO TRI-NUMB
           MOVE WS-PAN-16 TO TRI-PAN
           MOVE WS-TRB-COD-ANT TO TRI-COD-BLOQ-ANT
           MOVE WS-TRB-SEV-ANT TO TRI-SEV-ANT
           MOVE WS-TRB-DES-ANT TO TRI-DES-BLOQ-ANT
           MOVE WS-HIST-FECHA(WS-HIST-IDX) TO TRI-FECHA-ANT
           MOVE WS-TRB-COD-ACT TO TRI-COD-BLOQ-ACT
           MOVE WS-TRB-SEV-ACT TO TRI-SEV-ACT
           MOVE WS-TRB-DES-ACT TO TRI-DES-BLOQ-ACT
           MOVE WS-LOTE-ID TO TRI-LOTE-ID
           WRITE REG-OU22
           ADD 1 TO COUNT-FILOUT22.

      *----------------------------------------------------------------+
       3730-VERIFICAR-SOLICITUDES.
      *----------------------------------------------------------------+
      *    UNA SOLICITUD PENDIENTE DE SOLBLQ01 QUEDA CONFIRMADA CUANDO
      *    FILINP2 TRAE LA TARJETA EN EL ESTADO PEDIDO: EL CODIGO
      *    PEDIDO EN UN BLOQUEO ('B'), CODIGO 00 EN UN DESBLOQUEO
      *    ('D'). LA CONFIRMACION VA AL ARCHIVO DE TRABAJO DEL DIA Y
      *    SE APLICA AL SEGUIMIENTO EN 3900-PROCESAR-SOLICITUDES
           IF WS-SOL-ACTIVO = 'S' AND WS-SOL-PEND-CARGADAS > 0 AND
              INF-COD-BLOQ IS NUMERIC
               MOVE INF-PAN(1:16) TO WS-SOL-PAN-BUSCADO
               MOVE ZERO TO WS-SOL-SUB
               SEARCH ALL WS-SOL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SOL-PAN(WS-SOL-IDX) = WS-SOL-PAN-BUSCADO
                       SET WS-SOL-SUB TO WS-SOL-IDX
               END-SEARCH
               IF WS-SOL-SUB > 0
                   PERFORM 3731-UBICAR-PRIMERA-SOLICITUD
                   MOVE ZERO TO WS-SOL-SUB-CONF
                   MOVE 'N' TO WS-SOL-FIN
                   PERFORM 3732-EVALUAR-SOLICITUD-PAN
                       VARYING WS-SOL-IDX FROM WS-SOL-SUB BY 1
                       UNTIL WS-SOL-IDX > WS-CANT-SOL
                          OR WS-SOL-FIN = 'S'
                   IF WS-SOL-SUB-CONF > 0
                       PERFORM 3733-CONFIRMAR-SOLICITUD
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3731-UBICAR-PRIMERA-SOLICITUD.
      *----------------------------------------------------------------+
      *    SEARCH ALL CAE EN CUALQUIER SOLICITUD DEL PAN; SE RETROCEDE
      *    A LA PRIMERA (LA MAS ANTIGUA, LA TABLA VA POR PAN Y NUMERO)
           MOVE 'N' TO WS-SOL-FIN
           PERFORM UNTIL WS-SOL-FIN = 'S'
               IF WS-SOL-SUB = 1
                   MOVE 'S' TO WS-SOL-FIN
               ELSE
                   IF WS-SOL-PAN(WS-SOL-SUB - 1) = WS-SOL-PAN-BUSCADO
                       SUBTRACT 1 FROM WS-SOL-SUB
                   ELSE
                       MOVE 'S' TO WS-SOL-FIN
                   END-IF
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       3732-EVALUAR-SOLICITUD-PAN.
      *----------------------------------------------------------------+
      *    SI VARIAS PENDIENTES DEL PAN COINCIDEN CON EL ESTADO DE HOY
      *    SE CONFIRMA LA MAS RECIENTE (LA ULTIMA DEL RECORRIDO)
           IF WS-SOL-PAN(WS-SOL-IDX) NOT = WS-SOL-PAN-BUSCADO
               MOVE 'S' TO WS-SOL-FIN
           ELSE
               IF WS-SOL-ESTADO(WS-SOL-IDX) = 'P'
                   IF (WS-SOL-ACCION(WS-SOL-IDX) = 'B' AND
                       WS-SOL-COD(WS-SOL-IDX) = INF-COD-BLOQ) OR
                      (WS-SOL-ACCION(WS-SOL-IDX) = 'D' AND
                       INF-COD-BLOQ = 00)
                       SET WS-SOL-SUB-CONF TO WS-SOL-IDX
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3733-CONFIRMAR-SOLICITUD.
      *----------------------------------------------------------------+
      *    LAS PENDIENTES MAS ANTIGUAS DEL MISMO PAN QUEDAN
      *    REEMPLAZADAS: EL AREA CAMBIO DE OPINION (BLOQUEAR Y DESPUES
      *    DESBLOQUEAR, O PEDIR OTRO CODIGO) Y EL ESTADO VIGENTE YA ES
      *    EL DE LA ULTIMA, ASI QUE LAS ANTERIORES NO VAN A LLEGAR
           SET WS-SOL-IDX TO WS-SOL-SUB-CONF
           MOVE 'C' TO WS-SOL-ESTADO(WS-SOL-IDX)
           PERFORM 3734-GRABAR-CONFIRMACION
           ADD 1 TO COUNT-SOL-CONFIRMADA
           PERFORM VARYING WS-SOL-IDX FROM WS-SOL-SUB BY 1
               UNTIL WS-SOL-IDX >= WS-SOL-SUB-CONF
               IF WS-SOL-ESTADO(WS-SOL-IDX) = 'P'
                   MOVE 'R' TO WS-SOL-ESTADO(WS-SOL-IDX)
                   PERFORM 3734-GRABAR-CONFIRMACION
                   ADD 1 TO COUNT-SOL-REEMPLAZADA
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------+
       3734-GRABAR-CONFIRMACION.
      *----------------------------------------------------------------+
           MOVE WS-FECHA-YYYYMMDD TO WS-SOL-FECHA-CONF(WS-SOL-IDX)
           MOVE SPACES TO REG-SOLCF
           MOVE WS-SOL-ID(WS-SOL-IDX) TO SCF-ID
           MOVE WS-SOL-ESTADO(WS-SOL-IDX) TO SCF-ESTADO
           MOVE WS-FECHA-YYYYMMDD TO SCF-FECHA
           WRITE REG-SOLCF.

      *----------------------------------------------------------------+
       3740-VERIFICAR-PAN-ANTERIOR.
      *----------------------------------------------------------------+
      *    LA PAN DE FILINP2 ES LA ANTERIOR DE UNA REEMISION CONFIRMADA
      *    (VER 1165D-ARMAR-CRUCE-ANTERIOR) Y SIGUE ACTIVA: SIN BLOQUEO
      *    NI FECHA DE BAJA. SI YA PASARON MAS DE PARM-REEMI-DIAS DIAS
      *    DESDE QUE SE ACTIVO EL PLASTICO NUEVO, EL CLIENTE TIENE DOS
      *    PLASTICOS VIVOS Y LA TARJETA VA A FILOUT27. SE EVALUA PARA
      *    TODO MATCH, SIN IMPORTAR EL MODO DELTA, IGUAL QUE 3640
           IF WS-CANT-REIA > 0 AND
              INF-COD-BLOQ = 00 AND INF-FEC-BAJ = SPACES
               MOVE INF-PAN(1:16) TO WS-PAN-16
               SEARCH ALL WS-REIA-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-REIA-PAN-ANTERIOR(WS-REIA-IDX) = WS-PAN-16
                       IF WS-REIA-FEC-ACT(WS-REIA-IDX) > ZERO AND
                          WS-REIA-FEC-ACT(WS-REIA-IDX) NOT >
                              WS-FECHA-YYYYMMDD
                           COMPUTE WS-RAA-DIAS =
                               FUNCTION INTEGER-OF-DATE
                                   (WS-FECHA-YYYYMMDD) -
                               FUNCTION INTEGER-OF-DATE
                                   (WS-REIA-FEC-ACT(WS-REIA-IDX))
                           IF WS-RAA-DIAS > WS-REEMI-DIAS
                               PERFORM 3741-ESCRIBIR-FILOUT27
                           END-IF
                       END-IF
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------+
       3741-ESCRIBIR-FILOUT27.
      *----------------------------------------------------------------+
           PERFORM 4100-OBTENER-DESC-MARCA
           MOVE SPACES TO REG-OU27
           MOVE CTM-COD-ENT TO RAA-COD-ENT
           MOVE WS-CENT-REPORTE TO RAA-CENT-ALTA
           MOVE CTM-NUMB TO RAA-NUMB
           MOVE WS-PAN-16 TO RAA-PAN-ANTERIOR
           MOVE WS-REIA-PAN-NUEVO(WS-REIA-IDX) TO RAA-PAN-NUEVO
           MOVE WS-REIA-FEC-ACT(WS-REIA-IDX) TO RAA-FEC-ACTIVACION
           MOVE WS-RAA-DIAS TO RAA-DIAS
           MOVE INF-COD-MAR TO RAA-COD-MAR
           MOVE WS-DES-MARCA TO RAA-DES-MAR
           MOVE WS-LOTE-ID TO RAA-LOTE-ID
           WRITE REG-OU27
           ADD 1 TO COUNT-FILOUT27.

      *----------------------------------------------------------------+
       3800-PROCESAR-SUSPENSO.
      *----------------------------------------------------------------+
      *    JUNTA EL SUSPENSO DE LA CORRIDA ANTERIOR CON LOS RECHAZOS
      *    'PAN SIN CUENTA' DE HOY, Y PARA CADA PAN: SI HOY YA LLEGO Y
      *    HIZO MATCH EN FILINP2 SE DESCARTA; SI SU CUENTA APARECIO EN
      *    CTAMAST SE PROCESA COMO CUALQUIER MATCH (3300) Y SALE DEL
      *    SUSPENSO; SI NO, ENVEJECE UN DIA HABIL Y VUELVE AL SUSPENSO
      *    O, CUMPLIDO PARM-SUSPENSO-DIAS, PASA AL RECHAZO DEFINITIVO
      *    (FILOUT24). SUSPENSO.txt SE REESCRIBE ENTERO, IGUAL QUE
      *    1329A-REESCRIBIR-HISTORIAL-BLOQUEO; EN UN REINICIO POSTERIOR
      *    A ESTE PUNTO LO YA REEMPAREJADO O RECHAZADO NO SE REPITE
      *    PORQUE YA NO ESTA EN EL ARCHIVO
           IF WS-SNV-ABIERTO = 'S'
               CLOSE FILSUSNV
               MOVE 'N' TO WS-SNV-ABIERTO
           END-IF
           PERFORM 1955-VERIFICAR-DIA-HABIL
           MOVE WS-ES-DIA-HABIL TO WS-SUS-HABIL-HOY
           MOVE ZERO TO WS-CANT-SUS
           PERFORM 3810-CARGAR-SUSPENSO
           PERFORM 3820-AGREGAR-NUEVOS-SUSPENSO
           IF WS-CANT-SUS > 1
               SORT WS-SUS-ENTRY
                   ON ASCENDING KEY WS-SUS-PAN WS-SUS-FECHA-ALTA
               MOVE 1 TO WS-SUS-SUB-ANT
               PERFORM 3830-DEPURAR-DUPLICADO-SUSP
                   VARYING WS-SUS-IDX FROM 2 BY 1
                   UNTIL WS-SUS-IDX > WS-CANT-SUS
           END-IF
           OPEN OUTPUT FILSUSP
           IF FS-FILSUSP NOT = '00'
      *        SIN PODER REESCRIBIR EL SUSPENSO NO SE TOCA NADA: EL
      *        CHECKPOINT SIGUE VIGENTE Y EL REINICIO VUELVE A ESTE PASO
               DISPLAY 'ERROR AL REESCRIBIR ' WS-NOM-FILSUSP
                       ' FILE STATUS = ' FS-FILSUSP
               MOVE '3800-PROCESAR-SUSPENSO' TO WS-AUDIT-RUTINA
               MOVE 'OPEN OUTPUT FILSUSP' TO WS-AUDIT-ACCION
               MOVE FS-FILSUSP TO WS-AUDIT-STATUS
               MOVE 'NO SE PUDO REESCRIBIR EL SUSPENSO' TO
                   WS-AUDIT-MENSAJE
               PERFORM 9400-GRABAR-AUDITORIA
               PERFORM 9100-CERRAR-ARCHIVOS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3840-EVALUAR-ITEM-SUSPENSO
               VARYING WS-SUS-IDX FROM 1 BY 1
               UNTIL WS-SUS-IDX > WS-CANT-SUS
           CLOSE FILSUSP
           DELETE FILE FILSUSNV
           PERFORM 3850-AVISAR-RECHAZO-FINAL.

      *----------------------------------------------------------------+
       3810-CARGAR-SUSPENSO.
      *----------------------------------------------------------------+
      *    FILE STATUS '35' (PRIMERA CORRIDA, SIN SUSPENSO PREVIO) NO
      *    ES ERROR: SE ARRANCA CON LA TABLA VACIA
           MOVE 'N' TO EOF-FILSUSP
           OPEN INPUT FILSUSP
           IF FS-FILSUSP = '00'
               PERFORM 3811-LEER-SUSPENSO
               PERFORM UNTIL EOF-FILSUSP = 'S'
                   IF WS-CANT-SUS >= WS-MAX-SUS
                       PERFORM 3860-TABLA-SUSP-LLENA-ABEND
                   END-IF
                   ADD 1 TO WS-CANT-SUS
                   MOVE SUS-PAN TO WS-SUS-PAN(WS-CANT-SUS)
                   MOVE SUS-FECHA-ALTA TO WS-SUS-FECHA-ALTA(WS-CANT-SUS)
                   MOVE SUS-FECHA-ULT TO WS-SUS-FECHA-ULT(WS-CANT-SUS)
                   MOVE SUS-DIAS-HABILES TO WS-SUS-DIAS(WS-CANT-SUS)
                   MOVE SPACE TO WS-SUS-ESTADO(WS-CANT-SUS)
                   MOVE SUS-REGISTRO TO WS-SUS-REGISTRO(WS-CANT-SUS)
                   PERFORM 3811-LEER-SUSPENSO
               END-PERFORM
               CLOSE FILSUSP
           ELSE
               IF FS-FILSUSP NOT = '35'
      *            UN SUSPENSO QUE EXISTE PERO NO SE PUEDE LEER NO ES
      *            UNA PRIMERA CORRIDA: ARRANCAR VACIO PERDERIA TARJETAS
                   DISPLAY 'ERROR AL ABRIR ' WS-NOM-FILSUSP
                           ' FILE STATUS = ' FS-FILSUSP
                   MOVE '3810-CARGAR-SUSPENSO' TO WS-AUDIT-RUTINA
                   MOVE 'OPEN INPUT FILSUSP' TO WS-AUDIT-ACCION
                   MOVE FS-FILSUSP TO WS-AUDIT-STATUS
                   MOVE 'NO SE PUDO LEER EL SUSPENSO' TO
                       WS-AUDIT-MENSAJE
                   PERFORM 9400-GRABAR-AUDITORIA
                   PERFORM 9100-CERRAR-ARCHIVOS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       3811-LEER-SUSPENSO.
      *----------------------------------------------------------------+
           READ FILSUSP
               AT END
                   MOVE 'S' TO EOF-FILSUSP
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       3820-AGREGAR-NUEVOS-SUSPENSO.
      *----------------------------------------------------------------+
      *    LOS RECHAZOS DE HOY ENTRAN CON ALTA Y ULTIMO ENVEJECIMIENTO
      *    EN LA FECHA DE NEGOCIO Y CERO DIAS HABILES
           MOVE 'N' TO EOF-FILSUSNV
           OPEN INPUT FILSUSNV
           IF FS-FILSUSNV = '00'
               PERFORM 3821-LEER-SUSNV
               PERFORM UNTIL EOF-FILSUSNV = 'S'
                   IF WS-CANT-SUS >= WS-MAX-SUS
                       PERFORM 3860-TABLA-SUSP-LLENA-ABEND
                   END-IF
                   ADD 1 TO WS-CANT-SUS
                   MOVE SNV-PAN TO WS-SUS-PAN(WS-CANT-SUS)
                   MOVE WS-FECHA-YYYYMMDD TO
                       WS-SUS-FECHA-ALTA(WS-CANT-SUS)
                   MOVE WS-FECHA-YYYYMMDD TO
                       WS-SUS-FECHA-ULT(WS-CANT-SUS)
                   MOVE ZERO TO WS-SUS-DIAS(WS-CANT-SUS)
                   MOVE SPACE TO WS-SUS-ESTADO(WS-CANT-SUS)
                   MOVE SNV-REGISTRO TO WS-SUS-REGISTRO(WS-CANT-SUS)
                   PERFORM 3821-LEER-SUSNV
               END-PERFORM
               CLOSE FILSUSNV
           END-IF.

      *----------------------------------------------------------------+
       3821-LEER-SUSNV.
      *----------------------------------------------------------------+
           READ FILSUSNV
               AT END
                   MOVE 'S' TO EOF-FILSUSNV
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       3830-DEPURAR-DUPLICADO-SUSP.
      *----------------------------------------------------------------+
      *    CON LA TABLA ORDENADA POR PAN Y ALTA, EL PRIMER RENGLON DE
      *    CADA PAN ES EL MAS ANTIGUO Y CONSERVA SU ANTIGUEDAD; TOMA EL
      *    RENGLON DE FILINP2 MAS RECIENTE Y LOS DEMAS SE DESCARTAN
           IF WS-SUS-PAN(WS-SUS-IDX) = WS-SUS-PAN(WS-SUS-SUB-ANT)
               MOVE WS-SUS-REGISTRO(WS-SUS-IDX) TO
                   WS-SUS-REGISTRO(WS-SUS-SUB-ANT)
               MOVE 'D' TO WS-SUS-ESTADO(WS-SUS-IDX)
           ELSE
               SET WS-SUS-SUB-ANT TO WS-SUS-IDX
           END-IF.

      *----------------------------------------------------------------+
       3840-EVALUAR-ITEM-SUSPENSO.
      *----------------------------------------------------------------+
      *    LA LECTURA ES LA MISMA DE 3200-BUSCAR-CUENTA-POR-PAN, PERO
      *    ANTES DE MARCAR EL MATCH HAY QUE DISTINGUIR UNA CUENTA QUE
      *    YA HIZO MATCH HOY (LA TARJETA VOLVIO A LLEGAR EN FILINP2) DE
      *    UNA QUE RECIEN APARECE
           IF WS-SUS-ESTADO(WS-SUS-IDX) NOT = 'D'
               MOVE WS-SUS-REGISTRO(WS-SUS-IDX) TO REG-IN02-ENTRADA
               PERFORM 3110-MAPEAR-REG-IN02
               PERFORM 3205-LEER-MAESTRO-POR-PAN
               EVALUATE TRUE
                   WHEN WS-MATCH-FOUND = 'N'
                       PERFORM 3841-ENVEJECER-ITEM-SUSPENSO
                   WHEN CTM-FECHA-MATCH = WS-FECHA-YYYYMMDD
                       ADD 1 TO COUNT-SUSP-RESUELTO
                   WHEN OTHER
                       PERFORM 3206-MARCAR-MATCH-MAESTRO
                       ADD 1 TO COUNT-SUSP-REMATCH
                       PERFORM 3300-PROCESAR-MATCH
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------+
       3841-ENVEJECER-ITEM-SUSPENSO.
      *----------------------------------------------------------------+
      *    SUMA UN DIA HABIL SOLO UNA VEZ POR FECHA DE NEGOCIO (WS-SUS-
      *    FECHA-ULT) Y SOLO SI HOY ES HABIL (1955-VERIFICAR-DIA-
      *    HABIL); AL CUMPLIR WS-SUSPENSO-DIAS REINTENTOS SIN CUENTA LA
      *    TARJETA SALE A RECHAZO DEFINITIVO
           IF WS-FECHA-YYYYMMDD > WS-SUS-FECHA-ULT(WS-SUS-IDX)
               IF WS-SUS-HABIL-HOY = 'S' AND
                  WS-SUS-DIAS(WS-SUS-IDX) < 999
                   ADD 1 TO WS-SUS-DIAS(WS-SUS-IDX)
               END-IF
               MOVE WS-FECHA-YYYYMMDD TO WS-SUS-FECHA-ULT(WS-SUS-IDX)
           END-IF
           IF WS-SUS-DIAS(WS-SUS-IDX) >= WS-SUSPENSO-DIAS
               PERFORM 3842-ESCRIBIR-RECHAZO-FINAL
           ELSE
               PERFORM 3843-GRABAR-SUSPENSO
           END-IF.

      *----------------------------------------------------------------+
       3842-ESCRIBIR-RECHAZO-FINAL.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-OU24
           MOVE INF-PAN TO RFI-PAN
           MOVE WS-SUS-FECHA-ALTA(WS-SUS-IDX) TO RFI-FECHA-ALTA
           MOVE WS-SUS-DIAS(WS-SUS-IDX) TO RFI-DIAS-HABILES
           MOVE INF-COD-MAR TO RFI-COD-MAR
           MOVE INF-COD-BLOQ TO RFI-COD-BLOQ
           MOVE INF-FEC-BLOQ TO RFI-FEC-BLOQ
           MOVE 'PAN SIN CUENTA EN FILINP1 TRAS SUSPENSO' TO RFI-MOTIVO
           MOVE WS-LOTE-ID TO RFI-LOTE-ID
           WRITE REG-OU24
           ADD 1 TO COUNT-FILOUT24.

      *----------------------------------------------------------------+
       3843-GRABAR-SUSPENSO.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-SUSP
           MOVE WS-SUS-PAN(WS-SUS-IDX) TO SUS-PAN
           MOVE WS-SUS-FECHA-ALTA(WS-SUS-IDX) TO SUS-FECHA-ALTA
           MOVE WS-SUS-FECHA-ULT(WS-SUS-IDX) TO SUS-FECHA-ULT
           MOVE WS-SUS-DIAS(WS-SUS-IDX) TO SUS-DIAS-HABILES
           MOVE WS-SUS-REGISTRO(WS-SUS-IDX) TO SUS-REGISTRO
           WRITE REG-SUSP
           ADD 1 TO COUNT-FILSUSP.

      *----------------------------------------------------------------+
       3850-AVISAR-RECHAZO-FINAL.
      *----------------------------------------------------------------+
      *    UN SOLO EVENTO POR CORRIDA, IGUAL QUE 9099C: ESTAS TARJETAS
      *    YA NO SE VAN A REINTENTAR Y ALGUIEN TIENE QUE REVISARLAS
           IF COUNT-FILOUT24 > 0
               MOVE 'RECHAZO_DEFINITIVO' TO WS-EVT-TIPO-EVENTO
               MOVE 'WARNING' TO WS-EVT-SEVERIDAD
               MOVE COUNT-FILOUT24 TO WS-SUS-CANT-DISPLAY
               MOVE SPACES TO WS-EVT-MENSAJE
               STRING 'TARJETAS SIN CUENTA VENCIDAS EN SUSPENSO: '
                      WS-SUS-CANT-DISPLAY ' (VER FILOUT24)'
                   DELIMITED BY SIZE INTO WS-EVT-MENSAJE
               PERFORM 9401-GRABAR-EVENTO
           END-IF.

      *----------------------------------------------------------------+
       3860-TABLA-SUSP-LLENA-ABEND.
      *----------------------------------------------------------------+
      *    NO SE PUEDE REESCRIBIR UN SUSPENSO PARCIAL SIN PERDER
      *    TARJETAS; SE ABORTA CON EL CHECKPOINT VIGENTE
           DISPLAY '========================================='
           DISPLAY ' ADVERTENCIA: TABLA DE SUSPENSO LLENA      '
           DISPLAY ' LIMITE WS-MAX-SUS = ' WS-MAX-SUS
           DISPLAY ' PROCESO ABORTADO PARA EVITAR PERDIDA DE   '
           DISPLAY ' TARJETAS EN SUSPENSO                      '
           DISPLAY '========================================='
           MOVE '3860-TABLA-SUSP-LLENA' TO WS-AUDIT-RUTINA
           MOVE 'CARGAR SUSPENSO' TO WS-AUDIT-ACCION
           MOVE '  ' TO WS-AUDIT-STATUS
           MOVE 'TABLA DE SUSPENSO LLENA, SUSPENSO SIN TERMINAR' TO
               WS-AUDIT-MENSAJE
           PERFORM 9400-GRABAR-AUDITORIA
           MOVE 'TABLA_CASI_LLENA' TO WS-EVT-TIPO-EVENTO
           MOVE 'CRITICAL' TO WS-EVT-SEVERIDAD
           MOVE 'TABLA DE SUSPENSO LLENA, SUSPENSO SIN TERMINAR' TO
               WS-EVT-MENSAJE
           PERFORM 9401-GRABAR-EVENTO
           PERFORM 9100-CERRAR-ARCHIVOS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------+
       3900-PROCESAR-SOLICITUDES.
      *----------------------------------------------------------------+
      *    APLICA AL SEGUIMIENTO LAS CONFIRMACIONES DEL DIA (INCLUIDAS
      *    LAS GRABADAS ANTES DE UN REINICIO DESDE CHECKPOINT), ENVEJECE
      *    UN DIA HABIL LAS QUE SIGUEN PENDIENTES Y LISTA EN FILOUT26
      *    LAS QUE CUMPLIERON PARM-SOLIC-DIAS SIN LLEGAR; ESAS SIGUEN
      *    PENDIENTES Y SE VUELVEN A LISTAR HASTA QUE LLEGUEN. EL
      *    ARCHIVO SE REESCRIBE ENTERO EN ORDEN DE NUMERO DE SOLICITUD,
      *    IGUAL QUE 3800-PROCESAR-SUSPENSO
           IF WS-SCF-ABIERTO = 'S'
               CLOSE FILSOLCF
               MOVE 'N' TO WS-SCF-ABIERTO
           END-IF
           IF WS-SOL-ACTIVO = 'S'
               PERFORM 1955-VERIFICAR-DIA-HABIL
               MOVE WS-ES-DIA-HABIL TO WS-SOL-HABIL-HOY
               PERFORM 3910-APLICAR-CONFIRMACIONES
               IF WS-CANT-SOL > 1
                   SORT WS-SOL-ENTRY ON ASCENDING KEY WS-SOL-ID
               END-IF
               OPEN OUTPUT FILOUT26
               IF WS-CANT-SOL > 0
                   OPEN OUTPUT FILSOLSG
               ELSE
                   MOVE '00' TO FS-FILSOLSG
               END-IF
               IF FS-FILSOLSG NOT = '00' OR FS-FILOUT26 NOT = '00'
      *            SIN PODER REESCRIBIR EL SEGUIMIENTO NO SE TOCA NADA:
      *            EL CHECKPOINT SIGUE VIGENTE Y EL REINICIO VUELVE A
      *            ESTE PASO CON LAS CONFIRMACIONES DEL DIA EN DISCO
                   DISPLAY 'ERROR AL REESCRIBIR ' WS-NOM-FILSOLSG
                           ' FILE STATUS = ' FS-FILSOLSG ' / '
                           FS-FILOUT26
                   MOVE '3900-PROCESAR-SOLICITUDES' TO WS-AUDIT-RUTINA
                   MOVE 'OPEN OUTPUT FILSOLSG' TO WS-AUDIT-ACCION
                   MOVE FS-FILSOLSG TO WS-AUDIT-STATUS
                   MOVE 'NO SE PUDO REESCRIBIR EL SEGUIMIENTO' TO
                       WS-AUDIT-MENSAJE
                   PERFORM 9400-GRABAR-AUDITORIA
                   PERFORM 9100-CERRAR-ARCHIVOS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3920-EVALUAR-SOLICITUD
                   VARYING WS-SOL-IDX FROM 1 BY 1
                   UNTIL WS-SOL-IDX > WS-CANT-SOL
               IF WS-CANT-SOL > 0
                   CLOSE FILSOLSG
               END-IF
               CLOSE FILOUT26
               PERFORM 3930-AVISAR-SOLIC-PENDIENTES
           END-IF
           DELETE FILE FILSOLCF.

      *----------------------------------------------------------------+
       3910-APLICAR-CONFIRMACIONES.
      *----------------------------------------------------------------+
      *    LAS CONFIRMADAS EN ESTA MISMA CORRIDA YA NO ESTAN PENDIENTES
      *    EN LA TABLA; SOLO CAMBIAN (Y CUENTAN) LAS QUE UN REINICIO
      *    VOLVIO A CARGAR COMO PENDIENTES
           MOVE 'N' TO EOF-FILSOLCF
           OPEN INPUT FILSOLCF
           IF FS-FILSOLCF = '00'
               PERFORM 3911-LEER-SOLCF
               PERFORM UNTIL EOF-FILSOLCF = 'S'
                   PERFORM 3912-APLICAR-UNA-CONFIRMACION
                   PERFORM 3911-LEER-SOLCF
               END-PERFORM
               CLOSE FILSOLCF
           END-IF.

      *----------------------------------------------------------------+
       3911-LEER-SOLCF.
      *----------------------------------------------------------------+
           READ FILSOLCF
               AT END
                   MOVE 'S' TO EOF-FILSOLCF
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       3912-APLICAR-UNA-CONFIRMACION.
      *----------------------------------------------------------------+
           IF WS-CANT-SOL > 0
               SET WS-SOL-IDX TO 1
               SEARCH WS-SOL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-SOL-ID(WS-SOL-IDX) = SCF-ID
                       IF WS-SOL-ESTADO(WS-SOL-IDX) = 'P'
                           MOVE SCF-ESTADO TO
                               WS-SOL-ESTADO(WS-SOL-IDX)
                           MOVE SCF-FECHA TO
                               WS-SOL-FECHA-CONF(WS-SOL-IDX)
                           IF SCF-ESTADO = 'C'
                               ADD 1 TO COUNT-SOL-CONFIRMADA
                           ELSE
                               ADD 1 TO COUNT-SOL-REEMPLAZADA
                           END-IF
                       END-IF
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------+
       3920-EVALUAR-SOLICITUD.
      *----------------------------------------------------------------+
      *    MISMO ENVEJECIMIENTO QUE 3841-ENVEJECER-ITEM-SUSPENSO: UN
      *    DIA HABIL POR FECHA DE NEGOCIO, NUNCA DOS EL MISMO DIA
           MOVE WS-SOL-REGISTRO(WS-SOL-IDX) TO REG-SOLSEG
           IF WS-SOL-ESTADO(WS-SOL-IDX) = 'P'
               IF WS-FECHA-YYYYMMDD > WS-SOL-FECHA-ULT(WS-SOL-IDX)
                   IF WS-SOL-HABIL-HOY = 'S' AND
                      WS-SOL-DIAS(WS-SOL-IDX) < 999
                       ADD 1 TO WS-SOL-DIAS(WS-SOL-IDX)
                   END-IF
                   MOVE WS-FECHA-YYYYMMDD TO
                       WS-SOL-FECHA-ULT(WS-SOL-IDX)
               END-IF
               ADD 1 TO COUNT-SOL-PENDIENTE
               IF WS-SOL-DIAS(WS-SOL-IDX) >= WS-SOLIC-DIAS
                   PERFORM 3921-ESCRIBIR-FILOUT26
               END-IF
           END-IF
           MOVE WS-SOL-ESTADO(WS-SOL-IDX) TO SSG-ESTADO
           MOVE WS-SOL-FECHA-CONF(WS-SOL-IDX) TO SSG-FECHA-CONF
           MOVE WS-SOL-DIAS(WS-SOL-IDX) TO SSG-DIAS-HABILES
           MOVE WS-SOL-FECHA-ULT(WS-SOL-IDX) TO SSG-FECHA-ULT
           WRITE REG-SOLSEG.

      *----------------------------------------------------------------+
       3921-ESCRIBIR-FILOUT26.
      *----------------------------------------------------------------+
      *    LA LISTA VA CON PAN EN CLARO, COMO TODO EXTRACTO DE LA
      *    CORRIDA; EL SEGUIMIENTO SE QUEDA CON EL TOKEN
           MOVE SPACES TO REG-OU26
           MOVE WS-SOL-ID(WS-SOL-IDX) TO SPE-ID
           MOVE WS-SOL-ACCION(WS-SOL-IDX) TO SPE-ACCION
           MOVE WS-SOL-PAN(WS-SOL-IDX) TO SPE-PAN
           MOVE WS-SOL-COD(WS-SOL-IDX) TO SPE-COD-BLOQ
           IF WS-SOL-ACCION(WS-SOL-IDX) = 'D'
               MOVE 'DESBLOQUEO' TO SPE-DES-BLOQ
           ELSE
               MOVE 'CODIGO NO VIGENTE EN EVDESBLOQ' TO SPE-DES-BLOQ
               SEARCH ALL WS-BLQ-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-BLQ-COD(WS-BLQ-IDX) =
                           WS-SOL-COD(WS-SOL-IDX)
                       MOVE WS-BLQ-DES(WS-BLQ-IDX) TO SPE-DES-BLOQ
               END-SEARCH
           END-IF
           MOVE SSG-USUARIO TO SPE-USUARIO
           MOVE SSG-FECHA-SOL TO SPE-FECHA-SOL
           MOVE SSG-FECHA-ENVIO TO SPE-FECHA-ENVIO
           MOVE WS-SOL-DIAS(WS-SOL-IDX) TO SPE-DIAS-HABILES
           MOVE WS-LOTE-ID TO SPE-LOTE-ID
           WRITE REG-OU26
           ADD 1 TO COUNT-FILOUT26.

      *----------------------------------------------------------------+
       3930-AVISAR-SOLIC-PENDIENTES.
      *----------------------------------------------------------------+
      *    UN SOLO EVENTO POR CORRIDA, IGUAL QUE 3850: FRAUDE/COBRANZAS
      *    TIENEN QUE RECLAMAR AL PROCESADOR
           IF COUNT-FILOUT26 > 0
               MOVE 'SOLICITUD_SIN_CONFIRMAR' TO WS-EVT-TIPO-EVENTO
               MOVE 'WARNING' TO WS-EVT-SEVERIDAD
               MOVE COUNT-FILOUT26 TO WS-SOL-CANT-DISPLAY
               MOVE SPACES TO WS-EVT-MENSAJE
               STRING 'SOLICITUDES AL PROCESADOR SIN CONFIRMAR: '
                      WS-SOL-CANT-DISPLAY ' (VER FILOUT26)'
                   DELIMITED BY SIZE INTO WS-EVT-MENSAJE
               PERFORM 9401-GRABAR-EVENTO
           END-IF.

      *----------------------------------------------------------------+
       3960-TABLA-SOL-LLENA-ABEND.
      *----------------------------------------------------------------+
      *    NO SE PUEDE REESCRIBIR UN SEGUIMIENTO PARCIAL SIN PERDER
      *    SOLICITUDES; SE ABORTA ANTES DE TOCAR NADA
           DISPLAY '========================================='
           DISPLAY ' ADVERTENCIA: TABLA DE SOLICITUDES LLENA   '
           DISPLAY ' LIMITE WS-MAX-SOL = ' WS-MAX-SOL
           DISPLAY ' PROCESO ABORTADO PARA EVITAR PERDIDA DE   '
           DISPLAY ' SOLICITUDES AL PROCESADOR                 '
           DISPLAY '========================================='
           MOVE '3960-TABLA-SOL-LLENA' TO WS-AUDIT-RUTINA
           MOVE 'CARGAR SOLICITUDES' TO WS-AUDIT-ACCION
           MOVE '  ' TO WS-AUDIT-STATUS
           MOVE 'TABLA DE SOLICITUDES LLENA, CORRIDA ABORTADA' TO
               WS-AUDIT-MENSAJE
           PERFORM 9400-GRABAR-AUDITORIA
           MOVE 'TABLA_CASI_LLENA' TO WS-EVT-TIPO-EVENTO
           MOVE 'CRITICAL' TO WS-EVT-SEVERIDAD
           MOVE 'TABLA DE SOLICITUDES LLENA, CORRIDA ABORTADA' TO
               WS-EVT-MENSAJE
           PERFORM 9401-GRABAR-EVENTO
           PERFORM 9100-CERRAR-ARCHIVOS
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *----------------------------------------------------------------+
       4100-OBTENER-DESC-MARCA.
      *----------------------------------------------------------------+
           PERFORM 9096-REPORTE-COD-BLOQUEO-FALTANTE
           PERFORM 9097A-REPORTE-PRODUCTO-BIN
           PERFORM 9098-REPORTE-CRUCE-BLOQUEO-TIPO
           PERFORM 9099A-REPORTE-VENCIDAS-ENT-MARCA
           PERFORM 9099C-AVISAR-TRANSICIONES-ILEGALES
           PERFORM 9099K-AVISAR-ANTERIOR-ACTIVA
           PERFORM 9099D-REPORTE-ADICIONALES-TITULAR
           PERFORM 9099H-REPORTE-PERFILES-ENTIDAD
      *    EL SLA SE MIDE UNA SOLA VEZ PARA TODA LA CORRIDA, NO POR
      *    FECHA DE NEGOCIO (VER 0000-MAIN-PROCESS)
           PERFORM 9200-MOSTRAR-DETALLES
      *    LEE EL HISTORIAL DE CONTROL.txt (UN RENGLON POR CORRIDA, VER
      *    9210-GRABAR-CONTROL) Y PROYECTA, AL RITMO DE CRECIMIENTO
      *    PROMEDIO ENTRE LA PRIMER Y LA ULTIMA CORRIDA LEIDA, CUANTAS
      *    CORRIDAS FALTAN PARA QUE CTL-LEIDOS-IN2 ALCANCE WS-HIST-MAX
      *    (FILINP1 SE INFORMA SIN LIMITE: VA AL MAESTRO CTAMAST, NO A
      *    UNA TABLA EN MEMORIA); SIN AL MENOS DOS CORRIDAS DE
      *    HISTORIAL NO HAY TASA DE CRECIMIENTO QUE CALCULAR
           MOVE ZERO TO WS-CTL-CORRIDAS
           MOVE 'N' TO EOF-FILCTRL
               MOVE 'FILINP1'  TO TRC-METRICA
               MOVE WS-CTL-ULT-IN1 TO TRC-ULT-VALOR
               MOVE WS-CTL-CRECIM-IN1 TO TRC-CRECIM-PROM
               MOVE ZERO TO TRC-LIMITE
               MOVE 'SIN LIMITE (MAESTRO)' TO TRC-CORRIDAS-REST
               WRITE REG-OU12

               MOVE 'FILINP2'  TO TRC-METRICA
      *----------------------------------------------------------------+
       9061A-GUARDAR-FILOUT2HS.
      *----------------------------------------------------------------+
      *    TABLA LLENA = ABEND, MISMO CRITERIO QUE 1164C-TABLA-VIP-
      *    LLENA-ABEND: LA PURGA DE RETENCION (9064) REESCRIBE EL
      *    HISTORIAL DESDE ESTA TABLA, ASI QUE SEGUIR CON UNA CARGA
      *    PARCIAL PERDERIA RENGLONES DE FILOUT2_HISTORIAL.txt SIN AVISO
           IF WS-H2H-CANT >= 10000
               PERFORM 9061B-TABLA-H2H-LLENA-ABEND
           END-IF
           IF FS-FILFRASUC = '00'
               PERFORM 9067E-LEER-HIST-FRAUDE
               PERFORM UNTIL EOF-FILFRASUC = 'S'
      *            LA HISTORIA DE UNA SUCURSAL CERRADA SE SUMA A LA
      *            LINEA BASE DE LA QUE LA ABSORBIO (MISMO CRITERIO
      *            QUE 3455, QUE YA ACUMULA HOY BAJO LA SOBREVIVIENTE)
                   MOVE FSU-CENT-ALTA TO WS-RMP-SUC-BUSCADA
                   MOVE WS-FECHA-YYYYMMDD TO WS-RMP-FECHA-CORTE
                   PERFORM 1194-RESOLVER-SUCURSAL
                   PERFORM VARYING WS-FRA-IDX FROM 1 BY 1
                       UNTIL WS-FRA-IDX > WS-CANT-FRA
                       IF WS-FRA-SUC(WS-FRA-IDX) = WS-RMP-SUC-RESULTADO
                           ADD FSU-CANTIDAD
                               TO WS-FRA-HIST-SUMA(WS-FRA-IDX)
                           IF FSU-FECHA-CORRIDA NOT =
                              WS-FRA-HIST-ULT-FEC(WS-FRA-IDX)
                               ADD 1 TO WS-FRA-HIST-CORR(WS-FRA-IDX)
                               MOVE FSU-FECHA-CORRIDA TO
                                   WS-FRA-HIST-ULT-FEC(WS-FRA-IDX)
                           END-IF
                       END-IF
                   END-PERFORM
                   PERFORM 9067E-LEER-HIST-FRAUDE
      *----------------------------------------------------------------+
       9080-REPORTE-CUENTAS-HUERFANAS.
      *----------------------------------------------------------------+
      *    RECORRE EL MAESTRO DE CUENTAS EN ORDEN DE CLAVE (3000-
      *    PROCESAR-TARJETAS YA TERMINO) Y REPORTA A FILOUT8 TODA
      *    CUENTA ACTIVA QUE NO HIZO MATCH CON UNA PAN DE FILINP2 EN
      *    TODA LA CORRIDA (CTM-FECHA-MATCH DISTINTA DE HOY)
           MOVE 'N' TO EOF-FILCTAM
           MOVE LOW-VALUES TO CTM-PAN
           START FILCTAM KEY IS NOT LESS THAN CTM-PAN
               INVALID KEY
                   MOVE 'S' TO EOF-FILCTAM
           END-START
           PERFORM UNTIL EOF-FILCTAM = 'S'
               READ FILCTAM NEXT RECORD
                   AT END
                       MOVE 'S' TO EOF-FILCTAM
                   NOT AT END
                       PERFORM 9081-EVALUAR-CUENTA-HUERFANA
               END-READ
           END-PERFORM.

      *----------------------------------------------------------------+
       9081-EVALUAR-CUENTA-HUERFANA.
      *----------------------------------------------------------------+
           IF CTM-ESTADO = 'A' AND
              CTM-FECHA-MATCH NOT = WS-FECHA-YYYYMMDD
               MOVE SPACES TO REG-OU08
               MOVE CTM-COD-ENT TO HUE-COD-ENT
               MOVE CTM-CENT-ALTA TO WS-RMP-SUC-BUSCADA
               MOVE WS-FECHA-YYYYMMDD TO WS-RMP-FECHA-CORTE
               PERFORM 1194-RESOLVER-SUCURSAL
               MOVE WS-RMP-SUC-RESULTADO TO HUE-CENT-ALTA
               MOVE CTM-NUMB TO HUE-NUMB
               MOVE CTM-PAN TO HUE-PAN
               WRITE REG-OU08
               ADD 1 TO COUNT-FILOUT8
           END-IF.
               WRITE REG-OU14
           END-IF.

      *----------------------------------------------------------------+
       9099A-REPORTE-VENCIDAS-ENT-MARCA.
      *----------------------------------------------------------------+
      *    VUELCA EL RESUMEN POR ENTIDAD Y MARCA DE LAS TARJETAS
      *    VENCIDAS QUE SIGUEN ACTIVAS (VER 3643) A FILOUT21; SE GRABA
      *    SIEMPRE, AUNQUE VACIO, PARA QUE EL DIA SIN EXCEPCIONES
      *    QUEDE DOCUMENTADO IGUAL QUE EL DIA CON EXCEPCIONES
           OPEN OUTPUT FILOUT21
           IF FS-FILOUT21 NOT = '00'
               MOVE '9099A-VENCIDAS-ENT-MARCA' TO WS-AUDIT-RUTINA
               MOVE 'OPEN FILOUT21' TO WS-AUDIT-ACCION
               MOVE FS-FILOUT21 TO WS-AUDIT-STATUS
               MOVE 'NO SE PUDO ABRIR EL RESUMEN DE VENCIDAS' TO
                   WS-AUDIT-MENSAJE
               PERFORM 9400-GRABAR-AUDITORIA
           ELSE
               IF WS-CANT-VRS > 1
                   SORT WS-VRS-ENTRY ON ASCENDING KEY WS-VRS-COD-ENT
                                                      WS-VRS-COD-MAR
               END-IF
               PERFORM 9099B-GRABAR-LINEA-VENCIDAS
                   VARYING WS-VRS-IDX FROM 1 BY 1
                   UNTIL WS-VRS-IDX > WS-CANT-VRS
               CLOSE FILOUT21
           END-IF.

      *----------------------------------------------------------------+
       9099B-GRABAR-LINEA-VENCIDAS.
      *----------------------------------------------------------------+
      *    EL NOMBRE DE LA ENTIDAD SALE DEL MAESTRO ENTIDADES.txt SI
      *    ESTA CARGADO; SI NO, O SI EL CODIGO NO FIGURA, QUEDA EN
      *    BLANCO (EL CODIGO YA SE REPORTO EN FILOUT19)
           MOVE SPACES TO REG-OU21
           MOVE WS-VRS-COD-ENT(WS-VRS-IDX) TO VRS-COD-ENT
           PERFORM VARYING WS-EME-IDX FROM 1 BY 1
               UNTIL WS-EME-IDX > WS-CANT-EMA-ENT
                  OR WS-EME-COD(WS-EME-IDX) =
                      WS-VRS-COD-ENT(WS-VRS-IDX)
           END-PERFORM
           IF WS-EME-IDX NOT > WS-CANT-EMA-ENT
               MOVE WS-EME-NOMBRE(WS-EME-IDX) TO VRS-NOMBRE-ENT
           END-IF
           MOVE WS-VRS-COD-MAR(WS-VRS-IDX) TO INF-COD-MAR
           PERFORM 4100-OBTENER-DESC-MARCA
           MOVE INF-COD-MAR TO VRS-COD-MAR
           MOVE WS-DES-MARCA TO VRS-DES-MAR
           MOVE WS-VRS-CANT(WS-VRS-IDX) TO VRS-CANTIDAD
           WRITE REG-OU21.

      *----------------------------------------------------------------+
       9099C-AVISAR-TRANSICIONES-ILEGALES.
      *----------------------------------------------------------------+
      *    UN SOLO EVENTO POR CORRIDA CON EL TOTAL DE FILOUT22, PARA
      *    QUE MONITOREO SE ENTERE SIN INUNDAR EVENTOS.txt CON UN
      *    RENGLON POR TARJETA (EL DETALLE ESTA EN EL REPORTE)
           IF COUNT-FILOUT22 > 0
               MOVE 'TRANSICION_ILEGAL' TO WS-EVT-TIPO-EVENTO
               MOVE 'WARNING' TO WS-EVT-SEVERIDAD
               MOVE COUNT-FILOUT22 TO WS-TRB-CANT-DISPLAY
               MOVE SPACES TO WS-EVT-MENSAJE
               STRING 'TRANSICIONES DE BLOQUEO NO PERMITIDAS: '
                      WS-TRB-CANT-DISPLAY ' (VER FILOUT22)'
                   DELIMITED BY SIZE INTO WS-EVT-MENSAJE
               PERFORM 9401-GRABAR-EVENTO
           END-IF.

      *----------------------------------------------------------------+
       9099K-AVISAR-ANTERIOR-ACTIVA.
      *----------------------------------------------------------------+
      *    MISMO CRITERIO QUE 9099C: UN SOLO EVENTO CON EL TOTAL DE
      *    FILOUT27 PARA EL EQUIPO DE SEGURIDAD DE TARJETAS
           IF COUNT-FILOUT27 > 0
               MOVE 'REEMISION_ANT_ACTIVA' TO WS-EVT-TIPO-EVENTO
               MOVE 'WARNING' TO WS-EVT-SEVERIDAD
               MOVE COUNT-FILOUT27 TO WS-RAA-CANT-DISPLAY
               MOVE SPACES TO WS-EVT-MENSAJE
               STRING 'PAN ANTERIOR ACTIVA TRAS REEMISION: '
                      WS-RAA-CANT-DISPLAY ' (VER FILOUT27)'
                   DELIMITED BY SIZE INTO WS-EVT-MENSAJE
               PERFORM 9401-GRABAR-EVENTO
           END-IF.

      *----------------------------------------------------------------+
       9099D-REPORTE-ADICIONALES-TITULAR.
      *----------------------------------------------------------------+
      *    DOS PASADAS SOBRE EL ARCHIVO DE TRABAJO DE 3650: LA PRIMERA
      *    CARGA LAS TITULARES CON BLOQUEO PERMANENTE Y LAS ORDENA POR
      *    CUENTA; LA SEGUNDA BUSCA CADA ADICIONAL USABLE EN ESA TABLA
      *    Y, SI SU CUENTA ESTA AHI, LA REPORTA EN FILOUT23. TERMINADO
      *    EL CRUCE, EL ARCHIVO DE TRABAJO SE BORRA
           CLOSE FILADWRK
           MOVE 'N' TO WS-ADW-ABIERTO
           MOVE ZERO TO WS-CANT-TPB
           MOVE 'N' TO EOF-FILADWRK
           OPEN INPUT FILADWRK
           IF FS-FILADWRK = '00'
               PERFORM 9099E-LEER-ADWRK
               PERFORM UNTIL EOF-FILADWRK = 'S'
                   IF ADW-TIPO = 'T'
                       PERFORM 9099F-GUARDAR-TITULAR-PERM
                   END-IF
                   PERFORM 9099E-LEER-ADWRK
               END-PERFORM
               CLOSE FILADWRK
           END-IF
           IF WS-CANT-TPB > 1
               SORT WS-TPB-ENTRY ON ASCENDING KEY WS-TPB-NUMB
           END-IF
           OPEN OUTPUT FILOUT23
           IF FS-FILOUT23 NOT = '00'
               MOVE '9099D-ADICIONALES-TIT' TO WS-AUDIT-RUTINA
               MOVE 'OPEN FILOUT23' TO WS-AUDIT-ACCION
               MOVE FS-FILOUT23 TO WS-AUDIT-STATUS
               MOVE 'NO SE PUDO ABRIR EL REPORTE DE ADICIONALES' TO
                   WS-AUDIT-MENSAJE
               PERFORM 9400-GRABAR-AUDITORIA
           ELSE
               IF WS-CANT-TPB > 0
                   MOVE 'N' TO EOF-FILADWRK
                   OPEN INPUT FILADWRK
                   PERFORM 9099E-LEER-ADWRK
                   PERFORM UNTIL EOF-FILADWRK = 'S'
                       IF ADW-TIPO = 'A'
                           PERFORM 9099G-CRUZAR-ADICIONAL
                       END-IF
                       PERFORM 9099E-LEER-ADWRK
                   END-PERFORM
                   CLOSE FILADWRK
               END-IF
               CLOSE FILOUT23
               DELETE FILE FILADWRK
           END-IF.

      *----------------------------------------------------------------+
       9099E-LEER-ADWRK.
      *----------------------------------------------------------------+
           READ FILADWRK
               AT END
                   MOVE 'S' TO EOF-FILADWRK
               NOT AT END
                   CONTINUE
           END-READ.

      *----------------------------------------------------------------+
       9099F-GUARDAR-TITULAR-PERM.
      *----------------------------------------------------------------+
      *    UNA TABLA LLENA NO ABORTA LA CORRIDA (LOS EXTRACTOS YA ESTAN
      *    GRABADOS); SE AUDITA UNA VEZ Y EL REPORTE SALE INCOMPLETO
           IF WS-CANT-TPB < 200000
               ADD 1 TO WS-CANT-TPB
               SET WS-TPB-IDX TO WS-CANT-TPB
               MOVE ADW-NUMB TO WS-TPB-NUMB(WS-TPB-IDX)
               MOVE ADW-PAN TO WS-TPB-PAN(WS-TPB-IDX)
               MOVE ADW-COD-BLOQ TO WS-TPB-COD-BLOQ(WS-TPB-IDX)
               MOVE ADW-FEC-BLOQ TO WS-TPB-FEC-BLOQ(WS-TPB-IDX)
               IF WS-CANT-TPB = 200000
                   MOVE '9099F-TITULAR-PERM' TO WS-AUDIT-RUTINA
                   MOVE 'CARGAR TITULARES' TO WS-AUDIT-ACCION
                   MOVE '  ' TO WS-AUDIT-STATUS
                   MOVE 'TABLA DE TITULARES PERMANENTES LLENA' TO
                       WS-AUDIT-MENSAJE
                   PERFORM 9400-GRABAR-AUDITORIA
               END-IF
           END-IF.

      *----------------------------------------------------------------+
       9099G-CRUZAR-ADICIONAL.
      *----------------------------------------------------------------+
           SEARCH ALL WS-TPB-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TPB-NUMB(WS-TPB-IDX) = ADW-NUMB
                   MOVE SPACES TO REG-OU23
                   MOVE ADW-NUMB TO ATP-NUMB
                   MOVE ADW-PAN TO ATP-PAN-ADIC
                   MOVE ADW-COD-BLOQ TO ATP-COD-BLOQ-ADIC
                   MOVE ADW-COD-BLOQ TO INF-COD-BLOQ
                   PERFORM 4200-OBTENER-DESC-BLOQUEO
                   MOVE WS-DES-BLOQ TO ATP-DES-BLOQ-ADIC
                   MOVE WS-TPB-PAN(WS-TPB-IDX) TO ATP-PAN-TIT
                   MOVE WS-TPB-COD-BLOQ(WS-TPB-IDX) TO ATP-COD-BLOQ-TIT
                   MOVE WS-TPB-COD-BLOQ(WS-TPB-IDX) TO INF-COD-BLOQ
                   PERFORM 4200-OBTENER-DESC-BLOQUEO
                   MOVE WS-DES-BLOQ TO ATP-DES-BLOQ-TIT
                   MOVE WS-TPB-FEC-BLOQ(WS-TPB-IDX) TO ATP-FEC-BLOQ-TIT
                   MOVE WS-LOTE-ID TO ATP-LOTE-ID
                   WRITE REG-OU23
                   ADD 1 TO COUNT-FILOUT23
           END-SEARCH.

      *----------------------------------------------------------------+
       9099H-REPORTE-PERFILES-ENTIDAD.
      *----------------------------------------------------------------+
      *    UN RENGLON POR ENTIDAD CON EXTRACTOS EN ESTA CORRIDA
      *    (WS-TABLA-ENTIDADES) CON LA VENTANA, EL CSV Y LA RETENCION
      *    CON QUE CORRIO, Y SI CADA UNO SALIO DE SU PERFIL EN
      *    PERFENT.txt O DE PARMDIAS.txt
           OPEN OUTPUT FILOUT25
           IF FS-FILOUT25 NOT = '00'
               MOVE '9099H-PERFILES-ENT' TO WS-AUDIT-RUTINA
               MOVE 'OPEN FILOUT25' TO WS-AUDIT-ACCION
               MOVE FS-FILOUT25 TO WS-AUDIT-STATUS
               MOVE 'NO SE PUDO ABRIR EL LISTADO DE PERFILES' TO
                   WS-AUDIT-MENSAJE
               PERFORM 9400-GRABAR-AUDITORIA
           ELSE
               PERFORM 9099I-GRABAR-LINEA-PERFIL
                   VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-CANT-ENT
               CLOSE FILOUT25
           END-IF.

      *----------------------------------------------------------------+
       9099I-GRABAR-LINEA-PERFIL.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-OU25
           MOVE WS-ENT-COD(WS-ENT-IDX) TO PPE-COD-ENT
           MOVE SPACES TO PPE-NOMBRE-ENT
           IF WS-CANT-EMA-ENT > 0
               SET WS-EME-IDX TO 1
               SEARCH WS-EME-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-EME-COD(WS-EME-IDX) = WS-ENT-COD(WS-ENT-IDX)
                       MOVE WS-EME-NOMBRE(WS-EME-IDX) TO PPE-NOMBRE-ENT
               END-SEARCH
           END-IF
      *    SIN PERFIL, LOS TRES VALORES SON LOS DE PARMDIAS.txt
           MOVE 'PARMDIAS' TO PPE-PERFIL
           MOVE WS-DIAS-ATRAS TO PPE-DIAS-ATRAS
           MOVE 'PARMDIAS' TO PPE-DIAS-ORIGEN
           IF WS-CSV-EXPORT-ACTIVO
               MOVE 'S' TO PPE-CSV
           ELSE
               MOVE 'N' TO PPE-CSV
           END-IF
           MOVE 'PARMDIAS' TO PPE-CSV-ORIGEN
           MOVE WS-RETENCION-DIAS TO PPE-RETENCION
           MOVE 'PARMDIAS' TO PPE-RET-ORIGEN
           IF WS-CANT-PERFILES > 0
               SEARCH ALL WS-PFE-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PFE-COD(WS-PFE-IDX) = WS-ENT-COD(WS-ENT-IDX)
                       PERFORM 9099J-CARGAR-LINEA-PERFIL
               END-SEARCH
           END-IF
           MOVE WS-ENT-CNT-FILOUT1(WS-ENT-IDX) TO PPE-CNT-FILOUT1
           MOVE WS-ENT-CNT-FILOUT2(WS-ENT-IDX) TO PPE-CNT-FILOUT2
           MOVE WS-LOTE-ID TO PPE-LOTE-ID
           WRITE REG-OU25
           ADD 1 TO COUNT-FILOUT25
           DISPLAY 'PERFIL ENTIDAD ' PPE-COD-ENT ': ' PPE-PERFIL
                   ' VENTANA ' PPE-DIAS-ATRAS ' CSV ' PPE-CSV
                   ' RETENCION ' PPE-RETENCION.

      *----------------------------------------------------------------+
       9099J-CARGAR-LINEA-PERFIL.
      *----------------------------------------------------------------+
           MOVE 'PERFENT' TO PPE-PERFIL
           MOVE WS-PFE-DIAS-ATRAS(WS-PFE-IDX) TO PPE-DIAS-ATRAS
           MOVE WS-PFE-CSV(WS-PFE-IDX) TO PPE-CSV
           MOVE WS-PFE-RETENCION(WS-PFE-IDX) TO PPE-RETENCION
           IF WS-PFE-DIAS-ORIGEN(WS-PFE-IDX) = 'P'
               MOVE 'PERFENT' TO PPE-DIAS-ORIGEN
           END-IF
           IF WS-PFE-CSV-ORIGEN(WS-PFE-IDX) = 'P'
               MOVE 'PERFENT' TO PPE-CSV-ORIGEN
           END-IF
           IF WS-PFE-RET-ORIGEN(WS-PFE-IDX) = 'P'
               MOVE 'PERFENT' TO PPE-RET-ORIGEN
           END-IF.

      *----------------------------------------------------------------+
       9100-CERRAR-ARCHIVOS.
      *----------------------------------------------------------------+
                 FILOUT2 FILOUT2S FILOUT3 FILOUT4 FILOUT5
                 FILOUT6 FILOUT7 FILAUDIT FILEVT FILBLHIS FILOUT8
                 FILOUT10 FILOUT15 FILOUT16 FILOUT17 FILOUT19
                 FILOUT20 FILOUT22 FILOUT24 FILOUT27 FILRETEN
                 FILFALLE FILCTAM
           IF WS-ADW-ABIERTO = 'S'
               CLOSE FILADWRK
               MOVE 'N' TO WS-ADW-ABIERTO
           END-IF
           IF WS-SNV-ABIERTO = 'S'
               CLOSE FILSUSNV
               MOVE 'N' TO WS-SNV-ABIERTO
           END-IF
           IF WS-SCF-ABIERTO = 'S'
               CLOSE FILSOLCF
               MOVE 'N' TO WS-SCF-ABIERTO
           END-IF
           IF WS-CSV-EXPORT-ACTIVO
               CLOSE FILOUT1CSV FILOUT2CSV
           END-IF.
      *----------------------------------------------------------------+
      *    UN RENGLON EN AUDITORIA.txt POR ERROR TECNICO; WS-AUDIT-
      *    RUTINA/ACCION/STATUS/MENSAJE SE CARGAN ANTES DE LLAMAR A
      *    ESTE PARRAFO (VER 1300-PREPARAR-ARCHIVOS Y 2290-ERROR-
      *    MAESTRO-ABEND)
           MOVE SPACES TO REG-AUDITLOG
           MOVE WS-FECHA-YYYYMMDD TO AUD-FECHA
           MOVE WS-HORA-SISTEMA(1:6) TO AUD-HORA
      *    MONITOREO (PICO DE BLOQUEOS, SLA EXCEDIDO, TABLA CASI LLENA);
      *    WS-EVT-TIPO-EVENTO/SEVERIDAD/MENSAJE SE CARGAN ANTES DE
      *    LLAMAR A ESTE PARRAFO (VER 9062-ALERTAR-PICO-FILOUT2,
      *    9065-VERIFICAR-SLA-TIEMPO Y 1164C-TABLA-VIP-LLENA-ABEND)
           MOVE SPACES TO REG-EVENTLOG
           MOVE WS-FECHA-YYYYMMDD TO EVT-FECHA
           MOVE WS-HORA-SISTEMA(1:6) TO EVT-HORA
           DISPLAY '             DETALLES PROCESO            '
           DISPLAY '========================================='
           DISPLAY 'REG. LEIDOS FILINP1 = ' COUNT-FILINP1
           DISPLAY 'CUENTAS DADAS DE ALTA EN CTAMAST = '
                   COUNT-CTM-ALTAS
           DISPLAY 'CUENTAS MODIFICADAS EN CTAMAST = '
                   COUNT-CTM-CAMBIOS
           DISPLAY 'CUENTAS CERRADAS EN CTAMAST = ' COUNT-CTM-CIERRES
           DISPLAY 'NOVEDADES DE FILINP1 OMITIDAS = '
                   COUNT-CTM-OMITIDAS
           DISPLAY 'REG. LEIDOS FILINP2 = ' COUNT-FILINP2
           DISPLAY '  EN LAYOUT V01 = ' COUNT-IN2-V01
                   '  EN LAYOUT V02 = ' COUNT-IN2-V02
           DISPLAY 'REG. IMPRESOS FILOUT9 (BLOQUEOS) = ' COUNT-FILOUT9
           DISPLAY 'REG. DESBLOQUEOS DETECTADOS FILOUT10 = '
                   COUNT-FILOUT10
           DISPLAY 'BLOQUEOS URGENTES AUN SIN BLOQUEO EN FILINP2 = '
                   COUNT-URGENTE-PENDIENTE
           DISPLAY 'REG. GRABAD FILOUT1 POR ENTIDAD = ' COUNT-FILOUT1ENT
           DISPLAY 'REG. GRABAD FILOUT2 POR ENTIDAD = ' COUNT-FILOUT2ENT
           DISPLAY 'REG. PENDIENTES DE CIERRE FILOUT15 = '
           DISPLAY 'REG. PAN TRUNCADOS FILOUT16 = ' COUNT-FILOUT16
           DISPLAY 'RETENCIONES A CUENTAS DE DEPOSITO = '
                   COUNT-RETENCIONES
           DISPLAY 'CLIENTES DE DEPOSITO CON TITULAR FALLECIDO = '
                   COUNT-FALLECIDOS
           DISPLAY 'PAN CON BIN INCONSISTENTE FILOUT17 = '
                   COUNT-FILOUT17
           DISPLAY 'CODIGOS DESCONOCIDOS FILOUT19 = ' COUNT-FILOUT19
           DISPLAY 'TARJETAS INFORMADAS BAJO SUCURSAL FUSIONADA = '
                   COUNT-SUC-REMAPEADAS
           DISPLAY 'TARJETAS VENCIDAS ACTIVAS FILOUT20 = '
                   COUNT-FILOUT20
           DISPLAY 'TRANSICIONES DE BLOQUEO ILEGALES FILOUT22 = '
                   COUNT-FILOUT22
           DISPLAY 'ADICIONALES BAJO TITULAR PERMANENTE FILOUT23 = '
                   COUNT-FILOUT23
           DISPLAY 'TARJETAS DEL SUSPENSO CON CUENTA HOY = '
                   COUNT-SUSP-REMATCH
           DISPLAY 'TARJETAS DEL SUSPENSO YA RECIBIDAS HOY = '
                   COUNT-SUSP-RESUELTO
           DISPLAY 'TARJETAS QUE SIGUEN EN SUSPENSO = ' COUNT-FILSUSP
           DISPLAY 'RECHAZOS DEFINITIVOS FILOUT24 = ' COUNT-FILOUT24
           DISPLAY 'SOLICITUDES AL PROCESADOR CONFIRMADAS = '
                   COUNT-SOL-CONFIRMADA
           DISPLAY 'SOLICITUDES AL PROCESADOR REEMPLAZADAS = '
                   COUNT-SOL-REEMPLAZADA
           DISPLAY 'SOLICITUDES AL PROCESADOR PENDIENTES = '
                   COUNT-SOL-PENDIENTE
           DISPLAY 'SOLICITUDES SIN CONFIRMAR FILOUT26 = '
                   COUNT-FILOUT26
           DISPLAY 'PAN ANTERIORES AUN ACTIVAS FILOUT27 = '
                   COUNT-FILOUT27
           DISPLAY 'REG. GRABAD CSV FILOUT1 POR ENTIDAD = '
                   COUNT-FILOUT1ECSV
           DISPLAY 'REG. GRABAD CSV FILOUT2 POR ENTIDAD = '
                   COUNT-FILOUT2ECSV
           DISPLAY 'ENTIDADES EN LISTADO DE PERFILES FILOUT25 = '
                   COUNT-FILOUT25
           IF WS-EN-MODO-DELTA
               DISPLAY 'REG. OMITIDOS POR MODO DELTA = '
                       COUNT-DELTA-OMITIDO
           END-IF
           DISPLAY ' '
           PERFORM 9210-GRABAR-CONTROL
           PERFORM 9211-GRABAR-CONTROL-ENTIDAD
           PERFORM 9220-GRABAR-RUNPLAN.

      *----------------------------------------------------------------+
           WRITE REG-CTRL
           CLOSE FILCTRL.

      *----------------------------------------------------------------+
       9211-GRABAR-CONTROL-ENTIDAD.
      *----------------------------------------------------------------+
      *    DESGLOSE POR ENTIDAD DEL RENGLON QUE 9210 ACABA DE GRABAR:
      *    LA SUMA DE CEN-TARJETAS DE UNA CORRIDA ES CTL-MATCHES, Y
      *    CEN-GRABAD-OUT1/OUT2 SON LAS CANTIDADES QUE 9230 DECLARA EN
      *    TRANSMISIONES.txt PARA LOS EXTRACTOS DE LA ENTIDAD. MISMO
      *    PATRON "CREAR SI NO EXISTE" DE 9210
           OPEN EXTEND FILCTLENT
           IF FS-FILCTLENT = '35'
               OPEN OUTPUT FILCTLENT
               CLOSE FILCTLENT
               OPEN EXTEND FILCTLENT
           END-IF
           IF FS-FILCTLENT NOT = '00'
               DISPLAY 'NO SE PUDO ABRIR ' WS-NOM-FILCTLENT
                       ' - STATUS: ' FS-FILCTLENT
           ELSE
      *        UNA CORRIDA SIN ENTIDADES DEJA UN RENGLON CON ENTIDAD
      *        EN BLANCO, PARA QUE IGUAL CUENTE COMO ULTIMA CORRIDA
               IF WS-CANT-ENT = 0
                   MOVE SPACES TO REG-CTLENT
                   MOVE WS-FECHA-DISPLAY TO CEN-FECHA-EJEC
                   MOVE WS-FECHA-YYYYMMDD TO CEN-FECHA-NEG
                   MOVE WS-LOTE-ID TO CEN-LOTE-ID
                   MOVE WS-PART-SUFIJO TO CEN-PARTICION
                   MOVE ZERO TO CEN-TARJETAS
                   MOVE ZERO TO CEN-GRABAD-OUT1
                   MOVE ZERO TO CEN-GRABAD-OUT2
                   WRITE REG-CTLENT
               END-IF
               PERFORM 9212-ESCRIBIR-CONTROL-ENTIDAD
                   VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-CANT-ENT
               CLOSE FILCTLENT
           END-IF.

      *----------------------------------------------------------------+
       9212-ESCRIBIR-CONTROL-ENTIDAD.
      *----------------------------------------------------------------+
           MOVE SPACES TO REG-CTLENT
           MOVE WS-FECHA-DISPLAY TO CEN-FECHA-EJEC
           MOVE WS-FECHA-YYYYMMDD TO CEN-FECHA-NEG
           MOVE WS-LOTE-ID TO CEN-LOTE-ID
           MOVE WS-PART-SUFIJO TO CEN-PARTICION
           MOVE WS-ENT-COD(WS-ENT-IDX) TO CEN-COD-ENT
           MOVE WS-ENT-CNT-TARJETAS(WS-ENT-IDX) TO CEN-TARJETAS
           MOVE WS-ENT-CNT-FILOUT1(WS-ENT-IDX) TO CEN-GRABAD-OUT1
           MOVE WS-ENT-CNT-FILOUT2(WS-ENT-IDX) TO CEN-GRABAD-OUT2
           WRITE REG-CTLENT.

      *----------------------------------------------------------------+
       9220-GRABAR-RUNPLAN.
      *----------------------------------------------------------------+
               CLOSE FILRUNPLAN
               OPEN EXTEND FILRUNPLAN
           END-IF
           MOVE SPACES TO REG-RUNPLAN
           MOVE 'PROGRAM1' TO RPL-PROGRAMA
           MOVE WS-LOTE-ID TO RPL-LOTE-ID
           MOVE WS-FECHA-YYYYMMDD TO RPL-FECHA-NEG
               PERFORM 9241-GRABAR-CATALOGO
               MOVE WS-NOM-FILOUT16 TO WS-CAT-NOMBRE
               PERFORM 9241-GRABAR-CATALOGO
               MOVE WS-NOM-FILOUT20 TO WS-CAT-NOMBRE
               PERFORM 9241-GRABAR-CATALOGO
               MOVE WS-NOM-FILOUT21 TO WS-CAT-NOMBRE
               PERFORM 9241-GRABAR-CATALOGO
               MOVE WS-NOM-FILOUT22 TO WS-CAT-NOMBRE
               PERFORM 9241-GRABAR-CATALOGO
               MOVE WS-NOM-FILOUT23 TO WS-CAT-NOMBRE
               PERFORM 9241-GRABAR-CATALOGO
               MOVE WS-NOM-FILOUT24 TO WS-CAT-NOMBRE
               PERFORM 9241-GRABAR-CATALOGO
               MOVE WS-NOM-FILOUT25 TO WS-CAT-NOMBRE
               PERFORM 9241-GRABAR-CATALOGO
               MOVE WS-NOM-FILOUT27 TO WS-CAT-NOMBRE
               PERFORM 9241-GRABAR-CATALOGO
               IF WS-SOL-ACTIVO = 'S'
                   MOVE WS-NOM-FILOUT26 TO WS-CAT-NOMBRE
                   PERFORM 9241-GRABAR-CATALOGO
               END-IF
               IF WS-CSV-EXPORT-ACTIVO
                   MOVE 'EXTRACTO' TO WS-CAT-TIPO
                   MOVE WS-NOM-FILOUT1CSV TO WS-CAT-NOMBRE
                       WS-SUFIJO-ARCHIVO DELIMITED BY SIZE
                   INTO WS-CAT-NOMBRE
               PERFORM 9241-GRABAR-CATALOGO
           END-IF
      *    Y SUS COPIAS CSV, SI EL PERFIL DE LA ENTIDAD LAS PIDE
           MOVE WS-ENT-COD(WS-ENT-IDX) TO WS-PFE-BUSCAR-ENT
           PERFORM 3515-UBICAR-PERFIL-ENTIDAD
           IF WS-PFE-ACT-CSV = 'S'
               IF WS-ENT-FILOUT1-INIC(WS-ENT-IDX) = 'S'
                   MOVE SPACES TO WS-CAT-NOMBRE
                   STRING 'FILOUT1_' WS-ENT-COD(WS-ENT-IDX) '_'
                           WS-FECHA-YYYYMMDD DELIMITED BY SIZE
                           WS-SUFIJO-CSV DELIMITED BY SIZE
                       INTO WS-CAT-NOMBRE
                   PERFORM 9241-GRABAR-CATALOGO
               END-IF
               IF WS-ENT-FILOUT2-INIC(WS-ENT-IDX) = 'S'
                   MOVE SPACES TO WS-CAT-NOMBRE
                   STRING 'FILOUT2_' WS-ENT-COD(WS-ENT-IDX) '_'
                           WS-FECHA-YYYYMMDD DELIMITED BY SIZE
                           WS-SUFIJO-CSV DELIMITED BY SIZE
                       INTO WS-CAT-NOMBRE
                   PERFORM 9241-GRABAR-CATALOGO
               END-IF
           END-IF.

      *----------------------------------------------------------------+
