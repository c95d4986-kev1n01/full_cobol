           SELECT FILOVERRIDE ASSIGN TO 'CANDADO_OVERRIDE.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILOVERRIDE.
      * EL OVERRIDE SOLO VALE SI EL USUARIO QUE LO FIRMA TIENE LA
      * FUNCION CANDADO VIGENTE EN OPERADORES.txt (COPY OPERADOR); EL
      * INTENTO QUEDA EN LA BITACORA COMUN ACCESOS.txt (COPY ACCLOG)
           SELECT FOPERADORES ASSIGN TO 'OPERADORES.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FOPERADORES.
           SELECT FACCESOS ASSIGN TO 'ACCESOS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FACCESOS.
      * HISTORIA DE SALDOS DIARIOS: AL CIERRE DE CADA CORRIDA DE
      * POSTEO SE GRABA UNA FOTO DEL SALDO DE CADA CLIENTE (VER
      * GRABAR-SALDOS-DIARIOS); EL DEVENGO LA USA PARA CALCULAR EL
           SELECT FORDGEN ASSIGN TO 'ordenes_generadas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FORDGEN.
      * CARGOS DE TARJETA (CUOTA ANUAL Y REPOSICION DE PLASTICO) QUE
      * CUOTAS01 DEJA PARA LA CUENTA DE DEPOSITO VINCULADA; ENTRAN AL
      * SORT COMO UN ORIGEN MAS CON CANAL 'CUOTTJ' Y, AL CERRAR LA
      * CORRIDA, EL ARCHIVO SE VACIA (VER VACIAR-CARGOS-TARJETA). SI
      * NO EXISTE NO HAY NINGUN CARGO PENDIENTE
           SELECT FCARGOSTJ ASSIGN TO 'cargos_tarjeta.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCARGOSTJ.
      * MOVIMIENTOS DE CERTIFICADOS A PLAZO QUE DEJA PSA11 (FONDEO DE
      * APERTURAS, INTERES Y RETENCION AL VENCIMIENTO, DEVOLUCION DEL
      * PRINCIPAL); MISMO TRATAMIENTO QUE cargos_tarjeta.dat: ENTRAN AL
      * SORT COMO UN ORIGEN MAS Y SE VACIA AL CERRAR LA CORRIDA (VER
      * VACIAR-MOVIMIENTOS-PLAZO)
           SELECT FMOVPLZ ASSIGN TO 'movimientos_plazo_fijo.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FMOVPLZ.
      * MOVIMIENTOS DE PRESTAMOS QUE DEJA PSA12 (DESEMBOLSO Y COBRO DE
      * CUOTAS); MISMO TRATAMIENTO QUE movimientos_plazo_fijo.dat (VER
      * VACIAR-MOVIMIENTOS-PRESTAMO)
           SELECT FMOVPRE ASSIGN TO 'movimientos_prestamos.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FMOVPRE.
      * CHEQUERAS EMITIDAS Y ORDENES DE NO PAGO MANTENIDAS POR PSA02
      * (COPY CHEQUERA/CHQNOPAG); CADA CHEQUE PRESENTADO (CANAL
      * WS-CANAL-CHEQUE) SE VALIDA CONTRA ELLAS (VER VALIDAR-CHEQUE)
           SELECT FCHEQUERAS ASSIGN TO 'chequeras.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCHEQUERAS.
           SELECT FNOPAGO ASSIGN TO 'cheques_no_pagar.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FNOPAGO.
      * CHEQUES DEVUELTOS AL BANCO PRESENTADOR, UN RENGLON POR CHEQUE
      * CON SU MOTIVO (VER DEVOLVER-CHEQUE); MISMO TRATO OUTPUT/EXTEND
      * DE REINICIO QUE movimientos_rechazados.txt
           SELECT FCHQDEV ASSIGN TO 'cheques_devueltos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCHQDEV.
      * COMISIONES POR CHEQUE DEVUELTO: PSA01 LAS DEJA AL CERRAR EL
      * GRUPO DEL CLIENTE (VER GRABAR-COMISION-CHEQUE) Y LAS POSTEA LA
      * CORRIDA SIGUIENTE COMO UN ORIGEN MAS DEL SORT, IGUAL QUE LOS
      * CARGOS DE TARJETA DE CUOTAS01
           SELECT FCOMCHQ ASSIGN TO 'comisiones_cheques.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCOMCHQ.
      * CONTEO DE DEVOLUCIONES POR FONDOS INSUFICIENTES POR CLIENTE
      * (VER ACTUALIZAR-CONTEO-NSF) Y LISTA DE CLIENTES QUE LLEGARON
      * AL UMBRAL EN ESTA CORRIDA, PARA LA DECISION DE SUSPENDER SUS
      * CHEQUERAS (TRANSACCION 'S' DE PSA02)
           SELECT FCHQNSF ASSIGN TO 'cheques_nsf_clientes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCHQNSF.
           SELECT FCHQSUSP ASSIGN TO 'chequeras_suspension.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCHQSUSP.
      * TRANSFERENCIAS A CUENTAS DE OTROS BANCOS (CANAL 'TRFEXT') YA
      * DEBITADAS AL CLIENTE (COPY TRFSAL); PSA13 ARMA CON ELLAS EL
      * ARCHIVO DE SALIDA A LA CAMARA. MISMO TRATO OUTPUT/EXTEND DE
      * REINICIO QUE transferencias_destino.dat
           SELECT FTRFSAL ASSIGN TO 'transferencias_salientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FTRFSAL.
      * REINTEGROS DE TRANSFERENCIAS DEVUELTAS POR LA CAMARA QUE DEJA
      * PSA13 (CANAL 'TRFDEV'); UN ORIGEN MAS DEL SORT QUE SE VACIA
      * AL CERRAR LA CORRIDA, IGUAL QUE movimientos_prestamos.dat
           SELECT FTRFDEV ASSIGN TO 'transferencias_devueltas.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FTRFDEV.
      * PLANILLAS DE EMPLEADORES QUE DEJA PSA14 (CANALES 'NOMINA' Y
      * 'NOMDEV'); UN ORIGEN MAS DEL SORT QUE SE VACIA AL CERRAR LA
      * CORRIDA, IGUAL QUE movimientos_prestamos.dat
           SELECT FMOVNOM ASSIGN TO 'movimientos_nomina.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FMOVNOM.
      * TARIFARIO POR CANAL Y TIPO DE MOVIMIENTO (USOS GRATIS POR MES,
      * MONTO TOPE Y COMISION), MANTENIDO POR PRODUCTOS SIN
      * RECOMPILAR, IGUAL QUE CUENTASGL.txt; SIN ESTE ARCHIVO NO SE
      * COBRAN COMISIONES POR CANAL (VER CARGAR-TARIFAS-CANAL)
           SELECT FTARIFAS ASSIGN TO 'TARIFASCANAL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FTARIFAS.
      * USOS DEL MES POR CLIENTE, CANAL Y TIPO ENTRE CORRIDAS; SE
      * REESCRIBE AL FINAL CON LO DE ESTA CORRIDA (VER ACTUALIZAR-USO-
      * CANALES), IGUAL QUE cheques_nsf_clientes.dat
           SELECT FUSOMES ASSIGN TO 'uso_canales_clientes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUSOMES.
      * USOS Y COMISIONES DE CADA CLIENTE EN ESTA CORRIDA, UN RENGLON
      * POR CANAL Y TIPO AL CERRAR EL GRUPO; MISMO TRATO OUTPUT/EXTEND
      * DE REINICIO QUE cheques_devueltos.txt, ASI QUE AL TERMINAR
      * TIENE LAS DOS MITADES DE UN LOTE REINICIADO
           SELECT FUSOCAN ASSIGN TO 'uso_canales_corrida.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FUSOCAN.
      * COMISIONES POR CANAL: PSA01 LAS DEJA AL CERRAR EL GRUPO DEL
      * CLIENTE (VER GRABAR-COMISION-CANAL) Y LAS POSTEA LA CORRIDA
      * SIGUIENTE COMO UN ORIGEN MAS DEL SORT, IGUAL QUE
      * comisiones_cheques.dat
           SELECT FCOMCAN ASSIGN TO 'comisiones_canal.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCOMCAN.
      * INGRESO POR COMISIONES DEL MES POR CANAL,
      * comisiones_canal_<AAAAMM>.txt; SE REESCRIBE EN CADA CORRIDA
      * CON EL ACUMULADO DEL MES (VER GRABAR-REPORTE-COMISIONES)
           SELECT FREPCAN ASSIGN TO WS-NOM-FREPCAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREPCAN.
      * TABLA DIARIA DE TIPOS DE CAMBIO (MONEDA, FECHA, TASA A LA
      * MONEDA BASE CRC), MANTENIDA POR TESORERIA; PARA CADA MONEDA SE
      * TOMA LA TASA MAS RECIENTE NO POSTERIOR A LA FECHA DE NEGOCIO
           SELECT MOVPOST ASSIGN TO 'movimientos_posteados.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVPOST.
      * ARCHIVO HISTORICO DE CLAVES POSTEADAS QUE YA SALIERON DE LA
      * VENTANA DEL ANTIDUPLICADOS (VER ARCHIVAR-MOVPOST); UNO POR MES
      * DEL MOVIMIENTO, movimientos_posteados_AAAAMM.dat, MISMO LAYOUT
      * QUE movimientos_posteados.dat. PSA08 LOS SIGUE CONSULTANDO
           SELECT MOVPOSTARCH ASSIGN TO WS-NOM-MOVPOSTARCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-MOVPOSTARCH.
      * REPORTE DE OPERACION DE LA DEPURACION DE movimientos_posteados
      * (VER GRABAR-DEPURACION-MOVPOST); CRECE ENTRE CORRIDAS, UN
      * RENGLON POR CORRIDA, MISMO PATRON QUE CONTROL_PSA01.txt
           SELECT FDEPMOVPOST ASSIGN TO 'depuracion_posteados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FDEPMOVPOST.
      * PUNTO DE REINICIO DEL POSTEO (VER GRABAR-CHECKPOINT/LEER-
      * CHECKPOINT), MISMO ESQUEMA QUE CHECKPOINT.txt EN PROGRAM1: UN
      * RENGLON DE CABECERA CON LOS TOTALES Y A CONTINUACION UNO POR
      * CANAL. VACIO = LA ULTIMA CORRIDA TERMINO COMPLETA
           SELECT FCKPT ASSIGN TO 'CHECKPOINT_PSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCKPT.
      * SALIDA SECUENCIAL QUE UN REINICIO RECORTA HASTA LO QUE YA
      * ESTABA GRABADO AL MOMENTO DEL CHECKPOINT (VER TRUNCAR-ARCHIVO-
      * REINICIO); EL NOMBRE SE ARMA EN WS-NOM-REINICIO Y EL RECORTE
      * PASA POR EL ARCHIVO DE TRABAJO FREINWRK
           SELECT FREINICIO ASSIGN TO WS-NOM-REINICIO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREINICIO.
           SELECT FREINWRK ASSIGN TO 'psa01_reinicio.tmp'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREINWRK.
      * COLA DE MOVIMIENTOS FECHADOS DESPUES DE LA FECHA DE NEGOCIO (VER
      * CARGAR-Y-LIBERAR-PENDIENTES/ENCOLAR-MOVIMIENTO-PENDIENTE); SI NO
      * EXISTE NO HAY NINGUN MOVIMIENTO PENDIENTE TODAVIA
           SELECT FRETEN ASSIGN TO 'retenciones_clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRETEN.
      * EMBARGOS JUDICIALES (COPY EMBARGO) QUE MANTIENE PSA02; A
      * DIFERENCIA DE LA RETENCION NO BLOQUEA LA CUENTA, SOLO RESERVA
      * LO PENDIENTE DE CADA ORDEN VIGENTE Y LO EMBARGA AL CERRAR EL
      * POSTEO (VER APLICAR-EMBARGOS), QUE REESCRIBE EL ARCHIVO CON LO
      * EMBARGADO. LO COBRADO EN LA CORRIDA SE REMITE AL JUZGADO EN
      * remesas_embargos.txt, QUE SE REGENERA EN CADA CORRIDA
           SELECT FEMBARGOS ASSIGN TO 'embargos_clientes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FEMBARGOS.
      * VINCULOS DE BARRIDO AUTOMATICO (COPY BARRIDO) QUE MANTIENE
      * PSA02: UN DEBITO QUE DEJARIA EN NEGATIVO LA CUENTA CUBIERTA
      * TRAE ANTES EL FALTANTE DE SU CUENTA DE FONDEO (VER
      * EVALUAR-BARRIDO). CADA BARRIDO DE LA CORRIDA QUEDA EN
      * barridos_aplicados.txt, QUE SE REGENERA EN CADA CORRIDA
           SELECT FBARRIDOS ASSIGN TO 'barridos_cuenta.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FBARRIDOS.
           SELECT FBARAPL ASSIGN TO 'barridos_aplicados.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FBARAPL.
      * ALERTAS AL CLIENTE: PREFERENCIAS QUE MANTIENE PSA02 (COPY
      * ALERTPRF) Y EXTRACTO PARA LA PASARELA DE SMS/CORREO (COPY
      * ALERTA), ESCRITO AL CERRAR CADA GRUPO CON EL MISMO TRATO
      * OUTPUT/EXTEND DE REINICIO QUE LAS DEMAS SALIDAS DEL POSTEO
           SELECT FALEPRF ASSIGN TO 'alertas_preferencias.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FALEPRF.
           SELECT FALERTAS ASSIGN TO 'alertas_clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FALERTAS.
      * CANALES POR LOS QUE CADA CLIENTE YA HIZO ALGUN DEBITO, PARA
      * LA ALERTA DE CANAL NUEVO; LOS QUE APARECEN EN LA CORRIDA VAN
      * A canales_nuevos_corrida.txt AL CERRAR EL GRUPO Y SE AGREGAN
      * AL FINAL (VER ACTUALIZAR-CANALES-CLIENTES), IGUAL QUE
      * uso_canales_corrida.txt
           SELECT FCANCLI ASSIGN TO 'canales_clientes.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCANCLI.
           SELECT FCANNUE ASSIGN TO 'canales_nuevos_corrida.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCANNUE.
      * DEPOSITOS Y RETIROS DE VENTANILLA APLICADOS EN LA CORRIDA, CON
      * SU SUCURSAL Y CAJERO (COPY CAJAPOS), PARA EL CUADRE DE GAVETAS
      * DE PSA19; SE REESCRIBE POR CORRIDA
           SELECT FCAJPOS ASSIGN TO 'caja_posteada.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCAJPOS.
      * RETIROS POR CAJERO AUTOMATICO APLICADOS EN LA CORRIDA, CON LA
      * REFERENCIA DEL SWITCH (COPY ATMPOS), PARA LA CONCILIACION DE
      * LA LIQUIDACION DEL SWITCH EN PSA20; SE REESCRIBE POR CORRIDA
           SELECT FATMPOS ASSIGN TO 'atm_posteado.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FATMPOS.
           SELECT FREMEMB ASSIGN TO 'remesas_embargos.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FREMEMB.
      * HISTORICO INDEXADO DE MOVIMIENTOS APLICADOS, CLAVE CLIENTE +
      * FECHA + SECUENCIA (VER GRABAR-MOVHIST): CADA MOVIMIENTO
      * ACEPTADO SE AGREGA AQUI EN EL MOMENTO DE POSTEARSE, PARA QUE
           SELECT FGLMAP ASSIGN TO 'CUENTASGL.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FGLMAP.
      * CATALOGO DE PRODUCTOS DE DEPOSITO (VER CARGAR-PRODUCTOS); SIN
      * ARCHIVO TODO CLIENTE SE DEVENGA CON LOS VALORES DEL PARM-CARD
           SELECT FPRODUCTOS ASSIGN TO 'PRODUCTOS.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPRODUCTOS.
      * INTERFAZ DE ASIENTOS CONTABLES DE LA CORRIDA (VER GRABAR-
      * ASIENTOS-GL): UN PAR DEBE/HABER BALANCEADO POR CATEGORIA DE
      * MOVIMIENTO APLICADO, MAS UN RENGLON DE CUADRE POR LOTE-ID;
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FSIMUL.
      * EXTRACTO FISCAL DEL PERIODO: UN RENGLON POR CLIENTE CON EL
      * INTERES BRUTO, LO RETENIDO Y LA MONEDA DE CADA DEVENGO CON
      * INTERES (VER GRABAR-RETENCION-FISCAL); CRECE ENTRE CORRIDAS,
      * PSA17 LO TOTALIZA AL CIERRE DEL EJERCICIO PARA LOS
      * CERTIFICADOS Y LA DECLARACION ANUAL DE RETENCIONES
           SELECT FRETFISC ASSIGN TO 'retencion_fiscal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRETFISC.
      * BITACORA DE DEVENGOS POR CLIENTE (COPY DEVCLI, VER GRABAR-
      * DEVENGO-CLIENTE); CRECE ENTRE CORRIDAS, LA LEE PSA23
           SELECT FDEVCLI ASSIGN TO 'devengos_clientes.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FDEVCLI.
      * MOVIMIENTOS ACEPTADOS EN LA CORRIDA CON FECHA VALOR ANTERIOR A
      * LA FECHA DE NEGOCIO (VER GRABAR-VALOR-RETROACTIVO); SE
      * REGENERA EN CADA CORRIDA Y, CERRADO EL POSTEO, CORRIGE LAS
      * FOTOS DE saldos_diarios.txt Y EL INTERES YA DEVENGADO (VER
      * AJUSTAR-VALOR-RETROACTIVO)
           SELECT FVALRET ASSIGN TO 'valor_retroactivo.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FVALRET.
      * FECHA Y VENTANA DEL ULTIMO DEVENGO REAL: LA REESCRIBE CADA
      * CORRIDA DE DEVENGO Y LA LEE EL POSTEO PARA SABER QUE PARTE
      * DEL CICLO YA QUEDO DEVENGADA
           SELECT FDEVCTL ASSIGN TO 'devengo_control.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FDEVCTL.
      * AJUSTES DE INTERES POR FECHA VALOR DE LA CORRIDA, UN RENGLON
      * POR CLIENTE CON EL INTERES DEVENGADO Y EL RECALCULADO; SE
      * REGENERA EN CADA CORRIDA
           SELECT FAJUVAL ASSIGN TO 'ajustes_interes_valor.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FAJUVAL.

       DATA DIVISION.
       FILE SECTION.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CLJ-SECUENCIA        PIC 9(07). *> ORDEN DENTRO DEL LOTE
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CLJ-IMAGEN           PIC X(90). *> REG-CLIMAST ANTES DEL
                                             *> REWRITE (INCLUYE LOS
                                             *> LIMITES DIARIOS)

           02 CER-PARTICION        PIC X(02).

       FD FILOVERRIDE.
      *    LAS PRIMERAS 8 POSICIONES LLEVAN EL USUARIO DEL OPERADOR
      *    QUE DESTRABA (VER VERIFICAR-OVERRIDE)
       01 REG-OVERRIDE             PIC X(20).

       FD FOPERADORES.
           COPY OPERADOR.

       FD FACCESOS.
           COPY ACCLOG.

       FD FSALDIA.
       01 REG-SALDIA.
           02 SDI-CLI-ID           PIC X(05).
                                             *> M = MENSUAL
           02 FILLER               PIC X(01).
           02 ORD-PROX-FECHA       PIC 9(08). *> PROXIMO VENCIMIENTO
           02 FILLER               PIC X(01).
      *    'S' = SUSPENDIDA (TITULAR FALLECIDO, VER PSA09/
      *    proceso_fallecidos.cbl): NO SE EXPANDE NI AVANZA SU FECHA
      *    HASTA QUE SE REACTIVE A MANO; UN RENGLON ANTERIOR A ESTE
      *    CAMPO LLEGA CON ESPACIOS Y QUEDA VIGENTE
           02 ORD-ESTADO           PIC X(01).

       FD FORDGEN.
       01 ORDGEN-REGISTER          PIC X(100).

       FD FCARGOSTJ.
       01 CARGOTJ-REGISTER         PIC X(100).

       FD FMOVPLZ.
       01 MOVPLZ-REGISTER          PIC X(100).

       FD FMOVPRE.
       01 MOVPRE-REGISTER          PIC X(100).

       FD FCHEQUERAS.
           COPY CHEQUERA.

       FD FNOPAGO.
           COPY CHQNOPAG.

       FD FCHQDEV.
       01 REG-CHQDEV.
           02 CHD-BANCO            PIC X(04). *> BANCO PRESENTADOR
           02 FILLER               PIC X(01).
           02 CHD-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 CHD-NOMBRE           PIC X(20).
           02 FILLER               PIC X(01).
           02 CHD-NRO-CHEQUE       PIC X(07).
           02 FILLER               PIC X(01).
           02 CHD-MONTO            PIC ZZZZ9.99.
           02 FILLER               PIC X(01).
           02 CHD-FECHA            PIC X(08).
           02 FILLER               PIC X(01).
           02 CHD-MOTIVO           PIC X(03). *> NSF/NOP/SUS/NEM
           02 FILLER               PIC X(01).
           02 CHD-DESCRIPCION      PIC X(28).
           02 FILLER               PIC X(01).
           02 CHD-COMISION         PIC X(01). *> S = GENERA COMISION
           02 FILLER               PIC X(01).
           02 CHD-LOTE-ID          PIC X(11).

       FD FCOMCHQ.
       01 COMCHQ-REGISTER          PIC X(100).

       FD FCHQNSF.
       01 REG-CHQNSF.
           02 CHN-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 CHN-NOMBRE           PIC X(20).
           02 FILLER               PIC X(01).
           02 CHN-CANTIDAD         PIC 9(03). *> DEVOLUCIONES NSF
                                             *> DESDE CHN-DESDE
           02 FILLER               PIC X(01).
           02 CHN-DESDE            PIC 9(08).
           02 FILLER               PIC X(01).
           02 CHN-ULTIMA           PIC 9(08).

       FD FCHQSUSP.
       01 CHQSUSP-REGISTER         PIC X(100).

       FD FTRFSAL.
           COPY TRFSAL.

       FD FTRFDEV.
       01 TRFDEV-REGISTER          PIC X(100).

       FD FMOVNOM.
       01 MOVNOM-REGISTER          PIC X(100).

      * TARIFASCANAL.txt: CANAL + TIPO + USOS GRATIS POR MES + MONTO
      * TOPE + COMISION, EN COLUMNAS FIJAS SEPARADAS POR ESPACIO. SOLO
      * PAGAN COMISION LOS MOVIMIENTOS POR DEBAJO DEL TOPE (0 = TODOS)
      * Y A PARTIR DEL USO GRATIS NUMERO TAR-GRATIS + 1 DEL MES
       FD FTARIFAS.
       01 REG-TARIFA.
           02 TAR-CANAL            PIC X(06).
           02 FILLER               PIC X(01).
           02 TAR-TIPO             PIC X(01).
           02 FILLER               PIC X(01).
           02 TAR-GRATIS           PIC 9(03).
           02 FILLER               PIC X(01).
           02 TAR-TOPE             PIC 9(05)V99.
           02 FILLER               PIC X(01).
           02 TAR-COMISION         PIC 9(03)V99.

       FD FUSOMES.
       01 REG-USOMES.
           02 USM-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 USM-PERIODO          PIC 9(06). *> AAAAMM
           02 FILLER               PIC X(01).
           02 USM-CANAL            PIC X(06).
           02 FILLER               PIC X(01).
           02 USM-TIPO             PIC X(01).
           02 FILLER               PIC X(01).
           02 USM-USOS             PIC 9(05).
           02 FILLER               PIC X(01).
           02 USM-COBRADOS         PIC 9(05). *> USOS CON COMISION
           02 FILLER               PIC X(01).
           02 USM-COMISION         PIC 9(07)V99.

      *    MISMO LAYOUT QUE REG-USOMES
       FD FUSOCAN.
       01 REG-USOCAN.
           02 USC-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 USC-PERIODO          PIC 9(06).
           02 FILLER               PIC X(01).
           02 USC-CANAL            PIC X(06).
           02 FILLER               PIC X(01).
           02 USC-TIPO             PIC X(01).
           02 FILLER               PIC X(01).
           02 USC-USOS             PIC 9(05).
           02 FILLER               PIC X(01).
           02 USC-COBRADOS         PIC 9(05).
           02 FILLER               PIC X(01).
           02 USC-COMISION         PIC 9(07)V99.

       FD FCOMCAN.
       01 COMCAN-REGISTER          PIC X(100).

       FD FREPCAN.
       01 REPCAN-REGISTER          PIC X(100).

       FD FTCAMBIO.
       01 REG-TCAMBIO.
           02 TCA-MONEDA           PIC X(03).
                                             *> EN NEGATIVO PARA LA
                                             *> ENTREGA A COBRANZAS;
                                             *> 0 = 90
           02 FILLER                   PIC X(01).
           02 PARM-DIAS-DUPLICADOS     PIC 9(03). *> VENTANA EN DIAS
                                             *> HABILES DEL CONTROL
                                             *> DE DUPLICADOS; LAS
                                             *> CLAVES MAS VIEJAS SE
                                             *> ARCHIVAN; 0 = 60
           02 FILLER                   PIC X(01).
           02 PARM-INTERVALO-CKPT      PIC 9(05). *> GRUPOS DE CLIENTE
                                             *> ENTRE CHECKPOINTS DEL
                                             *> POSTEO; 0 = 500
           02 FILLER                   PIC X(01).
           02 PARM-COMISION-CHQ-DEV    PIC 9(05)V99. *> COMISION POR
                                             *> CHEQUE DEVUELTO;
                                             *> 0 = 25.00
           02 FILLER                   PIC X(01).
           02 PARM-UMBRAL-NSF          PIC 9(02). *> DEVOLUCIONES POR
                                             *> FONDOS INSUFICIENTES EN
                                             *> WS-DIAS-VENTANA-NSF PARA
                                             *> PROPONER SUSPENDER LA
                                             *> CHEQUERA; 0 = 3

      * PERIODOCERRADO.txt (VER CARGAR-PERIODOS-CERRADOS); UN RENGLON
      * POR CLIENTE/PERIODO CERRADO, ESCRITO POR PSA03 (4200-CERRAR-
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CTL-LIMITES          PIC ZZZZZZ9. *> RECHAZADOS POR
                                             *> LIMITE DIARIO
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CTL-BARRIDOS         PIC ZZZZZZ9. *> BARRIDOS DESDE
                                             *> CUENTAS DE FONDEO
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CTL-SUMA-BARRIDOS    PIC ZZZZZZZZ9.99. *> MONTO BARRIDO
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CTL-ALERTAS          PIC ZZZZZZ9. *> ALERTAS AL CLIENTE

      * movimientos_posteados.dat (VER CARGAR-MOVIMIENTOS-POSTEADOS); UN
      * RENGLON POR MOVIMIENTO YA APLICADO, ESCRITO POR GRABAR-
       FD MOVPOST.
       01 MOVPOST-REGISTER         PIC X(40).

       FD MOVPOSTARCH.
       01 MOVPOSTARCH-REGISTER     PIC X(40).

       FD FDEPMOVPOST.
       01 DEPMOVPOST-REGISTER      PIC X(120).

      * CHECKPOINT_PSA01.txt: CABECERA CON EL PUNTO DE REINICIO Y LOS
      * TOTALES DE LA CORRIDA, SEGUIDA DE CKPT-CANT-CANALES RENGLONES
      * REG-CKPT-CANAL Y CKPT-CANT-GL-MONEDAS RENGLONES REG-CKPT-GL-
      * MONEDA (VER GRABAR-CHECKPOINT/RESTAURAR-CHECKPOINT)
       FD FCKPT.
       01 REG-CKPT-PSA01.
           02 CKPT-FASE            PIC X(01). *> P = POSTEANDO,
                                             *> F = POSTEO TERMINADO,
                                             *> CIERRE EN CURSO
           02 CKPT-LOTE-ID         PIC X(11).
           02 CKPT-FECHA-NEGOCIO   PIC 9(08).
           02 CKPT-ULT-CLIENTE     PIC X(05). *> ULTIMO GRUPO CERRADO
      *    MOVIMIENTOS DE movimientos_ord.dat YA CONSUMIDOS; EL
      *    REINICIO LOS SALTA SIN REPROCESARLOS
           02 CKPT-REGISTERS       PIC 9(07).
           02 CKPT-CLIENTES        PIC 9(07).
           02 CKPT-TRANSFERENCIAS  PIC 9(07).
           02 CKPT-CONVERSIONES    PIC 9(07).
           02 CKPT-NEGATIVES       PIC 9(07).
           02 CKPT-RECHAZOS        PIC 9(07).
           02 CKPT-DUPLICADOS      PIC 9(07).
           02 CKPT-RETENIDOS       PIC 9(07).
           02 CKPT-FALLECIDOS      PIC 9(07).
           02 CKPT-LIMITE-DIARIO   PIC 9(07).
           02 CKPT-APLICADOS       PIC 9(07).
           02 CKPT-MOVHIST         PIC 9(07).
           02 CKPT-ORDENES-GEN     PIC 9(07).
           02 CKPT-ORDENES-SUSP    PIC 9(07).
           02 CKPT-CARGOS-TARJETA  PIC 9(07).
           02 CKPT-MOVS-PLAZO      PIC 9(07).
           02 CKPT-MOVS-PRESTAMO   PIC 9(07).
           02 CKPT-COMIS-CHQ-LEIDAS PIC 9(07).
           02 CKPT-CHQ-PAGADOS     PIC 9(07).
           02 CKPT-CHQ-DEVUELTOS   PIC 9(07).
           02 CKPT-CHQ-NSF         PIC 9(07).
           02 CKPT-COMISIONES-CHQ  PIC 9(07).
           02 CKPT-TRF-SALIENTES   PIC 9(07).
           02 CKPT-TRF-DEV-LEIDAS  PIC 9(07).
           02 CKPT-MOVS-NOMINA     PIC 9(07).
           02 CKPT-COMIS-CAN-LEIDAS PIC 9(07).
           02 CKPT-COMISIONES-CAN  PIC 9(07).
           02 CKPT-USOS-CANAL      PIC 9(07).
           02 CKPT-RECH-EMBARGO    PIC 9(07).
           02 CKPT-LOTES-RECH      PIC 9(07).
           02 CKPT-VALOR-RETRO     PIC 9(07).
           02 CKPT-BARRIDOS        PIC 9(07).
           02 CKPT-SUMA-BARRIDOS   PIC 9(09)V99.
           02 CKPT-ALERTAS         PIC 9(07).
           02 CKPT-CANALES-NUEVOS  PIC 9(07).
           02 CKPT-CAJA-POSTEADA   PIC 9(07).
           02 CKPT-ATM-POSTEADO    PIC 9(07).
           02 CKPT-SUMA-LEIDOS     PIC 9(09)V99.
           02 CKPT-SUMA-APLICADOS  PIC 9(09)V99.
      *    ULTIMA SECUENCIA DE climast_journal.dat DEL LOTE Y RENGLONES
      *    YA GRABADOS EN saldos.txt Y movimientos_posteados.dat
           02 CKPT-CLJ-SECUENCIA   PIC 9(07).
           02 CKPT-LIN-SALDOS      PIC 9(07).
           02 CKPT-LIN-MOVPOST     PIC 9(07).
           02 CKPT-CANT-CANALES    PIC 9(02).
           02 CKPT-CANT-GL-MONEDAS PIC 9(02).
      *    MISMO LAYOUT QUE WS-TABLA-LIQUIDACION
           02 CKPT-LIQUIDACION     PIC X(216).
       01 REG-CKPT-CANAL.
           02 CKPT-CAN-NOMBRE      PIC X(06).
           02 CKPT-CAN-CNT-LEIDOS  PIC 9(07).
           02 CKPT-CAN-SUM-LEIDOS  PIC 9(09)V99.
           02 CKPT-CAN-CNT-APLIC   PIC 9(07).
           02 CKPT-CAN-SUM-APLIC   PIC 9(09)V99.
      * ACUMULADOS GL DE UNA MONEDA (VER WS-TABLA-GL-MONEDAS); VAN
      * DESPUES DE LOS RENGLONES DE CANAL
       01 REG-CKPT-GL-MONEDA.
           02 CKPT-GLM-MONEDA      PIC X(03).
           02 CKPT-GLM-TOTALES     PIC X(297).
           02 CKPT-GLM-RETENCION   PIC 9(09)V99.
           02 CKPT-GLM-INT-DEUDOR  PIC 9(09)V99.

       FD FREINICIO.
       01 REINICIO-REGISTER        PIC X(100).

       FD FREINWRK.
       01 REINWRK-REGISTER         PIC X(100).

       FD FPENDIENTES.
       01 PENDIENTE-REGISTER       PIC X(100).

           02 RTN-COD-BLOQ         PIC 9(02).
           02 FILLER               PIC X(45).

       FD FEMBARGOS.
           COPY EMBARGO.

       FD FBARRIDOS.
           COPY BARRIDO.

      * UN RENGLON POR BARRIDO APLICADO: CUBIERTA|FONDEO|MONTO (7
      * DIGITOS SIN PUNTO)|FECHA|MONEDA|LOTE (VER APLICAR-BARRIDO)
       FD FBARAPL.
       01 BARAPL-REGISTER          PIC X(60).

       FD FALEPRF.
           COPY ALERTPRF.

       FD FALERTAS.
           COPY ALERTA.

      * CLIENTE + CANAL + FECHA DEL PRIMER DEBITO POR ESE CANAL, EN
      * COLUMNAS FIJAS SEPARADAS POR ESPACIO; EL ARCHIVO NO NECESITA
      * ESTAR ORDENADO PORQUE SE ORDENA AL CARGARLO
       FD FCANCLI.
       01 REG-CANCLI.
           02 CCL-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 CCL-CANAL            PIC X(06).
           02 FILLER               PIC X(01).
           02 CCL-FECHA            PIC 9(08).

      *    MISMO LAYOUT QUE REG-CANCLI
       FD FCANNUE.
       01 REG-CANNUE.
           02 CNU-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 CNU-CANAL            PIC X(06).
           02 FILLER               PIC X(01).
           02 CNU-FECHA            PIC 9(08).

       FD FCAJPOS.
           COPY CAJAPOS.

       FD FATMPOS.
           COPY ATMPOS.

      * REMESA AL JUZGADO: UN RENGLON POR ORDEN COBRADA EN LA CORRIDA,
      * CON LO QUE QUEDA PENDIENTE DE LA ORDEN DESPUES DEL COBRO
       FD FREMEMB.
       01 REG-REMESA-EMB.
           02 RME-REFERENCIA       PIC X(20).
           02 FILLER               PIC X(01).
           02 RME-JUZGADO          PIC X(20).
           02 FILLER               PIC X(01).
           02 RME-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 RME-NOMBRE           PIC X(20).
           02 FILLER               PIC X(01).
           02 RME-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
           02 RME-MONTO            PIC 9(07)V99.
           02 FILLER               PIC X(01).
           02 RME-PENDIENTE        PIC 9(07)V99.
           02 FILLER               PIC X(01).
           02 RME-FECHA            PIC 9(08).
           02 FILLER               PIC X(01).
           02 RME-LOTE-ID          PIC X(11).

       FD MOVHIST.
       01 REG-MOVHIST.
           02 MHX-KEY.
           02 MHX-REF-TIPO         PIC X(01).
           02 MHX-MONEDA           PIC X(03).
           02 MHX-LOTE-ID          PIC X(11).
      *    CANAL DEL MOVIMIENTO Y CONTRAPARTE DE UNA TRANSFERENCIA
      *    (DESTINO EN EL "T" DEL ORIGEN, ORIGEN EN EL "D" QUE RECIBE
      *    EL DESTINO; SPACES EN LO DEMAS), PARA QUE EL REPORTE DE
      *    EXPOSICION POR FRAUDE (FRAUDE01) NO TENGA QUE VOLVER A
      *    movimientos.dat. NOTA DE MIGRACION: ALARGAN EL REGISTRO; UN
      *    MOVHIST.dat ANTERIOR DEBE DESCARGARSE Y RECARGARSE CON LOS
      *    CAMPOS NUEVOS EN ESPACIOS, IGUAL QUE CLIMAST CON LOS LIMITES
           02 MHX-CANAL            PIC X(06).
           02 MHX-CONTRAPARTE      PIC X(05).
      *    LADO CONTRARIO DE UNA TRANSFERENCIA (EN EL "T" DEL ORIGEN, LO
      *    QUE RECIBIO EL DESTINO; EN EL "D" DEL DESTINO, LO QUE SALIO
      *    DEL ORIGEN) Y TASA CRUZADA APLICADA (UNIDADES DE LA MONEDA
      *    DESTINO POR UNIDAD DE LA MONEDA ORIGEN, 1 SI NO HUBO
      *    CONVERSION); CEROS/ESPACIOS EN LO DEMAS. MISMA NOTA DE
      *    MIGRACION QUE MHX-CANAL
           02 MHX-MONTO-CONTRA     PIC 9(05)V99.
           02 MHX-MONEDA-CONTRA    PIC X(03).
           02 MHX-TASA-CAMBIO      PIC 9(05)V9(06).

      * CUENTASGL.txt: CATEGORIA + CUENTA DEBE + CUENTA HABER, EN
      * COLUMNAS FIJAS SEPARADAS POR ESPACIO (VER CARGAR-CUENTAS-GL)
       FD FGLJOUR.
       01 GLJOUR-REGISTER          PIC X(100).

       FD FPRODUCTOS.
           COPY PRODUCTO.

       FD FSIMUL.
       01 SIMUL-REGISTER           PIC X(130).

       FD FRETFISC.
       01 RETFISC-REGISTER         PIC X(100).

       FD FDEVCLI.
           COPY DEVCLI.

       FD FLIBERADOS.
       01 LIBERADO-REGISTER        PIC X(100).

      * UN RENGLON POR MOVIMIENTO CON FECHA VALOR RETROACTIVA, EN
      * COLUMNAS FIJAS SEPARADAS POR UN ESPACIO
       FD FVALRET.
       01 REG-VALRET.
           02 VRT-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 VRT-FECHA-VALOR      PIC 9(08).
           02 FILLER               PIC X(01).
      *    + = EL MOVIMIENTO SUMA AL SALDO DEL CLIENTE, - = LO RESTA
           02 VRT-SIGNO            PIC X(01).
           02 VRT-MONTO            PIC 9(05)V99.
           02 FILLER               PIC X(01).
           02 VRT-FECHA-MOV        PIC X(08).
           02 FILLER               PIC X(01).
           02 VRT-CANAL            PIC X(06).

       FD FDEVCTL.
       01 REG-DEVCTL.
           02 DVC-FECHA-DEVENGO    PIC 9(08).
           02 FILLER               PIC X(01).
           02 DVC-DIAS-ADB         PIC 9(03).
           02 FILLER               PIC X(01).
           02 DVC-LOTE-ID          PIC X(11).

       FD FAJUVAL.
       01 REG-AJUVAL.
           02 AJV-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 AJV-MONEDA           PIC X(03).
           02 FILLER               PIC X(01).
           02 AJV-INTERES-ANTES    PIC 9(07)V99.
           02 FILLER               PIC X(01).
           02 AJV-INTERES-NUEVO    PIC 9(07)V99.
           02 FILLER               PIC X(01).
           02 AJV-SIGNO            PIC X(01).
           02 AJV-DIFERENCIA       PIC 9(07)V99.
           02 FILLER               PIC X(01).
           02 AJV-FECHA-DEVENGO    PIC 9(08).
           02 FILLER               PIC X(01).
           02 AJV-FECHA            PIC 9(08).
           02 FILLER               PIC X(01).
           02 AJV-LOTE-ID          PIC X(11).

       WORKING-STORAGE SECTION.
       01 MOVES-STATUS PIC XX.
       01 MOVES2-STATUS PIC XX.
       01 FS-FSIMUL                  PIC XX.
       01 WS-TASA-INTERES            PIC 9(03)V9(04) VALUE ZERO.
       01 WS-CUOTA-MANTENIMIENTO     PIC 9(05)V99 VALUE ZERO.
      * CATALOGO DE PRODUCTOS EN MEMORIA (VER CARGAR-PRODUCTOS) Y
      * TASA/COMISION QUE LE TOCAN AL CLIENTE EN CURSO DEL DEVENGO
      * (VER DETERMINAR-TARIFA-CLIENTE)
       01 WS-CANT-PRODUCTOS          PIC 9(03) COMP VALUE ZERO.
       01 WS-TABLA-PRODUCTOS.
           02 WS-PRD-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON WS-CANT-PRODUCTOS
               INDEXED BY WS-PRD-IDX.
               03 WS-PRD-CODIGO      PIC X(04).
               03 WS-PRD-CUOTA       PIC 9(05)V99.
               03 WS-PRD-SALDO-MIN   PIC 9(06)V99.
               03 WS-PRD-TRAMO OCCURS 4 TIMES.
                   04 WS-PRD-DESDE   PIC 9(06)V99.
                   04 WS-PRD-TASA    PIC 9(03)V9(04).
       01 WS-PRD-SUB                 PIC 9(01).
       01 WS-PRD-EOF                 PIC X VALUE 'N'.
       01 WS-PRD-BASE                PIC S9(06)V99.
       01 WS-TASA-CLIENTE            PIC 9(03)V9(04) VALUE ZERO.
       01 WS-CUOTA-CLIENTE           PIC 9(05)V99 VALUE ZERO.
       01 FS-FPRODUCTOS              PIC XX.
       01 COUNT-PRODUCTO-DESCONOCIDO PIC 9(5) VALUE 0.
       01 WS-ACCRUAL-INTERES         PIC S9(06)V99 VALUE ZERO.
       01 WS-ACCRUAL-INTERES-DISP    PIC 9(06)V99.
       01 WS-ACCRUAL-CUOTA-DISP      PIC 9(05)V99.
       01 WS-GL-TOT-RETENCION        PIC 9(09)V99 VALUE ZERO.
       01 FS-FRETFISC                PIC XX.
       01 COUNT-RETENCIONES-FISC     PIC 9(5) VALUE 0.
       01 FS-FDEVCLI                 PIC XX.
       01 COUNT-ACCRUAL-CLIENTES     PIC 9(5) VALUE 0.
       01 FS-PERIODOCERRADO          PIC XX.
      * TABLA DE PERIODOS CERRADOS, CARGADA UNA SOLA VEZ EN CARGAR-
               03 WS-MOVPOST-TIPO    PIC X(01).
               03 WS-MOVPOST-MONTO   PIC 9(05)V99.
               03 WS-MOVPOST-FECHA   PIC X(08).
               03 WS-MOVPOST-CANAL   PIC X(06).
       01 WS-MOVPOST-EOF             PIC X VALUE 'N'.
      * VENTANA DEL ANTIDUPLICADOS (VER CALCULAR-CORTE-MOVPOST): SOLO
      * LAS CLAVES CON FECHA DE MOVIMIENTO IGUAL O POSTERIOR AL CORTE
      * QUEDAN EN movimientos_posteados.dat Y EN WS-TABLA-MOVPOST; LAS
      * ANTERIORES PASAN AL ARCHIVO MENSUAL (ARCHIVAR-MOVPOST)
       01 WS-DIAS-DUPLICADOS         PIC 9(03) VALUE 60.
       01 WS-MOVPOST-CORTE           PIC 9(08) VALUE ZERO.
       01 FS-MOVPOSTARCH             PIC XX.
       01 FS-FDEPMOVPOST             PIC XX.
       01 WS-NOM-MOVPOSTARCH         PIC X(40) VALUE SPACES.
      * MES (AAAAMM) DEL ARCHIVO HISTORICO ABIERTO EN ESTE MOMENTO;
      * ESPACIOS = NINGUNO ABIERTO
       01 WS-MPA-MES-ABIERTO         PIC X(06) VALUE SPACES.
      * CLAVE LEIDA DE movimientos_posteados.dat, ANTES DE DECIDIR SI
      * QUEDA EN LA VENTANA O SE ARCHIVA
       01 WS-MPA-ID                  PIC X(05).
       01 WS-MPA-TIPO                PIC X(01).
       01 WS-MPA-FECHA               PIC X(08).
       01 WS-MPA-FECHA-NUM REDEFINES WS-MPA-FECHA PIC 9(08).
       01 WS-MPA-CANAL               PIC X(06).
       01 COUNT-MOVPOST-LEIDOS       PIC 9(07) VALUE 0.
       01 COUNT-MOVPOST-VIGENTES     PIC 9(07) VALUE 0.
       01 COUNT-MOVPOST-ARCHIVADOS   PIC 9(07) VALUE 0.
       01 COUNT-MOVPOST-ARCHIVOS     PIC 9(03) VALUE 0.
       01 WS-MOV-DUPLICADO-SI        PIC X VALUE 'N'.
       01 COUNT-DUPLICADOS           PIC 9(5) VALUE 0.
       01 FS-FPENDIENTES             PIC XX.
       01 FS-FGLMAP                  PIC XX.
       01 FS-FGLJOUR                 PIC XX.
       01 FS-FRETEN                  PIC XX.
       01 FS-FEMBARGOS               PIC XX.
       01 FS-FREMEMB                 PIC XX.
       01 FS-MOVHIST                 PIC XX.
       01 WS-MHX-GRABADO             PIC X VALUE 'N'.
       01 COUNT-MOVHIST              PIC 9(7) VALUE 0.
       01 FS-FPOSFX                  PIC XX.
       01 FS-FORDENES                PIC XX.
       01 FS-FORDGEN                 PIC XX.
       01 FS-FCARGOSTJ               PIC XX.
      * CANAL CON EL QUE CUOTAS01 MARCA LOS CARGOS DE TARJETA: ES UN
      * CARGO DEL BANCO Y NO UN DEBITO DEL CLIENTE, ASI QUE NO LO
      * DETIENE LA RETENCION POR BLOQUEO (JUSTAMENTE LA REPOSICION SE
      * COBRA POR UN BLOQUEO) NI CONSUME LIMITE DIARIO
       01 WS-CANAL-CUOTA-TARJ        PIC X(06) VALUE 'CUOTTJ'.
       01 COUNT-CARGOS-TARJETA       PIC 9(5) VALUE 0.
       01 FS-FMOVPLZ                 PIC XX.
      * CANALES DE LOS MOVIMIENTOS DE PSA11: CAPITAL DEL CERTIFICADO
      * (FONDEO 'R' Y DEVOLUCION 'D'), INTERES AL VENCIMIENTO Y SU
      * RETENCION. CADA UNO VA A SU PROPIA CATEGORIA CONTABLE (VER
      * ACUMULAR-ASIENTO-GL); PSA11 YA VALIDO LA RETENCION AL ABRIR
      * Y LOS DEMAS SON DEL BANCO, ASI QUE NINGUNO LO DETIENE LA
      * RETENCION POR BLOQUEO NI CONSUME LIMITE DIARIO
       01 WS-CANAL-PLAZO-CAPITAL     PIC X(06) VALUE 'PFCAPI'.
       01 WS-CANAL-PLAZO-INTERES     PIC X(06) VALUE 'PFINTE'.
       01 WS-CANAL-PLAZO-RETENCION   PIC X(06) VALUE 'PFRETE'.
       01 COUNT-MOVS-PLAZO           PIC 9(5) VALUE 0.
       01 FS-FMOVPRE                 PIC XX.
      * CANALES DE LOS MOVIMIENTOS DE PSA12: DESEMBOLSO, Y CAPITAL,
      * INTERES E INTERES MORATORIO DE CADA CUOTA COBRADA; CADA UNO VA
      * A SU CATEGORIA CONTABLE (VER ACUMULAR-ASIENTO-GL). PSA12 YA
      * VERIFICO QUE EL SALDO CUBRE LA CUOTA Y EL COBRO ES DEL BANCO,
      * ASI QUE TAMPOCO LOS DETIENE LA RETENCION NI EL LIMITE DIARIO
       01 WS-CANAL-PRE-DESEMBOLSO    PIC X(06) VALUE 'PRDESE'.
       01 WS-CANAL-PRE-CAPITAL       PIC X(06) VALUE 'PRCAPI'.
       01 WS-CANAL-PRE-INTERES       PIC X(06) VALUE 'PRINTE'.
       01 WS-CANAL-PRE-MORA          PIC X(06) VALUE 'PRMORA'.
       01 COUNT-MOVS-PRESTAMO        PIC 9(5) VALUE 0.
      * CHEQUES: UN CHEQUE PRESENTADO LLEGA COMO UN "R" CON CANAL
      * 'CHEQUE', EL NUMERO DE CHEQUE EN EL QUINTO CAMPO Y EL BANCO
      * PRESENTADOR EN EL DECIMO (VER PROCCESS-REGISTER); LA COMISION
      * POR DEVOLUCION VUELVE COMO UN "R" CON CANAL 'CHQDEV', QUE NO
      * LO DETIENE LA RETENCION NI EL LIMITE DIARIO, IGUAL QUE UN
      * CARGO DE TARJETA
       01 WS-CANAL-CHEQUE            PIC X(06) VALUE 'CHEQUE'.
       01 WS-CANAL-CHQ-COMISION      PIC X(06) VALUE 'CHQDEV'.
      * TRANSFERENCIA A OTRO BANCO: UN "R" CON CANAL 'TRFEXT' Y EL
      * BANCO/CUENTA DESTINO EN EL DECIMO Y UNDECIMO CAMPO; SU
      * REINTEGRO POR DEVOLUCION DE LA CAMARA VUELVE DE PSA13 COMO UN
      * "D" CON CANAL 'TRFDEV', QUE NO LO DETIENE EL LIMITE DIARIO
       01 WS-CANAL-TRF-EXTERNA       PIC X(06) VALUE 'TRFEXT'.
       01 WS-CANAL-TRF-DEVUELTA      PIC X(06) VALUE 'TRFDEV'.
       01 FS-FTRFSAL                 PIC XX.
       01 FS-FTRFDEV                 PIC XX.
       01 WS-TRF-EXT-MOTIVO          PIC X(30).
       01 WS-TRF-EXT-SECUENCIA       PIC 9(05).
       01 COUNT-TRF-SALIENTES        PIC 9(5) VALUE 0.
       01 COUNT-TRF-EXT-RECHAZADAS   PIC 9(5) VALUE 0.
       01 COUNT-TRF-DEV-LEIDAS       PIC 9(5) VALUE 0.
      * PLANILLA DE UN EMPLEADOR (PSA14): UN "R" AL EMPLEADOR Y UN "D"
      * A CADA EMPLEADO CON CANAL 'NOMINA', Y EL REINTEGRO AL
      * EMPLEADOR DE LOS PAGOS RECHAZADOS COMO "D" CON CANAL 'NOMDEV';
      * NINGUNO LO DETIENE LA RETENCION NI EL LIMITE DIARIO, PORQUE
      * DEBITO Y CREDITOS DEL ARCHIVO TIENEN QUE POSTEARSE JUNTOS
       01 WS-CANAL-NOMINA            PIC X(06) VALUE 'NOMINA'.
       01 WS-CANAL-NOMINA-DEV        PIC X(06) VALUE 'NOMDEV'.
       01 FS-FMOVNOM                 PIC XX.
       01 COUNT-MOVS-NOMINA          PIC 9(5) VALUE 0.
      * COMISIONES POR CANAL (VER CONTAR-USO-CANAL): UNA SOLA POR
      * CLIENTE Y CORRIDA, COMO UN "R" CON CANAL 'COMCAN' QUE NO LO
      * DETIENE LA RETENCION NI EL LIMITE DIARIO
       01 WS-CANAL-COMISION          PIC X(06) VALUE 'COMCAN'.
      * COBRO DE UN EMBARGO JUDICIAL (VER APLICAR-EMBARGOS); NO VIENE
      * EN NINGUN ARCHIVO DE MOVIMIENTOS, SOLO QUEDA EN MOVHIST
       01 WS-CANAL-EMBARGO           PIC X(06) VALUE 'EMBARG'.
      * AJUSTE DE INTERES POR FECHA VALOR (VER AJUSTAR-VALOR-
      * RETROACTIVO); TAMPOCO VIENE EN NINGUN ARCHIVO DE MOVIMIENTOS
       01 WS-CANAL-AJUSTE-VALOR      PIC X(06) VALUE 'AJVALO'.
      * BARRIDO DESDE UNA CUENTA DE FONDEO (VER APLICAR-BARRIDO); LO
      * GENERA PSA01, NO VIENE EN NINGUN ARCHIVO DE MOVIMIENTOS
       01 WS-CANAL-BARRIDO           PIC X(06) VALUE 'BARRID'.
      * VENTANILLA: SUS DEPOSITOS Y RETIROS VAN A caja_posteada.txt
       01 WS-CANAL-CAJA              PIC X(06) VALUE 'CAJA'.
       01 FS-FCAJPOS                 PIC XX.
       01 COUNT-CAJA-POSTEADA        PIC 9(7) VALUE 0.
      * CAJERO AUTOMATICO: SUS RETIROS VAN A atm_posteado.txt
       01 WS-CANAL-ATM               PIC X(06) VALUE 'ATM'.
       01 FS-FATMPOS                 PIC XX.
       01 COUNT-ATM-POSTEADO         PIC 9(7) VALUE 0.
       01 FS-FTARIFAS                PIC XX.
       01 FS-FUSOMES                 PIC XX.
       01 FS-FUSOCAN                 PIC XX.
       01 FS-FCOMCAN                 PIC XX.
       01 FS-FREPCAN                 PIC XX.
       01 WS-NOM-FREPCAN             PIC X(40) VALUE SPACES.
       01 WS-TAR-EOF                 PIC X VALUE 'N'.
      * MES DE LOS CONTADORES DE USO (EL DE LA FECHA DE NEGOCIO); LOS
      * RENGLONES DE OTRO MES NO SE CARGAN, ASI QUE EL MES NUEVO
      * ARRANCA CON TODOS LOS USOS GRATIS DISPONIBLES
       01 WS-PERIODO-COMISION        PIC 9(06) VALUE ZERO.
      * TARIFARIO CARGADO, CON LOS USOS DEL CLIENTE DEL GRUPO EN CURSO:
      * LOS DEL MES ANTES DE ESTA CORRIDA (SE BUSCAN LA PRIMERA VEZ QUE
      * EL GRUPO USA LA TARIFA) Y LOS DE ESTA CORRIDA
       01 WS-CANT-TARIFAS            PIC 9(02) COMP VALUE ZERO.
       01 WS-TABLA-TARIFAS.
           02 WS-TAR-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-CANT-TARIFAS
               INDEXED BY WS-TAR-IDX.
               03 WS-TAR-CANAL       PIC X(06).
               03 WS-TAR-TIPO        PIC X(01).
               03 WS-TAR-GRATIS      PIC 9(03).
               03 WS-TAR-TOPE        PIC 9(05)V99.
               03 WS-TAR-COMISION    PIC 9(03)V99.
               03 WS-TAR-CARGADO     PIC X(01).
               03 WS-TAR-USOS-MES    PIC 9(05).
               03 WS-TAR-USOS-GRUPO  PIC 9(05).
               03 WS-TAR-COBR-GRUPO  PIC 9(05).
               03 WS-TAR-COMI-GRUPO  PIC 9(07)V99.
       01 WS-TAR-ENCONTRADA          PIC X VALUE 'N'.
      * USOS DEL MES POR CLIENTE+CANAL+TIPO, ORDENADOS POR LA CLAVE
      * PARA BUSCARLOS CON SEARCH ALL; AL FINAL SE LE AGREGAN LOS
      * RENGLONES DE LA CORRIDA, SE REORDENA Y SE GRABA SUMANDO LAS
      * CLAVES REPETIDAS (VER ACTUALIZAR-USO-CANALES)
       01 WS-CANT-USM                PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-USO-MES.
           02 WS-USM-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-USM
               ASCENDING KEY IS WS-USM-CLAVE
               INDEXED BY WS-USM-IDX.
               03 WS-USM-CLAVE.
                   04 WS-USM-CLI     PIC X(05).
                   04 WS-USM-CANAL   PIC X(06).
                   04 WS-USM-TIPO    PIC X(01).
               03 WS-USM-USOS        PIC 9(05).
               03 WS-USM-COBRADOS    PIC 9(05).
               03 WS-USM-COMISION    PIC 9(07)V99.
       01 WS-USM-BUSCA.
           02 WS-USM-BUSCA-CLI       PIC X(05).
           02 WS-USM-BUSCA-CANAL     PIC X(06).
           02 WS-USM-BUSCA-TIPO      PIC X(01).
       01 WS-USM-ANTERIOR            PIC X(12).
       01 WS-USM-EOF                 PIC X VALUE 'N'.
       01 WS-USM-LLENA               PIC X VALUE 'N'.
       01 WS-GROUP-COMISION-CANAL    PIC 9(07)V99 VALUE ZERO.
      * ACUMULADO DEL MES POR CANAL+TIPO PARA EL REPORTE DE INGRESO
       01 WS-CANT-REPCAN             PIC 9(02) COMP VALUE ZERO.
       01 WS-TABLA-REPCAN.
           02 WS-REP-ENTRY OCCURS 1 TO 60 TIMES
               DEPENDING ON WS-CANT-REPCAN
               INDEXED BY WS-REP-IDX.
               03 WS-REP-CANAL       PIC X(06).
               03 WS-REP-TIPO        PIC X(01).
               03 WS-REP-CLIENTES    PIC 9(05).
               03 WS-REP-USOS        PIC 9(07).
               03 WS-REP-COBRADOS    PIC 9(07).
               03 WS-REP-COMISION    PIC 9(09)V99.
       01 WS-REP-TOT-COMISION        PIC 9(09)V99 VALUE ZERO.
       01 WS-REP-USOS-DISP           PIC Z(06)9.
       01 WS-REP-COBRADOS-DISP       PIC Z(06)9.
       01 WS-REP-CLIENTES-DISP       PIC Z(04)9.
       01 WS-REP-COMISION-DISP       PIC Z(08)9.99.
       01 COUNT-COMIS-CAN-LEIDAS     PIC 9(5) VALUE 0.
       01 COUNT-COMISIONES-CAN       PIC 9(5) VALUE 0.
       01 COUNT-USOS-CANAL-LIN       PIC 9(5) VALUE 0.
       01 FS-FCHEQUERAS              PIC XX.
       01 FS-FNOPAGO                 PIC XX.
       01 FS-FCHQDEV                 PIC XX.
       01 FS-FCOMCHQ                 PIC XX.
       01 FS-FCHQNSF                 PIC XX.
       01 FS-FCHQSUSP                PIC XX.
      * DECIMO Y UNDECIMO CAMPO DEL MOVIMIENTO, OPCIONALES: BANCO DE
      * LA CONTRAPARTE (EL PRESENTADOR DE UN CHEQUE, EL DESTINO DE UNA
      * TRANSFERENCIA 'TRFEXT') Y CUENTA DESTINO DE LA TRANSFERENCIA.
      * EN UN MOVIMIENTO DE VENTANILLA ('CAJA') TRAEN LA SUCURSAL Y EL
      * CAJERO QUE LO ATENDIO (VER GRABAR-CAJA-POSTEADA); EN UN RETIRO
      * POR 'ATM' EL UNDECIMO TRAE LA REFERENCIA DEL SWITCH (VER
      * GRABAR-ATM-POSTEADO)
       01 WS-BANCO-CONTRAPARTE       PIC X(04).
       01 WS-CUENTA-CONTRAPARTE      PIC X(20).
       01 WS-CHQ-NRO                 PIC 9(07).
       01 WS-CHQ-MOTIVO              PIC X(03).
       01 WS-CHQ-DESCRIPCION         PIC X(28).
       01 WS-CHQ-ESTADO-RANGO        PIC X(01).
       01 WS-CHQ-DISPONIBLE          PIC S9(08)V99.
      * LIMITE DE CREDITO DEL CLIENTE DEL GRUPO, COPIADO EN BUSCAR-
      * SALDO-MAESTRO IGUAL QUE WS-GRP-LIMITES; UN CHEQUE QUE DEJARIA
      * EL SALDO DEL GRUPO POR DEBAJO DE -LIMITE SE DEVUELVE
       01 WS-GRP-LIMITE-CREDITO      PIC 9(06)V99 VALUE ZERO.
      * DEVOLUCIONES CON COMISION DEL GRUPO EN CURSO; AL CERRARLO SE
      * GRABA UNA SOLA COMISION POR EL TOTAL (UNA POR DEVOLUCION
      * CHOCARIA CONTRA LA CLAVE ANTIDUPLICADOS CLIENTE+TIPO+MONTO+
      * FECHA DE LA CORRIDA QUE LAS POSTEA)
       01 WS-GROUP-CHQ-COMISIONES    PIC 9(03) VALUE ZERO.
       01 WS-COMISION-CHQ-DEV        PIC 9(05)V99 VALUE 25.00.
       01 WS-UMBRAL-NSF              PIC 9(02) VALUE 3.
       01 WS-DIAS-VENTANA-NSF        PIC 9(03) VALUE 365.
       01 WS-CANT-CHEQUERAS          PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-CHEQUERAS.
           02 WS-CHQ-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-CHEQUERAS
               INDEXED BY WS-CHQ-IDX.
               03 WS-CHQ-CLI         PIC X(05).
               03 WS-CHQ-DESDE       PIC 9(07).
               03 WS-CHQ-HASTA       PIC 9(07).
               03 WS-CHQ-ESTADO      PIC X(01).
       01 WS-CANT-NOPAGO             PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-NOPAGO.
           02 WS-NOP-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CANT-NOPAGO
               INDEXED BY WS-NOP-IDX.
               03 WS-NOP-CLI         PIC X(05).
               03 WS-NOP-NRO         PIC 9(07).
       01 WS-CHQ-EOF                 PIC X VALUE 'N'.
       01 WS-CANT-NSF                PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-NSF.
           02 WS-NSF-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CANT-NSF
               INDEXED BY WS-NSF-IDX.
               03 WS-NSF-CLI         PIC X(05).
               03 WS-NSF-NOMBRE      PIC X(20).
               03 WS-NSF-CANTIDAD    PIC 9(03).
               03 WS-NSF-DESDE       PIC 9(08).
               03 WS-NSF-ULTIMA      PIC 9(08).
               03 WS-NSF-EN-CORRIDA  PIC X(01).
       01 WS-NSF-ENCONTRADO          PIC X VALUE 'N'.
       01 WS-NSF-FECHA               PIC 9(08).
       01 WS-NSF-DIAS                PIC S9(07).
       01 WS-NSF-CANTIDAD-ED         PIC ZZ9.
       01 COUNT-COMIS-CHQ-LEIDAS     PIC 9(5) VALUE 0.
       01 COUNT-CHEQUES-PAGADOS      PIC 9(5) VALUE 0.
       01 COUNT-CHEQUES-DEVUELTOS    PIC 9(5) VALUE 0.
       01 COUNT-CHEQUES-NSF          PIC 9(5) VALUE 0.
       01 COUNT-COMISIONES-CHQ       PIC 9(5) VALUE 0.
       01 COUNT-CANDIDATOS-SUSP      PIC 9(5) VALUE 0.
       01 FS-FSALDIA                 PIC XX.
       01 FS-FILCERROJO              PIC XX.
       01 FS-FILOVERRIDE             PIC XX.
       01 WS-FIN-CERROJO             PIC X VALUE ' '.
       COPY AUTORWS.
       01 FS-FILCALEN                PIC XX.
       01 FS-FCANALES                PIC XX.
       01 FS-FCLJOURNAL              PIC XX.
       01 WS-ADB-CUENTA              PIC 9(5) COMP.
       01 WS-ADB-PROMEDIO            PIC S9(06)V99.
       01 WS-ADB-DISPONIBLE          PIC X VALUE 'N'.
      * FECHA VALOR RETROACTIVA (VER AJUSTAR-VALOR-RETROACTIVO): LOS
      * RENGLONES DE valor_retroactivo.txt ORDENADOS POR CLIENTE, Y
      * UNA ENTRADA POR CLIENTE CON EL RANGO DE SUS RENGLONES Y LA
      * SUMA DE SUS FOTOS DENTRO DE LA VENTANA DEL ULTIMO DEVENGO,
      * ANTES Y DESPUES DE LA CORRECCION
       01 FS-FVALRET                 PIC XX.
       01 FS-FDEVCTL                 PIC XX.
       01 FS-FAJUVAL                 PIC XX.
       01 COUNT-VALOR-RETRO          PIC 9(5) VALUE 0.
       01 COUNT-FOTOS-CORREGIDAS     PIC 9(7) VALUE 0.
       01 COUNT-AJUSTES-VALOR        PIC 9(5) VALUE 0.
      * VINCULOS DE BARRIDO VIGENTES, CARGADOS DE barridos_cuenta.dat
      * (CARGAR-BARRIDOS) Y ORDENADOS POR CUENTA CUBIERTA PARA EL
      * SEARCH ALL DE EVALUAR-BARRIDO
       01 FS-FBARRIDOS               PIC XX.
       01 FS-FBARAPL                 PIC XX.
       01 WS-CANT-BARRIDOS           PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-BARRIDOS.
           02 WS-BAR-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-BARRIDOS
               ASCENDING KEY IS WS-BAR-CLI
               INDEXED BY WS-BAR-IDX.
               03 WS-BAR-CLI         PIC X(05).
               03 WS-BAR-FONDEO      PIC X(05).
               03 WS-BAR-MINIMO      PIC 9(07)V99.
       01 WS-BARRIDO-EOF             PIC X VALUE 'N'.
       01 COUNT-BARRIDOS             PIC 9(5) VALUE 0.
       01 WS-SUMA-BARRIDOS           PIC 9(09)V99 VALUE ZERO.
      * BARRIDO DEL MOVIMIENTO EN CURSO: LO QUE SE PUEDE TRAER DE LA
      * CUENTA DE FONDEO (CERO = NO HAY BARRIDO) Y CON QUE DATOS
       01 WS-BAR-POSIBLE             PIC 9(05)V99 VALUE ZERO.
       01 WS-BAR-PROYECTADO          PIC S9(09)V99.
       01 WS-BAR-FALTANTE            PIC S9(09)V99.
       01 WS-BAR-DISPONIBLE          PIC S9(09)V99.
       01 WS-BAR-EMB-PEND            PIC 9(08)V99.
       01 WS-BAR-FONDEO-ACT          PIC X(05).
       01 WS-BAR-MINIMO-ACT          PIC 9(07)V99.
       01 WS-BAR-FONDEO-OK           PIC X VALUE 'N'.
       01 WS-BAR-NOMBRE-FONDEO       PIC X(20).
      * PREFERENCIAS DE ALERTA DE LOS CLIENTES NO EXCLUIDOS (UN
      * EXCLUIDO NI SE CARGA), ORDENADAS POR CLIENTE PARA EL SEARCH
      * ALL DE INICIAR-ALERTAS-GRUPO
       01 FS-FALEPRF                 PIC XX.
       01 FS-FALERTAS                PIC XX.
       01 FS-FCANCLI                 PIC XX.
       01 FS-FCANNUE                 PIC XX.
       01 WS-CANT-PREF-ALE           PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-PREF-ALERTA.
           02 WS-PAL-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CANT-PREF-ALE
               ASCENDING KEY IS WS-PAL-CLI
               INDEXED BY WS-PAL-IDX.
               03 WS-PAL-CLI         PIC X(05).
               03 WS-PAL-MEDIO       PIC X(05).
               03 WS-PAL-DESTINO     PIC X(50).
               03 WS-PAL-UMBRAL      PIC 9(07)V99.
               03 WS-PAL-MONTO       PIC 9(07)V99.
               03 WS-PAL-CANAL       PIC X(01).
       01 WS-ALEPRF-EOF              PIC X VALUE 'N'.
       01 COUNT-ALERTAS              PIC 9(7) VALUE 0.
       01 COUNT-CLIENTES-EXCLUIDOS   PIC 9(5) VALUE 0.
      * PREFERENCIAS DEL CLIENTE DEL GRUPO EN CURSO (WS-GRP-ALERTA =
      * 'N' SI NO TIENE O ESTA EXCLUIDO) Y SUS ALERTAS PENDIENTES,
      * QUE SE GRABAN JUNTAS AL CERRAR EL GRUPO
       01 WS-GRP-ALERTA              PIC X VALUE 'N'.
       01 WS-GRP-ALE-MEDIO           PIC X(05).
       01 WS-GRP-ALE-DESTINO         PIC X(50).
       01 WS-GRP-ALE-UMBRAL          PIC 9(07)V99.
       01 WS-GRP-ALE-MONTO           PIC 9(07)V99.
       01 WS-GRP-ALE-CANAL           PIC X(01).
       01 WS-CANT-ALE-GRUPO          PIC 9(03) COMP VALUE ZERO.
       01 WS-TABLA-ALERTA-GRUPO.
           02 WS-AGR-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-CANT-ALE-GRUPO
               INDEXED BY WS-AGR-IDX.
               03 WS-AGR-TIPO        PIC X(06).
               03 WS-AGR-FECHA       PIC 9(08).
               03 WS-AGR-MONTO       PIC S9(07)V99.
               03 WS-AGR-UMBRAL      PIC 9(07)V99.
               03 WS-AGR-CANAL       PIC X(06).
       01 WS-AGR-NUEVA-TIPO          PIC X(06).
       01 WS-AGR-NUEVA-MONTO         PIC S9(07)V99.
       01 WS-AGR-NUEVA-UMBRAL        PIC 9(07)V99.
       01 WS-AGR-NUEVA-FECHA         PIC 9(08).
      * CANALES YA USADOS POR CADA CLIENTE, ORDENADOS POR CLIENTE +
      * CANAL; COMO EL SORT DE MOVIMIENTOS TAMBIEN VA POR CLIENTE, LOS
      * CANALES DEL GRUPO SE UBICAN AVANZANDO WS-CCL-PUNTERO, SIN
      * VOLVER A BUSCAR DESDE EL PRINCIPIO. UN CLIENTE SIN NINGUN
      * CANAL REGISTRADO NO RECIBE ALERTA DE CANAL NUEVO: SUS PRIMEROS
      * DEBITOS SOLO ARMAN SU HISTORIA
       01 WS-CANT-CANCLI             PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-CANCLI.
           02 WS-CCL-ENTRY OCCURS 1 TO 50000 TIMES
               DEPENDING ON WS-CANT-CANCLI
               ASCENDING KEY IS WS-CCL-CLAVE
               INDEXED BY WS-CCL-IDX.
               03 WS-CCL-CLAVE.
                   04 WS-CCL-CLI     PIC X(05).
                   04 WS-CCL-CANAL   PIC X(06).
               03 WS-CCL-FECHA       PIC 9(08).
       01 WS-CCL-PUNTERO             PIC 9(5) COMP VALUE 1.
       01 WS-CCL-SUB                 PIC 9(5) COMP VALUE ZERO.
       01 WS-CCL-EOF                 PIC X VALUE 'N'.
      * 'S' SI canales_clientes.dat NO ENTRO COMPLETO EN LA TABLA: LA
      * CORRIDA NO DA ALERTAS DE CANAL NI REGISTRA CANALES NUEVOS
      * (TODO CANAL FUERA DE LA TABLA PARECERIA NUEVO)
       01 WS-CCL-LLENA               PIC X VALUE 'N'.
       01 WS-CCL-CON-HISTORIA        PIC X VALUE 'N'.
       01 WS-CCL-CONOCIDO            PIC X VALUE 'N'.
       01 WS-CCL-DEL-BANCO           PIC X VALUE 'N'.
       01 WS-CANT-CNU-GRUPO          PIC 9(03) COMP VALUE ZERO.
       01 WS-TABLA-CANAL-NUEVO.
           02 WS-CNU-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-CANT-CNU-GRUPO
               INDEXED BY WS-CNU-IDX.
               03 WS-CNU-CANAL       PIC X(06).
               03 WS-CNU-FECHA       PIC 9(08).
       01 COUNT-CANALES-NUEVOS       PIC 9(7) VALUE 0.
       01 WS-VALOR-RETRO-SI          PIC X VALUE 'N'.
       01 WS-VRT-EOF                 PIC X VALUE 'N'.
       01 WS-DEV-HAY                 PIC X VALUE 'N'.
       01 WS-DEV-FECHA               PIC 9(08) VALUE ZERO.
       01 WS-DEV-DIAS                PIC 9(03) VALUE ZERO.
       01 WS-DEV-CORTE               PIC 9(08) VALUE ZERO.
       01 WS-DEV-FECHA-INT           PIC 9(08) COMP.
       01 WS-CANT-VALRET             PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-VALRET.
           02 WS-VRT-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-VALRET
               ASCENDING KEY IS WS-VRT-CLI
               INDEXED BY WS-VRT-IDX.
               03 WS-VRT-CLI         PIC X(05).
               03 WS-VRT-FECHA       PIC 9(08).
               03 WS-VRT-MONTO       PIC S9(06)V99.
       01 WS-CANT-VRCLI              PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-VRCLI.
           02 WS-VRC-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-VRCLI
               ASCENDING KEY IS WS-VRC-CLI
               INDEXED BY WS-VRC-IDX.
               03 WS-VRC-CLI         PIC X(05).
               03 WS-VRC-DESDE       PIC 9(5) COMP.
               03 WS-VRC-HASTA       PIC 9(5) COMP.
               03 WS-VRC-SUMA-ANT    PIC S9(11)V99.
               03 WS-VRC-SUMA-NUEVA  PIC S9(11)V99.
               03 WS-VRC-CUENTA      PIC 9(5) COMP.
               03 WS-VRC-AFECTADAS   PIC 9(5) COMP.
       01 WS-VRC-ULTIMO-CLI          PIC X(05).
       01 WS-VRT-SUB                 PIC 9(5) COMP.
       01 WS-VRT-DELTA               PIC S9(07)V99.
       01 WS-VRT-SALDO-ANT           PIC S9(07)V99.
       01 WS-VRT-SALDO-NUEVO         PIC S9(07)V99.
       01 WS-VAJ-INTERES-ANT         PIC S9(07)V99.
       01 WS-VAJ-INTERES-NUEVO       PIC S9(07)V99.
       01 WS-VAJ-DIFERENCIA          PIC S9(07)V99.
       01 WS-VAJ-MONTO               PIC 9(07)V99.
      * ORDENES PERMANENTES EN MEMORIA; SE CARGAN, SE EXPANDEN LAS
      * VENCIDAS Y SE REESCRIBEN CON SU PROXIMA FECHA YA AVANZADA
       01 WS-CANT-ORDENES            PIC 9(4) COMP VALUE ZERO.
               03 WS-ORD-MONEDA      PIC X(03).
               03 WS-ORD-FRECUENCIA  PIC X(01).
               03 WS-ORD-PROX-FECHA  PIC 9(08).
               03 WS-ORD-ESTADO      PIC X(01).
       01 WS-ORDEN-EOF               PIC X VALUE 'N'.
       01 WS-ORD-FECHA-INT           PIC 9(08) COMP.
       01 WS-ORD-AAAA                PIC 9(04).
       01 WS-ORD-DD                  PIC 9(02).
       01 WS-ORD-VUELTAS             PIC 9(03) COMP.
       01 COUNT-ORDENES-GENERADAS    PIC 9(5) VALUE 0.
       01 COUNT-ORDENES-SUSPENDIDAS  PIC 9(5) VALUE 0.
      * MONEDA BASE DE LOS TOTALES CONVERTIDOS; CRC ES LA MONEDA DE
      * CASA DE TODO EL SISTEMA
       01 WS-MONEDA-BASE             PIC X(03) VALUE 'CRC'.
       01 WS-PFX-MONEDA-ACTUAL       PIC X(03).
       01 WS-PFX-TASA                PIC 9(03)V9(06).
       01 WS-PFX-CON-TASA            PIC X VALUE 'N'.
      * TODAS LAS TASAS DE TIPOCAMBIO.txt POR DIA (NO SOLO LA VIGENTE),
      * PARA CONVERTIR UNA TRANSFERENCIA ENTRE MONEDAS A LA TASA DE LA
      * FECHA DEL MOVIMIENTO (VER CONVERTIR-TRANSFERENCIA)
       01 WS-CANT-TASAS-DIA          PIC 9(04) COMP VALUE ZERO.
       01 WS-TABLA-TASAS-DIA.
           02 WS-TDI-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-TASAS-DIA
               INDEXED BY WS-TDI-IDX.
               03 WS-TDI-MONEDA      PIC X(03).
               03 WS-TDI-FECHA       PIC 9(08).
               03 WS-TDI-TASA        PIC 9(03)V9(06).
       01 WS-TDI-LLENA-AVISO         PIC X VALUE 'N'.
      * CONVERSION DE LA TRANSFERENCIA EN CURSO: MONEDA DE CADA LADO,
      * TASAS A LA BASE DEL DIA DEL MOVIMIENTO, TASA CRUZADA APLICADA
      * Y MONTO QUE RECIBE EL DESTINO; SIN CONVERSION EL DESTINO
      * RECIBE EL MISMO MONTO Y LA TASA CRUZADA QUEDA EN 1.
      * WS-TRF-RESULTADO: 'S' = OK, 'T' = SIN TASA PARA EL DIA,
      * 'E' = EL MONTO CONVERTIDO NO CABE EN EL CAMPO DE MONTO
       01 WS-TRF-MONEDA-ORIGEN       PIC X(03).
       01 WS-TRF-MONEDA-DESTINO      PIC X(03).
       01 WS-TRF-MONTO-DESTINO       PIC 9(05)V99.
       01 WS-TRF-TASA-ORIGEN         PIC 9(03)V9(06).
       01 WS-TRF-TASA-DESTINO        PIC 9(03)V9(06).
       01 WS-TRF-TASA-CRUZADA        PIC 9(05)V9(06).
       01 WS-TRF-TASA-DIGITOS REDEFINES WS-TRF-TASA-CRUZADA
                                     PIC 9(11).
       01 WS-TRF-CON-CONVERSION      PIC X VALUE 'N'.
       01 WS-TRF-RESULTADO           PIC X VALUE 'S'.
       01 WS-TRF-BUSCA-MONEDA        PIC X(03).
       01 WS-TRF-TASA-HALLADA        PIC 9(03)V9(06).
       01 WS-TRF-TASA-OK             PIC X VALUE 'N'.
       01 COUNT-CONVERSIONES         PIC 9(5) VALUE 0.
      * DIFERENCIAL CAMBIARIO (VER ACUMULAR-DIFERENCIAL-CAMBIARIO):
      * AMBOS LADOS DE LA TRANSFERENCIA VALUADOS EN MONEDA BASE A LA
      * TASA VIGENTE DE LA CORRIDA (WS-TABLA-TASAS)
       01 WS-FX-BASE-ORIGEN          PIC 9(09)V99.
       01 WS-FX-BASE-DESTINO         PIC 9(09)V99.
       01 WS-PFX-SALDO-BASE          PIC S9(12)V99.
       01 WS-PFX-SALDO-DISP          PIC S9(11)V99.
       01 WS-PFX-BASE-DISP           PIC S9(12)V99.
       01 WS-RETEN-EOF               PIC X VALUE 'N'.
       01 WS-CLIENTE-RETENIDO-SI     PIC X VALUE 'N'.
       01 COUNT-RETENIDOS            PIC 9(5) VALUE 0.
       01 COUNT-FALLECIDOS           PIC 9(5) VALUE 0.
      * 'S' SI EL CANAL DEL MOVIMIENTO NO LO DETIENE NI LA RETENCION
      * NI EL EMBARGO (VER VERIFICAR-CANAL-EXENTO)
       01 WS-CANAL-EXENTO-SI         PIC X VALUE 'N'.
      * EMBARGOS JUDICIALES, CARGADOS DE embargos_clientes.dat AL
      * INICIO (CARGAR-EMBARGOS) Y ORDENADOS POR CLIENTE, PRIORIDAD Y
      * FECHA DE ALTA, QUE ES EL ORDEN EN QUE SE COBRAN
       01 WS-CANT-EMBARGOS           PIC 9(5) COMP VALUE ZERO.
       01 WS-TABLA-EMBARGOS.
           02 WS-EMB-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-EMBARGOS
               ASCENDING KEY IS WS-EMB-CLAVE
               INDEXED BY WS-EMB-IDX.
               03 WS-EMB-CLAVE.
                   04 WS-EMB-CLI     PIC X(05).
                   04 WS-EMB-PRIORIDAD PIC 9(02).
                   04 WS-EMB-FECHA-ALTA PIC 9(08).
                   04 WS-EMB-REFERENCIA PIC X(20).
               03 WS-EMB-JUZGADO     PIC X(20).
               03 WS-EMB-ORDENADO    PIC 9(07)V99.
               03 WS-EMB-EMBARGADO   PIC 9(07)V99.
               03 WS-EMB-VENCE       PIC 9(08).
               03 WS-EMB-ESTADO      PIC X(01).
               03 WS-EMB-FECHA-ESTADO PIC 9(08).
       01 WS-EMBARGO-EOF             PIC X VALUE 'N'.
      * LO PENDIENTE DE LAS ORDENES VIGENTES DEL CLIENTE DEL GRUPO
      * (VER CALCULAR-EMBARGO-GRUPO); ESE MONTO DEL SALDO QUEDA
      * RESERVADO PARA EL JUZGADO DURANTE EL POSTEO
       01 WS-GRP-EMBARGO-PEND        PIC 9(08)V99 VALUE ZERO.
       01 WS-EMB-DISPONIBLE          PIC S9(09)V99.
       01 WS-EMB-EXCEDIDO            PIC X VALUE 'N'.
      * CLIENTE EN COBRO DENTRO DE APLICAR-EMBARGOS, CON SU SALDO DEL
      * MAESTRO QUE VAN CONSUMIENDO SUS ORDENES UNA TRAS OTRA
       01 WS-EMB-CLI-ACTUAL          PIC X(05).
       01 WS-EMB-CLI-HALLADO         PIC X VALUE 'N'.
       01 WS-EMB-NOMBRE              PIC X(20).
       01 WS-EMB-MONEDA              PIC X(03).
       01 WS-EMB-SALDO               PIC S9(07)V99.
       01 WS-EMB-CLI-COBRADO         PIC 9(07)V99.
       01 WS-EMB-PENDIENTE           PIC 9(07)V99.
       01 WS-EMB-MONTO               PIC 9(07)V99.
      * MHX-MONTO ES DE 5 ENTEROS: UN COBRO MAYOR SE ASIENTA EN
      * MOVHIST EN TRAMOS (VER GRABAR-MOVHIST-EMBARGO)
       01 WS-EMB-RESTO-HIST          PIC 9(07)V99.
       01 WS-EMB-TRAMO               PIC 9(05)V99.
       01 COUNT-RECH-EMBARGO         PIC 9(5) VALUE 0.
       01 COUNT-EMBARGOS-COBRADOS    PIC 9(5) VALUE 0.
       01 COUNT-EMBARGOS-SATISF      PIC 9(5) VALUE 0.
       01 COUNT-EMBARGOS-VENCIDOS    PIC 9(5) VALUE 0.
       01 COUNT-CUENTAS-EMBARGADAS   PIC 9(5) VALUE 0.
      * LIMITES DIARIOS DEL CLIENTE DEL GRUPO (COPIADOS DEL MAESTRO
      * EN BUSCAR-SALDO-MAESTRO, PORQUE REG-CLIMAST SE PISA CON LAS
      * LECTURAS DEL DESTINO DE TRANSFERENCIAS) Y ACUMULADO DEL DIA
      *   A       SEGUN EL TIPO ORIGINAL REVERSADO (VER WS-GL-TOT-*)
      *   INTERES DEBE GASTO INTERES   / HABER DEPOSITOS CLIENTES
      *   CUOTA   DEBE DEPOSITOS       / HABER INGRESO COMISIONES
      *   GAN-CAMB DEBE POSICION CAMB. / HABER INGRESO DIF. CAMBIARIO
      *   PER-CAMB DEBE GASTO DIF. CAMB / HABER POSICION CAMBIARIA
      *   PLAZO-AP DEBE DEPOSITOS       / HABER DEPOSITOS A PLAZO
      *   PLAZO-VE DEBE DEPOSITOS A PLAZO / HABER DEPOSITOS
      *   PREST-DE DEBE CARTERA PRESTAMOS / HABER DEPOSITOS
      *   PREST-CA DEBE DEPOSITOS       / HABER CARTERA PRESTAMOS
      *   PREST-IN DEBE DEPOSITOS       / HABER INGRESO INT. PRESTAMOS
      *   PREST-MO DEBE DEPOSITOS       / HABER INGRESO INT. MORATORIO
      *   COM-CHQ  DEBE DEPOSITOS       / HABER INGRESO POR COMISIONES
      *   TRF-EXT  DEBE DEPOSITOS       / HABER CAMARA POR LIQUIDAR
      *   TRF-DEV  DEBE CAMARA POR LIQ. / HABER DEPOSITOS
      *   NOM-DEB  DEBE DEPOSITOS       / HABER NOMINAS POR ACREDITAR
      *   NOM-CRE  DEBE NOMINAS POR ACR. / HABER DEPOSITOS
      *   COM-CAN  DEBE DEPOSITOS       / HABER INGRESO COMIS. CANAL
      *   EMBARGO  DEBE DEPOSITOS       / HABER EMBARGOS POR REMITIR
      *   INT-REV  DEBE DEPOSITOS       / HABER GASTO POR INTERES
      *   BARRIDO  DEBE DEPOSITOS FONDEO / HABER DEPOSITOS CUBIERTA
      *   CAMBIO   DEBE DEPOSITOS ORIG  / HABER POSICION CAMBIARIA
      *            (EN LA MONEDA DEL ORIGEN; 'CAMBIO-I' LO INVIERTE EN
      *            LA DEL DESTINO, VER ACUMULAR-ASIENTO-GL)
       01 WS-TABLA-CUENTAS-GL.
           02 WS-GL-ENTRY OCCURS 26 TIMES
               INDEXED BY WS-GL-IDX.
               03 WS-GL-CATEGORIA    PIC X(08).
               03 WS-GL-CUENTA-DEBE  PIC X(08).
           02 WS-GL-TOT-A-ABONO      PIC 9(09)V99 VALUE ZERO.
           02 WS-GL-TOT-INTERES      PIC 9(09)V99 VALUE ZERO.
           02 WS-GL-TOT-CUOTA        PIC 9(09)V99 VALUE ZERO.
           02 WS-GL-TOT-GAN-CAMB     PIC 9(09)V99 VALUE ZERO.
           02 WS-GL-TOT-PER-CAMB     PIC 9(09)V99 VALUE ZERO.
      *    CERTIFICADOS A PLAZO DE PSA11: CAPITAL QUE ENTRA AL PLAZO,
      *    CAPITAL QUE VUELVE A LA CUENTA Y RETENCION DEL INTERES DEL
      *    VENCIMIENTO (SE SUMA A RETENCIO AL GRABAR EL ASIENTO)
           02 WS-GL-TOT-PLAZO-AP     PIC 9(09)V99 VALUE ZERO.
           02 WS-GL-TOT-PLAZO-VE     PIC 9(09)V99 VALUE ZERO.
           02 WS-GL-TOT-RET-PLAZO    PIC 9(09)V99 VALUE ZERO.
      *    PRESTAMOS DE PSA12: DESEMBOLSOS Y, DE LAS CUOTAS COBRADAS,
      *    CAPITAL, INTERES E INTERES MORATORIO POR SEPARADO
           02 WS-GL-TOT-PREST-DE     PIC 9(09)V99 VALUE ZERO.
           02 WS-GL-TOT-PREST-CA     PIC 9(09)V99 VALUE ZERO.
           02 WS-GL-TOT-PREST-IN     PIC 9(09)V99 VALUE ZERO.
           02 WS-GL-TOT-PREST-MO     PIC 9(09)V99 VALUE ZERO.
      *    COMISIONES POR CHEQUE DEVUELTO (CANAL 'CHQDEV')
           02 WS-GL-TOT-COM-CHQ      PIC 9(09)V99 VALUE ZERO.
      *    TRANSFERENCIAS A OTROS BANCOS Y SUS REINTEGROS
           02 WS-GL-TOT-TRF-EXT      PIC 9(09)V99 VALUE ZERO.
           02 WS-GL-TOT-TRF-DEV      PIC 9(09)V99 VALUE ZERO.
      *    PLANILLAS: DEBITO A LOS EMPLEADORES Y CREDITOS A LOS
      *    EMPLEADOS MAS LOS REINTEGROS DE PAGOS RECHAZADOS
           02 WS-GL-TOT-NOM-DEB      PIC 9(09)V99 VALUE ZERO.
           02 WS-GL-TOT-NOM-CRE      PIC 9(09)V99 VALUE ZERO.
      *    COMISIONES POR USO DE CANAL (CANAL 'COMCAN')
           02 WS-GL-TOT-COM-CAN      PIC 9(09)V99 VALUE ZERO.
      *    EMBARGOS JUDICIALES COBRADOS (VER APLICAR-EMBARGOS)
           02 WS-GL-TOT-EMBARGO      PIC 9(09)V99 VALUE ZERO.
      *    INTERES DEVENGADO DE MAS Y DEVUELTO POR FECHA VALOR (VER
      *    APLICAR-AJUSTE-INTERES)
           02 WS-GL-TOT-INT-REV      PIC 9(09)V99 VALUE ZERO.
      *    BARRIDOS DESDE CUENTAS DE FONDEO (VER APLICAR-BARRIDO)
           02 WS-GL-TOT-BARRIDO      PIC 9(09)V99 VALUE ZERO.
      *    TRANSFERENCIAS ENTRE MONEDAS: LO QUE SALIO DEL ORIGEN (EN SU
      *    MONEDA) Y LO QUE ENTRO AL DESTINO (EN LA SUYA), CADA UNO
      *    CONTRA LA POSICION CAMBIARIA DE SU MONEDA
           02 WS-GL-TOT-CAMBIO       PIC 9(09)V99 VALUE ZERO.
           02 WS-GL-TOT-CAMBIO-I     PIC 9(09)V99 VALUE ZERO.
      * LOS ACUMULADOS DE ARRIBA (MAS WS-GL-TOT-RETENCION Y WS-GL-TOT-
      * INT-DEUDOR) SON LOS DE UNA SOLA MONEDA, WS-GL-MONEDA-ACTUAL:
      * CADA ASIENTO VA EN LA MONEDA DE LA CUENTA QUE MOVIO (CLI-MONEDA,
      * LA BASE SI ESTA EN BLANCO) PARA QUE EL MAYOR SE PUEDA CUADRAR
      * POR MONEDA CONTRA EL MAESTRO. AL CAMBIAR DE MONEDA LOS DE LA
      * ANTERIOR SE GUARDAN EN ESTA TABLA (VER FIJAR-MONEDA-GL) Y
      * GRABAR-ASIENTOS-GL LOS VUELCA MONEDA POR MONEDA
       01 WS-GL-MONEDA-NUEVA         PIC X(03).
       01 WS-GL-MONEDA-ACTUAL        PIC X(03) VALUE SPACES.
       01 WS-GL-MONEDA-POS           PIC 9(02) COMP VALUE ZERO.
       01 WS-GLX-HALLADA             PIC X VALUE 'N'.
       01 WS-CANT-GL-MONEDAS         PIC 9(02) COMP VALUE ZERO.
       01 WS-TABLA-GL-MONEDAS.
           02 WS-GLX-ENTRY OCCURS 1 TO 20 TIMES
               DEPENDING ON WS-CANT-GL-MONEDAS
               INDEXED BY WS-GLX-IDX.
               03 WS-GLX-MONEDA      PIC X(03).
      *        MISMO LAYOUT QUE WS-GL-TOTALES
               03 WS-GLX-TOTALES     PIC X(297).
               03 WS-GLX-RETENCION   PIC 9(09)V99.
               03 WS-GLX-INT-DEUDOR  PIC 9(09)V99.
       01 WS-GL-SUMA-DEBE            PIC 9(11)V99 VALUE ZERO.
       01 WS-GL-SUMA-HABER           PIC 9(11)V99 VALUE ZERO.
      * VISTA DE DIGITOS DEL MONTO PARA GRABARLO EN asientos_gl.txt
      * CORRIGIENDO (D/R/T), PARA QUE ACUMULAR-MOVIMIENTO SEPA SI EL
      * AJUSTE SUMA O RESTA DEL GRUPO
       01 WS-REF-TIPO-ORIGINAL      PIC X(01).
      * DUODECIMO CAMPO DEL MOVIMIENTO, OPCIONAL: FECHA VALOR
      * (AAAAMMDD) CUANDO EL MOVIMIENTO PERTENECE A UN DIA ANTERIOR AL
      * DE SU POSTEO (UNA CORRECCION, UN ARCHIVO DE SUCURSAL ATRASADO);
      * EN ESPACIOS EL MOVIMIENTO VALE DESDE SU POSTEO, COMO SIEMPRE
       01 WS-FECHA-VALOR            PIC X(08).
      * SALDO REAL DEL CLIENTE, TOMADO DEL MAESTRO CLIMAST EN VEZ DE
      * CONFIAR EN EL PREVIOUS-BALANCE AUTO-REPORTADO POR EL MOVIMIENTO
       01 MASTER-FOUND               PIC X VALUE 'N'.
      * IGUAL QUE UN CLIENTE INEXISTENTE, PERO PROCCESS-REGISTER USA
      * ESTA BANDERA PARA DAR UN MOTIVO DE RECHAZO MAS PRECISO
       01 WS-CLIENTE-INACTIVO-SI     PIC X VALUE 'N'.
      * 'S' CUANDO EL CLIENTE DEL GRUPO TIENE CLI-ESTADO = 'F'
      * (TITULAR FALLECIDO, MARCADO POR PSA09); EL GRUPO SIGUE VALIDO
      * PARA LOS DEPOSITOS, PERO SUS DEBITOS (R/T) SE RECHAZAN CON SU
      * PROPIO MOTIVO (VER RECHAZAR-MOVIMIENTO-FALLECIDO)
       01 WS-CLIENTE-FALLECIDO-SI    PIC X VALUE 'N'.

      * RUPTURA DE CONTROL POR ID-CLIENT: UN RENGLON DE SALDO POR
      * CLIENTE POR CORRIDA EN VEZ DE UNO POR MOVIMIENTO
      * RANGO DE FECHAS SOLO SE ACTUALIZAN CUANDO QUEDA EN 'S'
       01 WS-MOV-ACEPTADO              PIC X VALUE 'S'.

      * CHECKPOINT/REINICIO DEL POSTEO (VER GRABAR-CHECKPOINT): CADA
      * WS-INTERVALO-CKPT GRUPOS CERRADOS SE GRABA UN PUNTO DE REINICIO;
      * UNA CORRIDA QUE ENCUENTRA UNO VIGENTE DESHACE LO POSTEADO
      * DESPUES DE ESE PUNTO Y RETOMA DESDE AHI
       01 WS-INTERVALO-CKPT            PIC 9(05) VALUE 500.
       01 WS-CKPT-GRUPOS               PIC 9(05) COMP VALUE ZERO.
       01 WS-CKPT-SW                   PIC X(01) VALUE 'N'.
           88 WS-HAY-CHECKPOINT        VALUE 'S'.
       01 WS-CKPT-FASE                 PIC X(01) VALUE 'P'.
      * 'S' CUANDO EL CHECKPOINT LO DISPARA EL PRIMER MOVIMIENTO DEL
      * CLIENTE SIGUIENTE: ESE MOVIMIENTO YA SUMO A LOS TOTALES DE
      * LEIDOS PERO TODAVIA NO SE POSTEO, ASI QUE SE DESCUENTA DEL
      * CHECKPOINT Y EL REINICIO LO VUELVE A LEER
       01 WS-CKPT-DESCONTAR            PIC X(01) VALUE 'N'.
       01 WS-CKPT-OMITIR               PIC 9(07) VALUE ZERO.
       01 WS-CKPT-IDX                  PIC 9(07) COMP.
       01 WS-CKPT-CLJ-BASE             PIC 9(07) VALUE ZERO.
       01 WS-CKPT-LIN-MOVPOST          PIC 9(07) VALUE ZERO.
      * RENGLONES GRABADOS EN saldos.txt Y movimientos_posteados.dat;
      * LAS DEMAS SALIDAS DEL POSTEO SE CUENTAN CON SU PROPIO CONTADOR
      * (UN RENGLON POR COUNT-RECHAZOS, COUNT-NEGATIVES Y
      * COUNT-TRANSFERENCIAS)
       01 COUNT-LINEAS-SALDOS          PIC 9(07) VALUE 0.
       01 COUNT-MOVPOST-LINEAS         PIC 9(07) VALUE 0.
       01 FS-FCKPT                     PIC XX.
       01 FS-FREINICIO                 PIC XX.
       01 FS-FREINWRK                  PIC XX.
       01 WS-NOM-REINICIO              PIC X(40) VALUE SPACES.
       01 WS-REI-CONSERVAR             PIC 9(07).
       01 WS-REI-LEIDAS                PIC 9(07).
       01 WS-REI-DESCARTADAS           PIC 9(07).
       01 WS-REI-EOF                   PIC X(01).
       01 WS-REI-ES-MOVPOST            PIC X(01) VALUE 'N'.
       01 WS-REI-ES-BARRIDO            PIC X(01) VALUE 'N'.
      * IMAGENES PREVIAS DE climast_journal.dat POSTERIORES AL
      * CHECKPOINT; SE REPONEN EN ORDEN INVERSO, IGUAL QUE PSA07
       01 WS-CANT-REVERSO              PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-REVERSO.
           02 WS-REV-ENTRY OCCURS 1 TO 20000 TIMES
               DEPENDING ON WS-CANT-REVERSO.
               03 WS-REV-IMAGEN        PIC X(90).
       01 WS-REV-SUB                   PIC 9(05) COMP.
       01 WS-REV-EOF                   PIC X(01).
       01 WS-REV-MAX-SECUENCIA         PIC 9(07).
      * CLAVE DE UN MOVIMIENTO POSTEADO DESPUES DEL CHECKPOINT, PARA
      * UBICAR Y BORRAR SU ASIENTO EN MOVHIST (VER DESHACER-MOVHIST-
      * POSTEADO)
       01 WS-REV-CLI                   PIC X(05).
       01 WS-REV-TIPO                  PIC X(01).
       01 WS-REV-FECHA                 PIC X(08).
       01 WS-REV-FECHA-NUM REDEFINES WS-REV-FECHA PIC 9(08).
       01 WS-REV-MONTO                 PIC 9(05)V99.
       01 WS-REV-MONTO-DIG REDEFINES WS-REV-MONTO PIC 9(07).
       01 WS-REV-CONTRA                PIC X(05).
       01 WS-REV-MONTO-CONTRA          PIC 9(05)V99.
       01 WS-REV-BUSCA-CLI             PIC X(05).
       01 WS-REV-BUSCA-TIPO            PIC X(01).
       01 WS-REV-BUSCA-MONTO           PIC 9(05)V99.
       01 WS-REV-BUSCA-CONTRA          PIC X(05).
       01 WS-REV-FIN                   PIC X(01).
       01 WS-REV-BORRADO               PIC X(01).
       01 COUNT-MAESTRO-REPUESTOS      PIC 9(07) VALUE 0.
       01 COUNT-MOVHIST-BORRADOS       PIC 9(07) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM TOMAR-CERROJO
           PERFORM LEER-PARAMETROS
               STOP RUN
           END-IF

      *    UN REINICIO REUTILIZA EL movimientos_ord.dat DE LA CORRIDA
      *    INTERRUMPIDA: LAS ENVOLTURAS YA SE VALIDARON Y LAS ORDENES
      *    PERMANENTES YA AVANZARON SU PROXIMA FECHA, ASI QUE NI UNA
      *    COSA NI LA OTRA SE PUEDE REPETIR. LA COLA DE PENDIENTES SI
      *    SE VUELVE A LEER PORQUE SOLO SE REESCRIBE AL FINAL
           PERFORM LEER-CHECKPOINT
           IF NOT WS-HAY-CHECKPOINT
               PERFORM VERIFICAR-ARCHIVOS-SUCURSAL
               PERFORM VALIDAR-ENVOLTURAS-SUCURSAL
           END-IF
           PERFORM CARGAR-Y-LIBERAR-PENDIENTES
           IF NOT WS-HAY-CHECKPOINT
               PERFORM EXPANDIR-ORDENES-PERMANENTES
               PERFORM ORDENAR-MOVIMIENTOS
           END-IF

      *    comisiones_cheques.dat Y comisiones_canal.dat YA ENTRARON
      *    AL SORT, ASI QUE SE ABREN OUTPUT PARA RECIBIR LAS COMISIONES
      *    DE ESTA CORRIDA; EL REINICIO LAS RECORTA Y LAS CONTINUA COMO
      *    LAS DEMAS SALIDAS
           IF WS-HAY-CHECKPOINT
               PERFORM TRUNCAR-SALIDAS-REINICIO
               OPEN INPUT MOVESORD
                   EXTEND BALANCES NEGATIVES RECHAZOS TRANSDEST
                       FCHQDEV FCOMCHQ FTRFSAL FCOMCAN FUSOCAN
                       FVALRET FALERTAS FCANNUE FCAJPOS FATMPOS
                   I-O CLIMASTER
           ELSE
               OPEN INPUT MOVESORD
                   OUTPUT BALANCES NEGATIVES RECHAZOS TRANSDEST
                       FCHQDEV FCOMCHQ FTRFSAL FCOMCAN FUSOCAN
                       FVALRET FALERTAS FCANNUE FCAJPOS FATMPOS
                   I-O CLIMASTER
           END-IF
           IF CLIMASTER-STATUS = '35'
               CLOSE CLIMASTER
               OPEN OUTPUT CLIMASTER
               OPEN I-O MOVHIST
           END-IF
           PERFORM ABRIR-AUDITORIA
      *    EL REINICIO CONTINUA EL LOTE DE LA CORRIDA INTERRUMPIDA (YA
      *    RESTAURADO DESDE EL CHECKPOINT), PARA QUE PSA07 PUEDA
      *    RETIRAR LAS DOS MITADES COMO UN SOLO LOTE
           IF NOT WS-HAY-CHECKPOINT
               PERFORM OBTENER-LOTE-ID
           END-IF
           PERFORM ACTUALIZAR-CERROJO
           PERFORM GRABAR-RUNPLAN-INICIO

           END-IF

           PERFORM CARGAR-PERIODOS-CERRADOS
           IF WS-HAY-CHECKPOINT
               PERFORM REVERTIR-MAESTRO-REINICIO
               PERFORM REVERTIR-POSTEADOS-REINICIO
               PERFORM REVERTIR-BARRIDOS-REINICIO
           END-IF
           PERFORM CARGAR-MOVIMIENTOS-POSTEADOS
           PERFORM CARGAR-RETENCIONES
           PERFORM CARGAR-EMBARGOS
           PERFORM CARGAR-BARRIDOS
           PERFORM CARGAR-CHEQUERAS
           PERFORM CARGAR-NO-PAGO
           PERFORM CARGAR-TIPOS-CAMBIO
           PERFORM CARGAR-DIAS-SOBREGIRO
           PERFORM CARGAR-TARIFAS-CANAL
           PERFORM CARGAR-PREFERENCIAS-ALERTA
           PERFORM CARGAR-CANALES-CLIENTES
      *    CHECKPOINT INICIAL: UN ABEND ANTES DEL PRIMER INTERVALO
      *    TAMBIEN SE PUEDE REINICIAR SIN RETIRAR EL LOTE
           IF WS-HAY-CHECKPOINT
               PERFORM OMITIR-PROCESADOS-PSA01
           ELSE
               MOVE 'N' TO WS-CKPT-DESCONTAR
               PERFORM GRABAR-CHECKPOINT
           END-IF
           PERFORM HASTA-FIN-ARCHIVO
      *    CIERRA EL ULTIMO GRUPO, QUE NUNCA VE UN CAMBIO DE ID-CLIENT
           IF PREVIOUS-ID NOT = SPACES
               PERFORM CERRAR-GRUPO-CLIENTE
           END-IF
      *    POSTEO COMPLETO; LO QUE SIGUE AGREGA A BITACORAS Y REESCRIBE
      *    LA COLA, QUE NO SE PUEDEN REPETIR, ASI QUE UN ABEND DE AQUI
      *    EN ADELANTE YA NO SE REINICIA (VER RESTAURAR-CHECKPOINT)
           MOVE 'F' TO WS-CKPT-FASE
           MOVE 'N' TO WS-CKPT-DESCONTAR
           PERFORM GRABAR-CHECKPOINT

      *    EL EMBARGO VA ANTES QUE TODO LO QUE LEE SALDOS DEL MAESTRO
      *    (DORMIDAS, POSICION FX, FOTO DIARIA) Y QUE LOS ASIENTOS GL;
      *    EL AJUSTE DE INTERES POR FECHA VALOR VA ANTES DEL EMBARGO
      *    PORQUE TAMBIEN ES SALDO DEL CLIENTE
           PERFORM AJUSTAR-VALOR-RETROACTIVO
           PERFORM APLICAR-EMBARGOS
           PERFORM DETECTAR-CUENTAS-DORMIDAS
               THRU DETECTAR-CUENTAS-DORMIDAS-EXIT
           PERFORM GENERAR-POSICION-FX
           PERFORM GRABAR-RESUMEN-CANALES
           PERFORM GRABAR-CONTROL
           PERFORM GRABAR-RUNPLAN
           PERFORM LIMPIAR-CHECKPOINT

           CLOSE MOVESORD BALANCES NEGATIVES RECHAZOS TRANSDEST
               CLIMASTER AUDITLOG MOVPOST MOVHIST FCHQDEV FCOMCHQ
               FTRFSAL FCOMCAN FUSOCAN FBARAPL FALERTAS FCANNUE
               FCAJPOS FATMPOS
           PERFORM ACTUALIZAR-CONTEO-NSF
           PERFORM ACTUALIZAR-USO-CANALES
               THRU ACTUALIZAR-USO-CANALES-EXIT
           PERFORM ACTUALIZAR-CANALES-CLIENTES
           DISPLAY "TOTAL MOVIMIENTOS PROCESADOS: " COUNT-REGISTERS
           DISPLAY "TOTAL CLIENTES CONSOLIDADOS: " COUNT-CLIENTES
           DISPLAY "TOTAL TRANSFERENCIAS: " COUNT-TRANSFERENCIAS
           DISPLAY "TRANSFERENCIAS CON CONVERSION DE MONEDA: "
               COUNT-CONVERSIONES
           DISPLAY "CUENTAS EN NEGATIVO: " COUNT-NEGATIVES
           DISPLAY "MOVIMIENTOS RECHAZADOS: " COUNT-RECHAZOS
           DISPLAY "CUENTAS DORMIDAS/SALDO BAJO: " COUNT-DORMIDAS
           DISPLAY "MOVIMIENTOS DUPLICADOS: " COUNT-DUPLICADOS
           DISPLAY "RECHAZADOS POR RETENCION: " COUNT-RETENIDOS
           DISPLAY "RECHAZADOS POR TITULAR FALLECIDO: " COUNT-FALLECIDOS
           DISPLAY "RECHAZADOS POR LIMITE DIARIO: "
               COUNT-LIMITE-DIARIO
           DISPLAY "RECHAZADOS POR SALDO EMBARGADO: "
               COUNT-RECH-EMBARGO
           DISPLAY "EMBARGOS COBRADOS: " COUNT-EMBARGOS-COBRADOS
           DISPLAY "EMBARGOS SATISFECHOS: " COUNT-EMBARGOS-SATISF
           DISPLAY "EMBARGOS VENCIDOS: " COUNT-EMBARGOS-VENCIDOS
           DISPLAY "CUENTAS EMBARGADAS: " COUNT-CUENTAS-EMBARGADAS
           DISPLAY "MOVIMIENTOS CON FECHA VALOR RETROACTIVA: "
               COUNT-VALOR-RETRO
           DISPLAY "FOTOS DE SALDO DIARIO CORREGIDAS: "
               COUNT-FOTOS-CORREGIDAS
           DISPLAY "AJUSTES DE INTERES POR FECHA VALOR: "
               COUNT-AJUSTES-VALOR
           DISPLAY "BARRIDOS DESDE CUENTAS DE FONDEO: " COUNT-BARRIDOS
               " MONTO: " WS-SUMA-BARRIDOS
           DISPLAY "ALERTAS AL CLIENTE GENERADAS: " COUNT-ALERTAS
           DISPLAY "CANALES NUEVOS REGISTRADOS: " COUNT-CANALES-NUEVOS
           DISPLAY "MOVIMIENTOS DE VENTANILLA PARA CUADRE: "
               COUNT-CAJA-POSTEADA
           DISPLAY "RETIROS ATM PARA CONCILIACION: " COUNT-ATM-POSTEADO
           DISPLAY "MOVIMIENTOS DE ORDENES PERMANENTES: "
               COUNT-ORDENES-GENERADAS
           DISPLAY "MOVIMIENTOS LIBERADOS DE LA COLA: "
               WS-CANT-LIBERADOS
           DISPLAY "MOVIMIENTOS PENDIENTES AL CIERRE: "
               WS-CANT-PENDIENTES
           DISPLAY "CARGOS DE TARJETA LEIDOS: " COUNT-CARGOS-TARJETA
           DISPLAY "MOVIMIENTOS DE PLAZO FIJO LEIDOS: " COUNT-MOVS-PLAZO
           DISPLAY "MOVIMIENTOS DE PRESTAMOS LEIDOS: "
               COUNT-MOVS-PRESTAMO
           DISPLAY "COMISIONES DE CHEQUE LEIDAS: "
               COUNT-COMIS-CHQ-LEIDAS
           DISPLAY "CHEQUES PAGADOS: " COUNT-CHEQUES-PAGADOS
           DISPLAY "CHEQUES DEVUELTOS: " COUNT-CHEQUES-DEVUELTOS
           DISPLAY "DEVUELTOS POR FONDOS INSUFICIENTES: "
               COUNT-CHEQUES-NSF
           DISPLAY "COMISIONES DE CHEQUE GENERADAS: "
               COUNT-COMISIONES-CHQ
           DISPLAY "CANDIDATOS A SUSPENSION DE CHEQUERA: "
               COUNT-CANDIDATOS-SUSP
           DISPLAY "TRANSFERENCIAS A OTROS BANCOS: " COUNT-TRF-SALIENTES
           DISPLAY "TRANSFERENCIAS A OTROS BANCOS RECHAZADAS: "
               COUNT-TRF-EXT-RECHAZADAS
           DISPLAY "REINTEGROS DE TRANSFERENCIAS DEVUELTAS LEIDOS: "
               COUNT-TRF-DEV-LEIDAS
           DISPLAY "MOVIMIENTOS DE NOMINA LEIDOS: " COUNT-MOVS-NOMINA
           DISPLAY "COMISIONES POR CANAL LEIDAS: "
               COUNT-COMIS-CAN-LEIDAS
           DISPLAY "COMISIONES POR CANAL GENERADAS: "
               COUNT-COMISIONES-CAN
           PERFORM VACIAR-CARGOS-TARJETA
           PERFORM VACIAR-MOVIMIENTOS-PLAZO
           PERFORM VACIAR-MOVIMIENTOS-PRESTAMO
           PERFORM VACIAR-TRANSFERENCIAS-DEVUELTAS
           PERFORM VACIAR-MOVIMIENTOS-NOMINA
           PERFORM SOLTAR-CERROJO
           STOP RUN.

      *    MISMO PROTOCOLO QUE 1010-TOMAR-CERROJO EN PROGRAM1: UN
      *    CERROJO VIGENTE RECHAZA EL ARRANQUE NOMBRANDO AL QUE LO
      *    TIENE; CANDADO_OVERRIDE.txt ES EL DESTRABE DEL OPERADOR
      *    UN OVERRIDE SIN FUNCION CANDADO VIGENTE SE CONSUME IGUAL
      *    PERO NO LIMPIA NADA
           OPEN INPUT FILOVERRIDE
           IF FS-FILOVERRIDE = '00'
               PERFORM VERIFICAR-OVERRIDE
               CLOSE FILOVERRIDE
               DELETE FILE FILOVERRIDE
               IF WS-AUT-PERMITIDO = 'S'
                   OPEN OUTPUT FILCERROJO
                   CLOSE FILCERROJO
                   DISPLAY "OVERRIDE DEL OPERADOR: CERROJO ANTERIOR "
                       "LIMPIADO"
               ELSE
                   DISPLAY "OVERRIDE RECHAZADO: USUARIO "
                       WS-AUT-USUARIO " SIN FUNCION CANDADO VIGENTE"
               END-IF
           END-IF
           OPEN INPUT FILCERROJO
           IF FS-FILCERROJO = '00'
           WRITE REG-CERROJO
           CLOSE FILCERROJO.

       VERIFICAR-OVERRIDE.
      *    EL OPERADOR FIRMA EL OVERRIDE CON SU USUARIO EN LAS PRIMERAS
      *    8 POSICIONES; UN ARCHIVO VACIO O SIN USUARIO SE NIEGA
           MOVE SPACES TO REG-OVERRIDE
           READ FILOVERRIDE
               AT END
                   MOVE SPACES TO REG-OVERRIDE
           END-READ
           MOVE REG-OVERRIDE(1:8) TO WS-AUT-USUARIO
           MOVE 'CANDADO' TO WS-AUT-FUNCION
           MOVE 'PSA01' TO WS-AUT-PROGRAMA
           ACCEPT WS-AUT-FECHA FROM DATE YYYYMMDD
           PERFORM VERIFICAR-AUTORIZACION
           IF WS-AUT-PERMITIDO = 'S'
               MOVE "OVERRIDE DE CERROJO APLICADO" TO WS-AUT-DETALLE
           ELSE
               MOVE "OVERRIDE DE CERROJO RECHAZADO" TO WS-AUT-DETALLE
           END-IF
           PERFORM REGISTRAR-ACCESO.

       VERIFICAR-AUTORIZACION.
           COPY AUTORCHK.

       REGISTRAR-ACCESO.
           COPY AUTORLOG.

       ACTUALIZAR-CERROJO.
      *    REESCRIBE EL CERROJO CON EL LOTE YA ASIGNADO
           OPEN OUTPUT FILCERROJO
                       IF PARM-DIAS-COBRANZA NOT = 0
                           MOVE PARM-DIAS-COBRANZA TO WS-DIAS-COBRANZA
                       END-IF
                       IF PARM-DIAS-DUPLICADOS NOT = 0
                           MOVE PARM-DIAS-DUPLICADOS TO
                               WS-DIAS-DUPLICADOS
                       END-IF
                       IF PARM-INTERVALO-CKPT NOT = 0
                           MOVE PARM-INTERVALO-CKPT TO
                               WS-INTERVALO-CKPT
                       END-IF
                       IF PARM-COMISION-CHQ-DEV NOT = 0
                           MOVE PARM-COMISION-CHQ-DEV TO
                               WS-COMISION-CHQ-DEV
                       END-IF
                       IF PARM-UMBRAL-NSF NOT = 0
                           MOVE PARM-UMBRAL-NSF TO WS-UMBRAL-NSF
                       END-IF
               END-READ
               CLOSE FILPARM
           END-IF.
           END-IF

           PERFORM CARGAR-SALDOS-PROMEDIO
           PERFORM CARGAR-PRODUCTOS

           MOVE LOW-VALUES TO CLI-ID
           START CLIMASTER KEY IS NOT LESS THAN CLI-ID
               PERFORM GRABAR-TOTALES-SIMULACRO
           ELSE
      *        LOS ASIENTOS CONTABLES SOLO SALEN DE UN DEVENGO REAL;
      *        UN SIMULACRO NO MUEVE PLATA Y NO DEBE LLEGAR AL LIBRO,
      *        NI CUENTA COMO DEVENGO PARA LA FECHA VALOR
               PERFORM GRABAR-ASIENTOS-GL
               PERFORM GRABAR-CONTROL-DEVENGO
           END-IF
           CLOSE CLIMASTER
           PERFORM CERRAR-ARCHIVOS-ACCRUAL
           CLOSE AUDITLOG
           DISPLAY "CORRIDA DE DEVENGO: CLIENTES AFECTADOS: "
               COUNT-ACCRUAL-CLIENTES
           IF COUNT-PRODUCTO-DESCONOCIDO > 0
               DISPLAY "CLIENTES CON PRODUCTO FUERA DEL CATALOGO "
                   "(DEVENGADOS CON PARMPSA01): "
                   COUNT-PRODUCTO-DESCONOCIDO
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       EJECUTAR-ACCRUAL-EXIT.
           EXIT.

               CLOSE TRANSDEST
           END-IF.

       GRABAR-CONTROL-DEVENGO.
      *    DEJA LA FECHA Y LA VENTANA DE ESTE DEVENGO PARA QUE EL
      *    POSTEO PUEDA RECALCULAR SU INTERES CUANDO LLEGA UN
      *    MOVIMIENTO CON FECHA VALOR DENTRO DE ELLA (VER
      *    AJUSTAR-VALOR-RETROACTIVO); SOLO INTERESA EL ULTIMO
           OPEN OUTPUT FDEVCTL
           MOVE SPACES TO REG-DEVCTL
           MOVE WS-FECHA-NEGOCIO TO DVC-FECHA-DEVENGO
           MOVE WS-DIAS-ADB TO DVC-DIAS-ADB
           MOVE WS-LOTE-ID TO DVC-LOTE-ID
           WRITE REG-DEVCTL
           CLOSE FDEVCTL.

       GRABAR-TOTALES-SIMULACRO.
           MOVE WS-SIM-TOT-INTERES TO WS-SIM-TOT-INTERES-DISP
           MOVE WS-SIM-TOT-CUOTA TO WS-SIM-TOT-CUOTA-DISP
      *    SALDOS (CUENTA NUEVA O HISTORIA AUN NO ACUMULADA) DEVENGA
      *    SOBRE EL SALDO DEL DIA, COMO SIEMPRE
           PERFORM CALCULAR-SALDO-PROMEDIO
           PERFORM DETERMINAR-TARIFA-CLIENTE
           MOVE ZERO TO WS-ACCRUAL-INTERES
           IF WS-ADB-DISPONIBLE = 'S'
               IF WS-TASA-CLIENTE > 0 AND WS-ADB-PROMEDIO > 0
                   COMPUTE WS-ACCRUAL-INTERES ROUNDED =
                       WS-ADB-PROMEDIO * WS-TASA-CLIENTE / 100
               END-IF
           ELSE
               IF WS-TASA-CLIENTE > 0 AND CLI-SALDO > 0
                   COMPUTE WS-ACCRUAL-INTERES ROUNDED =
                       CLI-SALDO * WS-TASA-CLIENTE / 100
               END-IF
           END-IF
           PERFORM CALCULAR-RETENCION-INTERES
      *    QUEDA POR PAGAR AL FISCO (VER GRABAR-ASIENTOS-GL)
           PERFORM GRABAR-JOURNAL-CLIMAST
           ADD WS-ACCRUAL-NETO TO CLI-SALDO
           IF WS-CUOTA-CLIENTE > 0
               SUBTRACT WS-CUOTA-CLIENTE FROM CLI-SALDO
           END-IF
           IF WS-INT-DEUDOR > 0
               SUBTRACT WS-INT-DEUDOR FROM CLI-SALDO
           END-IF
           REWRITE REG-CLIMAST
           ADD 1 TO COUNT-ACCRUAL-CLIENTES
           MOVE CLI-MONEDA TO WS-GL-MONEDA-NUEVA
           PERFORM FIJAR-MONEDA-GL

           IF WS-ACCRUAL-INTERES > 0
               MOVE WS-ACCRUAL-NETO TO WS-ACCRUAL-INTERES-DISP
               ADD WS-ACCRUAL-INTERES TO WS-GL-TOT-INTERES
               IF WS-RET-MONTO > 0
                   ADD WS-RET-MONTO TO WS-GL-TOT-RETENCION
               END-IF
               PERFORM GRABAR-RETENCION-FISCAL
           END-IF
           IF WS-INT-DEUDOR > 0
               ADD WS-INT-DEUDOR TO WS-GL-TOT-INT-DEUDOR
               MOVE WS-INT-DEUDOR TO WS-INT-DEUDOR-DISP
               PERFORM GRABAR-MOVIMIENTO-ACCRUAL-SOBREGIRO
           END-IF
           IF WS-CUOTA-CLIENTE > 0
               MOVE WS-CUOTA-CLIENTE TO WS-ACCRUAL-CUOTA-DISP
               PERFORM GRABAR-MOVIMIENTO-ACCRUAL-CUOTA
               ADD WS-CUOTA-CLIENTE TO WS-GL-TOT-CUOTA
           END-IF
           IF WS-ACCRUAL-INTERES > 0 OR WS-CUOTA-CLIENTE > 0
              OR WS-INT-DEUDOR > 0
               PERFORM GRABAR-DEVENGO-CLIENTE
           END-IF.
       APLICAR-ACCRUAL-CLIENTE-EXIT.
           EXIT.
      *    SOBREGIRO QUE SE APLICARIAN CON LOS PARAMETROS ACTUALES, Y
      *    EL SALDO QUE QUEDARIA; EL SALDO REAL DEL MAESTRO NO SE TOCA
           COMPUTE WS-SIM-SALDO-PROY =
               CLI-SALDO + WS-ACCRUAL-NETO - WS-CUOTA-CLIENTE
               - WS-INT-DEUDOR
           MOVE WS-ACCRUAL-NETO TO WS-ACCRUAL-INTERES-DISP
           MOVE WS-CUOTA-CLIENTE TO WS-ACCRUAL-CUOTA-DISP
           MOVE WS-INT-DEUDOR TO WS-INT-DEUDOR-DISP
           MOVE WS-SIM-SALDO-PROY TO WS-SIM-SALDO-PROY-DISP
           STRING CLI-ID DELIMITED BY SIZE
               INTO SIMUL-REGISTER
           WRITE SIMUL-REGISTER
           ADD WS-ACCRUAL-INTERES TO WS-SIM-TOT-INTERES
           ADD WS-CUOTA-CLIENTE TO WS-SIM-TOT-CUOTA
           ADD WS-INT-DEUDOR TO WS-SIM-TOT-SOBREGIRO.

       CARGAR-PRODUCTOS.
      *    PRODUCTOS.txt ES OPCIONAL; SIN ARCHIVO LA TABLA QUEDA VACIA Y
      *    TODO CLIENTE SE DEVENGA CON PARMPSA01.txt. UN CODIGO REPETIDO
      *    QUEDA CON EL PRIMER RENGLON
           MOVE ZERO TO WS-CANT-PRODUCTOS
           MOVE 'N' TO WS-PRD-EOF
           OPEN INPUT FPRODUCTOS
           IF FS-FPRODUCTOS = '00'
               PERFORM UNTIL WS-PRD-EOF = 'S'
                   READ FPRODUCTOS
                       AT END
                           MOVE 'S' TO WS-PRD-EOF
                       NOT AT END
                           PERFORM GUARDAR-PRODUCTO
                   END-READ
               END-PERFORM
               CLOSE FPRODUCTOS
           END-IF
           DISPLAY "PRODUCTOS DE DEPOSITO CARGADOS: " WS-CANT-PRODUCTOS.

       GUARDAR-PRODUCTO.
           IF PRD-CODIGO NOT = SPACES AND WS-CANT-PRODUCTOS < 200
               ADD 1 TO WS-CANT-PRODUCTOS
               SET WS-PRD-IDX TO WS-CANT-PRODUCTOS
               MOVE PRD-CODIGO TO WS-PRD-CODIGO(WS-PRD-IDX)
               MOVE PRD-CUOTA-MANTENIMIENTO TO WS-PRD-CUOTA(WS-PRD-IDX)
               MOVE PRD-SALDO-MINIMO TO WS-PRD-SALDO-MIN(WS-PRD-IDX)
               PERFORM VARYING WS-PRD-SUB FROM 1 BY 1
                   UNTIL WS-PRD-SUB > 4
                   IF PRD-TRAMO-DESDE(WS-PRD-SUB) NUMERIC AND
                      PRD-TRAMO-TASA(WS-PRD-SUB) NUMERIC
                       MOVE PRD-TRAMO-DESDE(WS-PRD-SUB) TO
                           WS-PRD-DESDE(WS-PRD-IDX, WS-PRD-SUB)
                       MOVE PRD-TRAMO-TASA(WS-PRD-SUB) TO
                           WS-PRD-TASA(WS-PRD-IDX, WS-PRD-SUB)
                   ELSE
                       MOVE ZERO TO WS-PRD-DESDE(WS-PRD-IDX, WS-PRD-SUB)
                       MOVE ZERO TO WS-PRD-TASA(WS-PRD-IDX, WS-PRD-SUB)
                   END-IF
               END-PERFORM
           END-IF.

       DETERMINAR-TARIFA-CLIENTE.
      *    SIN PRODUCTO EL CLIENTE SE DEVENGA CON EL PARM-CARD, COMO
      *    ANTES DEL CATALOGO. CON PRODUCTO, LA BANDA DE SALDO Y EL
      *    SALDO MINIMO SE MIDEN SOBRE EL MISMO SALDO QUE GENERA EL
      *    INTERES (PROMEDIO DE LA VENTANA O, SIN HISTORIA, EL DEL DIA).
      *    UN CODIGO QUE NO ESTA EN EL CATALOGO TAMBIEN CAE AL PARM-CARD
      *    Y QUEDA CONTADO PARA QUE PRODUCTOS LO CORRIJA
           MOVE WS-TASA-INTERES TO WS-TASA-CLIENTE
           MOVE WS-CUOTA-MANTENIMIENTO TO WS-CUOTA-CLIENTE
           IF CLI-PRODUCTO NOT = SPACES
               IF WS-ADB-DISPONIBLE = 'S'
                   MOVE WS-ADB-PROMEDIO TO WS-PRD-BASE
               ELSE
                   MOVE CLI-SALDO TO WS-PRD-BASE
               END-IF
               SET WS-PRD-IDX TO 1
               IF WS-CANT-PRODUCTOS > 0
                   SEARCH WS-PRD-ENTRY
                       AT END
                           PERFORM INFORMAR-PRODUCTO-DESCONOCIDO
                       WHEN WS-PRD-CODIGO(WS-PRD-IDX) = CLI-PRODUCTO
                           PERFORM APLICAR-TARIFA-PRODUCTO
                   END-SEARCH
               ELSE
                   PERFORM INFORMAR-PRODUCTO-DESCONOCIDO
               END-IF
           END-IF.

       INFORMAR-PRODUCTO-DESCONOCIDO.
           ADD 1 TO COUNT-PRODUCTO-DESCONOCIDO
           DISPLAY "CLIENTE " CLI-ID " CON PRODUCTO " CLI-PRODUCTO
               " FUERA DEL CATALOGO".

       APLICAR-TARIFA-PRODUCTO.
           MOVE WS-PRD-TASA(WS-PRD-IDX, 1) TO WS-TASA-CLIENTE
           PERFORM VARYING WS-PRD-SUB FROM 2 BY 1
               UNTIL WS-PRD-SUB > 4
               IF WS-PRD-DESDE(WS-PRD-IDX, WS-PRD-SUB) > 0 AND
                  WS-PRD-BASE >= WS-PRD-DESDE(WS-PRD-IDX, WS-PRD-SUB)
                   MOVE WS-PRD-TASA(WS-PRD-IDX, WS-PRD-SUB) TO
                       WS-TASA-CLIENTE
               END-IF
           END-PERFORM
           MOVE WS-PRD-CUOTA(WS-PRD-IDX) TO WS-CUOTA-CLIENTE
           IF WS-PRD-SALDO-MIN(WS-PRD-IDX) > 0 AND
              WS-PRD-BASE >= WS-PRD-SALDO-MIN(WS-PRD-IDX)
               MOVE ZERO TO WS-CUOTA-CLIENTE
           END-IF.

       CALCULAR-RETENCION-INTERES.
      *    LA RETENCION SE CALCULA SOBRE EL INTERES BRUTO DEVENGADO;
      *    SIN TASA CONFIGURADA EL NETO ES IGUAL AL BRUTO, COMO
               WS-ACCRUAL-INTERES - WS-RET-MONTO.

       GRABAR-RETENCION-FISCAL.
      *    UN RENGLON POR CLIENTE Y DEVENGO CON EL BRUTO, LO
      *    RETENIDO (CERO SI NO HUBO RETENCION, EL CERTIFICADO ANUAL
      *    INFORMA TODO EL INTERES PAGADO) Y LA MONEDA DE LA CUENTA,
      *    FECHADO CON LA FECHA DE NEGOCIO. MISMO PATRON
      *    "CREAR SI NO EXISTE"/OPEN EXTEND DE LAS BITACORAS
           OPEN EXTEND FRETFISC
           IF FS-FRETFISC = '35'
           END-IF
           MOVE WS-ACCRUAL-INTERES TO WS-ACCRUAL-INTERES-DISP
           MOVE WS-RET-MONTO TO WS-RET-MONTO-DISP
           MOVE SPACES TO RETFISC-REGISTER
           STRING WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CLI-ID DELIMITED BY SIZE
               WS-ACCRUAL-INTERES-DISP DELIMITED BY SIZE
               "|RETENIDO:" DELIMITED BY SIZE
               WS-RET-MONTO-DISP DELIMITED BY SIZE
               "|MONEDA:" DELIMITED BY SIZE
               CLI-MONEDA DELIMITED BY SIZE
               INTO RETFISC-REGISTER
           WRITE RETFISC-REGISTER
           CLOSE FRETFISC
           ADD 1 TO COUNT-RETENCIONES-FISC.

       GRABAR-DEVENGO-CLIENTE.
      *    UN RENGLON POR CLIENTE Y DEVENGO CON CADA COMPONENTE POR
      *    SEPARADO, PARA LA RENTABILIDAD POR CLIENTE DE PSA23. MISMO
      *    PATRON "CREAR SI NO EXISTE"/OPEN EXTEND QUE
      *    GRABAR-RETENCION-FISCAL
           OPEN EXTEND FDEVCLI
           IF FS-FDEVCLI = '35'
               OPEN OUTPUT FDEVCLI
               CLOSE FDEVCLI
               OPEN EXTEND FDEVCLI
           END-IF
           MOVE SPACES TO REG-DEVENGO-CLIENTE
           MOVE CLI-ID TO DVL-CLI-ID
           MOVE WS-FECHA-NEGOCIO TO DVL-FECHA
           MOVE CLI-MONEDA TO DVL-MONEDA
           MOVE WS-ACCRUAL-INTERES TO DVL-INTERES-BRUTO
           MOVE WS-RET-MONTO TO DVL-RETENIDO
           MOVE WS-CUOTA-CLIENTE TO DVL-CUOTA
           MOVE WS-INT-DEUDOR TO DVL-INT-DEUDOR
           MOVE WS-LOTE-ID TO DVL-LOTE-ID
           WRITE REG-DEVENGO-CLIENTE
           CLOSE FDEVCLI.

       GRABAR-MOVIMIENTO-ACCRUAL-INTERES.
           STRING CLI-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ADD 1 TO WS-ADB-SUB
           END-PERFORM.

       GRABAR-VALOR-RETROACTIVO.
      *    EL MOVIMIENTO RECIEN ACEPTADO VALE DESDE UN DIA ANTERIOR A
      *    LA FECHA DE NEGOCIO, ASI QUE LAS FOTOS DE SALDO DESDE ESE DIA
      *    NO LO INCLUYEN. SE ANOTA CON EL SENTIDO QUE TIENE SOBRE EL
      *    SALDO DEL CLIENTE Y SE CORRIGE AL CERRAR EL POSTEO (VER
      *    AJUSTAR-VALOR-RETROACTIVO); DE UNA TRANSFERENCIA SOLO SE
      *    CORRIGE EL LADO ORIGEN, EL DESTINO SE ACREDITA HOY
           MOVE SPACES TO REG-VALRET
           MOVE ID-CLIENT TO VRT-CLI-ID
           MOVE WS-FECHA-VALOR TO VRT-FECHA-VALOR
           EVALUATE TYPE-MOVE
               WHEN "D"
                   MOVE '+' TO VRT-SIGNO
               WHEN "A"
                   IF WS-REF-TIPO-ORIGINAL = "D"
                       MOVE '-' TO VRT-SIGNO
                   ELSE
                       MOVE '+' TO VRT-SIGNO
                   END-IF
               WHEN OTHER
                   MOVE '-' TO VRT-SIGNO
           END-EVALUATE
           MOVE AMOUNT-MOVE TO VRT-MONTO
           MOVE FECHA-MOVIMIENTO TO VRT-FECHA-MOV
           MOVE WS-CANAL-MOVIMIENTO TO VRT-CANAL
           WRITE REG-VALRET
           ADD 1 TO COUNT-VALOR-RETRO.

       AJUSTAR-VALOR-RETROACTIVO.
      *    CERRADO EL POSTEO, LOS MOVIMIENTOS CON FECHA VALOR
      *    RETROACTIVA DE LA CORRIDA CORRIGEN LAS FOTOS DE
      *    saldos_diarios.txt DESDE SU FECHA VALOR HASTA EL DIA ANTERIOR
      *    A LA FECHA DE NEGOCIO (LA FOTO DE HOY SALE DEL MAESTRO, QUE
      *    YA LOS TIENE). SI ALGUNA FOTO CORREGIDA CAE EN LA VENTANA DEL
      *    ULTIMO DEVENGO (devengo_control.txt), EL INTERES DE ESE
      *    DEVENGO SE RECALCULA SOBRE EL PROMEDIO CORREGIDO Y LA
      *    DIFERENCIA SE ACREDITA O SE DEBITA HOY AL CLIENTE CON SU
      *    ASIENTO; LO QUE CAE DESPUES DEL ULTIMO DEVENGO LO TOMA EL
      *    PROXIMO DEVENGO, YA SOBRE LAS FOTOS CORREGIDAS
           CLOSE FVALRET
           OPEN OUTPUT FAJUVAL
           PERFORM CARGAR-VALOR-RETROACTIVO
           IF WS-CANT-VALRET > 0
               PERFORM LEER-CONTROL-DEVENGO
               PERFORM CORREGIR-SALDOS-DIARIOS
               IF WS-DEV-HAY = 'S'
                   PERFORM CARGAR-PRODUCTOS
                   PERFORM AJUSTAR-INTERES-CLIENTE
                       VARYING WS-VRC-IDX FROM 1 BY 1
                       UNTIL WS-VRC-IDX > WS-CANT-VRCLI
               END-IF
           END-IF
           CLOSE FAJUVAL.

       CARGAR-VALOR-RETROACTIVO.
      *    LOS RENGLONES SE ORDENAN POR CLIENTE Y SE ARMA UNA ENTRADA
      *    POR CLIENTE CON EL RANGO DE SUS RENGLONES, PARA UBICARLO CON
      *    SEARCH ALL DESDE CADA FOTO DE SALDO
           MOVE ZERO TO WS-CANT-VALRET
           MOVE ZERO TO WS-CANT-VRCLI
           MOVE SPACES TO WS-VRC-ULTIMO-CLI
           MOVE 'N' TO WS-VRT-EOF
           OPEN INPUT FVALRET
           IF FS-FVALRET = '00'
               PERFORM UNTIL WS-VRT-EOF = 'S'
                   READ FVALRET
                       AT END
                           MOVE 'S' TO WS-VRT-EOF
                       NOT AT END
                           PERFORM GUARDAR-VALOR-RETROACTIVO
                   END-READ
               END-PERFORM
               CLOSE FVALRET
           END-IF
           IF WS-CANT-VALRET > 0
               SORT WS-VRT-ENTRY ON ASCENDING KEY WS-VRT-CLI
               PERFORM ARMAR-CLIENTE-VALOR
                   VARYING WS-VRT-SUB FROM 1 BY 1
                   UNTIL WS-VRT-SUB > WS-CANT-VALRET
           END-IF.

       GUARDAR-VALOR-RETROACTIVO.
           IF WS-CANT-VALRET >= 20000
               DISPLAY "TABLA DE FECHA VALOR LLENA (20000); EL "
                   "MOVIMIENTO DE " VRT-CLI-ID " DEL " VRT-FECHA-VALOR
                   " NO CORRIGE LAS FOTOS DE SALDO"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               ADD 1 TO WS-CANT-VALRET
               SET WS-VRT-IDX TO WS-CANT-VALRET
               MOVE VRT-CLI-ID TO WS-VRT-CLI(WS-VRT-IDX)
               MOVE VRT-FECHA-VALOR TO WS-VRT-FECHA(WS-VRT-IDX)
               IF VRT-SIGNO = '-'
                   COMPUTE WS-VRT-MONTO(WS-VRT-IDX) = 0 - VRT-MONTO
               ELSE
                   MOVE VRT-MONTO TO WS-VRT-MONTO(WS-VRT-IDX)
               END-IF
           END-IF.

       ARMAR-CLIENTE-VALOR.
           IF WS-VRT-CLI(WS-VRT-SUB) NOT = WS-VRC-ULTIMO-CLI
               ADD 1 TO WS-CANT-VRCLI
               SET WS-VRC-IDX TO WS-CANT-VRCLI
               MOVE WS-VRT-CLI(WS-VRT-SUB) TO WS-VRC-CLI(WS-VRC-IDX)
               MOVE WS-VRT-SUB TO WS-VRC-DESDE(WS-VRC-IDX)
               MOVE ZERO TO WS-VRC-SUMA-ANT(WS-VRC-IDX)
               MOVE ZERO TO WS-VRC-SUMA-NUEVA(WS-VRC-IDX)
               MOVE ZERO TO WS-VRC-CUENTA(WS-VRC-IDX)
               MOVE ZERO TO WS-VRC-AFECTADAS(WS-VRC-IDX)
               MOVE WS-VRT-CLI(WS-VRT-SUB) TO WS-VRC-ULTIMO-CLI
           END-IF
           MOVE WS-VRT-SUB TO WS-VRC-HASTA(WS-VRC-IDX).

       LEER-CONTROL-DEVENGO.
      *    SIN devengo_control.txt (TODAVIA NO HUBO UN DEVENGO REAL)
      *    NO HAY INTERES QUE RECALCULAR, SOLO FOTOS QUE CORREGIR. LA
      *    VENTANA SE CALCULA IGUAL QUE EN CARGAR-SALDOS-PROMEDIO
           MOVE 'N' TO WS-DEV-HAY
           OPEN INPUT FDEVCTL
           IF FS-FDEVCTL = '00'
               READ FDEVCTL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DVC-FECHA-DEVENGO NUMERIC AND
                          DVC-FECHA-DEVENGO > 0 AND
                          DVC-DIAS-ADB NUMERIC AND DVC-DIAS-ADB > 0
                           MOVE 'S' TO WS-DEV-HAY
                           MOVE DVC-FECHA-DEVENGO TO WS-DEV-FECHA
                           MOVE DVC-DIAS-ADB TO WS-DEV-DIAS
                       END-IF
               END-READ
               CLOSE FDEVCTL
           END-IF
           IF WS-DEV-HAY = 'S'
               COMPUTE WS-DEV-FECHA-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DEV-FECHA)
                   - WS-DEV-DIAS
               COMPUTE WS-DEV-CORTE =
                   FUNCTION DATE-OF-INTEGER(WS-DEV-FECHA-INT)
               DISPLAY "FECHA VALOR: ULTIMO DEVENGO DEL "
                   WS-DEV-FECHA " SOBRE " WS-DEV-DIAS " DIAS"
           ELSE
               DISPLAY "devengo_control.txt NO ENCONTRADO; LA FECHA "
                   "VALOR SOLO CORRIGE LAS FOTOS DE SALDO"
           END-IF.

       CORREGIR-SALDOS-DIARIOS.
      *    COPIA saldos_diarios.txt A psa01_reinicio.tmp CORRIGIENDO
      *    CADA FOTO AFECTADA Y LO DEVUELVE AL ORIGINAL, EL MISMO
      *    RECORRIDO DE DOS PASADAS DE TRUNCAR-ARCHIVO-REINICIO
           MOVE 'N' TO WS-ADB-EOF
           OPEN INPUT FSALDIA
           IF FS-FSALDIA = '00'
               OPEN OUTPUT FREINWRK
               PERFORM LEER-SALDO-DIARIO
               PERFORM UNTIL WS-ADB-EOF = 'S'
                   PERFORM CORREGIR-FOTO-SALDO
                   MOVE REG-SALDIA TO REINWRK-REGISTER
                   WRITE REINWRK-REGISTER
                   PERFORM LEER-SALDO-DIARIO
               END-PERFORM
               CLOSE FSALDIA FREINWRK
               OPEN INPUT FREINWRK
               OPEN OUTPUT FSALDIA
               MOVE 'N' TO WS-REI-EOF
               PERFORM UNTIL WS-REI-EOF = 'S'
                   READ FREINWRK
                       AT END
                           MOVE 'S' TO WS-REI-EOF
                       NOT AT END
                           MOVE REINWRK-REGISTER TO REG-SALDIA
                           WRITE REG-SALDIA
                   END-READ
               END-PERFORM
               CLOSE FSALDIA FREINWRK
           ELSE
               DISPLAY "saldos_diarios.txt NO ENCONTRADO; NO HAY FOTOS "
                   "DE SALDO QUE CORREGIR POR FECHA VALOR"
           END-IF
           MOVE 'N' TO WS-ADB-EOF.

       CORREGIR-FOTO-SALDO.
      *    LA FOTO DE HOY O POSTERIOR (UNA CORRIDA REPETIDA) YA SALE
      *    CON EL MOVIMIENTO ADENTRO
           IF SDI-FECHA < WS-FECHA-NEGOCIO AND WS-CANT-VRCLI > 0
               SEARCH ALL WS-VRC-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-VRC-CLI(WS-VRC-IDX) = SDI-CLI-ID
                       PERFORM APLICAR-DELTA-FOTO
               END-SEARCH
           END-IF.

       APLICAR-DELTA-FOTO.
      *    LA FOTO SE MUEVE POR TODOS LOS MOVIMIENTOS DEL CLIENTE CUYA
      *    FECHA VALOR ES IGUAL O ANTERIOR A LA FECHA DE LA FOTO
           MOVE ZERO TO WS-VRT-DELTA
           PERFORM SUMAR-DELTA-FOTO
               VARYING WS-VRT-SUB FROM WS-VRC-DESDE(WS-VRC-IDX) BY 1
               UNTIL WS-VRT-SUB > WS-VRC-HASTA(WS-VRC-IDX)
           MOVE SDI-SALDO-DIGITOS TO WS-SDI-SALDO-DIG
           IF SDI-SIGNO = '-'
               COMPUTE WS-VRT-SALDO-ANT = 0 - WS-SDI-SALDO-TRANSITO
           ELSE
               MOVE WS-SDI-SALDO-TRANSITO TO WS-VRT-SALDO-ANT
           END-IF
           COMPUTE WS-VRT-SALDO-NUEVO = WS-VRT-SALDO-ANT + WS-VRT-DELTA
           IF WS-VRT-DELTA NOT = 0
               IF WS-VRT-SALDO-NUEVO < 0
                   MOVE '-' TO SDI-SIGNO
                   COMPUTE WS-SDI-SALDO-ABS = 0 - WS-VRT-SALDO-NUEVO
               ELSE
                   MOVE '+' TO SDI-SIGNO
                   MOVE WS-VRT-SALDO-NUEVO TO WS-SDI-SALDO-ABS
               END-IF
               MOVE WS-SDI-SALDO-ABS TO WS-SDI-SALDO-TRANSITO
               MOVE WS-SDI-SALDO-DIG TO SDI-SALDO-DIGITOS
               ADD 1 TO COUNT-FOTOS-CORREGIDAS
           END-IF
      *    UNA FOTO DENTRO DE LA VENTANA DEL ULTIMO DEVENGO ENTRA AL
      *    PROMEDIO DEL CLIENTE ANTES Y DESPUES DE LA CORRECCION
           IF WS-DEV-HAY = 'S' AND SDI-FECHA > WS-DEV-CORTE AND
              SDI-FECHA <= WS-DEV-FECHA
               ADD WS-VRT-SALDO-ANT TO WS-VRC-SUMA-ANT(WS-VRC-IDX)
               ADD WS-VRT-SALDO-NUEVO TO WS-VRC-SUMA-NUEVA(WS-VRC-IDX)
               ADD 1 TO WS-VRC-CUENTA(WS-VRC-IDX)
               IF WS-VRT-DELTA NOT = 0
                   ADD 1 TO WS-VRC-AFECTADAS(WS-VRC-IDX)
               END-IF
           END-IF.

       SUMAR-DELTA-FOTO.
           IF WS-VRT-FECHA(WS-VRT-SUB) <= SDI-FECHA
               ADD WS-VRT-MONTO(WS-VRT-SUB) TO WS-VRT-DELTA
           END-IF.

       AJUSTAR-INTERES-CLIENTE.
      *    SOLO UN CLIENTE CON ALGUNA FOTO CORREGIDA DENTRO DE LA
      *    VENTANA DEL ULTIMO DEVENGO TIENE INTERES QUE RECALCULAR; UNA
      *    CUENTA ESCHEATADA YA TRASLADO SU SALDO
           IF WS-VRC-AFECTADAS(WS-VRC-IDX) > 0
               MOVE WS-VRC-CLI(WS-VRC-IDX) TO CLI-ID
               READ CLIMASTER
                   INVALID KEY
                       MOVE 'N' TO MASTER-FOUND
                   NOT INVALID KEY
                       MOVE 'S' TO MASTER-FOUND
               END-READ
               IF MASTER-FOUND = 'S' AND CLI-ESTADO NOT = 'E'
                   PERFORM CALCULAR-AJUSTE-INTERES
               END-IF
           END-IF.

       CALCULAR-AJUSTE-INTERES.
      *    INTERES DEL ULTIMO DEVENGO SOBRE EL PROMEDIO ORIGINAL Y
      *    SOBRE EL CORREGIDO, CADA UNO A SU TARIFA (LA BANDA DEL
      *    PRODUCTO PUEDE CAMBIAR CON EL PROMEDIO), CON LA MISMA REGLA
      *    DE APLICAR-ACCRUAL-CLIENTE: SIN INTERES SOBRE UN PROMEDIO
      *    NEGATIVO
           MOVE 'S' TO WS-ADB-DISPONIBLE
           COMPUTE WS-ADB-PROMEDIO ROUNDED =
               WS-VRC-SUMA-ANT(WS-VRC-IDX) / WS-VRC-CUENTA(WS-VRC-IDX)
           PERFORM DETERMINAR-TARIFA-CLIENTE
           MOVE ZERO TO WS-VAJ-INTERES-ANT
           IF WS-TASA-CLIENTE > 0 AND WS-ADB-PROMEDIO > 0
               COMPUTE WS-VAJ-INTERES-ANT ROUNDED =
                   WS-ADB-PROMEDIO * WS-TASA-CLIENTE / 100
           END-IF
           COMPUTE WS-ADB-PROMEDIO ROUNDED =
               WS-VRC-SUMA-NUEVA(WS-VRC-IDX) / WS-VRC-CUENTA(WS-VRC-IDX)
           PERFORM DETERMINAR-TARIFA-CLIENTE
           MOVE ZERO TO WS-VAJ-INTERES-NUEVO
           IF WS-TASA-CLIENTE > 0 AND WS-ADB-PROMEDIO > 0
               COMPUTE WS-VAJ-INTERES-NUEVO ROUNDED =
                   WS-ADB-PROMEDIO * WS-TASA-CLIENTE / 100
           END-IF
           MOVE 'N' TO WS-ADB-DISPONIBLE
           COMPUTE WS-VAJ-DIFERENCIA =
               WS-VAJ-INTERES-NUEVO - WS-VAJ-INTERES-ANT
           IF WS-VAJ-DIFERENCIA NOT = 0
               PERFORM APLICAR-AJUSTE-INTERES
           END-IF.

       APLICAR-AJUSTE-INTERES.
      *    LA DIFERENCIA A FAVOR DEL CLIENTE SE ASIENTA COMO UN INTERES
      *    MAS ('INTERES'); LA QUE SE LE COBRA DEVUELVE EL GASTO
      *    ('INT-REV'). QUEDA EN MOVHIST COMO UN "D"/"R" CON CANAL
      *    'AJVALO' Y LA IMAGEN PREVIA VA AL JOURNAL, IGUAL QUE EL
      *    EMBARGO (VER CERRAR-CLIENTE-EMBARGO)
           PERFORM GRABAR-JOURNAL-CLIMAST
           ADD WS-VAJ-DIFERENCIA TO CLI-SALDO
           REWRITE REG-CLIMAST
           ADD 1 TO COUNT-AJUSTES-VALOR
           MOVE CLI-MONEDA TO WS-GL-MONEDA-NUEVA
           PERFORM FIJAR-MONEDA-GL
           IF WS-VAJ-DIFERENCIA > 0
               MOVE WS-VAJ-DIFERENCIA TO WS-VAJ-MONTO
               ADD WS-VAJ-MONTO TO WS-GL-TOT-INTERES
               MOVE "D" TO MHX-TIPO
           ELSE
               COMPUTE WS-VAJ-MONTO = 0 - WS-VAJ-DIFERENCIA
               ADD WS-VAJ-MONTO TO WS-GL-TOT-INT-REV
               MOVE "R" TO MHX-TIPO
           END-IF
           MOVE CLI-ID TO MHX-CLI-ID
           MOVE WS-FECHA-NEGOCIO TO MHX-FECHA
           MOVE 1 TO MHX-SECUENCIA
           MOVE WS-VAJ-MONTO TO MHX-MONTO
           MOVE SPACE TO MHX-REF-TIPO
           MOVE CLI-MONEDA TO MHX-MONEDA
           MOVE WS-LOTE-ID TO MHX-LOTE-ID
           MOVE WS-CANAL-AJUSTE-VALOR TO MHX-CANAL
           MOVE SPACES TO MHX-CONTRAPARTE
           MOVE ZERO TO MHX-MONTO-CONTRA
           MOVE SPACES TO MHX-MONEDA-CONTRA
           MOVE ZERO TO MHX-TASA-CAMBIO
           MOVE 'N' TO WS-MHX-GRABADO
           PERFORM INTENTAR-GRABAR-MOVHIST
               UNTIL WS-MHX-GRABADO = 'S'
                   OR MHX-SECUENCIA >= 99999
           PERFORM GRABAR-AJUSTE-VALOR.

       GRABAR-AJUSTE-VALOR.
           MOVE SPACES TO REG-AJUVAL
           MOVE CLI-ID TO AJV-CLI-ID
           MOVE CLI-MONEDA TO AJV-MONEDA
           MOVE WS-VAJ-INTERES-ANT TO AJV-INTERES-ANTES
           MOVE WS-VAJ-INTERES-NUEVO TO AJV-INTERES-NUEVO
           IF WS-VAJ-DIFERENCIA < 0
               MOVE '-' TO AJV-SIGNO
           ELSE
               MOVE '+' TO AJV-SIGNO
           END-IF
           MOVE WS-VAJ-MONTO TO AJV-DIFERENCIA
           MOVE WS-DEV-FECHA TO AJV-FECHA-DEVENGO
           MOVE WS-FECHA-NEGOCIO TO AJV-FECHA
           MOVE WS-LOTE-ID TO AJV-LOTE-ID
           WRITE REG-AJUVAL.

       CARGAR-DIAS-SOBREGIRO.
      *    sobregiro_dias.dat ES OPCIONAL (PRIMERA CORRIDA DEL
      *    SEGUIMIENTO); CADA RENGLON ARRANCA MARCADO NO VIGENTE Y
      *    SOLO SE REVALIDA SI EL CLIENTE SIGUE EN NEGATIVO HOY
           OPEN INPUT FSOBREDIAS
           IF FS-FSOBREDIAS = '00'
               PERFORM LEER-SOBREDIAS
               PERFORM UNTIL WS-SBR-EOF = 'S'
                   IF WS-CANT-SBR < 20000
                       ADD 1 TO WS-CANT-SBR
                       SET WS-SBR-IDX TO WS-CANT-SBR
                       MOVE SBD-CLI-ID TO WS-SBR-CLI(WS-SBR-IDX)
                       MOVE SBD-DIAS TO WS-SBR-DIAS(WS-SBR-IDX)
                       MOVE SBD-FECHA-DESDE TO WS-SBR-DESDE(WS-SBR-IDX)
                       MOVE SBD-ENTREGADO TO
                           WS-SBR-ENTREGADO(WS-SBR-IDX)
                       MOVE 'N' TO WS-SBR-VIGENTE(WS-SBR-IDX)
                   END-IF
                   PERFORM LEER-SOBREDIAS
               END-PERFORM
               CLOSE FSOBREDIAS
               DISPLAY "SEGUIMIENTO DE SOBREGIRO CARGADO: "
                   WS-CANT-SBR
           END-IF.

       LEER-SOBREDIAS.
           READ FSOBREDIAS
               AT END
                   MOVE 'S' TO WS-SBR-EOF
               NOT AT END
                   CONTINUE
           END-READ.

       ACTUALIZAR-DIAS-SOBREGIRO.
      *    UN SALDO NEGATIVO HOY SUMA UN DIA MAS AL EPISODIO (O LO
      *    ARRANCA); UNO POSITIVO LO CIERRA (EL RENGLON QUEDA NO
      *    VIGENTE Y NO SE REESCRIBE). AL CRUZAR EL UMBRAL, LA CUENTA
      *    SE ENTREGA A COBRANZAS UNA SOLA VEZ POR EPISODIO
           IF CLI-SALDO < 0
               MOVE 'N' TO WS-SBR-ENCONTRADO
               PERFORM VARYING WS-SBR-IDX FROM 1 BY 1
                   UNTIL WS-SBR-IDX > WS-CANT-SBR
                   IF WS-SBR-CLI(WS-SBR-IDX) = CLI-ID
                       MOVE 'S' TO WS-SBR-ENCONTRADO
                       MOVE 'S' TO WS-SBR-VIGENTE(WS-SBR-IDX)
                       ADD 1 TO WS-SBR-DIAS(WS-SBR-IDX)
                       IF WS-SBR-DIAS(WS-SBR-IDX) >= WS-DIAS-COBRANZA
                          AND WS-SBR-ENTREGADO(WS-SBR-IDX) NOT = 'S'
                           MOVE 'S' TO WS-SBR-ENTREGADO(WS-SBR-IDX)
                           PERFORM ENTREGAR-A-COBRANZA
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-SBR-ENCONTRADO = 'N' AND WS-CANT-SBR < 20000
                   ADD 1 TO WS-CANT-SBR
                   SET WS-SBR-IDX TO WS-CANT-SBR

       VERIFICAR-PERIODO-CERRADO.
      *    'S' SI YA EXISTE UN ESTADO DE CUENTA EMITIDO PARA ESTE
      *    CLIENTE Y EL PERIODO (AAAAMM) DE FECHA-MOVIMIENTO, O EL DE
      *    SU FECHA VALOR: UN MOVIMIENTO QUE VALE DESDE UN PERIODO YA
      *    CERRADO CAMBIARIA LOS SALDOS DE UN ESTADO YA EMITIDO. 'V'
      *    SI LA FECHA VALOR VIENE PERO NO ES UNA FECHA
           MOVE 'N' TO WS-PERIODO-CERRADO-SI
           MOVE FECHA-MOVIMIENTO(1:6) TO WS-MOVIMIENTO-PERIODO
           PERFORM BUSCAR-PERIODO-CERRADO
           IF WS-PERIODO-CERRADO-SI = 'N'
              AND WS-FECHA-VALOR NOT = SPACES
               IF WS-FECHA-VALOR NUMERIC
                   MOVE WS-FECHA-VALOR(1:6) TO WS-MOVIMIENTO-PERIODO
                   PERFORM BUSCAR-PERIODO-CERRADO
               ELSE
                   MOVE 'V' TO WS-PERIODO-CERRADO-SI
               END-IF
           END-IF.

       BUSCAR-PERIODO-CERRADO.
           IF WS-CANT-PERCERR > 0
               SEARCH ALL WS-PERCERR-ENTRY
                   WHEN WS-PERCERR-ID(WS-PERCERR-IDX) = ID-CLIENT AND
       RECHAZAR-MOVIMIENTO-PERIODO.
      *    MOVIMIENTO FECHADO DENTRO DE UN PERIODO YA CERRADO POR PSA03
      *    PARA ESTE CLIENTE; NO TOCA EL MAESTRO NI LOS ACUMULADORES
      *    DEL GRUPO, IGUAL QUE RECHAZAR-MOVIMIENTO-MONEDA. CON 'V'
      *    EL MOTIVO ES LA FECHA VALOR INVALIDA
           ADD 1 TO COUNT-RECHAZOS
           MOVE AMOUNT-MOVE TO AMOUNT-MOVE-DISP
           MOVE SPACES TO RECHAZO-REGISTER
           IF WS-PERIODO-CERRADO-SI = 'V'
               STRING "RECHAZADO, FECHA VALOR INVALIDA: "
                   DELIMITED BY SIZE
                   WS-RECHAZO-ID DELIMITED BY SIZE
                   " FECHA VALOR:" DELIMITED BY SIZE
                   WS-FECHA-VALOR DELIMITED BY SIZE
                   " MONTO:" DELIMITED BY SIZE
                   AMOUNT-MOVE-DISP DELIMITED BY SIZE
                   " CANAL:" DELIMITED BY SIZE
                   WS-CANAL-MOVIMIENTO DELIMITED BY SIZE
                   INTO RECHAZO-REGISTER
           ELSE
               STRING "RECHAZADO, PERIODO CERRADO: " DELIMITED BY SIZE
                   WS-RECHAZO-ID DELIMITED BY SIZE
                   " PERIODO:" DELIMITED BY SIZE
                   WS-MOVIMIENTO-PERIODO DELIMITED BY SIZE
                   " MONTO:" DELIMITED BY SIZE
                   AMOUNT-MOVE-DISP DELIMITED BY SIZE
                   " CANAL:" DELIMITED BY SIZE
                   WS-CANAL-MOVIMIENTO DELIMITED BY SIZE
                   INTO RECHAZO-REGISTER
           END-IF
           WRITE RECHAZO-REGISTER.

       CARGAR-MOVIMIENTOS-POSTEADOS.
      *    movimientos_posteados.dat GUARDA, ENTRE CORRIDAS, LA CLAVE
      *    DE CADA MOVIMIENTO YA APLICADO, PARA QUE VERIFICAR-
      *    MOVIMIENTO-DUPLICADO DETECTE UN DUPLICADO TANTO DE ESTA
      *    CORRIDA COMO DE UNA ANTERIOR. SOLO SE CARGAN LAS CLAVES
      *    DENTRO DE LA VENTANA DE WS-DIAS-DUPLICADOS DIAS HABILES; LAS
      *    MAS VIEJAS SE MUEVEN AL ARCHIVO MENSUAL Y EL ARCHIVO VIVO SE
      *    REESCRIBE SOLO CON LAS QUE QUEDAN. SI NO EXISTE SE CREA VACIO
           PERFORM CALCULAR-CORTE-MOVPOST
           OPEN INPUT MOVPOST
           IF FS-MOVPOST = '35'
               OPEN OUTPUT MOVPOST
           ELSE
               PERFORM LEER-MOVPOST
               PERFORM UNTIL WS-MOVPOST-EOF = 'S'
                   PERFORM CLASIFICAR-MOVPOST
                   PERFORM LEER-MOVPOST
               END-PERFORM
               CLOSE MOVPOST
               IF WS-MPA-MES-ABIERTO NOT = SPACES
                   CLOSE MOVPOSTARCH
               END-IF
               IF COUNT-MOVPOST-ARCHIVADOS > 0
                   PERFORM REESCRIBIR-MOVPOST-VIGENTES
               ELSE
                   OPEN EXTEND MOVPOST
               END-IF
               DISPLAY "MOVIMIENTOS POSTEADOS CARGADOS: "
                   WS-CANT-MOVPOST
           END-IF
           MOVE WS-CANT-MOVPOST TO COUNT-MOVPOST-LINEAS
           PERFORM GRABAR-DEPURACION-MOVPOST.

       CALCULAR-CORTE-MOVPOST.
      *    RETROCEDE DESDE LA FECHA DE NEGOCIO (INCLUSIVE) HASTA JUNTAR
      *    WS-DIAS-DUPLICADOS DIAS HABILES, CON LA MISMA REGLA DE
      *    EVALUAR-DIA-HABIL (LUNES A VIERNES, MENOS FERIADOS DE
      *    CALENDARIO.txt); EL ULTIMO DIA HABIL CONTADO ES EL CORTE
           MOVE ZERO TO WS-DIAS-HABILES
           COMPUTE WS-HAB-INT-ACTUAL =
               FUNCTION INTEGER-OF-DATE(WS-FECHA-NEGOCIO)
           PERFORM RETROCEDER-DIA-HABIL
               UNTIL WS-DIAS-HABILES >= WS-DIAS-DUPLICADOS
           COMPUTE WS-MOVPOST-CORTE =
               FUNCTION DATE-OF-INTEGER(WS-HAB-INT-ACTUAL + 1)
           DISPLAY "VENTANA ANTIDUPLICADOS: " WS-DIAS-DUPLICADOS
               " DIAS HABILES, DESDE " WS-MOVPOST-CORTE.

       RETROCEDER-DIA-HABIL.
      *    EVALUAR-DIA-HABIL MIRA EL DIA WS-HAB-INT-ACTUAL + 1, ASI QUE
      *    LA PRIMERA VUELTA EVALUA LA PROPIA FECHA DE NEGOCIO
           SUBTRACT 1 FROM WS-HAB-INT-ACTUAL
           PERFORM EVALUAR-DIA-HABIL.

       CLASIFICAR-MOVPOST.
      *    UNA FECHA NO NUMERICA NO SE PUEDE UBICAR EN LA VENTANA; SE
      *    DEJA EN EL ARCHIVO VIVO, DONDE SIGUE SIENDO VISIBLE
           ADD 1 TO COUNT-MOVPOST-LEIDOS
           MOVE SPACES TO WS-MPA-ID WS-MPA-TIPO WS-MPA-FECHA
               WS-MPA-CANAL
           UNSTRING MOVPOST-REGISTER DELIMITED BY "|"
               INTO WS-MPA-ID, WS-MPA-TIPO, WS-MONTO-DIGITOS,
                   WS-MPA-FECHA, WS-MPA-CANAL
           IF WS-MPA-FECHA IS NUMERIC AND
              WS-MPA-FECHA-NUM < WS-MOVPOST-CORTE
               PERFORM ARCHIVAR-MOVPOST
           ELSE
               PERFORM GUARDAR-MOVPOST-MEMORIA
           END-IF.

       ARCHIVAR-MOVPOST.
      *    EL ARCHIVO HISTORICO ES POR MES DEL MOVIMIENTO, ASI PSA08
      *    SABE DIRECTO CUAL ABRIR A PARTIR DE LA FECHA DISPUTADA; SE
      *    CAMBIA DE ARCHIVO CADA VEZ QUE CAMBIA EL MES DE LA CLAVE
           IF WS-MPA-FECHA(1:6) NOT = WS-MPA-MES-ABIERTO
               IF WS-MPA-MES-ABIERTO NOT = SPACES
                   CLOSE MOVPOSTARCH
               END-IF
               MOVE WS-MPA-FECHA(1:6) TO WS-MPA-MES-ABIERTO
               MOVE SPACES TO WS-NOM-MOVPOSTARCH
               STRING "movimientos_posteados_" DELIMITED BY SIZE
                   WS-MPA-MES-ABIERTO DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-NOM-MOVPOSTARCH
               OPEN EXTEND MOVPOSTARCH
               IF FS-MOVPOSTARCH = '35'
                   OPEN OUTPUT MOVPOSTARCH
                   CLOSE MOVPOSTARCH
                   OPEN EXTEND MOVPOSTARCH
               END-IF
               IF FS-MOVPOSTARCH NOT = '00'
                   DISPLAY "ERROR AL ABRIR " WS-NOM-MOVPOSTARCH
                       " FS: " FS-MOVPOSTARCH
                   MOVE "ARCHIVAR-MOVPOST" TO WS-AUDIT-RUTINA
                   MOVE "OPEN MOVPOSTARCH" TO WS-AUDIT-ACCION
                   MOVE "ERROR AL ABRIR ARCHIVO HISTORICO MOVPOST" TO
                       WS-AUDIT-MENSAJE
                   PERFORM GRABAR-AUDITORIA
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO COUNT-MOVPOST-ARCHIVOS
           END-IF
           MOVE MOVPOST-REGISTER TO MOVPOSTARCH-REGISTER
           WRITE MOVPOSTARCH-REGISTER
           ADD 1 TO COUNT-MOVPOST-ARCHIVADOS.

       REESCRIBIR-MOVPOST-VIGENTES.
      *    movimientos_posteados.dat QUEDA SOLO CON LAS CLAVES DE LA
      *    VENTANA, EN EL MISMO FORMATO DE GRABAR-MOVIMIENTO-POSTEADO;
      *    EL ARCHIVO QUEDA ABIERTO PARA QUE LA CORRIDA SIGA AGREGANDO
           OPEN OUTPUT MOVPOST
           PERFORM VARYING WS-MOVPOST-IDX FROM 1 BY 1
               UNTIL WS-MOVPOST-IDX > WS-CANT-MOVPOST
               MOVE WS-MOVPOST-MONTO(WS-MOVPOST-IDX) TO
                   WS-MONTO-TRANSITO
               MOVE SPACES TO MOVPOST-REGISTER
               STRING WS-MOVPOST-ID(WS-MOVPOST-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-MOVPOST-TIPO(WS-MOVPOST-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-MONTO-DIGITOS DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-MOVPOST-FECHA(WS-MOVPOST-IDX) DELIMITED BY SIZE
                   "|" DELIMITED BY SIZE
                   WS-MOVPOST-CANAL(WS-MOVPOST-IDX) DELIMITED BY SIZE
                   INTO MOVPOST-REGISTER
               WRITE MOVPOST-REGISTER
           END-PERFORM.

       GRABAR-DEPURACION-MOVPOST.
      *    UN RENGLON POR CORRIDA PARA OPERACIONES: CUANTAS CLAVES SE
      *    LEYERON, CUANTAS QUEDARON EN LA VENTANA Y CUANTAS SE
      *    ARCHIVARON (Y EN CUANTOS ARCHIVOS MENSUALES)
           OPEN EXTEND FDEPMOVPOST
           IF FS-FDEPMOVPOST = '35'
               OPEN OUTPUT FDEPMOVPOST
               CLOSE FDEPMOVPOST
               OPEN EXTEND FDEPMOVPOST
           END-IF
           MOVE WS-CANT-MOVPOST TO COUNT-MOVPOST-VIGENTES
           MOVE SPACES TO DEPMOVPOST-REGISTER
           STRING "LOTE:" DELIMITED BY SIZE
               WS-LOTE-ID DELIMITED BY SIZE
               " FECHA:" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               " VENTANA:" DELIMITED BY SIZE
               WS-DIAS-DUPLICADOS DELIMITED BY SIZE
               " CORTE:" DELIMITED BY SIZE
               WS-MOVPOST-CORTE DELIMITED BY SIZE
               " LEIDAS:" DELIMITED BY SIZE
               COUNT-MOVPOST-LEIDOS DELIMITED BY SIZE
               " VIGENTES:" DELIMITED BY SIZE
               COUNT-MOVPOST-VIGENTES DELIMITED BY SIZE
               " ARCHIVADAS:" DELIMITED BY SIZE
               COUNT-MOVPOST-ARCHIVADOS DELIMITED BY SIZE
               " ARCHIVOS:" DELIMITED BY SIZE
               COUNT-MOVPOST-ARCHIVOS DELIMITED BY SIZE
               INTO DEPMOVPOST-REGISTER
           WRITE DEPMOVPOST-REGISTER
           CLOSE FDEPMOVPOST
           DISPLAY "CLAVES POSTEADAS ARCHIVADAS  : "
               COUNT-MOVPOST-ARCHIVADOS.

       LEER-MOVPOST.
           READ MOVPOST
               AT END
       GUARDAR-MOVPOST-MEMORIA.
      *    TABLA LLENA = FALLA RUIDOSA, MISMO CRITERIO QUE
      *    GUARDAR-PERCERR: SEGUIR SIN PARTE DEL HISTORIAL DEJARIA
      *    PASAR DUPLICADOS DE CORRIDAS ANTERIORES SIN AVISO. LA CLAVE
      *    YA VIENE SEPARADA EN WS-MPA-* (CLASIFICAR-MOVPOST)
           IF WS-CANT-MOVPOST >= 50000
               DISPLAY "TABLA DE MOVIMIENTOS POSTEADOS LLENA (50000); "
                   "ACORTE PARM-DIAS-DUPLICADOS Y REEJECUTE"
               MOVE "GUARDAR-MOVPOST-MEMORIA" TO WS-AUDIT-RUTINA
               MOVE "CARGAR MOVPOST" TO WS-AUDIT-ACCION
               MOVE "TABLA DE MOVIMIENTOS POSTEADOS LLENA" TO
           END-IF
           ADD 1 TO WS-CANT-MOVPOST
           SET WS-MOVPOST-IDX TO WS-CANT-MOVPOST
           MOVE WS-MPA-ID TO WS-MOVPOST-ID(WS-MOVPOST-IDX)
           MOVE WS-MPA-TIPO TO WS-MOVPOST-TIPO(WS-MOVPOST-IDX)
           MOVE WS-MONTO-TRANSITO TO
               WS-MOVPOST-MONTO(WS-MOVPOST-IDX)
           MOVE WS-MPA-FECHA TO WS-MOVPOST-FECHA(WS-MOVPOST-IDX)
           MOVE WS-MPA-CANAL TO WS-MOVPOST-CANAL(WS-MOVPOST-IDX).

       VERIFICAR-MOVIMIENTO-DUPLICADO.
      *    'S' SI YA HAY UN MOVIMIENTO POSTEADO (ESTA CORRIDA O UNA
               MOVE TYPE-MOVE TO WS-MOVPOST-TIPO(WS-MOVPOST-IDX)
               MOVE AMOUNT-MOVE TO WS-MOVPOST-MONTO(WS-MOVPOST-IDX)
               MOVE FECHA-MOVIMIENTO TO WS-MOVPOST-FECHA(WS-MOVPOST-IDX)
               MOVE WS-CANAL-MOVIMIENTO TO
                   WS-MOVPOST-CANAL(WS-MOVPOST-IDX)
           END-IF

           MOVE AMOUNT-MOVE TO WS-MONTO-TRANSITO
      *    EL CANAL VIAJA COMO QUINTO CAMPO; NO ES PARTE DE LA CLAVE,
      *    SOLO SE CONSERVA PARA REESCRIBIR-MOVPOST-VIGENTES, ASI QUE
      *    UN ARCHIVO VIEJO SIN CANAL SIGUE LEYENDOSE IGUAL
           STRING ID-CLIENT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TYPE-MOVE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-CANAL-MOVIMIENTO DELIMITED BY SIZE
               INTO MOVPOST-REGISTER
           WRITE MOVPOST-REGISTER
           ADD 1 TO COUNT-MOVPOST-LINEAS.

       DETECTAR-CUENTAS-DORMIDAS.
      *    RECORRE TODO CLIMAST.dat IGUAL QUE EJECUTAR-ACCRUAL (START/
               PERFORM LEER-TIPO-CAMBIO
               PERFORM UNTIL WS-TCAMBIO-EOF = 'S'
                   PERFORM GUARDAR-TIPO-CAMBIO
                   PERFORM GUARDAR-TASA-DIA
                   PERFORM LEER-TIPO-CAMBIO
               END-PERFORM
               CLOSE FTCAMBIO
               END-IF
           END-IF.

       GUARDAR-TASA-DIA.
      *    TODAS LAS FECHAS, INCLUSO LAS POSTERIORES A LA FECHA DE
      *    NEGOCIO (NO SE USAN: UN MOVIMIENTO FUTURO VA A LA COLA)
           IF TCA-FECHA IS NUMERIC AND TCA-TASA-DIGITOS IS NUMERIC
               IF WS-CANT-TASAS-DIA < 5000
                   MOVE TCA-TASA-DIGITOS TO WS-TASA-DIG
                   ADD 1 TO WS-CANT-TASAS-DIA
                   SET WS-TDI-IDX TO WS-CANT-TASAS-DIA
                   MOVE TCA-MONEDA TO WS-TDI-MONEDA(WS-TDI-IDX)
                   MOVE TCA-FECHA TO WS-TDI-FECHA(WS-TDI-IDX)
                   MOVE WS-TASA-TRANSITO TO WS-TDI-TASA(WS-TDI-IDX)
               ELSE
                   IF WS-TDI-LLENA-AVISO = 'N'
                       MOVE 'S' TO WS-TDI-LLENA-AVISO
                       DISPLAY "AVISO: TIPOCAMBIO.txt TIENE MAS DE "
                           "5000 TASAS; LAS DEMAS NO SE USAN PARA "
                           "CONVERTIR TRANSFERENCIAS"
                   END-IF
               END-IF
           END-IF.

       BUSCAR-TASA-DIA.
      *    TASA A LA BASE DE WS-TRF-BUSCA-MONEDA PUBLICADA PARA LA
      *    FECHA EXACTA DEL MOVIMIENTO; LA MONEDA BASE SIEMPRE VALE 1.
      *    SI TESORERIA CORRIGIO LA TASA DE UN DIA, GANA EL ULTIMO
      *    RENGLON DEL ARCHIVO
           MOVE 'N' TO WS-TRF-TASA-OK
           MOVE ZERO TO WS-TRF-TASA-HALLADA
           IF WS-TRF-BUSCA-MONEDA = WS-MONEDA-BASE
               MOVE 1 TO WS-TRF-TASA-HALLADA
               MOVE 'S' TO WS-TRF-TASA-OK
           ELSE
               PERFORM VARYING WS-TDI-IDX FROM 1 BY 1
                   UNTIL WS-TDI-IDX > WS-CANT-TASAS-DIA
                   IF WS-TDI-MONEDA(WS-TDI-IDX) = WS-TRF-BUSCA-MONEDA
                      AND WS-TDI-FECHA(WS-TDI-IDX) = FECHA-MOVIMIENTO
                      AND WS-TDI-TASA(WS-TDI-IDX) > 0
                       MOVE WS-TDI-TASA(WS-TDI-IDX) TO
                           WS-TRF-TASA-HALLADA
                       MOVE 'S' TO WS-TRF-TASA-OK
                   END-IF
               END-PERFORM
           END-IF.

       BUSCAR-TASA-VIGENTE.
      *    TASA VIGENTE DE LA CORRIDA (LA MISMA DE posicion_fx.txt)
      *    PARA WS-TRF-BUSCA-MONEDA
           MOVE 'N' TO WS-TRF-TASA-OK
           MOVE ZERO TO WS-TRF-TASA-HALLADA
           PERFORM VARYING WS-TAS-IDX FROM 1 BY 1
               UNTIL WS-TAS-IDX > WS-CANT-TASAS
               IF WS-TAS-MONEDA(WS-TAS-IDX) = WS-TRF-BUSCA-MONEDA
                  AND WS-TAS-TASA(WS-TAS-IDX) > 0
                   MOVE WS-TAS-TASA(WS-TAS-IDX) TO WS-TRF-TASA-HALLADA
                   MOVE 'S' TO WS-TRF-TASA-OK
               END-IF
           END-PERFORM.

       GENERAR-POSICION-FX.
      *    RECORRE TODO EL MAESTRO (MISMO START/READ NEXT QUE
      *    DETECTAR-CUENTAS-DORMIDAS) AGRUPANDO LOS SALDOS POR
           MOVE 'INT-DEUD' TO WS-GL-CATEGORIA(8)
           MOVE '20100000' TO WS-GL-CUENTA-DEBE(8)
           MOVE '41000000' TO WS-GL-CUENTA-HABER(8)
      *    DIFERENCIAL CAMBIARIO DE TRANSFERENCIAS ENTRE MONEDAS (VER
      *    ACUMULAR-DIFERENCIAL-CAMBIARIO
      *    Y ACUMULAR-ASIENTO-GL): LA DIFERENCIA, EN MONEDA BASE, SE
      *    LIQUIDA CONTRA LA POSICION CAMBIARIA, NO CONTRA DEPOSITOS,
      *    PORQUE NO MUEVE EL SALDO DE NINGUN CLIENTE
           MOVE 'GAN-CAMB' TO WS-GL-CATEGORIA(9)
           MOVE '18500000' TO WS-GL-CUENTA-DEBE(9)
           MOVE '43000000' TO WS-GL-CUENTA-HABER(9)
           MOVE 'PER-CAMB' TO WS-GL-CATEGORIA(10)
           MOVE '53000000' TO WS-GL-CUENTA-DEBE(10)
           MOVE '18500000' TO WS-GL-CUENTA-HABER(10)
      *    CAPITAL DE CERTIFICADOS A PLAZO (PSA11): LA APERTURA PASA
      *    DE DEPOSITOS A LA VISTA A DEPOSITOS A PLAZO Y LA DEVOLUCION
      *    AL VENCIMIENTO HACE EL CAMINO INVERSO
           MOVE 'PLAZO-AP' TO WS-GL-CATEGORIA(11)
           MOVE '20100000' TO WS-GL-CUENTA-DEBE(11)
           MOVE '20300000' TO WS-GL-CUENTA-HABER(11)
           MOVE 'PLAZO-VE' TO WS-GL-CATEGORIA(12)
           MOVE '20300000' TO WS-GL-CUENTA-DEBE(12)
           MOVE '20100000' TO WS-GL-CUENTA-HABER(12)
      *    PRESTAMOS (PSA12): EL DESEMBOLSO ABRE LA CARTERA CONTRA LA
      *    CUENTA DEL CLIENTE Y CADA CUOTA COBRADA LA BAJA POR SU
      *    CAPITAL; INTERES Y MORATORIO SON INGRESO FINANCIERO
           MOVE 'PREST-DE' TO WS-GL-CATEGORIA(13)
           MOVE '14000000' TO WS-GL-CUENTA-DEBE(13)
           MOVE '20100000' TO WS-GL-CUENTA-HABER(13)
           MOVE 'PREST-CA' TO WS-GL-CATEGORIA(14)
           MOVE '20100000' TO WS-GL-CUENTA-DEBE(14)
           MOVE '14000000' TO WS-GL-CUENTA-HABER(14)
           MOVE 'PREST-IN' TO WS-GL-CATEGORIA(15)
           MOVE '20100000' TO WS-GL-CUENTA-DEBE(15)
           MOVE '41100000' TO WS-GL-CUENTA-HABER(15)
           MOVE 'PREST-MO' TO WS-GL-CATEGORIA(16)
           MOVE '20100000' TO WS-GL-CUENTA-DEBE(16)
           MOVE '41200000' TO WS-GL-CUENTA-HABER(16)
           MOVE 'COM-CHQ' TO WS-GL-CATEGORIA(17)
           MOVE '20100000' TO WS-GL-CUENTA-DEBE(17)
           MOVE '42100000' TO WS-GL-CUENTA-HABER(17)
           MOVE 'TRF-EXT' TO WS-GL-CATEGORIA(18)
           MOVE '20100000' TO WS-GL-CUENTA-DEBE(18)
           MOVE '21500000' TO WS-GL-CUENTA-HABER(18)
           MOVE 'TRF-DEV' TO WS-GL-CATEGORIA(19)
           MOVE '21500000' TO WS-GL-CUENTA-DEBE(19)
           MOVE '20100000' TO WS-GL-CUENTA-HABER(19)
           MOVE 'NOM-DEB' TO WS-GL-CATEGORIA(20)
           MOVE '20100000' TO WS-GL-CUENTA-DEBE(20)
           MOVE '21600000' TO WS-GL-CUENTA-HABER(20)
           MOVE 'NOM-CRE' TO WS-GL-CATEGORIA(21)
           MOVE '21600000' TO WS-GL-CUENTA-DEBE(21)
           MOVE '20100000' TO WS-GL-CUENTA-HABER(21)
           MOVE 'COM-CAN' TO WS-GL-CATEGORIA(22)
           MOVE '20100000' TO WS-GL-CUENTA-DEBE(22)
           MOVE '42200000' TO WS-GL-CUENTA-HABER(22)
           MOVE 'EMBARGO' TO WS-GL-CATEGORIA(23)
           MOVE '20100000' TO WS-GL-CUENTA-DEBE(23)
           MOVE '21700000' TO WS-GL-CUENTA-HABER(23)
      *    INTERES YA DEVENGADO QUE SE DEVUELVE AL RECALCULARLO POR UN
      *    MOVIMIENTO CON FECHA VALOR (VER APLICAR-AJUSTE-INTERES); EL
      *    AJUSTE A FAVOR DEL CLIENTE VA A 'INTERES' COMO EL DEVENGO
           MOVE 'INT-REV' TO WS-GL-CATEGORIA(24)
           MOVE '20100000' TO WS-GL-CUENTA-DEBE(24)
           MOVE '51000000' TO WS-GL-CUENTA-HABER(24)
           MOVE 'BARRIDO' TO WS-GL-CATEGORIA(25)
           MOVE '20100000' TO WS-GL-CUENTA-DEBE(25)
           MOVE '20100000' TO WS-GL-CUENTA-HABER(25)
      *    TRANSFERENCIA ENTRE MONEDAS: CADA LADO CONTRA LA POSICION
      *    CAMBIARIA DE SU MONEDA ('CAMBIO-I' USA ESTAS CUENTAS
      *    INVERTIDAS, IGUAL QUE 'AJUSTE-I' CON LAS DE 'AJUSTE')
           MOVE 'CAMBIO' TO WS-GL-CATEGORIA(26)
           MOVE '20100000' TO WS-GL-CUENTA-DEBE(26)
           MOVE '18500000' TO WS-GL-CUENTA-HABER(26)
           OPEN INPUT FGLMAP
           IF FS-FGLMAP = '00'
               PERFORM LEER-GLMAP

       GUARDAR-GLMAP.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
               UNTIL WS-GL-IDX > 26
               IF WS-GL-CATEGORIA(WS-GL-IDX) = GLM-CATEGORIA
                   MOVE GLM-CUENTA-DEBE TO
                       WS-GL-CUENTA-DEBE(WS-GL-IDX)
               END-IF
           END-PERFORM.

       FIJAR-MONEDA-GL.
      *    DEJA EN WS-GL-TOTALES LOS ACUMULADOS DE WS-GL-MONEDA-NUEVA
      *    (LA BASE SI VIENE EN BLANCO), GUARDANDO ANTES LOS DE LA
      *    MONEDA QUE ESTABA CARGADA; SE LLAMA ANTES DE CADA ADD A UN
      *    WS-GL-TOT-*
           IF WS-GL-MONEDA-NUEVA = SPACES
               MOVE WS-MONEDA-BASE TO WS-GL-MONEDA-NUEVA
           END-IF
           IF WS-GL-MONEDA-NUEVA NOT = WS-GL-MONEDA-ACTUAL
               PERFORM GUARDAR-MONEDA-GL
               MOVE 'N' TO WS-GLX-HALLADA
               IF WS-CANT-GL-MONEDAS > 0
                   SET WS-GLX-IDX TO 1
                   SEARCH WS-GLX-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-GLX-MONEDA(WS-GLX-IDX) =
                            WS-GL-MONEDA-NUEVA
                           MOVE 'S' TO WS-GLX-HALLADA
                   END-SEARCH
               END-IF
               IF WS-GLX-HALLADA = 'N'
                   IF WS-CANT-GL-MONEDAS < 20
                       ADD 1 TO WS-CANT-GL-MONEDAS
                       SET WS-GLX-IDX TO WS-CANT-GL-MONEDAS
                       MOVE WS-GL-MONEDA-NUEVA TO
                           WS-GLX-MONEDA(WS-GLX-IDX)
                       INITIALIZE WS-GL-TOTALES
                       MOVE ZERO TO WS-GL-TOT-RETENCION
                           WS-GL-TOT-INT-DEUDOR
                       MOVE WS-GL-TOTALES TO WS-GLX-TOTALES(WS-GLX-IDX)
                       MOVE ZERO TO WS-GLX-RETENCION(WS-GLX-IDX)
                           WS-GLX-INT-DEUDOR(WS-GLX-IDX)
                       MOVE 'S' TO WS-GLX-HALLADA
                   ELSE
      *                SIN LUGAR PARA OTRA MONEDA EL ASIENTO QUEDA EN
      *                LA ULTIMA DE LA TABLA; LA PRUEBA DEL MAYOR LO
      *                MOSTRARA COMO DIFERENCIA EN AMBAS
                       DISPLAY "ALERTA: DEMASIADAS MONEDAS EN EL "
                           "ASIENTO GL, " WS-GL-MONEDA-NUEVA
                           " SE ACUMULA EN OTRA MONEDA"
                       SET WS-GLX-IDX TO WS-CANT-GL-MONEDAS
                       MOVE 'S' TO WS-GLX-HALLADA
                   END-IF
               END-IF
               PERFORM CARGAR-MONEDA-GL
           END-IF.

       GUARDAR-MONEDA-GL.
           IF WS-GL-MONEDA-POS > 0
               MOVE WS-GL-TOTALES TO WS-GLX-TOTALES(WS-GL-MONEDA-POS)
               MOVE WS-GL-TOT-RETENCION TO
                   WS-GLX-RETENCION(WS-GL-MONEDA-POS)
               MOVE WS-GL-TOT-INT-DEUDOR TO
                   WS-GLX-INT-DEUDOR(WS-GL-MONEDA-POS)
           END-IF.

       CARGAR-MONEDA-GL.
      *    CARGA LA MONEDA DE LA POSICION WS-GLX-IDX
           MOVE WS-GLX-TOTALES(WS-GLX-IDX) TO WS-GL-TOTALES
           MOVE WS-GLX-RETENCION(WS-GLX-IDX) TO WS-GL-TOT-RETENCION
           MOVE WS-GLX-INT-DEUDOR(WS-GLX-IDX) TO WS-GL-TOT-INT-DEUDOR
           MOVE WS-GLX-MONEDA(WS-GLX-IDX) TO WS-GL-MONEDA-ACTUAL
           SET WS-GL-MONEDA-POS TO WS-GLX-IDX.

       ACUMULAR-ASIENTO-GL.
      *    ACUMULA EL MOVIMIENTO RECIEN APLICADO EN EL TOTAL DE SU
      *    CATEGORIA CONTABLE; SOLO LLEGAN AQUI MOVIMIENTOS ACEPTADOS
      *    (MISMO PUNTO DONDE SE REGISTRA LA CLAVE ANTIDUPLICADOS),
      *    ASI QUE EL ASIENTO REFLEJA EXACTAMENTE LO QUE TOCO EL
      *    MAESTRO
      *    LOS MOVIMIENTOS DE PSA11 SE SEPARAN POR CANAL: EL INTERES
      *    DEL VENCIMIENTO Y SU RETENCION VAN A LAS MISMAS CATEGORIAS
      *    DEL DEVENGO (INTERES/RETENCIO) Y EL CAPITAL A LAS DE PLAZO;
      *    LOS DE PSA12 VAN A LAS DE PRESTAMOS
           MOVE WS-GROUP-MONEDA TO WS-GL-MONEDA-NUEVA
           PERFORM FIJAR-MONEDA-GL
           EVALUATE TYPE-MOVE
               WHEN "D"
                   EVALUATE WS-CANAL-MOVIMIENTO
                       WHEN WS-CANAL-PLAZO-INTERES
                           ADD AMOUNT-MOVE TO WS-GL-TOT-INTERES
                       WHEN WS-CANAL-PLAZO-CAPITAL
                           ADD AMOUNT-MOVE TO WS-GL-TOT-PLAZO-VE
                       WHEN WS-CANAL-PRE-DESEMBOLSO
                           ADD AMOUNT-MOVE TO WS-GL-TOT-PREST-DE
                       WHEN WS-CANAL-TRF-DEVUELTA
                           ADD AMOUNT-MOVE TO WS-GL-TOT-TRF-DEV
                       WHEN WS-CANAL-NOMINA
                       WHEN WS-CANAL-NOMINA-DEV
                           ADD AMOUNT-MOVE TO WS-GL-TOT-NOM-CRE
                       WHEN OTHER
                           ADD AMOUNT-MOVE TO WS-GL-TOT-D
                   END-EVALUATE
               WHEN "R"
                   EVALUATE WS-CANAL-MOVIMIENTO
                       WHEN WS-CANAL-PLAZO-RETENCION
                           ADD AMOUNT-MOVE TO WS-GL-TOT-RET-PLAZO
                       WHEN WS-CANAL-PLAZO-CAPITAL
                           ADD AMOUNT-MOVE TO WS-GL-TOT-PLAZO-AP
                       WHEN WS-CANAL-PRE-CAPITAL
                           ADD AMOUNT-MOVE TO WS-GL-TOT-PREST-CA
                       WHEN WS-CANAL-PRE-INTERES
                           ADD AMOUNT-MOVE TO WS-GL-TOT-PREST-IN
                       WHEN WS-CANAL-PRE-MORA
                           ADD AMOUNT-MOVE TO WS-GL-TOT-PREST-MO
                       WHEN WS-CANAL-CHQ-COMISION
                           ADD AMOUNT-MOVE TO WS-GL-TOT-COM-CHQ
                       WHEN WS-CANAL-TRF-EXTERNA
                           ADD AMOUNT-MOVE TO WS-GL-TOT-TRF-EXT
                       WHEN WS-CANAL-NOMINA
                           ADD AMOUNT-MOVE TO WS-GL-TOT-NOM-DEB
                       WHEN WS-CANAL-COMISION
                           ADD AMOUNT-MOVE TO WS-GL-TOT-COM-CAN
                       WHEN OTHER
                           ADD AMOUNT-MOVE TO WS-GL-TOT-R
                   END-EVALUATE
               WHEN "T"
      *            ENTRE MONEDAS NO HAY UN PAR DEPOSITOS/DEPOSITOS EN
      *            UNA SOLA MONEDA: SALE DEL ORIGEN EN LA SUYA Y ENTRA
      *            AL DESTINO EN LA SUYA, CADA UNO POR LA POSICION
                   IF WS-TRF-CON-CONVERSION = 'S'
                       ADD AMOUNT-MOVE TO WS-GL-TOT-CAMBIO
                       MOVE WS-TRF-MONEDA-DESTINO TO WS-GL-MONEDA-NUEVA
                       PERFORM FIJAR-MONEDA-GL
                       ADD WS-TRF-MONTO-DESTINO TO WS-GL-TOT-CAMBIO-I
                       PERFORM ACUMULAR-DIFERENCIAL-CAMBIARIO
                   ELSE
                       ADD AMOUNT-MOVE TO WS-GL-TOT-T
                   END-IF
               WHEN "A"
      *            EL REVERSO DE UN DEPOSITO SACA PLATA DEL CLIENTE
      *            (CARGO); EL DE UN RETIRO/TRANSFERENCIA SE LA
      *    VUELCA LOS ACUMULADOS POR CATEGORIA COMO PARES DEBE/HABER
      *    BALANCEADOS EN asientos_gl.txt, MAS EL RENGLON DE CUADRE
      *    DEL LOTE (SUMA DEBE = SUMA HABER); MISMO PATRON "CREAR SI
      *    NO EXISTE"/OPEN EXTEND QUE CONTROL_PSA01.txt. LOS PARES SE
      *    GRABAN MONEDA POR MONEDA CON LA MONEDA AL FINAL DEL RENGLON;
      *    EL CUADRE ES UNO SOLO POR LOTE
           OPEN EXTEND FGLJOUR
           IF FS-FGLJOUR = '35'
               OPEN OUTPUT FGLJOUR
           END-IF
           MOVE ZERO TO WS-GL-SUMA-DEBE
           MOVE ZERO TO WS-GL-SUMA-HABER
           PERFORM GUARDAR-MONEDA-GL
           PERFORM VARYING WS-GLX-IDX FROM 1 BY 1
               UNTIL WS-GLX-IDX > WS-CANT-GL-MONEDAS
               PERFORM CARGAR-MONEDA-GL
               PERFORM GRABAR-ASIENTOS-MONEDA
           END-PERFORM
           PERFORM GRABAR-CUADRE-GL
           CLOSE FGLJOUR
           DISPLAY "ASIENTOS CONTABLES GRABADOS: " COUNT-ASIENTOS-GL.

       GRABAR-ASIENTOS-MONEDA.
           IF WS-GL-TOT-D > 0
               MOVE 'D' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-D TO WS-GL-MONTO-ACTUAL
               MOVE WS-GL-TOT-CUOTA TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           ADD WS-GL-TOT-RET-PLAZO TO WS-GL-TOT-RETENCION
           IF WS-GL-TOT-RETENCION > 0
               MOVE 'RETENCIO' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-RETENCION TO WS-GL-MONTO-ACTUAL
               MOVE WS-GL-TOT-INT-DEUDOR TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-GAN-CAMB > 0
               MOVE 'GAN-CAMB' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-GAN-CAMB TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-PER-CAMB > 0
               MOVE 'PER-CAMB' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-PER-CAMB TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-PLAZO-AP > 0
               MOVE 'PLAZO-AP' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-PLAZO-AP TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-PLAZO-VE > 0
               MOVE 'PLAZO-VE' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-PLAZO-VE TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-PREST-DE > 0
               MOVE 'PREST-DE' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-PREST-DE TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-PREST-CA > 0
               MOVE 'PREST-CA' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-PREST-CA TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-PREST-IN > 0
               MOVE 'PREST-IN' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-PREST-IN TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-PREST-MO > 0
               MOVE 'PREST-MO' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-PREST-MO TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-COM-CHQ > 0
               MOVE 'COM-CHQ' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-COM-CHQ TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-TRF-EXT > 0
               MOVE 'TRF-EXT' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-TRF-EXT TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-TRF-DEV > 0
               MOVE 'TRF-DEV' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-TRF-DEV TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-NOM-DEB > 0
               MOVE 'NOM-DEB' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-NOM-DEB TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-NOM-CRE > 0
               MOVE 'NOM-CRE' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-NOM-CRE TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-COM-CAN > 0
               MOVE 'COM-CAN' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-COM-CAN TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-EMBARGO > 0
               MOVE 'EMBARGO' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-EMBARGO TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-INT-REV > 0
               MOVE 'INT-REV' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-INT-REV TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-BARRIDO > 0
               MOVE 'BARRIDO' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-BARRIDO TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-CAMBIO > 0
               MOVE 'CAMBIO' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-CAMBIO TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF
           IF WS-GL-TOT-CAMBIO-I > 0
               MOVE 'CAMBIO-I' TO WS-GL-CATEGORIA-ACTUAL
               MOVE WS-GL-TOT-CAMBIO-I TO WS-GL-MONTO-ACTUAL
               PERFORM GRABAR-PAR-GL
           END-IF.

       GRABAR-PAR-GL.
      *    UN RENGLON AL DEBE Y UNO AL HABER POR EL MISMO MONTO; LA
      *    CATEGORIA 'AJUSTE-I' (REVERSO DE RETIRO/TRANSFERENCIA) USA
      *    LAS CUENTAS DE 'AJUSTE' INVERTIDAS, Y 'CAMBIO-I' (LADO
      *    DESTINO DE UNA TRANSFERENCIA ENTRE MONEDAS) LAS DE 'CAMBIO'
           MOVE WS-GL-MONTO-ACTUAL TO WS-GL-MONTO-TRANSITO
           IF WS-GL-CATEGORIA-ACTUAL = 'AJUSTE-I' OR
              WS-GL-CATEGORIA-ACTUAL = 'CAMBIO-I'
               IF WS-GL-CATEGORIA-ACTUAL = 'AJUSTE-I'
                   SET WS-GL-IDX TO 4
               ELSE
                   SET WS-GL-IDX TO 26
               END-IF
               PERFORM GRABAR-LINEA-GL-DEBE-INV
               PERFORM GRABAR-LINEA-GL-HABER-INV
           ELSE
               PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > 26
                      OR WS-GL-CATEGORIA(WS-GL-IDX) =
                          WS-GL-CATEGORIA-ACTUAL
               END-PERFORM
               "|" WS-GL-CATEGORIA-ACTUAL DELIMITED BY SIZE
               "|" WS-GL-CUENTA-DEBE(WS-GL-IDX) DELIMITED BY SIZE
               "|D|" WS-GL-MONTO-DIGITOS DELIMITED BY SIZE
               "|" WS-GL-MONEDA-ACTUAL DELIMITED BY SIZE
               INTO GLJOUR-REGISTER
           WRITE GLJOUR-REGISTER
           ADD 1 TO COUNT-ASIENTOS-GL.
               "|" WS-GL-CATEGORIA-ACTUAL DELIMITED BY SIZE
               "|" WS-GL-CUENTA-HABER(WS-GL-IDX) DELIMITED BY SIZE
               "|H|" WS-GL-MONTO-DIGITOS DELIMITED BY SIZE
               "|" WS-GL-MONEDA-ACTUAL DELIMITED BY SIZE
               INTO GLJOUR-REGISTER
           WRITE GLJOUR-REGISTER
           ADD 1 TO COUNT-ASIENTOS-GL.
               "|" WS-GL-CATEGORIA-ACTUAL DELIMITED BY SIZE
               "|" WS-GL-CUENTA-HABER(WS-GL-IDX) DELIMITED BY SIZE
               "|D|" WS-GL-MONTO-DIGITOS DELIMITED BY SIZE
               "|" WS-GL-MONEDA-ACTUAL DELIMITED BY SIZE
               INTO GLJOUR-REGISTER
           WRITE GLJOUR-REGISTER
           ADD 1 TO COUNT-ASIENTOS-GL.
               "|" WS-GL-CATEGORIA-ACTUAL DELIMITED BY SIZE
               "|" WS-GL-CUENTA-DEBE(WS-GL-IDX) DELIMITED BY SIZE
               "|H|" WS-GL-MONTO-DIGITOS DELIMITED BY SIZE
               "|" WS-GL-MONEDA-ACTUAL DELIMITED BY SIZE
               INTO GLJOUR-REGISTER
           WRITE GLJOUR-REGISTER
           ADD 1 TO COUNT-ASIENTOS-GL.
           MOVE COUNT-ORDENES-GENERADAS TO CTL-ORDENES
           MOVE WS-CANT-CANALES TO CTL-CANALES
           MOVE COUNT-LIMITE-DIARIO TO CTL-LIMITES
           MOVE COUNT-BARRIDOS TO CTL-BARRIDOS
           MOVE WS-SUMA-BARRIDOS TO CTL-SUMA-BARRIDOS
           MOVE COUNT-ALERTAS TO CTL-ALERTAS
           WRITE REG-CTRL-PSA01
           CLOSE FILCTRL.

               CLOSE FILRUNPLAN
               OPEN EXTEND FILRUNPLAN
           END-IF
           MOVE SPACES TO REG-RUNPLAN
           MOVE 'PSA01   ' TO RPL-PROGRAMA
           MOVE WS-LOTE-ID TO RPL-LOTE-ID
           MOVE WS-FECHA-NEGOCIO TO RPL-FECHA-NEG
               CLOSE FILRUNPLAN
               OPEN EXTEND FILRUNPLAN
           END-IF
           MOVE SPACES TO REG-RUNPLAN
           MOVE 'PSA01   ' TO RPL-PROGRAMA
           MOVE WS-LOTE-ID TO RPL-LOTE-ID
           MOVE WS-FECHA-NEGOCIO TO RPL-FECHA-NEG
           WRITE REG-RUNPLAN
           CLOSE FILRUNPLAN.

       LEER-CHECKPOINT.
      *    CHECKPOINT_PSA01.txt CON CONTENIDO = LA CORRIDA ANTERIOR
      *    MURIO EN MEDIO DEL POSTEO. SE RETOMA DESDE EL ULTIMO GRUPO
      *    CERRADO QUE QUEDO REGISTRADO, CON LOS TOTALES DE ESE MOMENTO,
      *    PARA QUE CONTROL_PSA01.txt Y asientos_gl.txt SALGAN IGUAL
      *    QUE EN UNA CORRIDA SIN INTERRUPCION
           MOVE 'N' TO WS-CKPT-SW
           OPEN INPUT FCKPT
           IF FS-FCKPT = '00'
               READ FCKPT
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM RESTAURAR-CHECKPOINT
               END-READ
               CLOSE FCKPT
           END-IF.

       RESTAURAR-CHECKPOINT.
      *    UN CHECKPOINT DE OTRA FECHA DE NEGOCIO, O TOMADO CON EL
      *    POSTEO YA TERMINADO, NO SE PUEDE RETOMAR: EL OPERADOR DEBE
      *    RETIRAR EL LOTE CON PSA07 Y VACIAR EL CHECKPOINT
           IF CKPT-FECHA-NEGOCIO NOT = WS-FECHA-NEGOCIO
              OR CKPT-FASE = 'F'
               DISPLAY "CHECKPOINT_PSA01.txt DEL LOTE " CKPT-LOTE-ID
                   " FECHA " CKPT-FECHA-NEGOCIO " FASE " CKPT-FASE
                   " NO SE PUEDE RETOMAR"
               DISPLAY "RETIRE EL LOTE CON PSA07, VACIE "
                   "CHECKPOINT_PSA01.txt Y REEJECUTE"
               CLOSE FCKPT
               PERFORM SOLTAR-CERROJO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO WS-CKPT-SW
           MOVE CKPT-LOTE-ID TO WS-LOTE-ID
           MOVE CKPT-REGISTERS TO COUNT-REGISTERS
           MOVE CKPT-REGISTERS TO WS-CKPT-OMITIR
           MOVE CKPT-CLIENTES TO COUNT-CLIENTES
           MOVE CKPT-TRANSFERENCIAS TO COUNT-TRANSFERENCIAS
           MOVE CKPT-CONVERSIONES TO COUNT-CONVERSIONES
           MOVE CKPT-NEGATIVES TO COUNT-NEGATIVES
           MOVE CKPT-RECHAZOS TO COUNT-RECHAZOS
           MOVE CKPT-DUPLICADOS TO COUNT-DUPLICADOS
           MOVE CKPT-RETENIDOS TO COUNT-RETENIDOS
           MOVE CKPT-FALLECIDOS TO COUNT-FALLECIDOS
           MOVE CKPT-LIMITE-DIARIO TO COUNT-LIMITE-DIARIO
           MOVE CKPT-APLICADOS TO COUNT-APLICADOS
           MOVE CKPT-MOVHIST TO COUNT-MOVHIST
           MOVE CKPT-ORDENES-GEN TO COUNT-ORDENES-GENERADAS
           MOVE CKPT-ORDENES-SUSP TO COUNT-ORDENES-SUSPENDIDAS
           MOVE CKPT-CARGOS-TARJETA TO COUNT-CARGOS-TARJETA
           MOVE CKPT-MOVS-PLAZO TO COUNT-MOVS-PLAZO
           MOVE CKPT-MOVS-PRESTAMO TO COUNT-MOVS-PRESTAMO
           MOVE CKPT-COMIS-CHQ-LEIDAS TO COUNT-COMIS-CHQ-LEIDAS
           MOVE CKPT-CHQ-PAGADOS TO COUNT-CHEQUES-PAGADOS
           MOVE CKPT-CHQ-DEVUELTOS TO COUNT-CHEQUES-DEVUELTOS
           MOVE CKPT-CHQ-NSF TO COUNT-CHEQUES-NSF
           MOVE CKPT-COMISIONES-CHQ TO COUNT-COMISIONES-CHQ
           MOVE CKPT-TRF-SALIENTES TO COUNT-TRF-SALIENTES
           MOVE CKPT-TRF-DEV-LEIDAS TO COUNT-TRF-DEV-LEIDAS
           MOVE CKPT-MOVS-NOMINA TO COUNT-MOVS-NOMINA
           MOVE CKPT-COMIS-CAN-LEIDAS TO COUNT-COMIS-CAN-LEIDAS
           MOVE CKPT-COMISIONES-CAN TO COUNT-COMISIONES-CAN
           MOVE CKPT-USOS-CANAL TO COUNT-USOS-CANAL-LIN
           MOVE CKPT-RECH-EMBARGO TO COUNT-RECH-EMBARGO
           MOVE CKPT-LOTES-RECH TO COUNT-LOTES-RECHAZADOS
           MOVE CKPT-VALOR-RETRO TO COUNT-VALOR-RETRO
           MOVE CKPT-BARRIDOS TO COUNT-BARRIDOS
           MOVE CKPT-SUMA-BARRIDOS TO WS-SUMA-BARRIDOS
           MOVE CKPT-ALERTAS TO COUNT-ALERTAS
           MOVE CKPT-CANALES-NUEVOS TO COUNT-CANALES-NUEVOS
           MOVE CKPT-CAJA-POSTEADA TO COUNT-CAJA-POSTEADA
           MOVE CKPT-ATM-POSTEADO TO COUNT-ATM-POSTEADO
           MOVE CKPT-SUMA-LEIDOS TO WS-SUMA-LEIDOS
           MOVE CKPT-SUMA-APLICADOS TO WS-SUMA-APLICADOS
           MOVE CKPT-CLJ-SECUENCIA TO WS-CKPT-CLJ-BASE
           MOVE CKPT-CLJ-SECUENCIA TO WS-CLJ-SECUENCIA
           MOVE CKPT-LIN-SALDOS TO COUNT-LINEAS-SALDOS
           MOVE CKPT-LIN-MOVPOST TO WS-CKPT-LIN-MOVPOST
           MOVE CKPT-LIQUIDACION TO WS-TABLA-LIQUIDACION
           MOVE CKPT-CANT-CANALES TO WS-CANT-CANALES
           PERFORM RESTAURAR-CANALES-CKPT
           MOVE CKPT-CANT-GL-MONEDAS TO WS-CANT-GL-MONEDAS
           PERFORM RESTAURAR-GL-MONEDAS-CKPT
           DISPLAY "REINICIO DEL LOTE " WS-LOTE-ID
               " DESPUES DEL CLIENTE " CKPT-ULT-CLIENTE
               " (MOVIMIENTOS YA PROCESADOS: " CKPT-REGISTERS ")".

       RESTAURAR-CANALES-CKPT.
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CANT-CANALES
               READ FCKPT
                   AT END
                       MOVE SPACES TO REG-CKPT-CANAL
                       MOVE ZERO TO CKPT-CAN-CNT-LEIDOS
                           CKPT-CAN-SUM-LEIDOS CKPT-CAN-CNT-APLIC
                           CKPT-CAN-SUM-APLIC
               END-READ
               MOVE CKPT-CAN-NOMBRE TO WS-CAN-NOMBRE(WS-CAN-IDX)
               MOVE CKPT-CAN-CNT-LEIDOS TO WS-CAN-CNT-LEIDOS(WS-CAN-IDX)
               MOVE CKPT-CAN-SUM-LEIDOS TO WS-CAN-SUM-LEIDOS(WS-CAN-IDX)
               MOVE CKPT-CAN-CNT-APLIC TO WS-CAN-CNT-APLIC(WS-CAN-IDX)
               MOVE CKPT-CAN-SUM-APLIC TO WS-CAN-SUM-APLIC(WS-CAN-IDX)
           END-PERFORM.

       RESTAURAR-GL-MONEDAS-CKPT.
      *    NINGUNA MONEDA QUEDA CARGADA EN WS-GL-TOTALES: EL PRIMER
      *    ASIENTO DEL REINICIO LA CARGA EN FIJAR-MONEDA-GL
           MOVE SPACES TO WS-GL-MONEDA-ACTUAL
           MOVE ZERO TO WS-GL-MONEDA-POS
           PERFORM VARYING WS-GLX-IDX FROM 1 BY 1
               UNTIL WS-GLX-IDX > WS-CANT-GL-MONEDAS
               READ FCKPT
                   AT END
                       MOVE SPACES TO REG-CKPT-GL-MONEDA
                       INITIALIZE WS-GL-TOTALES
                       MOVE WS-GL-TOTALES TO CKPT-GLM-TOTALES
                       MOVE ZERO TO CKPT-GLM-RETENCION
                           CKPT-GLM-INT-DEUDOR
               END-READ
               MOVE CKPT-GLM-MONEDA TO WS-GLX-MONEDA(WS-GLX-IDX)
               MOVE CKPT-GLM-TOTALES TO WS-GLX-TOTALES(WS-GLX-IDX)
               MOVE CKPT-GLM-RETENCION TO WS-GLX-RETENCION(WS-GLX-IDX)
               MOVE CKPT-GLM-INT-DEUDOR TO
                   WS-GLX-INT-DEUDOR(WS-GLX-IDX)
           END-PERFORM.

       EVALUAR-CHECKPOINT.
      *    SE LLAMA RECIEN CERRADO UN GRUPO, CON EL PRIMER MOVIMIENTO
      *    DEL CLIENTE SIGUIENTE YA LEIDO PERO SIN POSTEAR
           ADD 1 TO WS-CKPT-GRUPOS
           IF WS-CKPT-GRUPOS >= WS-INTERVALO-CKPT
               MOVE 'S' TO WS-CKPT-DESCONTAR
               PERFORM GRABAR-CHECKPOINT
           END-IF.

       GRABAR-CHECKPOINT.
      *    LAS SALIDAS SECUENCIALES SE CIERRAN Y REABREN EN EXTEND
      *    PARA QUE TODO LO POSTEADO HASTA AQUI QUEDE EN DISCO ANTES
      *    DE DECLARARLO EN EL CHECKPOINT
           CLOSE BALANCES NEGATIVES RECHAZOS TRANSDEST MOVPOST
               FCHQDEV FCOMCHQ FTRFSAL FCOMCAN FUSOCAN FVALRET
               FALERTAS FCANNUE FCAJPOS FATMPOS
           OPEN EXTEND BALANCES NEGATIVES RECHAZOS TRANSDEST MOVPOST
               FCHQDEV FCOMCHQ FTRFSAL FCOMCAN FUSOCAN FVALRET
               FALERTAS FCANNUE FCAJPOS FATMPOS
           IF FS-FBARAPL = '00'
               CLOSE FBARAPL
               OPEN EXTEND FBARAPL
           END-IF
           MOVE SPACES TO REG-CKPT-PSA01
           MOVE WS-CKPT-FASE TO CKPT-FASE
           MOVE WS-LOTE-ID TO CKPT-LOTE-ID
           MOVE WS-FECHA-NEGOCIO TO CKPT-FECHA-NEGOCIO
           MOVE PREVIOUS-ID TO CKPT-ULT-CLIENTE
           MOVE COUNT-REGISTERS TO CKPT-REGISTERS
           MOVE COUNT-CLIENTES TO CKPT-CLIENTES
           MOVE COUNT-TRANSFERENCIAS TO CKPT-TRANSFERENCIAS
           MOVE COUNT-CONVERSIONES TO CKPT-CONVERSIONES
           MOVE COUNT-NEGATIVES TO CKPT-NEGATIVES
           MOVE COUNT-RECHAZOS TO CKPT-RECHAZOS
           MOVE COUNT-DUPLICADOS TO CKPT-DUPLICADOS
           MOVE COUNT-RETENIDOS TO CKPT-RETENIDOS
           MOVE COUNT-FALLECIDOS TO CKPT-FALLECIDOS
           MOVE COUNT-LIMITE-DIARIO TO CKPT-LIMITE-DIARIO
           MOVE COUNT-APLICADOS TO CKPT-APLICADOS
           MOVE COUNT-MOVHIST TO CKPT-MOVHIST
           MOVE COUNT-ORDENES-GENERADAS TO CKPT-ORDENES-GEN
           MOVE COUNT-ORDENES-SUSPENDIDAS TO CKPT-ORDENES-SUSP
           MOVE COUNT-CARGOS-TARJETA TO CKPT-CARGOS-TARJETA
           MOVE COUNT-MOVS-PLAZO TO CKPT-MOVS-PLAZO
           MOVE COUNT-MOVS-PRESTAMO TO CKPT-MOVS-PRESTAMO
           MOVE COUNT-COMIS-CHQ-LEIDAS TO CKPT-COMIS-CHQ-LEIDAS
           MOVE COUNT-CHEQUES-PAGADOS TO CKPT-CHQ-PAGADOS
           MOVE COUNT-CHEQUES-DEVUELTOS TO CKPT-CHQ-DEVUELTOS
           MOVE COUNT-CHEQUES-NSF TO CKPT-CHQ-NSF
           MOVE COUNT-COMISIONES-CHQ TO CKPT-COMISIONES-CHQ
           MOVE COUNT-TRF-SALIENTES TO CKPT-TRF-SALIENTES
           MOVE COUNT-TRF-DEV-LEIDAS TO CKPT-TRF-DEV-LEIDAS
           MOVE COUNT-MOVS-NOMINA TO CKPT-MOVS-NOMINA
           MOVE COUNT-COMIS-CAN-LEIDAS TO CKPT-COMIS-CAN-LEIDAS
           MOVE COUNT-COMISIONES-CAN TO CKPT-COMISIONES-CAN
           MOVE COUNT-USOS-CANAL-LIN TO CKPT-USOS-CANAL
           MOVE COUNT-RECH-EMBARGO TO CKPT-RECH-EMBARGO
           MOVE COUNT-LOTES-RECHAZADOS TO CKPT-LOTES-RECH
           MOVE COUNT-VALOR-RETRO TO CKPT-VALOR-RETRO
           MOVE COUNT-BARRIDOS TO CKPT-BARRIDOS
           MOVE WS-SUMA-BARRIDOS TO CKPT-SUMA-BARRIDOS
           MOVE COUNT-ALERTAS TO CKPT-ALERTAS
           MOVE COUNT-CANALES-NUEVOS TO CKPT-CANALES-NUEVOS
           MOVE COUNT-CAJA-POSTEADA TO CKPT-CAJA-POSTEADA
           MOVE COUNT-ATM-POSTEADO TO CKPT-ATM-POSTEADO
           MOVE WS-SUMA-LEIDOS TO CKPT-SUMA-LEIDOS
           MOVE WS-SUMA-APLICADOS TO CKPT-SUMA-APLICADOS
           IF WS-CKPT-DESCONTAR = 'S'
               SUBTRACT 1 FROM CKPT-REGISTERS
               SUBTRACT AMOUNT-MOVE FROM CKPT-SUMA-LEIDOS
           END-IF
           MOVE WS-CLJ-SECUENCIA TO CKPT-CLJ-SECUENCIA
           MOVE COUNT-LINEAS-SALDOS TO CKPT-LIN-SALDOS
           MOVE COUNT-MOVPOST-LINEAS TO CKPT-LIN-MOVPOST
           MOVE WS-CANT-CANALES TO CKPT-CANT-CANALES
           PERFORM GUARDAR-MONEDA-GL
           MOVE WS-CANT-GL-MONEDAS TO CKPT-CANT-GL-MONEDAS
           MOVE WS-TABLA-LIQUIDACION TO CKPT-LIQUIDACION
           OPEN OUTPUT FCKPT
           WRITE REG-CKPT-PSA01
           PERFORM VARYING WS-CAN-IDX FROM 1 BY 1
               UNTIL WS-CAN-IDX > WS-CANT-CANALES
               MOVE WS-CAN-NOMBRE(WS-CAN-IDX) TO CKPT-CAN-NOMBRE
               MOVE WS-CAN-CNT-LEIDOS(WS-CAN-IDX) TO CKPT-CAN-CNT-LEIDOS
               MOVE WS-CAN-SUM-LEIDOS(WS-CAN-IDX) TO CKPT-CAN-SUM-LEIDOS
               MOVE WS-CAN-CNT-APLIC(WS-CAN-IDX) TO CKPT-CAN-CNT-APLIC
               MOVE WS-CAN-SUM-APLIC(WS-CAN-IDX) TO CKPT-CAN-SUM-APLIC
               IF WS-CKPT-DESCONTAR = 'S'
                  AND WS-CAN-NOMBRE(WS-CAN-IDX) = WS-CANAL-MOVIMIENTO
                   SUBTRACT 1 FROM CKPT-CAN-CNT-LEIDOS
                   SUBTRACT AMOUNT-MOVE FROM CKPT-CAN-SUM-LEIDOS
               END-IF
               WRITE REG-CKPT-CANAL
           END-PERFORM
           PERFORM VARYING WS-GLX-IDX FROM 1 BY 1
               UNTIL WS-GLX-IDX > WS-CANT-GL-MONEDAS
               MOVE WS-GLX-MONEDA(WS-GLX-IDX) TO CKPT-GLM-MONEDA
               MOVE WS-GLX-TOTALES(WS-GLX-IDX) TO CKPT-GLM-TOTALES
               MOVE WS-GLX-RETENCION(WS-GLX-IDX) TO CKPT-GLM-RETENCION
               MOVE WS-GLX-INT-DEUDOR(WS-GLX-IDX) TO
                   CKPT-GLM-INT-DEUDOR
               WRITE REG-CKPT-GL-MONEDA
           END-PERFORM
           CLOSE FCKPT
           MOVE ZERO TO WS-CKPT-GRUPOS.

       LIMPIAR-CHECKPOINT.
      *    FIN EN ORDEN: EL CHECKPOINT QUEDA VACIO Y LA PROXIMA CORRIDA
      *    ARRANCA DE CERO, IGUAL QUE 9300-LIMPIAR-CHECKPOINT DE
      *    PROGRAM1
           OPEN OUTPUT FCKPT
           CLOSE FCKPT.

       TRUNCAR-SALIDAS-REINICIO.
      *    LAS SALIDAS DEL POSTEO SE RECORTAN A LO QUE YA ESTABA
      *    GRABADO AL TOMAR EL CHECKPOINT; LO QUE LA CORRIDA
      *    INTERRUMPIDA ESCRIBIO DESPUES SE VUELVE A GENERAR AL
      *    REPROCESAR ESOS MOVIMIENTOS
           MOVE 'N' TO WS-REI-ES-MOVPOST
           MOVE 'saldos.txt' TO WS-NOM-REINICIO
           MOVE COUNT-LINEAS-SALDOS TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'negativos.txt' TO WS-NOM-REINICIO
           MOVE COUNT-NEGATIVES TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'movimientos_rechazados.txt' TO WS-NOM-REINICIO
           MOVE COUNT-RECHAZOS TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
      *    CADA BARRIDO DEJO DOS RENGLONES (FONDEO Y CUBIERTA)
           MOVE 'transferencias_destino.dat' TO WS-NOM-REINICIO
           COMPUTE WS-REI-CONSERVAR =
               COUNT-TRANSFERENCIAS + COUNT-BARRIDOS * 2
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'cheques_devueltos.txt' TO WS-NOM-REINICIO
           MOVE COUNT-CHEQUES-DEVUELTOS TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'comisiones_cheques.dat' TO WS-NOM-REINICIO
           MOVE COUNT-COMISIONES-CHQ TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'transferencias_salientes.txt' TO WS-NOM-REINICIO
           MOVE COUNT-TRF-SALIENTES TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'comisiones_canal.dat' TO WS-NOM-REINICIO
           MOVE COUNT-COMISIONES-CAN TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'uso_canales_corrida.txt' TO WS-NOM-REINICIO
           MOVE COUNT-USOS-CANAL-LIN TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'valor_retroactivo.txt' TO WS-NOM-REINICIO
           MOVE COUNT-VALOR-RETRO TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'alertas_clientes.txt' TO WS-NOM-REINICIO
           MOVE COUNT-ALERTAS TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'canales_nuevos_corrida.txt' TO WS-NOM-REINICIO
           MOVE COUNT-CANALES-NUEVOS TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'caja_posteada.txt' TO WS-NOM-REINICIO
           MOVE COUNT-CAJA-POSTEADA TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'atm_posteado.txt' TO WS-NOM-REINICIO
           MOVE COUNT-ATM-POSTEADO TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO.

       TRUNCAR-ARCHIVO-REINICIO.
      *    COPIA LOS PRIMEROS WS-REI-CONSERVAR RENGLONES DE
      *    WS-NOM-REINICIO A psa01_reinicio.tmp Y LOS DEVUELVE AL
      *    ORIGINAL. CON WS-REI-ES-MOVPOST = 'S' CADA RENGLON DESCARTADO
      *    DE movimientos_posteados.dat SE DESHACE TAMBIEN EN MOVHIST
           MOVE ZERO TO WS-REI-LEIDAS
           MOVE ZERO TO WS-REI-DESCARTADAS
           OPEN INPUT FREINICIO
           IF FS-FREINICIO = '00'
               OPEN OUTPUT FREINWRK
               MOVE 'N' TO WS-REI-EOF
               PERFORM UNTIL WS-REI-EOF = 'S'
                   READ FREINICIO
                       AT END
                           MOVE 'S' TO WS-REI-EOF
                       NOT AT END
                           PERFORM SEPARAR-RENGLON-REINICIO
                   END-READ
               END-PERFORM
               CLOSE FREINICIO FREINWRK
               OPEN INPUT FREINWRK
               OPEN OUTPUT FREINICIO
               MOVE 'N' TO WS-REI-EOF
               PERFORM UNTIL WS-REI-EOF = 'S'
                   READ FREINWRK
                       AT END
                           MOVE 'S' TO WS-REI-EOF
                       NOT AT END
                           MOVE REINWRK-REGISTER TO REINICIO-REGISTER
                           WRITE REINICIO-REGISTER
                   END-READ
               END-PERFORM
               CLOSE FREINICIO FREINWRK
           END-IF
           IF WS-REI-LEIDAS < WS-REI-CONSERVAR
               DISPLAY "REINICIO: " WS-NOM-REINICIO " TIENE "
                   WS-REI-LEIDAS " RENGLONES, EL CHECKPOINT ESPERA "
                   WS-REI-CONSERVAR
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "REINICIO: " WS-NOM-REINICIO
               " RENGLONES DESCARTADOS: " WS-REI-DESCARTADAS.

       SEPARAR-RENGLON-REINICIO.
           ADD 1 TO WS-REI-LEIDAS
           IF WS-REI-LEIDAS > WS-REI-CONSERVAR
               ADD 1 TO WS-REI-DESCARTADAS
               IF WS-REI-ES-MOVPOST = 'S'
                   PERFORM DESHACER-MOVHIST-POSTEADO
               END-IF
               IF WS-REI-ES-BARRIDO = 'S'
                   PERFORM DESHACER-MOVHIST-BARRIDO
               END-IF
           ELSE
               MOVE REINICIO-REGISTER TO REINWRK-REGISTER
               WRITE REINWRK-REGISTER
           END-IF.

       REVERTIR-MAESTRO-REINICIO.
      *    REPONE EN CLIMAST.dat LAS IMAGENES PREVIAS QUE EL LOTE
      *    JOURNALIZO DESPUES DEL CHECKPOINT, EN ORDEN INVERSO COMO
      *    PSA07; LOS RENGLONES QUEDAN EN EL JOURNAL Y SIGUEN SIENDO
      *    VALIDOS PARA UN BACKOUT POSTERIOR DEL LOTE COMPLETO
           MOVE ZERO TO WS-CANT-REVERSO
           MOVE WS-CKPT-CLJ-BASE TO WS-REV-MAX-SECUENCIA
           OPEN INPUT FCLJOURNAL
           IF FS-FCLJOURNAL = '00'
               MOVE 'N' TO WS-REV-EOF
               PERFORM UNTIL WS-REV-EOF = 'S'
                   READ FCLJOURNAL
                       AT END
                           MOVE 'S' TO WS-REV-EOF
                       NOT AT END
                           PERFORM CARGAR-IMAGEN-REVERSO
                   END-READ
               END-PERFORM
               CLOSE FCLJOURNAL
           END-IF
           PERFORM REPONER-IMAGEN-REVERSO
               VARYING WS-REV-SUB FROM WS-CANT-REVERSO BY -1
               UNTIL WS-REV-SUB < 1
           MOVE WS-REV-MAX-SECUENCIA TO WS-CLJ-SECUENCIA
           DISPLAY "REINICIO: REGISTROS DEL MAESTRO REPUESTOS: "
               COUNT-MAESTRO-REPUESTOS.

       CARGAR-IMAGEN-REVERSO.
           IF CLJ-LOTE-ID = WS-LOTE-ID
               IF CLJ-SECUENCIA > WS-REV-MAX-SECUENCIA
                   MOVE CLJ-SECUENCIA TO WS-REV-MAX-SECUENCIA
               END-IF
               IF CLJ-SECUENCIA > WS-CKPT-CLJ-BASE
                   IF WS-CANT-REVERSO >= 20000
                       MOVE "REVERTIR-MAESTRO" TO WS-AUDIT-RUTINA
                       MOVE "CARGAR JOURNAL" TO WS-AUDIT-ACCION
                       MOVE "TABLA DE REVERSO LLENA; USE PSA07" TO
                           WS-AUDIT-MENSAJE
                       PERFORM GRABAR-AUDITORIA
                       DISPLAY "TABLA DE REVERSO LLENA (20000); RETIRE "
                           "EL LOTE CON PSA07"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CANT-REVERSO
                   MOVE CLJ-IMAGEN TO WS-REV-IMAGEN(WS-CANT-REVERSO)
               END-IF
           END-IF.

       REPONER-IMAGEN-REVERSO.
           MOVE WS-REV-IMAGEN(WS-REV-SUB) TO REG-CLIMAST
           REWRITE REG-CLIMAST
               INVALID KEY
                   DISPLAY "REINICIO: NO SE PUDO REPONER EL CLIENTE "
                       CLI-ID
               NOT INVALID KEY
                   ADD 1 TO COUNT-MAESTRO-REPUESTOS
           END-REWRITE.

       REVERTIR-POSTEADOS-REINICIO.
      *    CADA CLAVE ANTIDUPLICADOS GRABADA DESPUES DEL CHECKPOINT ES
      *    UN MOVIMIENTO APLICADO QUE SE VA A REPOSTEAR; SU RENGLON SE
      *    DESCARTA Y SU ASIENTO EN MOVHIST SE BORRA
           MOVE 'S' TO WS-REI-ES-MOVPOST
           MOVE 'movimientos_posteados.dat' TO WS-NOM-REINICIO
           MOVE WS-CKPT-LIN-MOVPOST TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'N' TO WS-REI-ES-MOVPOST
           DISPLAY "REINICIO: ASIENTOS DE MOVHIST BORRADOS: "
               COUNT-MOVHIST-BORRADOS.

       DESHACER-MOVHIST-POSTEADO.
      *    MISMO LAYOUT QUE GRABAR-MOVIMIENTO-POSTEADO. UNA
      *    TRANSFERENCIA TAMBIEN DEJO EL "D" DEL DESTINO (VER
      *    GRABAR-MOVHIST-DESTINO), QUE SE BORRA CON LA CONTRAPARTE Y
      *    EL MONTO ACREDITADO QUE GUARDA EL "T" DEL ORIGEN
           UNSTRING REINICIO-REGISTER DELIMITED BY "|"
               INTO WS-REV-CLI, WS-REV-TIPO, WS-REV-MONTO-DIG,
                   WS-REV-FECHA
           IF WS-REV-FECHA-NUM NUMERIC
               MOVE WS-REV-CLI TO WS-REV-BUSCA-CLI
               MOVE WS-REV-TIPO TO WS-REV-BUSCA-TIPO
               MOVE WS-REV-MONTO TO WS-REV-BUSCA-MONTO
               MOVE SPACES TO WS-REV-BUSCA-CONTRA
               MOVE SPACES TO WS-REV-CONTRA
               PERFORM BUSCAR-MOVHIST-BORRAR
               IF WS-REV-BORRADO = 'S' AND WS-REV-TIPO = 'T'
                  AND WS-REV-CONTRA NOT = SPACES
                   MOVE WS-REV-CONTRA TO WS-REV-BUSCA-CLI
                   MOVE 'D' TO WS-REV-BUSCA-TIPO
                   MOVE WS-REV-MONTO-CONTRA TO WS-REV-BUSCA-MONTO
                   MOVE WS-REV-CLI TO WS-REV-BUSCA-CONTRA
                   PERFORM BUSCAR-MOVHIST-BORRAR
               END-IF
           END-IF.

       REVERTIR-BARRIDOS-REINICIO.
      *    UN BARRIDO GRABADO DESPUES DEL CHECKPOINT SE VUELVE A HACER
      *    AL REPOSTEAR SU DEBITO; EL MAESTRO YA SE REPUSO DESDE EL
      *    JOURNAL Y transferencias_destino.dat SE RECORTO, ASI QUE
      *    SOLO QUEDAN SUS DOS ASIENTOS EN MOVHIST
           MOVE 'S' TO WS-REI-ES-BARRIDO
           MOVE 'barridos_aplicados.txt' TO WS-NOM-REINICIO
           MOVE COUNT-BARRIDOS TO WS-REI-CONSERVAR
           PERFORM TRUNCAR-ARCHIVO-REINICIO
           MOVE 'N' TO WS-REI-ES-BARRIDO.

       DESHACER-MOVHIST-BARRIDO.
      *    MISMO LAYOUT QUE APLICAR-BARRIDO: EL "D" DE LA CUBIERTA Y
      *    EL "T" DE LA CUENTA DE FONDEO, CADA UNO CON EL OTRO COMO
      *    CONTRAPARTE
           UNSTRING REINICIO-REGISTER DELIMITED BY "|"
               INTO WS-REV-CLI, WS-REV-CONTRA, WS-REV-MONTO-DIG,
                   WS-REV-FECHA
           IF WS-REV-FECHA-NUM NUMERIC
               MOVE WS-REV-CLI TO WS-REV-BUSCA-CLI
               MOVE 'D' TO WS-REV-BUSCA-TIPO
               MOVE WS-REV-MONTO TO WS-REV-BUSCA-MONTO
               MOVE WS-REV-CONTRA TO WS-REV-BUSCA-CONTRA
               PERFORM BUSCAR-MOVHIST-BORRAR
               MOVE WS-REV-BUSCA-CONTRA TO WS-REV-BUSCA-CLI
               MOVE WS-REV-CLI TO WS-REV-BUSCA-CONTRA
               MOVE 'T' TO WS-REV-BUSCA-TIPO
               PERFORM BUSCAR-MOVHIST-BORRAR
           END-IF.

       BUSCAR-MOVHIST-BORRAR.
      *    RECORRE LAS SECUENCIAS DEL CLIENTE+FECHA Y BORRA LA PRIMERA
      *    QUE COINCIDE EN TIPO, MONTO Y LOTE (Y CONTRAPARTE, SALVO EN
      *    EL "T" DEL ORIGEN)
           MOVE 'N' TO WS-REV-BORRADO
           MOVE 'N' TO WS-REV-FIN
           MOVE WS-REV-BUSCA-CLI TO MHX-CLI-ID
           MOVE WS-REV-FECHA-NUM TO MHX-FECHA
           MOVE ZERO TO MHX-SECUENCIA
           START MOVHIST KEY IS NOT LESS THAN MHX-KEY
               INVALID KEY
                   MOVE 'S' TO WS-REV-FIN
           END-START
           PERFORM UNTIL WS-REV-FIN = 'S'
               READ MOVHIST NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-REV-FIN
                   NOT AT END
                       PERFORM EVALUAR-MOVHIST-BORRAR
               END-READ
           END-PERFORM.

       EVALUAR-MOVHIST-BORRAR.
           IF MHX-CLI-ID NOT = WS-REV-BUSCA-CLI
              OR MHX-FECHA NOT = WS-REV-FECHA-NUM
               MOVE 'S' TO WS-REV-FIN
           ELSE
               IF MHX-TIPO = WS-REV-BUSCA-TIPO
                  AND MHX-MONTO = WS-REV-BUSCA-MONTO
                  AND MHX-LOTE-ID = WS-LOTE-ID
                  AND (WS-REV-BUSCA-TIPO = 'T'
                       OR MHX-CONTRAPARTE = WS-REV-BUSCA-CONTRA)
                   MOVE MHX-CONTRAPARTE TO WS-REV-CONTRA
                   MOVE MHX-MONTO-CONTRA TO WS-REV-MONTO-CONTRA
                   MOVE 'S' TO WS-REV-FIN
                   DELETE MOVHIST RECORD
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-REV-BORRADO
                           ADD 1 TO COUNT-MOVHIST-BORRADOS
                   END-DELETE
               END-IF
           END-IF.

       OMITIR-PROCESADOS-PSA01.
      *    SALTA LOS MOVIMIENTOS DE movimientos_ord.dat QUE LA CORRIDA
      *    INTERRUMPIDA YA CONSUMIO ANTES DEL CHECKPOINT. LOS FECHADOS A
      *    FUTURO VUELVEN A LA COLA DE PENDIENTES, QUE SE RECARGO DEL
      *    ARCHIVO; SI LA COLA YA ESTABA LLENA, SU RECHAZO QUEDO GRABADO
      *    EN LA PARTE CONSERVADA DE movimientos_rechazados.txt
           MOVE ZERO TO WS-CKPT-IDX
           PERFORM UNTIL WS-CKPT-IDX >= WS-CKPT-OMITIR OR EOF = 'Y'
               READ MOVESORD
                   AT END
                       MOVE 'Y' TO EOF
                   NOT AT END
                       ADD 1 TO WS-CKPT-IDX
                       PERFORM OMITIR-UN-MOVIMIENTO
               END-READ
           END-PERFORM
           IF WS-CKPT-IDX < WS-CKPT-OMITIR
               MOVE "OMITIR-PROCESADOS" TO WS-AUDIT-RUTINA
               MOVE "READ MOVESORD" TO WS-AUDIT-ACCION
               MOVE "movimientos_ord.dat NO COINCIDE CON CKPT" TO
                   WS-AUDIT-MENSAJE
               PERFORM GRABAR-AUDITORIA
               DISPLAY "REINICIO ABORTADO: movimientos_ord.dat TIENE "
                   "MENOS MOVIMIENTOS QUE LOS DEL CHECKPOINT"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "REINICIO: MOVIMIENTOS YA PROCESADOS OMITIDOS: "
               WS-CKPT-OMITIR.

       OMITIR-UN-MOVIMIENTO.
           UNSTRING MOVEORD-REGISTER DELIMITED BY "|"
               INTO ID-CLIENT, NAME-CLIENT, TYPE-MOVE, AMOUNT-MOVE,
                   WS-CAMPO5, FECHA-MOVIMIENTO
           IF FECHA-MOVIMIENTO > WS-FECHA-NEGOCIO
              AND WS-CANT-PENDIENTES < 5000
               PERFORM ENCOLAR-MOVIMIENTO-PENDIENTE
           END-IF.

       ABRIR-AUDITORIA.
      *    AUDITORIA.txt ES COMPARTIDA CON PROGRAM1 Y CDCB14Q; SE ABRE
      *    EN EXTEND Y, SI TODAVIA NO EXISTE, SE CREA PRIMERO CON EL
      *    MISMO PATRON DE "CREAR SI NO EXISTE" USADO ARRIBA PARA
      *    CLIMAST.dat
           OPEN EXTEND AUDITLOG
           IF AUDITLOG-STATUS = '35'
               OPEN OUTPUT AUDITLOG
               CLOSE AUDITLOG
               OPEN EXTEND AUDITLOG
           END-IF.

       GRABAR-AUDITORIA.
      *    UN RENGLON EN AUDITORIA.txt POR ERROR TECNICO; WS-AUDIT-
      *    RUTINA/ACCION/MENSAJE SE CARGAN ANTES DE PERFORM
           ACCEPT WS-FECHA-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SISTEMA FROM TIME
           MOVE SPACES TO REG-AUDITLOG
           MOVE WS-FECHA-YYYYMMDD TO AUD-FECHA
           MOVE WS-HORA-SISTEMA(1:6) TO AUD-HORA
           MOVE "PSA01" TO AUD-PROGRAMA
           MOVE WS-AUDIT-RUTINA TO AUD-RUTINA
           MOVE WS-AUDIT-ACCION TO AUD-ACCION
           MOVE WS-AUDIT-STATUS TO AUD-STATUS
           MOVE WS-AUDIT-MENSAJE TO AUD-MENSAJE
           MOVE WS-LOTE-ID TO AUD-LOTE-ID
           WRITE REG-AUDITLOG.
               DISPLAY "ORDENES PERMANENTES CARGADAS: "
                   WS-CANT-ORDENES
                   " MOVIMIENTOS GENERADOS: " COUNT-ORDENES-GENERADAS
               DISPLAY "ORDENES PERMANENTES SUSPENDIDAS: "
                   COUNT-ORDENES-SUSPENDIDAS
           END-IF
           CLOSE FORDGEN.

           MOVE ORD-CAMPO5 TO WS-ORD-CAMPO5(WS-ORD-IDX)
           MOVE ORD-MONEDA TO WS-ORD-MONEDA(WS-ORD-IDX)
           MOVE ORD-FRECUENCIA TO WS-ORD-FRECUENCIA(WS-ORD-IDX)
           MOVE ORD-PROX-FECHA TO WS-ORD-PROX-FECHA(WS-ORD-IDX)
           MOVE ORD-ESTADO TO WS-ORD-ESTADO(WS-ORD-IDX).

       EXPANDIR-UNA-ORDEN.
      *    EL TOPE DE VUELTAS EVITA QUE UNA ORDEN CON FECHA BASURA
      *    (MUY EN EL PASADO) GENERE MOVIMIENTOS SIN FIN. UNA ORDEN
      *    SUSPENDIDA NO GENERA NADA Y CONSERVA SU PROXIMA FECHA
           IF WS-ORD-ESTADO(WS-ORD-IDX) = 'S'
               ADD 1 TO COUNT-ORDENES-SUSPENDIDAS
           ELSE
               MOVE ZERO TO WS-ORD-VUELTAS
               PERFORM GENERAR-MOVIMIENTO-ORDEN
                   UNTIL WS-ORD-PROX-FECHA(WS-ORD-IDX) >
                           WS-FECHA-NEGOCIO
                       OR WS-ORD-VUELTAS >= 100
           END-IF.

       GENERAR-MOVIMIENTO-ORDEN.
           ADD 1 TO WS-ORD-VUELTAS
           MOVE WS-ORD-MONEDA(WS-ORD-IDX) TO ORD-MONEDA
           MOVE WS-ORD-FRECUENCIA(WS-ORD-IDX) TO ORD-FRECUENCIA
           MOVE WS-ORD-PROX-FECHA(WS-ORD-IDX) TO ORD-PROX-FECHA
           MOVE WS-ORD-ESTADO(WS-ORD-IDX) TO ORD-ESTADO
           WRITE ORDEN-REGISTER.

       CARGAR-Y-LIBERAR-PENDIENTES.
       ORDENAR-MOVIMIENTOS.
      *    CONSOLIDA LAS COPIAS YA VALIDADAS/DEPURADAS DE LOS TRES
      *    ARCHIVOS DE SUCURSAL (MOVESV1/V2/V3, VER VALIDAR-
      *    ENVOLTURAS-SUCURSAL), LOS PENDIENTES LIBERADOS, LOS
      *    MOVIMIENTOS DE ORDENES PERMANENTES Y LOS CARGOS DE TARJETA
      *    EN UN SOLO SORT POR
      *    CLIENTE + FECHA DE MOVIMIENTO (VER REG-SORTWORK), PARA QUE
      *    LA RUPTURA DE CONTROL VEA JUNTOS Y EN ORDEN CRONOLOGICO
      *    TODOS LOS MOVIMIENTOS DE UN MISMO CLIENTE, SIN IMPORTAR DE
               OUTPUT PROCEDURE IS DEVOLVER-SORT.

       ALIMENTAR-SORT.
      *    LEE LOS SEIS ORIGENES Y SUELTA CADA RENGLON AL SORT CON
      *    SU CLAVE CLIENTE + FECHA YA EXTRAIDA DEL FORMATO PIPE
           MOVE 'N' TO WS-SORT-EOF
           OPEN INPUT MOVESV1
               PERFORM SOLTAR-AL-SORT
               PERFORM LEER-SORT-ORD
           END-PERFORM
           CLOSE FORDGEN
           MOVE 'N' TO WS-SORT-EOF
           OPEN INPUT FCARGOSTJ
           IF FS-FCARGOSTJ = '00'
               PERFORM LEER-SORT-CTJ
               PERFORM UNTIL WS-SORT-EOF = 'S'
                   ADD 1 TO COUNT-CARGOS-TARJETA
                   PERFORM SOLTAR-AL-SORT
                   PERFORM LEER-SORT-CTJ
               END-PERFORM
               CLOSE FCARGOSTJ
           END-IF
           MOVE 'N' TO WS-SORT-EOF
           OPEN INPUT FMOVPLZ
           IF FS-FMOVPLZ = '00'
               PERFORM LEER-SORT-PLZ
               PERFORM UNTIL WS-SORT-EOF = 'S'
                   ADD 1 TO COUNT-MOVS-PLAZO
                   PERFORM SOLTAR-AL-SORT
                   PERFORM LEER-SORT-PLZ
               END-PERFORM
               CLOSE FMOVPLZ
           END-IF
           MOVE 'N' TO WS-SORT-EOF
           OPEN INPUT FMOVPRE
           IF FS-FMOVPRE = '00'
               PERFORM LEER-SORT-PRE
               PERFORM UNTIL WS-SORT-EOF = 'S'
                   ADD 1 TO COUNT-MOVS-PRESTAMO
                   PERFORM SOLTAR-AL-SORT
                   PERFORM LEER-SORT-PRE
               END-PERFORM
               CLOSE FMOVPRE
           END-IF
           MOVE 'N' TO WS-SORT-EOF
           OPEN INPUT FCOMCHQ
           IF FS-FCOMCHQ = '00'
               PERFORM LEER-SORT-COM
               PERFORM UNTIL WS-SORT-EOF = 'S'
                   ADD 1 TO COUNT-COMIS-CHQ-LEIDAS
                   PERFORM SOLTAR-AL-SORT
                   PERFORM LEER-SORT-COM
               END-PERFORM
               CLOSE FCOMCHQ
           END-IF
           MOVE 'N' TO WS-SORT-EOF
           OPEN INPUT FTRFDEV
           IF FS-FTRFDEV = '00'
               PERFORM LEER-SORT-TRD
               PERFORM UNTIL WS-SORT-EOF = 'S'
                   ADD 1 TO COUNT-TRF-DEV-LEIDAS
                   PERFORM SOLTAR-AL-SORT
                   PERFORM LEER-SORT-TRD
               END-PERFORM
               CLOSE FTRFDEV
           END-IF
           MOVE 'N' TO WS-SORT-EOF
           OPEN INPUT FMOVNOM
           IF FS-FMOVNOM = '00'
               PERFORM LEER-SORT-NOM
               PERFORM UNTIL WS-SORT-EOF = 'S'
                   ADD 1 TO COUNT-MOVS-NOMINA
                   PERFORM SOLTAR-AL-SORT
                   PERFORM LEER-SORT-NOM
               END-PERFORM
               CLOSE FMOVNOM
           END-IF
           MOVE 'N' TO WS-SORT-EOF
           OPEN INPUT FCOMCAN
           IF FS-FCOMCAN = '00'
               PERFORM LEER-SORT-CAN
               PERFORM UNTIL WS-SORT-EOF = 'S'
                   ADD 1 TO COUNT-COMIS-CAN-LEIDAS
                   PERFORM SOLTAR-AL-SORT
                   PERFORM LEER-SORT-CAN
               END-PERFORM
               CLOSE FCOMCAN
           END-IF.

       LEER-SORT-V1.
           READ MOVESV1
                   MOVE ORDGEN-REGISTER TO WS-SORT-LINEA
           END-READ.

       LEER-SORT-CTJ.
           READ FCARGOSTJ
               AT END
                   MOVE 'S' TO WS-SORT-EOF
               NOT AT END
                   MOVE CARGOTJ-REGISTER TO WS-SORT-LINEA
           END-READ.

       LEER-SORT-PLZ.
           READ FMOVPLZ
               AT END
                   MOVE 'S' TO WS-SORT-EOF
               NOT AT END
                   MOVE MOVPLZ-REGISTER TO WS-SORT-LINEA
           END-READ.

       LEER-SORT-PRE.
           READ FMOVPRE
               AT END
                   MOVE 'S' TO WS-SORT-EOF
               NOT AT END
                   MOVE MOVPRE-REGISTER TO WS-SORT-LINEA
           END-READ.

       LEER-SORT-CAN.
           READ FCOMCAN
               AT END
                   MOVE 'S' TO WS-SORT-EOF
               NOT AT END
                   MOVE COMCAN-REGISTER TO WS-SORT-LINEA
           END-READ.

       LEER-SORT-COM.
           READ FCOMCHQ
               AT END
                   MOVE 'S' TO WS-SORT-EOF
               NOT AT END
                   MOVE COMCHQ-REGISTER TO WS-SORT-LINEA
           END-READ.

       VACIAR-MOVIMIENTOS-PRESTAMO.
      *    MISMO CRITERIO QUE VACIAR-CARGOS-TARJETA PARA LO QUE DEJO
      *    PSA12
           OPEN INPUT FMOVPRE
           IF FS-FMOVPRE = '00'
               CLOSE FMOVPRE
               OPEN OUTPUT FMOVPRE
               CLOSE FMOVPRE
           END-IF.

       LEER-SORT-TRD.
           READ FTRFDEV
               AT END
                   MOVE 'S' TO WS-SORT-EOF
               NOT AT END
                   MOVE TRFDEV-REGISTER TO WS-SORT-LINEA
           END-READ.

       VACIAR-TRANSFERENCIAS-DEVUELTAS.
      *    MISMO CRITERIO QUE VACIAR-CARGOS-TARJETA PARA LO QUE DEJO
      *    PSA13
           OPEN INPUT FTRFDEV
           IF FS-FTRFDEV = '00'
               CLOSE FTRFDEV
               OPEN OUTPUT FTRFDEV
               CLOSE FTRFDEV
           END-IF.

       LEER-SORT-NOM.
           READ FMOVNOM
               AT END
                   MOVE 'S' TO WS-SORT-EOF
               NOT AT END
                   MOVE MOVNOM-REGISTER TO WS-SORT-LINEA
           END-READ.

       VACIAR-MOVIMIENTOS-NOMINA.
      *    MISMO CRITERIO QUE VACIAR-CARGOS-TARJETA PARA LO QUE DEJO
      *    PSA14
           OPEN INPUT FMOVNOM
           IF FS-FMOVNOM = '00'
               CLOSE FMOVNOM
               OPEN OUTPUT FMOVNOM
               CLOSE FMOVNOM
           END-IF.

       VACIAR-MOVIMIENTOS-PLAZO.
      *    MISMO CRITERIO QUE VACIAR-CARGOS-TARJETA: LO QUE DEJO PSA11
      *    YA PASO POR EL POSTEO Y EL ARCHIVO VUELVE A ARRANCAR VACIO
           OPEN INPUT FMOVPLZ
           IF FS-FMOVPLZ = '00'
               CLOSE FMOVPLZ
               OPEN OUTPUT FMOVPLZ
               CLOSE FMOVPLZ
           END-IF.

       VACIAR-CARGOS-TARJETA.
      *    LOS CARGOS DE TARJETA YA PASARON POR EL POSTEO (APLICADOS O
      *    EN movimientos_rechazados.txt); SE VACIA EL ARCHIVO PARA QUE
      *    CUOTAS01 VUELVA A ACUMULAR DESDE CERO. SI LA CORRIDA ABORTA
      *    ANTES DE ESTE PUNTO EL ARCHIVO QUEDA INTACTO Y LA REEJECUCION
      *    LO VUELVE A LEER; LO YA APLICADO LO FRENA EL CONTROL DE
      *    DUPLICADOS (movimientos_posteados.dat)
           OPEN INPUT FCARGOSTJ
           IF FS-FCARGOSTJ = '00'
               CLOSE FCARGOSTJ
               OPEN OUTPUT FCARGOSTJ
               CLOSE FCARGOSTJ
           END-IF.

       SOLTAR-AL-SORT.
      *    LA CLAVE SALE DEL PROPIO RENGLON: CLIENTE (CAMPO 1) MAS
      *    FECHA DEL MOVIMIENTO (CAMPO 6); UN RENGLON SIN FECHA
      *    MOVIMIENTO ANTERIOR
           MOVE SPACES TO WS-REF-TIPO-ORIGINAL
           MOVE SPACES TO WS-CANAL-MOVIMIENTO
           MOVE SPACES TO WS-BANCO-CONTRAPARTE
           MOVE SPACES TO WS-CUENTA-CONTRAPARTE
           MOVE SPACES TO WS-FECHA-VALOR
           UNSTRING MOVEORD-REGISTER DELIMITED BY "|"
               INTO ID-CLIENT, NAME-CLIENT, TYPE-MOVE, AMOUNT-MOVE,
                   WS-CAMPO5, FECHA-MOVIMIENTO, WS-MONEDA-MOVIMIENTO,
                   WS-REF-TIPO-ORIGINAL, WS-CANAL-MOVIMIENTO,
                   WS-BANCO-CONTRAPARTE, WS-CUENTA-CONTRAPARTE,
                   WS-FECHA-VALOR
      *    SOLO UNA FECHA VALOR ANTERIOR A LA FECHA DE NEGOCIO MUEVE LA
      *    HISTORIA DE SALDOS; UNA QUE NO ES FECHA SE RECHAZA EN
      *    VERIFICAR-PERIODO-CERRADO
           MOVE 'N' TO WS-VALOR-RETRO-SI
           IF WS-FECHA-VALOR NOT = SPACES AND WS-FECHA-VALOR NUMERIC
              AND WS-FECHA-VALOR < WS-FECHA-NEGOCIO
               MOVE 'S' TO WS-VALOR-RETRO-SI
           END-IF
           IF WS-CANAL-MOVIMIENTO = SPACES
               MOVE 'SINCAN' TO WS-CANAL-MOVIMIENTO
           END-IF
               IF ID-CLIENT NOT = PREVIOUS-ID
                   IF PREVIOUS-ID NOT = SPACES
                       PERFORM CERRAR-GRUPO-CLIENTE
                       PERFORM EVALUAR-CHECKPOINT
                   END-IF
                   PERFORM INICIAR-GRUPO-CLIENTE
               END-IF
                       PERFORM RECHAZAR-MOVIMIENTO-DUPLICADO
                   ELSE
                       PERFORM VERIFICAR-PERIODO-CERRADO
                       IF WS-PERIODO-CERRADO-SI NOT = 'N'
                           MOVE ID-CLIENT TO WS-RECHAZO-ID
                           PERFORM RECHAZAR-MOVIMIENTO-PERIODO
                       ELSE
                               PERFORM RECHAZAR-MOVIMIENTO-MONEDA
                           ELSE
                               PERFORM VERIFICAR-RETENCION
                               IF (WS-CLIENTE-RETENIDO-SI = 'S' OR
                                   WS-CLIENTE-FALLECIDO-SI = 'S') AND
                                  (TYPE-MOVE = "R" OR TYPE-MOVE = "T")
                                   MOVE ID-CLIENT TO WS-RECHAZO-ID
                                   IF WS-CLIENTE-FALLECIDO-SI = 'S'
                                       PERFORM
                                           RECHAZAR-MOVIMIENTO-FALLECIDO
                                   ELSE
                                       PERFORM
                                           RECHAZAR-MOVIMIENTO-RETENIDO
                                   END-IF
                               ELSE
                                   PERFORM VERIFICAR-LIMITE-DIARIO
                                   PERFORM VERIFICAR-EMBARGO
                                   IF WS-LIMITE-EXCEDIDO = 'S'
                                       MOVE ID-CLIENT TO WS-RECHAZO-ID
                                       PERFORM
                                           RECHAZAR-MOVIMIENTO-LIMITE
                                   ELSE
                                       IF WS-EMB-EXCEDIDO = 'S'
                                           MOVE ID-CLIENT TO
                                               WS-RECHAZO-ID
                                           PERFORM
                                               RECHAZAR-POR-EMBARGO
                                       ELSE
                                           PERFORM ACUMULAR-MOVIMIENTO
                                       END-IF
                                   END-IF
                               END-IF
                           END-IF
           MOVE 0 TO WS-GROUP-COUNT
           MOVE 0 TO WS-GROUP-TOTAL
           MOVE 'N' TO WS-CLIENTE-INACTIVO-SI
           MOVE 'N' TO WS-CLIENTE-FALLECIDO-SI
           MOVE 0 TO WS-GROUP-CHQ-COMISIONES
           PERFORM INICIAR-USO-CANAL-GRUPO
           PERFORM INICIAR-ALERTAS-GRUPO
           PERFORM BUSCAR-SALDO-MAESTRO
           PERFORM CALCULAR-EMBARGO-GRUPO
           IF MASTER-FOUND = 'S' AND CLI-ESTADO = 'F'
               MOVE 'S' TO WS-CLIENTE-FALLECIDO-SI
           END-IF
           IF MASTER-FOUND = 'S' AND
              (CLI-ESTADO = 'I' OR CLI-ESTADO = 'E')
               MOVE 'S' TO WS-CLIENTE-INACTIVO-SI
           SET WS-RET-IDX TO 1
           PERFORM BUSCAR-RETENCION
               UNTIL WS-RET-IDX > WS-CANT-RETENIDOS
                   OR WS-CLIENTE-RETENIDO-SI = 'S'
           PERFORM VERIFICAR-CANAL-EXENTO
           IF WS-CANAL-EXENTO-SI = 'S'
               MOVE 'N' TO WS-CLIENTE-RETENIDO-SI
           END-IF.

       VERIFICAR-CANAL-EXENTO.
      *    UN CARGO DE TARJETA NO LO DETIENE LA RETENCION (VER
      *    WS-CANAL-CUOTA-TARJ), NI UN MOVIMIENTO DE CERTIFICADO A
      *    PLAZO O DE PRESTAMO (VER WS-CANAL-PLAZO-CAPITAL Y
      *    WS-CANAL-PRE-CAPITAL), NI UNA COMISION DE CHEQUE DEVUELTO
      *    NI EL REINTEGRO DE UNA TRANSFERENCIA DEVUELTA POR LA CAMARA
      *    NI UN MOVIMIENTO DE PLANILLA (VER WS-CANAL-NOMINA) NI UNA
      *    COMISION POR USO DE CANAL (VER WS-CANAL-COMISION); EL MISMO
      *    CRITERIO VALE PARA LA RESERVA DE UN EMBARGO
           MOVE 'N' TO WS-CANAL-EXENTO-SI
           IF WS-CANAL-MOVIMIENTO = WS-CANAL-CUOTA-TARJ OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PLAZO-CAPITAL OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PLAZO-INTERES OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PLAZO-RETENCION OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PRE-DESEMBOLSO OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PRE-CAPITAL OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PRE-INTERES OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PRE-MORA OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-CHQ-COMISION OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-TRF-DEVUELTA OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-NOMINA OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-NOMINA-DEV OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-COMISION
               MOVE 'S' TO WS-CANAL-EXENTO-SI
           END-IF.

       BUSCAR-RETENCION.
           IF WS-RET-CLI-ID(WS-RET-IDX) = ID-CLIENT
               INTO RECHAZO-REGISTER
           WRITE RECHAZO-REGISTER.

       RECHAZAR-MOVIMIENTO-FALLECIDO.
      *    DEBITO (R/T) DE UNA CUENTA CUYO TITULAR FALLECIO (CLI-ESTADO
      *    = 'F'); LA CUENTA QUEDA EN SUCESION Y SOLO RECIBE CREDITOS
      *    (DEPOSITOS Y TRANSFERENCIAS ENTRANTES). NO TOCA EL MAESTRO
      *    NI LOS ACUMULADORES DEL GRUPO, IGUAL QUE LOS DEMAS RECHAZOS
           ADD 1 TO COUNT-RECHAZOS
           ADD 1 TO COUNT-FALLECIDOS
           MOVE AMOUNT-MOVE TO AMOUNT-MOVE-DISP
           STRING "RECHAZADO, CLIENTE FALLECIDO: " DELIMITED BY SIZE
               WS-RECHAZO-ID DELIMITED BY SIZE
               " TIPO:" DELIMITED BY SIZE
               TYPE-MOVE DELIMITED BY SIZE
               " MONTO:" DELIMITED BY SIZE
               AMOUNT-MOVE-DISP DELIMITED BY SIZE
               " CANAL:" DELIMITED BY SIZE
               WS-CANAL-MOVIMIENTO DELIMITED BY SIZE
               INTO RECHAZO-REGISTER
           WRITE RECHAZO-REGISTER.

       CARGAR-EMBARGOS.
      *    embargos_clientes.dat ES OPCIONAL (LO CREA PSA02 CON EL
      *    PRIMER EMBARGO). UNA ORDEN VIGENTE CUYO VENCIMIENTO YA PASO
      *    QUEDA VENCIDA DESDE AQUI Y NO RESERVA NI EMBARGA NADA
           OPEN INPUT FEMBARGOS
           IF FS-FEMBARGOS = '00'
               PERFORM LEER-EMBARGO
               PERFORM UNTIL WS-EMBARGO-EOF = 'S'
                   PERFORM GUARDAR-EMBARGO
                   PERFORM LEER-EMBARGO
               END-PERFORM
               CLOSE FEMBARGOS
               IF WS-CANT-EMBARGOS > 0
                   SORT WS-EMB-ENTRY ON ASCENDING KEY WS-EMB-CLAVE
               END-IF
               DISPLAY "EMBARGOS JUDICIALES CARGADOS: "
                   WS-CANT-EMBARGOS
           END-IF.

       LEER-EMBARGO.
           READ FEMBARGOS
               AT END
                   MOVE 'S' TO WS-EMBARGO-EOF
               NOT AT END
                   CONTINUE
           END-READ.

       GUARDAR-EMBARGO.
      *    TABLA LLENA = FALLA RUIDOSA, MISMO CRITERIO QUE
      *    GUARDAR-RETENCION: UNA ORDEN QUE NO SE CARGA NO RESERVA
      *    NADA Y EL SALDO EMBARGADO SALDRIA DE LA CUENTA
           IF EMB-CLI-ID NOT = SPACES
               IF WS-CANT-EMBARGOS >= 5000
                   DISPLAY "========================================="
                   DISPLAY " TABLA DE EMBARGOS LLENA (5000);"
                   DISPLAY " embargos_clientes.dat SIN TERMINAR."
                   DISPLAY " PROCESO ABORTADO PARA NO POSTEAR CON"
                   DISPLAY " EMBARGOS INCOMPLETOS"
                   DISPLAY "========================================="
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CANT-EMBARGOS
               SET WS-EMB-IDX TO WS-CANT-EMBARGOS
               MOVE EMB-CLI-ID TO WS-EMB-CLI(WS-EMB-IDX)
               MOVE EMB-PRIORIDAD TO WS-EMB-PRIORIDAD(WS-EMB-IDX)
               MOVE EMB-FECHA-ALTA TO WS-EMB-FECHA-ALTA(WS-EMB-IDX)
               MOVE EMB-REFERENCIA TO WS-EMB-REFERENCIA(WS-EMB-IDX)
               MOVE EMB-JUZGADO TO WS-EMB-JUZGADO(WS-EMB-IDX)
               MOVE EMB-MONTO-ORDENADO TO WS-EMB-ORDENADO(WS-EMB-IDX)
               MOVE EMB-MONTO-EMBARGADO TO
                   WS-EMB-EMBARGADO(WS-EMB-IDX)
               MOVE EMB-FECHA-VENCE TO WS-EMB-VENCE(WS-EMB-IDX)
               MOVE EMB-ESTADO TO WS-EMB-ESTADO(WS-EMB-IDX)
               MOVE EMB-FECHA-ESTADO TO
                   WS-EMB-FECHA-ESTADO(WS-EMB-IDX)
               IF EMB-ESTADO = 'A' AND EMB-FECHA-VENCE > 0 AND
                  EMB-FECHA-VENCE < WS-FECHA-NEGOCIO
                   MOVE 'V' TO WS-EMB-ESTADO(WS-EMB-IDX)
                   MOVE WS-FECHA-NEGOCIO TO
                       WS-EMB-FECHA-ESTADO(WS-EMB-IDX)
                   ADD 1 TO COUNT-EMBARGOS-VENCIDOS
               END-IF
           END-IF.

       CARGAR-BARRIDOS.
      *    barridos_cuenta.dat ES OPCIONAL (LO CREA PSA02 CON EL
      *    PRIMER VINCULO); SOLO SE CARGAN LOS VINCULOS VIGENTES.
      *    barridos_aplicados.txt SE ABRE AQUI Y NO CON LAS DEMAS
      *    SALIDAS PORQUE EL REINICIO LO RECORTA DESPUES DE ABRIR
      *    MOVHIST (VER REVERTIR-BARRIDOS-REINICIO)
           OPEN INPUT FBARRIDOS
           IF FS-FBARRIDOS = '00'
               PERFORM LEER-BARRIDO
               PERFORM UNTIL WS-BARRIDO-EOF = 'S'
                   PERFORM GUARDAR-BARRIDO
                   PERFORM LEER-BARRIDO
               END-PERFORM
               CLOSE FBARRIDOS
               IF WS-CANT-BARRIDOS > 0
                   SORT WS-BAR-ENTRY ON ASCENDING KEY WS-BAR-CLI
               END-IF
               DISPLAY "VINCULOS DE BARRIDO CARGADOS: "
                   WS-CANT-BARRIDOS
           END-IF
           IF WS-HAY-CHECKPOINT
               OPEN EXTEND FBARAPL
               IF FS-FBARAPL = '35'
                   OPEN OUTPUT FBARAPL
               END-IF
           ELSE
               OPEN OUTPUT FBARAPL
           END-IF.

       LEER-BARRIDO.
           READ FBARRIDOS
               AT END
                   MOVE 'S' TO WS-BARRIDO-EOF
               NOT AT END
                   CONTINUE
           END-READ.

       GUARDAR-BARRIDO.
      *    A DIFERENCIA DE UN EMBARGO, UN VINCULO QUE NO ENTRA EN LA
      *    TABLA SOLO DEJA DE BARRER (LA CUENTA SE SOBREGIRA COMO SI NO
      *    TUVIERA FONDEO); SE AVISA CON RETURN-CODE 4
           IF BAR-CLI-ID NOT = SPACES AND BAR-ESTADO = 'A'
               IF WS-CANT-BARRIDOS >= 5000
                   DISPLAY "TABLA DE BARRIDOS LLENA (5000), VINCULO "
                       "OMITIDO: " BAR-CLI-ID
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   ADD 1 TO WS-CANT-BARRIDOS
                   SET WS-BAR-IDX TO WS-CANT-BARRIDOS
                   MOVE BAR-CLI-ID TO WS-BAR-CLI(WS-BAR-IDX)
                   MOVE BAR-CLI-FONDEO TO WS-BAR-FONDEO(WS-BAR-IDX)
                   MOVE BAR-MINIMO-FONDEO TO WS-BAR-MINIMO(WS-BAR-IDX)
               END-IF
           END-IF.

       CALCULAR-EMBARGO-GRUPO.
           MOVE ZERO TO WS-GRP-EMBARGO-PEND
           PERFORM VARYING WS-EMB-IDX FROM 1 BY 1
               UNTIL WS-EMB-IDX > WS-CANT-EMBARGOS
               IF WS-EMB-CLI(WS-EMB-IDX) = PREVIOUS-ID AND
                  WS-EMB-ESTADO(WS-EMB-IDX) = 'A'
                   COMPUTE WS-GRP-EMBARGO-PEND = WS-GRP-EMBARGO-PEND +
                       WS-EMB-ORDENADO(WS-EMB-IDX) -
                       WS-EMB-EMBARGADO(WS-EMB-IDX)
               END-IF
           END-PERFORM.

       VERIFICAR-EMBARGO.
      *    'S' SI EL DEBITO (R/T) DEJARIA EL SALDO DEL GRUPO POR DEBAJO
      *    DE LO PENDIENTE DE SUS EMBARGOS VIGENTES: ESE MONTO QUEDA
      *    RESERVADO PARA EL JUZGADO Y SOLO SE PUEDE USAR LO QUE LO
      *    EXCEDE (EL LIMITE DE CREDITO NO CUENTA). UN CHEQUE SE
      *    DEVUELVE POR LA MISMA RAZON EN VALIDAR-CHEQUE
           MOVE 'N' TO WS-EMB-EXCEDIDO
           IF WS-GRP-EMBARGO-PEND > 0 AND
              (TYPE-MOVE = "R" OR TYPE-MOVE = "T") AND
              WS-CANAL-MOVIMIENTO NOT = WS-CANAL-CHEQUE
               PERFORM VERIFICAR-CANAL-EXENTO
               IF WS-CANAL-EXENTO-SI = 'N'
                   COMPUTE WS-EMB-DISPONIBLE = WS-GROUP-SALDO-INICIAL +
                       WS-GROUP-TOTAL - AMOUNT-MOVE
                   IF WS-EMB-DISPONIBLE < WS-GRP-EMBARGO-PEND
                       MOVE 'S' TO WS-EMB-EXCEDIDO
                   END-IF
               END-IF
           END-IF.

       RECHAZAR-POR-EMBARGO.
      *    DEBITO QUE TOCARIA EL SALDO RESERVADO PARA UN EMBARGO; NO
      *    TOCA EL MAESTRO NI LOS ACUMULADORES DEL GRUPO, IGUAL QUE
      *    LOS DEMAS RECHAZOS
           ADD 1 TO COUNT-RECHAZOS
           ADD 1 TO COUNT-RECH-EMBARGO
           MOVE AMOUNT-MOVE TO AMOUNT-MOVE-DISP
           STRING "RECHAZADO, SALDO EMBARGADO: " DELIMITED BY SIZE
               WS-RECHAZO-ID DELIMITED BY SIZE
               " TIPO:" DELIMITED BY SIZE
               TYPE-MOVE DELIMITED BY SIZE
               " MONTO:" DELIMITED BY SIZE
               AMOUNT-MOVE-DISP DELIMITED BY SIZE
               " CANAL:" DELIMITED BY SIZE
               WS-CANAL-MOVIMIENTO DELIMITED BY SIZE
               INTO RECHAZO-REGISTER
           WRITE RECHAZO-REGISTER.

       APLICAR-EMBARGOS.
      *    CON EL POSTEO YA CERRADO, CADA ORDEN VIGENTE SE COBRA DEL
      *    SALDO DEL CLIENTE EN EL MAESTRO (LO QUE YA TENIA MAS LO QUE
      *    ENTRO HOY), HASTA LO PENDIENTE DE LA ORDEN Y SIN DEJAR LA
      *    CUENTA EN NEGATIVO; EL LIMITE DE CREDITO NO SE EMBARGA. LA
      *    TABLA VIENE ORDENADA POR CLIENTE, PRIORIDAD Y FECHA DE ALTA,
      *    ASI QUE LAS ORDENES DE UN CLIENTE SE COBRAN EN ESE ORDEN
      *    SOBRE EL SALDO QUE DEJO LA ANTERIOR, Y EL MAESTRO SE
      *    REESCRIBE UNA SOLA VEZ POR CLIENTE (VER
      *    CERRAR-CLIENTE-EMBARGO)
           OPEN OUTPUT FREMEMB
           MOVE SPACES TO WS-EMB-CLI-ACTUAL
           MOVE 'N' TO WS-EMB-CLI-HALLADO
           PERFORM VARYING WS-EMB-IDX FROM 1 BY 1
               UNTIL WS-EMB-IDX > WS-CANT-EMBARGOS
               IF WS-EMB-ESTADO(WS-EMB-IDX) = 'A'
                   IF WS-EMB-CLI(WS-EMB-IDX) NOT = WS-EMB-CLI-ACTUAL
                       PERFORM CERRAR-CLIENTE-EMBARGO
                       PERFORM ABRIR-CLIENTE-EMBARGO
                   END-IF
                   IF WS-EMB-CLI-HALLADO = 'S'
                       PERFORM COBRAR-EMBARGO
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CERRAR-CLIENTE-EMBARGO
           CLOSE FREMEMB
           PERFORM GUARDAR-EMBARGOS.

       ABRIR-CLIENTE-EMBARGO.
      *    UNA CUENTA ESCHEATADA YA TRASLADO SU SALDO, NO HAY NADA QUE
      *    EMBARGAR; UN CLIENTE QUE NO ESTA EN EL MAESTRO TAMPOCO
           MOVE WS-EMB-CLI(WS-EMB-IDX) TO WS-EMB-CLI-ACTUAL
           MOVE 'N' TO WS-EMB-CLI-HALLADO
           MOVE ZERO TO WS-EMB-CLI-COBRADO
           MOVE WS-EMB-CLI-ACTUAL TO CLI-ID
           READ CLIMASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-ESTADO NOT = 'E'
                       MOVE 'S' TO WS-EMB-CLI-HALLADO
                       MOVE CLI-SALDO TO WS-EMB-SALDO
                       MOVE CLI-NOMBRE TO WS-EMB-NOMBRE
                       MOVE CLI-MONEDA TO WS-EMB-MONEDA
                   END-IF
           END-READ.

       COBRAR-EMBARGO.
           COMPUTE WS-EMB-PENDIENTE = WS-EMB-ORDENADO(WS-EMB-IDX) -
               WS-EMB-EMBARGADO(WS-EMB-IDX)
           MOVE ZERO TO WS-EMB-MONTO
           IF WS-EMB-SALDO > 0
               IF WS-EMB-PENDIENTE > WS-EMB-SALDO
                   MOVE WS-EMB-SALDO TO WS-EMB-MONTO
               ELSE
                   MOVE WS-EMB-PENDIENTE TO WS-EMB-MONTO
               END-IF
           END-IF
           IF WS-EMB-MONTO > 0
               SUBTRACT WS-EMB-MONTO FROM WS-EMB-SALDO
               SUBTRACT WS-EMB-MONTO FROM WS-EMB-PENDIENTE
               ADD WS-EMB-MONTO TO WS-EMB-EMBARGADO(WS-EMB-IDX)
               ADD WS-EMB-MONTO TO WS-EMB-CLI-COBRADO
               MOVE WS-EMB-MONEDA TO WS-GL-MONEDA-NUEVA
               PERFORM FIJAR-MONEDA-GL
               ADD WS-EMB-MONTO TO WS-GL-TOT-EMBARGO
               ADD 1 TO COUNT-EMBARGOS-COBRADOS
               PERFORM GRABAR-REMESA-EMBARGO
               MOVE WS-EMB-MONTO TO WS-EMB-RESTO-HIST
               PERFORM GRABAR-MOVHIST-EMBARGO
                   UNTIL WS-EMB-RESTO-HIST = 0
           END-IF
           IF WS-EMB-PENDIENTE = 0
               MOVE 'S' TO WS-EMB-ESTADO(WS-EMB-IDX)
               MOVE WS-FECHA-NEGOCIO TO WS-EMB-FECHA-ESTADO(WS-EMB-IDX)
               ADD 1 TO COUNT-EMBARGOS-SATISF
           END-IF.

       GRABAR-REMESA-EMBARGO.
           MOVE SPACES TO REG-REMESA-EMB
           MOVE WS-EMB-REFERENCIA(WS-EMB-IDX) TO RME-REFERENCIA
           MOVE WS-EMB-JUZGADO(WS-EMB-IDX) TO RME-JUZGADO
           MOVE WS-EMB-CLI-ACTUAL TO RME-CLI-ID
           MOVE WS-EMB-NOMBRE TO RME-NOMBRE
           MOVE WS-EMB-MONEDA TO RME-MONEDA
           MOVE WS-EMB-MONTO TO RME-MONTO
           MOVE WS-EMB-PENDIENTE TO RME-PENDIENTE
           MOVE WS-FECHA-NEGOCIO TO RME-FECHA
           MOVE WS-LOTE-ID TO RME-LOTE-ID
           WRITE REG-REMESA-EMB.

       GRABAR-MOVHIST-EMBARGO.
      *    EL COBRO QUEDA EN EL HISTORICO COMO UN "R" CON CANAL
      *    'EMBARG', FECHADO CON LA FECHA DE NEGOCIO
           IF WS-EMB-RESTO-HIST > 99999.99
               MOVE 99999.99 TO WS-EMB-TRAMO
           ELSE
               MOVE WS-EMB-RESTO-HIST TO WS-EMB-TRAMO
           END-IF
           SUBTRACT WS-EMB-TRAMO FROM WS-EMB-RESTO-HIST
           MOVE WS-EMB-CLI-ACTUAL TO MHX-CLI-ID
           MOVE WS-FECHA-NEGOCIO TO MHX-FECHA
           MOVE 1 TO MHX-SECUENCIA
           MOVE "R" TO MHX-TIPO
           MOVE WS-EMB-TRAMO TO MHX-MONTO
           MOVE SPACE TO MHX-REF-TIPO
           MOVE WS-EMB-MONEDA TO MHX-MONEDA
           MOVE WS-LOTE-ID TO MHX-LOTE-ID
           MOVE WS-CANAL-EMBARGO TO MHX-CANAL
           MOVE SPACES TO MHX-CONTRAPARTE
           MOVE ZERO TO MHX-MONTO-CONTRA
           MOVE SPACES TO MHX-MONEDA-CONTRA
           MOVE ZERO TO MHX-TASA-CAMBIO
           MOVE 'N' TO WS-MHX-GRABADO
           PERFORM INTENTAR-GRABAR-MOVHIST
               UNTIL WS-MHX-GRABADO = 'S'
                   OR MHX-SECUENCIA >= 99999.

       CERRAR-CLIENTE-EMBARGO.
      *    IMAGEN PREVIA A climast_journal.dat ANTES DEL REWRITE, IGUAL
      *    QUE GRABAR-SALDO-MAESTRO, PARA QUE PSA07 PUEDA DESHACERLO
           IF WS-EMB-CLI-HALLADO = 'S' AND WS-EMB-CLI-COBRADO > 0
               MOVE WS-EMB-CLI-ACTUAL TO CLI-ID
               READ CLIMASTER
                   INVALID KEY
                       CONTINUE
               END-READ
               PERFORM GRABAR-JOURNAL-CLIMAST
               MOVE WS-EMB-SALDO TO CLI-SALDO
               REWRITE REG-CLIMAST
               ADD 1 TO COUNT-CUENTAS-EMBARGADAS
           END-IF
           MOVE 'N' TO WS-EMB-CLI-HALLADO.

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

       REINICIAR-ACUMULADO-DIA-LIM.
           MOVE FECHA-MOVIMIENTO TO WS-DIA-FECHA-ACTUAL
           MOVE ZERO TO WS-DIA-CNT-D
           MOVE ZERO TO WS-DIA-MON-D
           MOVE ZERO TO WS-DIA-CNT-R
           MOVE ZERO TO WS-DIA-MON-R
           MOVE ZERO TO WS-DIA-CNT-T
           MOVE ZERO TO WS-DIA-MON-T.

       VERIFICAR-LIMITE-DIARIO.
      *    'S' SI ACEPTAR ESTE MOVIMIENTO HARIA QUE EL CLIENTE EXCEDA
      *    SU LIMITE DIARIO DE CANTIDAD O DE MONTO PARA SU TIPO;
      *    CERO = SIN LIMITE POR ESE LADO. EL ACUMULADO DEL DIA SE
      *    REINICIA AL CAMBIAR LA FECHA, QUE LLEGA EN ORDEN GRACIAS
      *    AL SORT POR CLIENTE + FECHA
           MOVE 'N' TO WS-LIMITE-EXCEDIDO
           IF FECHA-MOVIMIENTO NOT = WS-DIA-FECHA-ACTUAL
               PERFORM REINICIAR-ACUMULADO-DIA-LIM
           END-IF
           EVALUATE TYPE-MOVE
               WHEN "D"
                   IF WS-GRP-LIM-CNT-D > 0 AND
                      WS-DIA-CNT-D + 1 > WS-GRP-LIM-CNT-D
                       MOVE 'S' TO WS-LIMITE-EXCEDIDO
                   END-IF
                   IF WS-GRP-LIM-MON-D > 0 AND
                      WS-DIA-MON-D + AMOUNT-MOVE > WS-GRP-LIM-MON-D
                       MOVE 'S' TO WS-LIMITE-EXCEDIDO
                   END-IF
               WHEN "R"
                   IF WS-GRP-LIM-CNT-R > 0 AND
                      WS-DIA-CNT-R + 1 > WS-GRP-LIM-CNT-R
                       MOVE 'S' TO WS-LIMITE-EXCEDIDO
                   END-IF
                   IF WS-GRP-LIM-MON-R > 0 AND
                      WS-DIA-MON-R + AMOUNT-MOVE > WS-GRP-LIM-MON-R
                       MOVE 'S' TO WS-LIMITE-EXCEDIDO
                   END-IF
               WHEN "T"
                   IF WS-GRP-LIM-CNT-T > 0 AND
                      WS-DIA-CNT-T + 1 > WS-GRP-LIM-CNT-T
                       MOVE 'S' TO WS-LIMITE-EXCEDIDO
                   END-IF
                   IF WS-GRP-LIM-MON-T > 0 AND
                      WS-DIA-MON-T + AMOUNT-MOVE > WS-GRP-LIM-MON-T
                       MOVE 'S' TO WS-LIMITE-EXCEDIDO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *    UN CARGO DE TARJETA NO SE RECHAZA POR LIMITE DIARIO (VER
      *    WS-CANAL-CUOTA-TARJ), NI UN MOVIMIENTO DE CERTIFICADO A
      *    PLAZO O DE PRESTAMO (VER WS-CANAL-PLAZO-CAPITAL Y
      *    WS-CANAL-PRE-CAPITAL), NI UNA COMISION DE CHEQUE DEVUELTO
      *    NI EL REINTEGRO DE UNA TRANSFERENCIA DEVUELTA POR LA CAMARA
      *    NI UN MOVIMIENTO DE PLANILLA (VER WS-CANAL-NOMINA) NI UNA
      *    COMISION POR USO DE CANAL (VER WS-CANAL-COMISION)
           IF WS-CANAL-MOVIMIENTO = WS-CANAL-CUOTA-TARJ OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PLAZO-CAPITAL OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PLAZO-INTERES OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PLAZO-RETENCION OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PRE-DESEMBOLSO OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PRE-CAPITAL OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PRE-INTERES OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PRE-MORA OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-CHQ-COMISION OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-TRF-DEVUELTA OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-NOMINA OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-NOMINA-DEV OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-COMISION
               MOVE 'N' TO WS-LIMITE-EXCEDIDO
           END-IF.

       ACUMULAR-LIMITE-DIARIO.
      *    SOLO LOS MOVIMIENTOS REALMENTE ACEPTADOS CONSUMEN LIMITE
      *    QUE UN RECHAZO POR CLIENTE/MONEDA INVALIDOS NUNCA LLEGA A
      *    ACUMULAR-MOVIMIENTO (PROCCESS-REGISTER)
           MOVE 'S' TO WS-MOV-ACEPTADO
           MOVE ZERO TO WS-BAR-POSIBLE
           IF (TYPE-MOVE = "R" OR TYPE-MOVE = "T") AND
              WS-CANT-BARRIDOS > 0
               PERFORM EVALUAR-BARRIDO THRU EVALUAR-BARRIDO-EXIT
           END-IF
           EVALUATE TYPE-MOVE
               WHEN "D"
                   ADD AMOUNT-MOVE TO WS-GROUP-TOTAL
               WHEN "R"
      *            UN CHEQUE QUE NO PASA VALIDAR-CHEQUE NO SE APLICA:
      *            SE DEVUELVE AL BANCO PRESENTADOR CON SU MOTIVO
                   IF WS-CANAL-MOVIMIENTO = WS-CANAL-CHEQUE
                       PERFORM VALIDAR-CHEQUE
                       IF WS-CHQ-MOTIVO NOT = SPACES
                           PERFORM DEVOLVER-CHEQUE
                           MOVE 'N' TO WS-MOV-ACEPTADO
                       ELSE
                           SUBTRACT AMOUNT-MOVE FROM WS-GROUP-TOTAL
                           ADD 1 TO COUNT-CHEQUES-PAGADOS
                       END-IF
                   ELSE
                       IF WS-CANAL-MOVIMIENTO = WS-CANAL-TRF-EXTERNA
                           PERFORM VALIDAR-TRANSFERENCIA-EXTERNA
                           IF WS-TRF-EXT-MOTIVO NOT = SPACES
                               MOVE ID-CLIENT TO WS-RECHAZO-ID
                               PERFORM RECHAZAR-TRANSFERENCIA-EXTERNA
                               MOVE 'N' TO WS-MOV-ACEPTADO
                           ELSE
                               SUBTRACT AMOUNT-MOVE FROM WS-GROUP-TOTAL
                               PERFORM GRABAR-TRANSFERENCIA-SALIENTE
                           END-IF
                       ELSE
                           SUBTRACT AMOUNT-MOVE FROM WS-GROUP-TOTAL
                       END-IF
                   END-IF
               WHEN "T"
      *            LA SALIDA DEL ORIGEN SE CONSOLIDA JUNTO CON LOS
      *            DEMAS MOVIMIENTOS DEL GRUPO, IGUAL QUE UN "R"; LA
                               PERFORM RECHAZAR-MOVIMIENTO-INACTIVO
                               MOVE 'N' TO WS-MOV-ACEPTADO
                           ELSE
                               PERFORM CONVERTIR-TRANSFERENCIA
                               PERFORM APLICAR-TRANSFERENCIA
                           END-IF
                   END-READ
               WHEN "A"
      *        CORREGIDO SE RECHAZARIA COMO DUPLICADO
               PERFORM GRABAR-MOVIMIENTO-POSTEADO
               PERFORM GRABAR-MOVHIST
               IF WS-BAR-POSIBLE > 0
                   PERFORM APLICAR-BARRIDO THRU APLICAR-BARRIDO-EXIT
               END-IF
               IF WS-VALOR-RETRO-SI = 'S'
                   PERFORM GRABAR-VALOR-RETROACTIVO
               END-IF
               PERFORM ACUMULAR-LIMITE-DIARIO
               PERFORM ACUMULAR-CANAL-APLICADO
               PERFORM ACUMULAR-ASIENTO-GL
               PERFORM CONTAR-USO-CANAL THRU CONTAR-USO-CANAL-EXIT
               IF TYPE-MOVE = "R" OR TYPE-MOVE = "T"
                   PERFORM EVALUAR-ALERTAS-DEBITO
                       THRU EVALUAR-ALERTAS-DEBITO-EXIT
               END-IF
               IF WS-CANAL-MOVIMIENTO = WS-CANAL-CAJA AND
                  (TYPE-MOVE = "D" OR TYPE-MOVE = "R")
                   PERFORM GRABAR-CAJA-POSTEADA
               END-IF
               IF WS-CANAL-MOVIMIENTO = WS-CANAL-ATM AND
                  TYPE-MOVE = "R"
                   PERFORM GRABAR-ATM-POSTEADO
               END-IF
               ADD 1 TO COUNT-APLICADOS
               ADD AMOUNT-MOVE TO WS-SUMA-APLICADOS
               ADD 1 TO WS-GROUP-COUNT
               END-IF
           END-IF.

       APLICAR-TRANSFERENCIA.
      *    CLIMASTER TRAE EL REGISTRO DEL DESTINO (LEIDO EN ACUMULAR-
      *    MOVIMIENTO); UNA TRANSFERENCIA ENTRE MONEDAS SIN TASA PARA
      *    EL DIA O CUYO MONTO CONVERTIDO NO CABE SE RECHAZA CON SU
      *    PROPIO MOTIVO, EN VEZ DE ACREDITARSE A LA PAR
           EVALUATE WS-TRF-RESULTADO
               WHEN 'T'
                   MOVE ID-CLIENT TO WS-RECHAZO-ID
                   PERFORM RECHAZAR-MOVIMIENTO-SIN-TASA
                   MOVE 'N' TO WS-MOV-ACEPTADO
               WHEN 'E'
                   MOVE ID-CLIENT TO WS-RECHAZO-ID
                   PERFORM RECHAZAR-MOVIMIENTO-CONVERSION
                   MOVE 'N' TO WS-MOV-ACEPTADO
               WHEN OTHER
                   SUBTRACT AMOUNT-MOVE FROM WS-GROUP-TOTAL
                   ADD 1 TO COUNT-TRANSFERENCIAS
                   IF WS-TRF-CON-CONVERSION = 'S'
                       ADD 1 TO COUNT-CONVERSIONES
                   END-IF
                   PERFORM ACREDITAR-DESTINO-TRANSFERENCIA
           END-EVALUATE.

       CONVERTIR-TRANSFERENCIA.
      *    EL DESTINO RECIBE EL MONTO EN SU PROPIA MONEDA (CLI-MONEDA
      *    DEL REGISTRO YA LEIDO); SI DIFIERE DE LA DEL MOVIMIENTO SE
      *    CONVIERTE A TRAVES DE LA MONEDA BASE CON LAS TASAS DEL DIA
      *    DEL MOVIMIENTO. UNA MONEDA EN BLANCO SE TRATA COMO LA BASE,
      *    MISMO CRITERIO DE ACUMULAR-POSICION-FX
           MOVE 'S' TO WS-TRF-RESULTADO
           MOVE 'N' TO WS-TRF-CON-CONVERSION
           MOVE AMOUNT-MOVE TO WS-TRF-MONTO-DESTINO
           MOVE 1 TO WS-TRF-TASA-CRUZADA
           MOVE WS-MONEDA-MOVIMIENTO TO WS-TRF-MONEDA-ORIGEN
           IF WS-TRF-MONEDA-ORIGEN = SPACES
               MOVE WS-MONEDA-BASE TO WS-TRF-MONEDA-ORIGEN
           END-IF
           MOVE CLI-MONEDA TO WS-TRF-MONEDA-DESTINO
           IF WS-TRF-MONEDA-DESTINO = SPACES
               MOVE WS-MONEDA-BASE TO WS-TRF-MONEDA-DESTINO
           END-IF
           IF WS-TRF-MONEDA-ORIGEN NOT = WS-TRF-MONEDA-DESTINO
               MOVE 'S' TO WS-TRF-CON-CONVERSION
               MOVE WS-TRF-MONEDA-ORIGEN TO WS-TRF-BUSCA-MONEDA
               PERFORM BUSCAR-TASA-DIA
               MOVE WS-TRF-TASA-HALLADA TO WS-TRF-TASA-ORIGEN
               IF WS-TRF-TASA-OK = 'S'
                   MOVE WS-TRF-MONEDA-DESTINO TO WS-TRF-BUSCA-MONEDA
                   PERFORM BUSCAR-TASA-DIA
                   MOVE WS-TRF-TASA-HALLADA TO WS-TRF-TASA-DESTINO
               END-IF
               IF WS-TRF-TASA-OK = 'N'
                   MOVE 'T' TO WS-TRF-RESULTADO
               ELSE
                   COMPUTE WS-TRF-MONTO-DESTINO ROUNDED =
                       AMOUNT-MOVE * WS-TRF-TASA-ORIGEN
                           / WS-TRF-TASA-DESTINO
                       ON SIZE ERROR
                           MOVE 'E' TO WS-TRF-RESULTADO
                   END-COMPUTE
                   COMPUTE WS-TRF-TASA-CRUZADA ROUNDED =
                       WS-TRF-TASA-ORIGEN / WS-TRF-TASA-DESTINO
                       ON SIZE ERROR
                           MOVE 'E' TO WS-TRF-RESULTADO
                   END-COMPUTE
               END-IF
           END-IF.

       ACUMULAR-DIFERENCIAL-CAMBIARIO.
      *    LA CONVERSION SE HACE A LA TASA DEL DIA DEL MOVIMIENTO, PERO
      *    LOS LIBROS VALUAN AMBAS CUENTAS A LA TASA VIGENTE DE LA
      *    CORRIDA; LA DIFERENCIA ENTRE LO QUE SALIO DEL ORIGEN Y LO
      *    QUE ENTRO AL DESTINO, AMBOS EN MONEDA BASE, ES GANANCIA
      *    (SALIO MAS DE LO QUE ENTRO) O PERDIDA CAMBIARIA. UNA MONEDA
      *    SIN TASA VIGENTE SE VALUA A LA DEL DIA DEL MOVIMIENTO
           MOVE WS-TRF-MONEDA-ORIGEN TO WS-TRF-BUSCA-MONEDA
           PERFORM BUSCAR-TASA-VIGENTE
           IF WS-TRF-TASA-OK = 'N'
               MOVE WS-TRF-TASA-ORIGEN TO WS-TRF-TASA-HALLADA
           END-IF
           COMPUTE WS-FX-BASE-ORIGEN ROUNDED =
               AMOUNT-MOVE * WS-TRF-TASA-HALLADA
           MOVE WS-TRF-MONEDA-DESTINO TO WS-TRF-BUSCA-MONEDA
           PERFORM BUSCAR-TASA-VIGENTE
           IF WS-TRF-TASA-OK = 'N'
               MOVE WS-TRF-TASA-DESTINO TO WS-TRF-TASA-HALLADA
           END-IF
           COMPUTE WS-FX-BASE-DESTINO ROUNDED =
               WS-TRF-MONTO-DESTINO * WS-TRF-TASA-HALLADA
           MOVE WS-MONEDA-BASE TO WS-GL-MONEDA-NUEVA
           PERFORM FIJAR-MONEDA-GL
           IF WS-FX-BASE-ORIGEN > WS-FX-BASE-DESTINO
               COMPUTE WS-GL-TOT-GAN-CAMB = WS-GL-TOT-GAN-CAMB
                   + WS-FX-BASE-ORIGEN - WS-FX-BASE-DESTINO
           END-IF
           IF WS-FX-BASE-DESTINO > WS-FX-BASE-ORIGEN
               COMPUTE WS-GL-TOT-PER-CAMB = WS-GL-TOT-PER-CAMB
                   + WS-FX-BASE-DESTINO - WS-FX-BASE-ORIGEN
           END-IF.

       RECHAZAR-MOVIMIENTO-SIN-TASA.
      *    TRANSFERENCIA ENTRE MONEDAS SIN TASA DE TIPOCAMBIO.txt PARA
      *    LA FECHA DEL MOVIMIENTO; NO TOCA EL MAESTRO NI LOS
      *    ACUMULADORES DEL GRUPO, IGUAL QUE RECHAZAR-MOVIMIENTO
           ADD 1 TO COUNT-RECHAZOS
           MOVE AMOUNT-MOVE TO AMOUNT-MOVE-DISP
           MOVE SPACES TO RECHAZO-REGISTER
           STRING "RECHAZADO, SIN TIPO DE CAMBIO DEL DIA: "
               DELIMITED BY SIZE
               WS-RECHAZO-ID DELIMITED BY SIZE
               " " WS-TRF-MONEDA-ORIGEN DELIMITED BY SIZE
               "/" WS-TRF-MONEDA-DESTINO DELIMITED BY SIZE
               " FECHA:" FECHA-MOVIMIENTO DELIMITED BY SIZE
               " MONTO:" AMOUNT-MOVE-DISP DELIMITED BY SIZE
               " CANAL:" WS-CANAL-MOVIMIENTO DELIMITED BY SIZE
               INTO RECHAZO-REGISTER
           WRITE RECHAZO-REGISTER.

       RECHAZAR-MOVIMIENTO-CONVERSION.
      *    EL MONTO CONVERTIDO A LA MONEDA DEL DESTINO NO CABE EN EL
      *    CAMPO DE MONTO; MISMO TRATAMIENTO QUE RECHAZAR-MOVIMIENTO
           ADD 1 TO COUNT-RECHAZOS
           MOVE AMOUNT-MOVE TO AMOUNT-MOVE-DISP
           MOVE SPACES TO RECHAZO-REGISTER
           STRING "RECHAZADO, CONVERSION EXCEDE EL MONTO MAXIMO: "
               DELIMITED BY SIZE
               WS-RECHAZO-ID DELIMITED BY SIZE
               " " WS-TRF-MONEDA-ORIGEN DELIMITED BY SIZE
               "/" WS-TRF-MONEDA-DESTINO DELIMITED BY SIZE
               " MONTO:" AMOUNT-MOVE-DISP DELIMITED BY SIZE
               " CANAL:" WS-CANAL-MOVIMIENTO DELIMITED BY SIZE
               INTO RECHAZO-REGISTER
           WRITE RECHAZO-REGISTER.

       GRABAR-MOVHIST.
      *    AGREGA EL MOVIMIENTO RECIEN ACEPTADO AL HISTORICO INDEXADO
      *    POR CLIENTE+FECHA; LA SECUENCIA ARRANCA EN 1 Y, SI LA CLAVE
           MOVE WS-REF-TIPO-ORIGINAL TO MHX-REF-TIPO
           MOVE WS-MONEDA-MOVIMIENTO TO MHX-MONEDA
           MOVE WS-LOTE-ID TO MHX-LOTE-ID
           MOVE WS-CANAL-MOVIMIENTO TO MHX-CANAL
           IF TYPE-MOVE = "T"
               MOVE WS-ID-DESTINO TO MHX-CONTRAPARTE
               MOVE WS-TRF-MONTO-DESTINO TO MHX-MONTO-CONTRA
               MOVE WS-TRF-MONEDA-DESTINO TO MHX-MONEDA-CONTRA
               MOVE WS-TRF-TASA-CRUZADA TO MHX-TASA-CAMBIO
           ELSE
               MOVE SPACES TO MHX-CONTRAPARTE
               MOVE ZERO TO MHX-MONTO-CONTRA
               MOVE SPACES TO MHX-MONEDA-CONTRA
               MOVE ZERO TO MHX-TASA-CAMBIO
           END-IF
           MOVE 'N' TO WS-MHX-GRABADO
           PERFORM INTENTAR-GRABAR-MOVHIST
               UNTIL WS-MHX-GRABADO = 'S'
      *    ACREDITO ATOMICO AL CLIENTE DESTINO DE UNA TRANSFERENCIA YA
      *    VALIDADA; CLIMASTER YA TIENE CARGADO EL REGISTRO DEL
      *    DESTINO DESDE LA LECTURA QUE HIZO ACUMULAR-MOVIMIENTO
      *    EL DESTINO RECIBE WS-TRF-MONTO-DESTINO, YA CONVERTIDO A SU
      *    MONEDA POR CONVERTIR-TRANSFERENCIA (IGUAL A AMOUNT-MOVE SI
      *    AMBOS CLIENTES TIENEN LA MISMA MONEDA)
           PERFORM GRABAR-JOURNAL-CLIMAST
           ADD WS-TRF-MONTO-DESTINO TO CLI-SALDO
           MOVE FECHA-MOVIMIENTO TO CLI-ULT-FECHA-MOV
           REWRITE REG-CLIMAST

           MOVE AMOUNT-MOVE TO AMOUNT-MOVE-DISP
           MOVE SPACES TO BALANCE-REGISTER
           IF WS-TRF-CON-CONVERSION = 'S'
               STRING "TRANSFERENCIA | ORIGEN:" DELIMITED BY SIZE
                   ID-CLIENT DELIMITED BY SIZE
                   " | DESTINO:" DELIMITED BY SIZE
                   WS-ID-DESTINO DELIMITED BY SIZE
                   " | MONTO:" DELIMITED BY SIZE
                   AMOUNT-MOVE-DISP DELIMITED BY SIZE
                   " " WS-TRF-MONEDA-ORIGEN DELIMITED BY SIZE
                   " | ACREDITADO:" DELIMITED BY SIZE
                   WS-TRF-MONTO-DESTINO DELIMITED BY SIZE
                   " " WS-TRF-MONEDA-DESTINO DELIMITED BY SIZE
                   " | TASA:" WS-TRF-TASA-DIGITOS DELIMITED BY SIZE
                   INTO BALANCE-REGISTER
           ELSE
               STRING "TRANSFERENCIA | ORIGEN:" DELIMITED BY SIZE
                   ID-CLIENT DELIMITED BY SIZE
                   " | DESTINO:" DELIMITED BY SIZE
                   WS-ID-DESTINO DELIMITED BY SIZE
                   " | MONTO:" DELIMITED BY SIZE
                   AMOUNT-MOVE-DISP DELIMITED BY SIZE
                   INTO BALANCE-REGISTER
           END-IF
           WRITE BALANCE-REGISTER
           ADD 1 TO COUNT-LINEAS-SALDOS

           PERFORM GRABAR-MOVIMIENTO-DESTINO
      *    EL CREDITO AL DESTINO TAMBIEN ENTRA AL HISTORICO INDEXADO,
           MOVE FECHA-MOVIMIENTO TO MHX-FECHA
           MOVE 1 TO MHX-SECUENCIA
           MOVE 'D' TO MHX-TIPO
           MOVE WS-TRF-MONTO-DESTINO TO MHX-MONTO
           MOVE SPACE TO MHX-REF-TIPO
           MOVE WS-TRF-MONEDA-DESTINO TO MHX-MONEDA
           MOVE WS-LOTE-ID TO MHX-LOTE-ID
           MOVE WS-CANAL-MOVIMIENTO TO MHX-CANAL
           MOVE ID-CLIENT TO MHX-CONTRAPARTE
           MOVE AMOUNT-MOVE TO MHX-MONTO-CONTRA
           MOVE WS-TRF-MONEDA-ORIGEN TO MHX-MONEDA-CONTRA
           MOVE WS-TRF-TASA-CRUZADA TO MHX-TASA-CAMBIO
           MOVE 'N' TO WS-MHX-GRABADO
           PERFORM INTENTAR-GRABAR-MOVHIST
               UNTIL WS-MHX-GRABADO = 'S'
      *    (VER UNSTRING DE PROCCESS-REGISTER), PARA QUE PSA03 PUEDA
      *    CONSOLIDARLO COMO UN "D" MAS DEL PERIODO; SIN ESTO EL
      *    CREDITO QUEDA SOLO EN CLIMASTER Y NUNCA ENTRA AL NETO DEL
      *    PERIODO QUE USA PSA03 PARA RECONSTRUIR EL SALDO DE APERTURA.
      *    EL MONTO ES EL ACREDITADO (EN LA MONEDA DEL DESTINO); DESPUES
      *    DE LOS CAMPOS 8 Y 9 (REF-TIPO Y CANAL, VACIOS) VAN EL MONTO
      *    Y LA MONEDA DEL ORIGEN Y LA TASA CRUZADA EN 11 DIGITOS SIN
      *    PUNTO (5 ENTEROS + 6 DECIMALES); PSA03 SOLO LEE HASTA EL 8
           MOVE SPACES TO TRANSDEST-REGISTER
           STRING WS-ID-DESTINO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CLI-NOMBRE DELIMITED BY SIZE
               "|D|" DELIMITED BY SIZE
               WS-TRF-MONTO-DESTINO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SPACES DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FECHA-MOVIMIENTO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               CLI-MONEDA DELIMITED BY SIZE
               "|||" DELIMITED BY SIZE
               AMOUNT-MOVE-DISP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-TRF-MONEDA-ORIGEN DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-TRF-TASA-DIGITOS DELIMITED BY SIZE
               INTO TRANSDEST-REGISTER
           WRITE TRANSDEST-REGISTER.

       EVALUAR-BARRIDO.
      *    SI ESTE DEBITO DEJARIA EN NEGATIVO EL SALDO DEL GRUPO Y LA
      *    CUENTA TIENE UN VINCULO DE BARRIDO, DEJA EN WS-BAR-POSIBLE
      *    LO QUE SE PUEDE TRAER DE LA CUENTA DE FONDEO: EL FALTANTE
      *    HASTA CERO, SIN BAJAR EL FONDEO DE SU MINIMO. AQUI SOLO SE
      *    CALCULA (EL CHEQUE Y LA TRANSFERENCIA A OTRO BANCO LO
      *    CUENTAN EN SU DISPONIBLE); EL BARRIDO SE HACE EN
      *    APLICAR-BARRIDO, SOLO SI EL DEBITO QUEDA ACEPTADO. EL LIMITE
      *    DE CREDITO SE USA RECIEN CUANDO EL FONDEO NO ALCANZA
           COMPUTE WS-BAR-PROYECTADO = WS-GROUP-SALDO-INICIAL +
               WS-GROUP-TOTAL - AMOUNT-MOVE
           IF WS-BAR-PROYECTADO NOT < ZERO
               GO TO EVALUAR-BARRIDO-EXIT
           END-IF
           SEARCH ALL WS-BAR-ENTRY
               AT END
                   GO TO EVALUAR-BARRIDO-EXIT
               WHEN WS-BAR-CLI(WS-BAR-IDX) = ID-CLIENT
                   MOVE WS-BAR-FONDEO(WS-BAR-IDX) TO WS-BAR-FONDEO-ACT
                   MOVE WS-BAR-MINIMO(WS-BAR-IDX) TO WS-BAR-MINIMO-ACT
           END-SEARCH
      *    UNA TRANSFERENCIA A LA PROPIA CUENTA DE FONDEO NO SE BARRE:
      *    SERIA DEVOLVERLE DE INMEDIATO LO QUE ACABA DE RECIBIR
           IF TYPE-MOVE = "T" AND WS-ID-DESTINO = WS-BAR-FONDEO-ACT
               GO TO EVALUAR-BARRIDO-EXIT
           END-IF
           IF WS-BAR-FONDEO-ACT = ID-CLIENT
               GO TO EVALUAR-BARRIDO-EXIT
           END-IF
           PERFORM CALCULAR-DISPONIBLE-FONDEO
           IF WS-BAR-DISPONIBLE NOT > ZERO
               GO TO EVALUAR-BARRIDO-EXIT
           END-IF
           COMPUTE WS-BAR-FALTANTE = 0 - WS-BAR-PROYECTADO
           IF WS-BAR-FALTANTE > WS-BAR-DISPONIBLE
               MOVE WS-BAR-DISPONIBLE TO WS-BAR-FALTANTE
           END-IF
      *    MHX-MONTO ES DE 5 ENTEROS, IGUAL QUE EL MONTO DEL MOVIMIENTO
           IF WS-BAR-FALTANTE > 99999.99
               MOVE 99999.99 TO WS-BAR-FALTANTE
           END-IF
           MOVE WS-BAR-FALTANTE TO WS-BAR-POSIBLE.
       EVALUAR-BARRIDO-EXIT.
           EXIT.

       CALCULAR-DISPONIBLE-FONDEO.
      *    LEE LA CUENTA DE FONDEO EN CLIMASTER (EL BUFFER QUEDA CON SU
      *    REGISTRO). NO FONDEA NADA SI NO EXISTE, SI ESTA INACTIVA,
      *    ESCHEATADA O CON TITULAR FALLECIDO, SI ESTA RETENIDA O SI
      *    ESTA EN OTRA MONEDA QUE LA CUBIERTA (EL BARRIDO NO
      *    CONVIERTE); LO PENDIENTE DE SUS EMBARGOS VIGENTES QUEDA
      *    RESERVADO, IGUAL QUE EN VERIFICAR-EMBARGO
           MOVE ZERO TO WS-BAR-DISPONIBLE
           MOVE 'N' TO WS-BAR-FONDEO-OK
           MOVE WS-BAR-FONDEO-ACT TO CLI-ID
           READ CLIMASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-BAR-FONDEO-OK
           END-READ
           IF WS-BAR-FONDEO-OK = 'S'
               IF CLI-ESTADO = 'I' OR CLI-ESTADO = 'E' OR
                  CLI-ESTADO = 'F' OR CLI-MONEDA NOT = WS-GROUP-MONEDA
                   MOVE 'N' TO WS-BAR-FONDEO-OK
               END-IF
           END-IF
           IF WS-BAR-FONDEO-OK = 'S'
               PERFORM VARYING WS-RET-IDX FROM 1 BY 1
                   UNTIL WS-RET-IDX > WS-CANT-RETENIDOS
                   IF WS-RET-CLI-ID(WS-RET-IDX) = WS-BAR-FONDEO-ACT
                       MOVE 'N' TO WS-BAR-FONDEO-OK
                   END-IF
               END-PERFORM
           END-IF
           IF WS-BAR-FONDEO-OK = 'S'
               MOVE ZERO TO WS-BAR-EMB-PEND
               PERFORM VARYING WS-EMB-IDX FROM 1 BY 1
                   UNTIL WS-EMB-IDX > WS-CANT-EMBARGOS
                   IF WS-EMB-CLI(WS-EMB-IDX) = WS-BAR-FONDEO-ACT AND
                      WS-EMB-ESTADO(WS-EMB-IDX) = 'A'
                       COMPUTE WS-BAR-EMB-PEND = WS-BAR-EMB-PEND +
                           WS-EMB-ORDENADO(WS-EMB-IDX) -
                           WS-EMB-EMBARGADO(WS-EMB-IDX)
                   END-IF
               END-PERFORM
               COMPUTE WS-BAR-DISPONIBLE = CLI-SALDO -
                   WS-BAR-MINIMO-ACT - WS-BAR-EMB-PEND
           END-IF.

       APLICAR-BARRIDO.
      *    EL DEBITO QUE NECESITABA EL BARRIDO YA QUEDO ACEPTADO. SE
      *    RELEE LA CUENTA DE FONDEO (EL BUFFER PUDO QUEDAR CON EL
      *    DESTINO DE UNA TRANSFERENCIA) Y SE DEBITA DE INMEDIATO POR
      *    ACCESO DIRECTO, IGUAL QUE EL CREDITO AL DESTINO DE UNA
      *    TRANSFERENCIA; LA CUBIERTA LO RECIBE EN EL TOTAL DEL GRUPO.
      *    QUEDA COMO UNA TRANSFERENCIA DEL FONDEO A LA CUBIERTA CON
      *    CANAL 'BARRID': EN MOVHIST, EN transferencias_destino.dat
      *    (DE DONDE LA TOMAN LOS ESTADOS DE CUENTA DE LAS DOS) Y EN
      *    barridos_aplicados.txt. EL FONDEO NO ESTAMPA FECHA DE ULTIMO
      *    MOVIMIENTO: EL BARRIDO NO ES ACTIVIDAD DE SU TITULAR
           PERFORM CALCULAR-DISPONIBLE-FONDEO
           IF WS-BAR-DISPONIBLE < WS-BAR-POSIBLE
               IF WS-BAR-DISPONIBLE > ZERO
                   MOVE WS-BAR-DISPONIBLE TO WS-BAR-POSIBLE
               ELSE
                   MOVE ZERO TO WS-BAR-POSIBLE
               END-IF
           END-IF
           IF WS-BAR-POSIBLE = ZERO
               GO TO APLICAR-BARRIDO-EXIT
           END-IF
           PERFORM GRABAR-JOURNAL-CLIMAST
           SUBTRACT WS-BAR-POSIBLE FROM CLI-SALDO
           MOVE CLI-NOMBRE TO WS-BAR-NOMBRE-FONDEO
           REWRITE REG-CLIMAST
           ADD WS-BAR-POSIBLE TO WS-GROUP-TOTAL
           ADD 1 TO COUNT-BARRIDOS
           ADD WS-BAR-POSIBLE TO WS-SUMA-BARRIDOS
           MOVE CLI-MONEDA TO WS-GL-MONEDA-NUEVA
           PERFORM FIJAR-MONEDA-GL
           ADD WS-BAR-POSIBLE TO WS-GL-TOT-BARRIDO

           MOVE SPACES TO BALANCE-REGISTER
           STRING "BARRIDO | FONDEO:" DELIMITED BY SIZE
               WS-BAR-FONDEO-ACT DELIMITED BY SIZE
               " | CUBIERTA:" DELIMITED BY SIZE
               ID-CLIENT DELIMITED BY SIZE
               " | MONTO:" DELIMITED BY SIZE
               WS-BAR-POSIBLE DELIMITED BY SIZE
               " | FECHA:" DELIMITED BY SIZE
               FECHA-MOVIMIENTO DELIMITED BY SIZE
               INTO BALANCE-REGISTER
           WRITE BALANCE-REGISTER
           ADD 1 TO COUNT-LINEAS-SALDOS

      *    MISMO LAYOUT DE GRABAR-MOVIMIENTO-DESTINO: EL FONDEO COMO
      *    UNA "T" HACIA LA CUBIERTA Y LA CUBIERTA COMO UN "D"
           MOVE SPACES TO TRANSDEST-REGISTER
           STRING WS-BAR-FONDEO-ACT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BAR-NOMBRE-FONDEO DELIMITED BY SIZE
               "|T|" DELIMITED BY SIZE
               WS-BAR-POSIBLE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               ID-CLIENT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FECHA-MOVIMIENTO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-GROUP-MONEDA DELIMITED BY SIZE
               "||" DELIMITED BY SIZE
               WS-CANAL-BARRIDO DELIMITED BY SIZE
               INTO TRANSDEST-REGISTER
           WRITE TRANSDEST-REGISTER
           MOVE SPACES TO TRANSDEST-REGISTER
           STRING ID-CLIENT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-GROUP-NAME DELIMITED BY SIZE
               "|D|" DELIMITED BY SIZE
               WS-BAR-POSIBLE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BAR-FONDEO-ACT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FECHA-MOVIMIENTO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-GROUP-MONEDA DELIMITED BY SIZE
               "||" DELIMITED BY SIZE
               WS-CANAL-BARRIDO DELIMITED BY SIZE
               INTO TRANSDEST-REGISTER
           WRITE TRANSDEST-REGISTER

           MOVE SPACES TO BARAPL-REGISTER
           STRING ID-CLIENT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BAR-FONDEO-ACT DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-BAR-POSIBLE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FECHA-MOVIMIENTO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-GROUP-MONEDA DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-LOTE-ID DELIMITED BY SIZE
               INTO BARAPL-REGISTER
           WRITE BARAPL-REGISTER

           MOVE WS-BAR-FONDEO-ACT TO MHX-CLI-ID
           MOVE 'T' TO MHX-TIPO
           MOVE ID-CLIENT TO MHX-CONTRAPARTE
           PERFORM GRABAR-MOVHIST-BARRIDO
           MOVE ID-CLIENT TO MHX-CLI-ID
           MOVE 'D' TO MHX-TIPO
           MOVE WS-BAR-FONDEO-ACT TO MHX-CONTRAPARTE
           PERFORM GRABAR-MOVHIST-BARRIDO.
       APLICAR-BARRIDO-EXIT.
           EXIT.

       GRABAR-MOVHIST-BARRIDO.
           MOVE FECHA-MOVIMIENTO TO MHX-FECHA
           MOVE 1 TO MHX-SECUENCIA
           MOVE WS-BAR-POSIBLE TO MHX-MONTO
           MOVE SPACE TO MHX-REF-TIPO
           MOVE WS-GROUP-MONEDA TO MHX-MONEDA
           MOVE WS-LOTE-ID TO MHX-LOTE-ID
           MOVE WS-CANAL-BARRIDO TO MHX-CANAL
           MOVE WS-BAR-POSIBLE TO MHX-MONTO-CONTRA
           MOVE WS-GROUP-MONEDA TO MHX-MONEDA-CONTRA
           MOVE 1 TO MHX-TASA-CAMBIO
           MOVE 'N' TO WS-MHX-GRABADO
           PERFORM INTENTAR-GRABAR-MOVHIST
               UNTIL WS-MHX-GRABADO = 'S'
                   OR MHX-SECUENCIA >= 99999.

       GRABAR-MOVIMIENTO-AJUSTE.
      *    UN RENGLON EN saldos.txt POR CADA AJUSTE APLICADO, PARA QUE
      *    EL RENGLON DE CIERRE DEL GRUPO (CERRAR-GRUPO-CLIENTE) NO
               " | FECHA:" DELIMITED BY SIZE
               FECHA-MOVIMIENTO DELIMITED BY SIZE
               INTO BALANCE-REGISTER
           WRITE BALANCE-REGISTER
           ADD 1 TO COUNT-LINEAS-SALDOS.

       CARGAR-CHEQUERAS.
      *    SOLO SE NECESITA EL RANGO Y EL ESTADO DE CADA CHEQUERA; SIN
      *    chequeras.dat NINGUN CHEQUE SE PUEDE PAGAR (TODOS SALEN
      *    DEVUELTOS COMO NO EMITIDOS AL CLIENTE)
           MOVE 'N' TO WS-CHQ-EOF
           OPEN INPUT FCHEQUERAS
           IF FS-FCHEQUERAS = '00'
               PERFORM UNTIL WS-CHQ-EOF = 'S'
                   READ FCHEQUERAS
                       AT END
                           MOVE 'S' TO WS-CHQ-EOF
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCHEQUERAS
           END-IF.

       CARGAR-NO-PAGO.
           MOVE 'N' TO WS-CHQ-EOF
           OPEN INPUT FNOPAGO
           IF FS-FNOPAGO = '00'
               PERFORM UNTIL WS-CHQ-EOF = 'S'
                   READ FNOPAGO
                       AT END
                           MOVE 'S' TO WS-CHQ-EOF
                       NOT AT END
                           IF NOP-CLI-ID NOT = SPACES AND
                              WS-CANT-NOPAGO < 10000
                               ADD 1 TO WS-CANT-NOPAGO
                               SET WS-NOP-IDX TO WS-CANT-NOPAGO
                               MOVE NOP-CLI-ID TO WS-NOP-CLI(WS-NOP-IDX)
                               MOVE NOP-NRO-CHEQUE TO
                                   WS-NOP-NRO(WS-NOP-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FNOPAGO
           END-IF.

       VALIDAR-CHEQUE.
      *    DEJA EN WS-CHQ-MOTIVO EL PRIMER MOTIVO DE DEVOLUCION, EN
      *    ESTE ORDEN: NO EMITIDO AL CLIENTE (NEM), CHEQUERA SUSPENDIDA
      *    (SUS), ORDEN DE NO PAGO (NOP), FONDOS INSUFICIENTES (NSF) Y
      *    SALDO RESERVADO PARA UN EMBARGO (EMB, VER VERIFICAR-
      *    EMBARGO); EN ESPACIOS EL CHEQUE SE PAGA. EL DISPONIBLE ES EL
      *    SALDO DEL GRUPO HASTA ESTE MOVIMIENTO MAS EL LIMITE DE
      *    CREDITO, EL MISMO CRITERIO DE SOBREGIRO DE
      *    CERRAR-GRUPO-CLIENTE, MAS LO QUE SE PUEDE BARRER DE LA
      *    CUENTA DE FONDEO (VER EVALUAR-BARRIDO)
           MOVE SPACES TO WS-CHQ-MOTIVO
           MOVE SPACES TO WS-CHQ-DESCRIPCION
           MOVE SPACE TO WS-CHQ-ESTADO-RANGO
           MOVE ZERO TO WS-CHQ-NRO
           IF WS-CAMPO5 IS NUMERIC
               MOVE WS-CAMPO5 TO WS-CHQ-NRO
           END-IF
           IF WS-CHQ-NRO > ZERO
               PERFORM VARYING WS-CHQ-IDX FROM 1 BY 1
                   UNTIL WS-CHQ-IDX > WS-CANT-CHEQUERAS
                   IF WS-CHQ-CLI(WS-CHQ-IDX) = ID-CLIENT AND
                      WS-CHQ-NRO >= WS-CHQ-DESDE(WS-CHQ-IDX) AND
                      WS-CHQ-NRO <= WS-CHQ-HASTA(WS-CHQ-IDX)
                       MOVE WS-CHQ-ESTADO(WS-CHQ-IDX) TO
                           WS-CHQ-ESTADO-RANGO
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
               WHEN WS-CHQ-ESTADO-RANGO = SPACE
                   MOVE 'NEM' TO WS-CHQ-MOTIVO
                   MOVE 'CHEQUE NO EMITIDO AL CLIENTE' TO
                       WS-CHQ-DESCRIPCION
               WHEN WS-CHQ-ESTADO-RANGO NOT = 'A'
                   MOVE 'SUS' TO WS-CHQ-MOTIVO
                   MOVE 'CHEQUERA SUSPENDIDA' TO WS-CHQ-DESCRIPCION
               WHEN OTHER
                   PERFORM VARYING WS-NOP-IDX FROM 1 BY 1
                       UNTIL WS-NOP-IDX > WS-CANT-NOPAGO
                       IF WS-NOP-CLI(WS-NOP-IDX) = ID-CLIENT AND
                          WS-NOP-NRO(WS-NOP-IDX) = WS-CHQ-NRO
                           MOVE 'NOP' TO WS-CHQ-MOTIVO
                           MOVE 'ORDEN DE NO PAGO' TO
                               WS-CHQ-DESCRIPCION
                       END-IF
                   END-PERFORM
           END-EVALUATE
           IF WS-CHQ-MOTIVO = SPACES
               COMPUTE WS-CHQ-DISPONIBLE = WS-GROUP-SALDO-INICIAL +
                   WS-GROUP-TOTAL + WS-GRP-LIMITE-CREDITO +
                   WS-BAR-POSIBLE
               IF AMOUNT-MOVE > WS-CHQ-DISPONIBLE
                   MOVE 'NSF' TO WS-CHQ-MOTIVO
                   MOVE 'FONDOS INSUFICIENTES' TO WS-CHQ-DESCRIPCION
               END-IF
           END-IF
           IF WS-CHQ-MOTIVO = SPACES AND WS-GRP-EMBARGO-PEND > 0
               COMPUTE WS-EMB-DISPONIBLE = WS-GROUP-SALDO-INICIAL +
                   WS-GROUP-TOTAL - AMOUNT-MOVE
               IF WS-EMB-DISPONIBLE < WS-GRP-EMBARGO-PEND
                   MOVE 'EMB' TO WS-CHQ-MOTIVO
                   MOVE 'FONDOS EMBARGADOS' TO WS-CHQ-DESCRIPCION
               END-IF
           END-IF.

       DEVOLVER-CHEQUE.
      *    EL CHEQUE DEVUELTO QUEDA EN movimientos_rechazados.txt COMO
      *    CUALQUIER OTRO RECHAZO Y, CON SU MOTIVO, EN
      *    cheques_devueltos.txt PARA EL BANCO PRESENTADOR. SOLO LA
      *    DEVOLUCION "NO EMITIDO AL CLIENTE" (POSIBLE CHEQUE AJENO O
      *    FALSIFICADO) Y LA DE SALDO EMBARGADO (LA COMISION SALDRIA
      *    DEL SALDO RESERVADO) NO LE COBRAN COMISION AL CLIENTE
           ADD 1 TO COUNT-RECHAZOS
           ADD 1 TO COUNT-CHEQUES-DEVUELTOS
           IF WS-CHQ-MOTIVO = 'NSF'
               ADD 1 TO COUNT-CHEQUES-NSF
           END-IF
           MOVE AMOUNT-MOVE TO AMOUNT-MOVE-DISP
           MOVE SPACES TO RECHAZO-REGISTER
           STRING "DEVUELTO, CHEQUE " DELIMITED BY SIZE
               WS-CAMPO5 DELIMITED BY SIZE
               " CLIENTE:" DELIMITED BY SIZE
               ID-CLIENT DELIMITED BY SIZE
               " MONTO:" DELIMITED BY SIZE
               AMOUNT-MOVE-DISP DELIMITED BY SIZE
               " MOTIVO:" DELIMITED BY SIZE
               WS-CHQ-DESCRIPCION DELIMITED BY SIZE
               INTO RECHAZO-REGISTER
           WRITE RECHAZO-REGISTER
           MOVE SPACES TO REG-CHQDEV
           MOVE WS-BANCO-CONTRAPARTE TO CHD-BANCO
           MOVE ID-CLIENT TO CHD-CLI-ID
           MOVE WS-GROUP-NAME TO CHD-NOMBRE
           MOVE WS-CAMPO5 TO CHD-NRO-CHEQUE
           MOVE AMOUNT-MOVE TO CHD-MONTO
           MOVE FECHA-MOVIMIENTO TO CHD-FECHA
           MOVE WS-CHQ-MOTIVO TO CHD-MOTIVO
           MOVE WS-CHQ-DESCRIPCION TO CHD-DESCRIPCION
           IF WS-CHQ-MOTIVO = 'NEM' OR WS-CHQ-MOTIVO = 'EMB'
               MOVE 'N' TO CHD-COMISION
           ELSE
               MOVE 'S' TO CHD-COMISION
               ADD 1 TO WS-GROUP-CHQ-COMISIONES
           END-IF
           MOVE WS-LOTE-ID TO CHD-LOTE-ID
           WRITE REG-CHQDEV.

       VALIDAR-TRANSFERENCIA-EXTERNA.
      *    LA PLATA DE UNA TRANSFERENCIA A OTRO BANCO SALE DEL BANCO
      *    CON EL ARCHIVO DE LA CAMARA, ASI QUE, A DIFERENCIA DE UN
      *    RETIRO COMUN, NO SE DEJA PASAR SIN DESTINO COMPLETO NI POR
      *    ENCIMA DEL DISPONIBLE (MISMO CRITERIO QUE VALIDAR-CHEQUE)
           MOVE SPACES TO WS-TRF-EXT-MOTIVO
           IF WS-BANCO-CONTRAPARTE = SPACES OR
              WS-CUENTA-CONTRAPARTE = SPACES
               MOVE 'SIN BANCO O CUENTA DESTINO' TO WS-TRF-EXT-MOTIVO
           ELSE
               COMPUTE WS-CHQ-DISPONIBLE = WS-GROUP-SALDO-INICIAL +
                   WS-GROUP-TOTAL + WS-GRP-LIMITE-CREDITO +
                   WS-BAR-POSIBLE
               IF AMOUNT-MOVE > WS-CHQ-DISPONIBLE
                   MOVE 'FONDOS INSUFICIENTES' TO WS-TRF-EXT-MOTIVO
               END-IF
           END-IF.

       RECHAZAR-TRANSFERENCIA-EXTERNA.
      *    NO TOCA EL MAESTRO NI LOS ACUMULADORES DEL GRUPO, IGUAL QUE
      *    LOS DEMAS RECHAZOS
           ADD 1 TO COUNT-RECHAZOS
           ADD 1 TO COUNT-TRF-EXT-RECHAZADAS
           MOVE AMOUNT-MOVE TO AMOUNT-MOVE-DISP
           MOVE SPACES TO RECHAZO-REGISTER
           STRING "RECHAZADO, TRANSFERENCIA A OTRO BANCO: "
               DELIMITED BY SIZE
               WS-RECHAZO-ID DELIMITED BY SIZE
               " MONTO:" DELIMITED BY SIZE
               AMOUNT-MOVE-DISP DELIMITED BY SIZE
               " MOTIVO:" DELIMITED BY SIZE
               WS-TRF-EXT-MOTIVO DELIMITED BY SIZE
               INTO RECHAZO-REGISTER
           WRITE RECHAZO-REGISTER.

       GRABAR-TRANSFERENCIA-SALIENTE.
      *    LA TRAZA ES EL LOTE MAS EL CONSECUTIVO DE LA CORRIDA, QUE
      *    SE CONSERVA EN EL CHECKPOINT; ASI UN REINICIO NO REPITE NI
      *    SALTEA TRAZAS
           ADD 1 TO COUNT-TRF-SALIENTES
           MOVE COUNT-TRF-SALIENTES TO WS-TRF-EXT-SECUENCIA
           MOVE SPACES TO REG-TRF-SALIENTE
           STRING WS-LOTE-ID DELIMITED BY SIZE
               WS-TRF-EXT-SECUENCIA DELIMITED BY SIZE
               INTO TRS-TRAZA
           MOVE ID-CLIENT TO TRS-CLI-ID
           MOVE WS-GROUP-NAME TO TRS-NOMBRE
           MOVE WS-MONEDA-MOVIMIENTO TO TRS-MONEDA
           MOVE AMOUNT-MOVE TO TRS-MONTO
           MOVE WS-BANCO-CONTRAPARTE TO TRS-BANCO-DEST
           MOVE WS-CUENTA-CONTRAPARTE TO TRS-CUENTA-DEST
           MOVE WS-CAMPO5 TO TRS-REFERENCIA
           MOVE FECHA-MOVIMIENTO TO TRS-FECHA
           MOVE WS-LOTE-ID TO TRS-LOTE-ID
           WRITE REG-TRF-SALIENTE.

       GRABAR-COMISION-CHEQUE.
      *    UNA SOLA COMISION POR CLIENTE Y CORRIDA POR EL TOTAL DE SUS
      *    DEVOLUCIONES, FECHADA EN LA FECHA DE NEGOCIO; MISMO LAYOUT
      *    PIPE-DELIMITADO QUE LOS CARGOS DE CUOTAS01
           COMPUTE WS-MONTO-TRANSITO =
               WS-COMISION-CHQ-DEV * WS-GROUP-CHQ-COMISIONES
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-MONTO-TRANSITO
           END-COMPUTE
           MOVE SPACES TO COMCHQ-REGISTER
           STRING PREVIOUS-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-GROUP-NAME DELIMITED BY SIZE
               "|R|" DELIMITED BY SIZE
               WS-MONTO-DIGITOS DELIMITED BY SIZE
               "|0000000|" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-GROUP-MONEDA DELIMITED BY SIZE
               "||" DELIMITED BY SIZE
               WS-CANAL-CHQ-COMISION DELIMITED BY SIZE
               INTO COMCHQ-REGISTER
           WRITE COMCHQ-REGISTER
           ADD 1 TO COUNT-COMISIONES-CHQ.

       ACTUALIZAR-CONTEO-NSF.
      *    SE ARMA CON EL cheques_devueltos.txt YA CERRADO, QUE DESPUES
      *    DE UN REINICIO TIENE LAS DEVOLUCIONES DE LAS DOS MITADES DEL
      *    LOTE; UN CONTEO CUYA PRIMERA DEVOLUCION TIENE MAS DE
      *    WS-DIAS-VENTANA-NSF DIAS ARRANCA DE NUEVO. LOS CLIENTES QUE
      *    EN ESTA CORRIDA LLEGAN O SIGUEN POR ENCIMA DEL UMBRAL VAN A
      *    chequeras_suspension.txt
           MOVE 'N' TO WS-CHQ-EOF
           OPEN INPUT FCHQNSF
           IF FS-FCHQNSF = '00'
               PERFORM UNTIL WS-CHQ-EOF = 'S'
                   READ FCHQNSF
                       AT END
                           MOVE 'S' TO WS-CHQ-EOF
                       NOT AT END
                           PERFORM GUARDAR-NSF-MEMORIA
                   END-READ
               END-PERFORM
               CLOSE FCHQNSF
           END-IF
           MOVE 'N' TO WS-CHQ-EOF
           OPEN INPUT FCHQDEV
           IF FS-FCHQDEV = '00'
               PERFORM UNTIL WS-CHQ-EOF = 'S'
                   READ FCHQDEV
                       AT END
                           MOVE 'S' TO WS-CHQ-EOF
                       NOT AT END
                           IF CHD-MOTIVO = 'NSF'
                               PERFORM SUMAR-DEVOLUCION-NSF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FCHQDEV
           END-IF
           OPEN OUTPUT FCHQNSF FCHQSUSP
           PERFORM ESCRIBIR-CONTEO-NSF
               VARYING WS-NSF-IDX FROM 1 BY 1
               UNTIL WS-NSF-IDX > WS-CANT-NSF
           CLOSE FCHQNSF FCHQSUSP.

       GUARDAR-NSF-MEMORIA.
           IF CHN-CLI-ID NOT = SPACES AND WS-CANT-NSF < 10000
               ADD 1 TO WS-CANT-NSF
               SET WS-NSF-IDX TO WS-CANT-NSF
               MOVE CHN-CLI-ID TO WS-NSF-CLI(WS-NSF-IDX)
               MOVE CHN-NOMBRE TO WS-NSF-NOMBRE(WS-NSF-IDX)
               MOVE CHN-CANTIDAD TO WS-NSF-CANTIDAD(WS-NSF-IDX)
               MOVE CHN-DESDE TO WS-NSF-DESDE(WS-NSF-IDX)
               MOVE CHN-ULTIMA TO WS-NSF-ULTIMA(WS-NSF-IDX)
               MOVE 'N' TO WS-NSF-EN-CORRIDA(WS-NSF-IDX)
           END-IF.

       SUMAR-DEVOLUCION-NSF.
           MOVE 'N' TO WS-NSF-ENCONTRADO
           IF CHD-FECHA IS NUMERIC
               MOVE CHD-FECHA TO WS-NSF-FECHA
           ELSE
               MOVE WS-FECHA-NEGOCIO TO WS-NSF-FECHA
           END-IF
           IF WS-CANT-NSF > 0
               SET WS-NSF-IDX TO 1
               SEARCH WS-NSF-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-NSF-CLI(WS-NSF-IDX) = CHD-CLI-ID
                       MOVE 'S' TO WS-NSF-ENCONTRADO
               END-SEARCH
           END-IF
           IF WS-NSF-ENCONTRADO = 'N' AND WS-CANT-NSF < 10000
               ADD 1 TO WS-CANT-NSF
               SET WS-NSF-IDX TO WS-CANT-NSF
               MOVE CHD-CLI-ID TO WS-NSF-CLI(WS-NSF-IDX)
               MOVE ZERO TO WS-NSF-CANTIDAD(WS-NSF-IDX)
               MOVE WS-NSF-FECHA TO WS-NSF-DESDE(WS-NSF-IDX)
               MOVE 'S' TO WS-NSF-ENCONTRADO
           END-IF
           IF WS-NSF-ENCONTRADO = 'S'
               COMPUTE WS-NSF-DIAS =
                   FUNCTION INTEGER-OF-DATE(WS-NSF-FECHA) -
                   FUNCTION INTEGER-OF-DATE(WS-NSF-DESDE(WS-NSF-IDX))
               IF WS-NSF-DIAS > WS-DIAS-VENTANA-NSF
                   MOVE ZERO TO WS-NSF-CANTIDAD(WS-NSF-IDX)
                   MOVE WS-NSF-FECHA TO WS-NSF-DESDE(WS-NSF-IDX)
               END-IF
               IF WS-NSF-CANTIDAD(WS-NSF-IDX) < 999
                   ADD 1 TO WS-NSF-CANTIDAD(WS-NSF-IDX)
               END-IF
               MOVE CHD-NOMBRE TO WS-NSF-NOMBRE(WS-NSF-IDX)
               MOVE WS-NSF-FECHA TO WS-NSF-ULTIMA(WS-NSF-IDX)
               MOVE 'S' TO WS-NSF-EN-CORRIDA(WS-NSF-IDX)
           END-IF.

       ESCRIBIR-CONTEO-NSF.
           MOVE SPACES TO REG-CHQNSF
           MOVE WS-NSF-CLI(WS-NSF-IDX) TO CHN-CLI-ID
           MOVE WS-NSF-NOMBRE(WS-NSF-IDX) TO CHN-NOMBRE
           MOVE WS-NSF-CANTIDAD(WS-NSF-IDX) TO CHN-CANTIDAD
           MOVE WS-NSF-DESDE(WS-NSF-IDX) TO CHN-DESDE
           MOVE WS-NSF-ULTIMA(WS-NSF-IDX) TO CHN-ULTIMA
           WRITE REG-CHQNSF
           IF WS-NSF-EN-CORRIDA(WS-NSF-IDX) = 'S' AND
              WS-NSF-CANTIDAD(WS-NSF-IDX) >= WS-UMBRAL-NSF
               MOVE WS-NSF-CANTIDAD(WS-NSF-IDX) TO WS-NSF-CANTIDAD-ED
               MOVE SPACES TO CHQSUSP-REGISTER
               STRING WS-NSF-CLI(WS-NSF-IDX) DELIMITED BY SIZE
                   " | " DELIMITED BY SIZE
                   WS-NSF-NOMBRE(WS-NSF-IDX) DELIMITED BY SIZE
                   " | DEVOLUCIONES NSF:" DELIMITED BY SIZE
                   WS-NSF-CANTIDAD-ED DELIMITED BY SIZE
                   " | DESDE:" DELIMITED BY SIZE
                   WS-NSF-DESDE(WS-NSF-IDX) DELIMITED BY SIZE
                   " | ULTIMA:" DELIMITED BY SIZE
                   WS-NSF-ULTIMA(WS-NSF-IDX) DELIMITED BY SIZE
                   INTO CHQSUSP-REGISTER
               WRITE CHQSUSP-REGISTER
               ADD 1 TO COUNT-CANDIDATOS-SUSP
           END-IF.

       CARGAR-TARIFAS-CANAL.
      *    TARIFASCANAL.txt ES OPCIONAL; SIN EL NO HAY COMISION POR
      *    CANAL Y TAMPOCO SE LLEVAN LOS USOS DEL MES. LOS USOS
      *    GUARDADOS DE OTRO MES NO SE CARGAN
           MOVE WS-FECHA-NEGOCIO(1:6) TO WS-PERIODO-COMISION
           OPEN INPUT FTARIFAS
           IF FS-FTARIFAS NOT = '00'
               DISPLAY "TARIFASCANAL.txt NO ENCONTRADO, NO SE COBRAN "
                   "COMISIONES POR CANAL"
           ELSE
               MOVE 'N' TO WS-TAR-EOF
               PERFORM UNTIL WS-TAR-EOF = 'S'
                   READ FTARIFAS
                       AT END
                           MOVE 'S' TO WS-TAR-EOF
                       NOT AT END
                           PERFORM GUARDAR-TARIFA
                   END-READ
               END-PERFORM
               CLOSE FTARIFAS
               DISPLAY "TARIFAS POR CANAL CARGADAS: " WS-CANT-TARIFAS
           END-IF
           IF WS-CANT-TARIFAS > 0
               MOVE 'N' TO WS-USM-EOF
               OPEN INPUT FUSOMES
               IF FS-FUSOMES = '00'
                   PERFORM UNTIL WS-USM-EOF = 'S'
                       READ FUSOMES
                           AT END
                               MOVE 'S' TO WS-USM-EOF
                           NOT AT END
                               IF USM-PERIODO = WS-PERIODO-COMISION
                                   PERFORM GUARDAR-USO-MES
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FUSOMES
               END-IF
               IF WS-CANT-USM > 0
                   SORT WS-USM-ENTRY ON ASCENDING KEY WS-USM-CLAVE
               END-IF
           END-IF.

       GUARDAR-TARIFA.
      *    UN RENGLON SIN CANAL O CON CAMPOS NO NUMERICOS SE IGNORA
           IF TAR-CANAL NOT = SPACES AND TAR-GRATIS IS NUMERIC AND
              TAR-TOPE IS NUMERIC AND TAR-COMISION IS NUMERIC
               IF WS-CANT-TARIFAS < 50
                   ADD 1 TO WS-CANT-TARIFAS
                   SET WS-TAR-IDX TO WS-CANT-TARIFAS
                   MOVE TAR-CANAL TO WS-TAR-CANAL(WS-TAR-IDX)
                   MOVE TAR-TIPO TO WS-TAR-TIPO(WS-TAR-IDX)
                   MOVE TAR-GRATIS TO WS-TAR-GRATIS(WS-TAR-IDX)
                   MOVE TAR-TOPE TO WS-TAR-TOPE(WS-TAR-IDX)
                   MOVE TAR-COMISION TO WS-TAR-COMISION(WS-TAR-IDX)
               ELSE
                   DISPLAY "TARIFARIO POR CANAL LLENO, SE IGNORA: "
                       REG-TARIFA
               END-IF
           END-IF.

       GUARDAR-USO-MES.
      *    MISMO RENGLON PARA LA CARGA INICIAL (REG-USOMES) Y PARA LOS
      *    USOS DE LA CORRIDA (REG-USOCAN), QUE SE MUEVEN ANTES AQUI
           IF USM-CLI-ID NOT = SPACES
               IF WS-CANT-USM < 20000
                   ADD 1 TO WS-CANT-USM
                   SET WS-USM-IDX TO WS-CANT-USM
                   MOVE USM-CLI-ID TO WS-USM-CLI(WS-USM-IDX)
                   MOVE USM-CANAL TO WS-USM-CANAL(WS-USM-IDX)
                   MOVE USM-TIPO TO WS-USM-TIPO(WS-USM-IDX)
                   MOVE USM-USOS TO WS-USM-USOS(WS-USM-IDX)
                   MOVE USM-COBRADOS TO WS-USM-COBRADOS(WS-USM-IDX)
                   MOVE USM-COMISION TO WS-USM-COMISION(WS-USM-IDX)
               ELSE
                   IF WS-USM-LLENA = 'N'
                       DISPLAY "TABLA DE USOS POR CANAL LLENA"
                       MOVE 'S' TO WS-USM-LLENA
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       INICIAR-USO-CANAL-GRUPO.
      *    EL CLIENTE NUEVO ARRANCA SIN USOS EN LA CORRIDA; LOS DEL MES
      *    SE BUSCAN RECIEN CUANDO USA CADA TARIFA (VER CONTAR-USO-
      *    CANAL). EL SORT AGRUPA AL CLIENTE, ASI QUE CADA CLIENTE PASA
      *    UNA SOLA VEZ POR CORRIDA
           MOVE ZERO TO WS-GROUP-COMISION-CANAL
           PERFORM VARYING WS-TAR-IDX FROM 1 BY 1
               UNTIL WS-TAR-IDX > WS-CANT-TARIFAS
               MOVE 'N' TO WS-TAR-CARGADO(WS-TAR-IDX)
               MOVE ZERO TO WS-TAR-USOS-MES(WS-TAR-IDX)
                   WS-TAR-USOS-GRUPO(WS-TAR-IDX)
                   WS-TAR-COBR-GRUPO(WS-TAR-IDX)
                   WS-TAR-COMI-GRUPO(WS-TAR-IDX)
           END-PERFORM.

       CONTAR-USO-CANAL.
      *    EL MOVIMIENTO RECIEN APLICADO CUENTA COMO UN USO DE LA
      *    TARIFA DE SU CANAL Y TIPO SI ESTA POR DEBAJO DEL TOPE; PASADO
      *    EL CUPO GRATIS DEL MES, CADA USO SUMA LA COMISION AL GRUPO
           IF WS-CANT-TARIFAS = 0
               GO TO CONTAR-USO-CANAL-EXIT
           END-IF
           MOVE 'N' TO WS-TAR-ENCONTRADA
           SET WS-TAR-IDX TO 1
           SEARCH WS-TAR-ENTRY
               AT END
                   CONTINUE
               WHEN WS-TAR-CANAL(WS-TAR-IDX) = WS-CANAL-MOVIMIENTO AND
                    WS-TAR-TIPO(WS-TAR-IDX) = TYPE-MOVE
                   MOVE 'S' TO WS-TAR-ENCONTRADA
           END-SEARCH
           IF WS-TAR-ENCONTRADA = 'N'
               GO TO CONTAR-USO-CANAL-EXIT
           END-IF
           IF WS-TAR-TOPE(WS-TAR-IDX) > 0 AND
              AMOUNT-MOVE NOT < WS-TAR-TOPE(WS-TAR-IDX)
               GO TO CONTAR-USO-CANAL-EXIT
           END-IF
           IF WS-TAR-CARGADO(WS-TAR-IDX) = 'N'
               PERFORM BUSCAR-USO-MES
           END-IF
           ADD 1 TO WS-TAR-USOS-GRUPO(WS-TAR-IDX)
           IF WS-TAR-USOS-MES(WS-TAR-IDX) +
              WS-TAR-USOS-GRUPO(WS-TAR-IDX) > WS-TAR-GRATIS(WS-TAR-IDX)
               ADD 1 TO WS-TAR-COBR-GRUPO(WS-TAR-IDX)
               ADD WS-TAR-COMISION(WS-TAR-IDX) TO
                   WS-TAR-COMI-GRUPO(WS-TAR-IDX)
               ADD WS-TAR-COMISION(WS-TAR-IDX) TO
                   WS-GROUP-COMISION-CANAL
           END-IF.
       CONTAR-USO-CANAL-EXIT.
           EXIT.

       BUSCAR-USO-MES.
           MOVE 'S' TO WS-TAR-CARGADO(WS-TAR-IDX)
           IF WS-CANT-USM > 0
               MOVE PREVIOUS-ID TO WS-USM-BUSCA-CLI
               MOVE WS-TAR-CANAL(WS-TAR-IDX) TO WS-USM-BUSCA-CANAL
               MOVE WS-TAR-TIPO(WS-TAR-IDX) TO WS-USM-BUSCA-TIPO
               SEARCH ALL WS-USM-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-USM-CLAVE(WS-USM-IDX) = WS-USM-BUSCA
                       MOVE WS-USM-USOS(WS-USM-IDX) TO
                           WS-TAR-USOS-MES(WS-TAR-IDX)
               END-SEARCH
           END-IF.

       GRABAR-USO-CANAL-GRUPO.
           IF WS-TAR-USOS-GRUPO(WS-TAR-IDX) > 0
               MOVE SPACES TO REG-USOCAN
               MOVE PREVIOUS-ID TO USC-CLI-ID
               MOVE WS-PERIODO-COMISION TO USC-PERIODO
               MOVE WS-TAR-CANAL(WS-TAR-IDX) TO USC-CANAL
               MOVE WS-TAR-TIPO(WS-TAR-IDX) TO USC-TIPO
               MOVE WS-TAR-USOS-GRUPO(WS-TAR-IDX) TO USC-USOS
               MOVE WS-TAR-COBR-GRUPO(WS-TAR-IDX) TO USC-COBRADOS
               MOVE WS-TAR-COMI-GRUPO(WS-TAR-IDX) TO USC-COMISION
               WRITE REG-USOCAN
               ADD 1 TO COUNT-USOS-CANAL-LIN
           END-IF.

       GRABAR-COMISION-CANAL.
      *    UNA SOLA COMISION POR CLIENTE Y CORRIDA POR EL TOTAL DE SUS
      *    USOS COBRADOS, MISMO CRITERIO Y LAYOUT QUE GRABAR-COMISION-
      *    CHEQUE; EL DETALLE POR CANAL QUEDA EN uso_canales_corrida.txt
           IF WS-GROUP-COMISION-CANAL > 99999.99
               MOVE 99999.99 TO WS-MONTO-TRANSITO
           ELSE
               MOVE WS-GROUP-COMISION-CANAL TO WS-MONTO-TRANSITO
           END-IF
           MOVE SPACES TO COMCAN-REGISTER
           STRING PREVIOUS-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-GROUP-NAME DELIMITED BY SIZE
               "|R|" DELIMITED BY SIZE
               WS-MONTO-DIGITOS DELIMITED BY SIZE
               "|0000000|" DELIMITED BY SIZE
               WS-FECHA-NEGOCIO DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-GROUP-MONEDA DELIMITED BY SIZE
               "||" DELIMITED BY SIZE
               WS-CANAL-COMISION DELIMITED BY SIZE
               INTO COMCAN-REGISTER
           WRITE COMCAN-REGISTER
           ADD 1 TO COUNT-COMISIONES-CAN.

       ACTUALIZAR-USO-CANALES.
      *    SE ARMA CON EL uso_canales_corrida.txt YA CERRADO, QUE
      *    DESPUES DE UN REINICIO TIENE LAS DOS MITADES DEL LOTE (MISMO
      *    CRITERIO QUE ACTUALIZAR-CONTEO-NSF): SUS RENGLONES SE
      *    AGREGAN A LOS USOS DEL MES, SE REORDENA Y SE GRABA UN
      *    RENGLON POR CLAVE, ACUMULANDO DE PASO EL REPORTE DEL MES
           IF WS-CANT-TARIFAS = 0
               GO TO ACTUALIZAR-USO-CANALES-EXIT
           END-IF
           MOVE 'N' TO WS-USM-EOF
           OPEN INPUT FUSOCAN
           IF FS-FUSOCAN = '00'
               PERFORM UNTIL WS-USM-EOF = 'S'
                   READ FUSOCAN
                       AT END
                           MOVE 'S' TO WS-USM-EOF
                       NOT AT END
                           MOVE REG-USOCAN TO REG-USOMES
                           PERFORM GUARDAR-USO-MES
                   END-READ
               END-PERFORM
               CLOSE FUSOCAN
           END-IF
           IF WS-CANT-USM > 0
               SORT WS-USM-ENTRY ON ASCENDING KEY WS-USM-CLAVE
           END-IF
           MOVE SPACES TO WS-USM-ANTERIOR
           MOVE ZERO TO WS-CANT-REPCAN WS-REP-TOT-COMISION
           OPEN OUTPUT FUSOMES
           PERFORM ESCRIBIR-USO-MES
               VARYING WS-USM-IDX FROM 1 BY 1
               UNTIL WS-USM-IDX > WS-CANT-USM
           IF WS-USM-ANTERIOR NOT = SPACES
               WRITE REG-USOMES
           END-IF
           CLOSE FUSOMES
           PERFORM GRABAR-REPORTE-COMISIONES.
       ACTUALIZAR-USO-CANALES-EXIT.
           EXIT.

       ESCRIBIR-USO-MES.
      *    LA TABLA ESTA ORDENADA, ASI QUE LAS CLAVES REPETIDAS (EL MES
      *    ANTERIOR MAS ESTA CORRIDA) VIENEN JUNTAS Y SE SUMAN EN EL
      *    RENGLON PENDIENTE; SE GRABA AL CAMBIAR DE CLAVE
           IF WS-USM-CLAVE(WS-USM-IDX) = WS-USM-ANTERIOR
               ADD WS-USM-USOS(WS-USM-IDX) TO USM-USOS
               ADD WS-USM-COBRADOS(WS-USM-IDX) TO USM-COBRADOS
               ADD WS-USM-COMISION(WS-USM-IDX) TO USM-COMISION
           ELSE
               IF WS-USM-ANTERIOR NOT = SPACES
                   WRITE REG-USOMES
               END-IF
               MOVE WS-USM-CLAVE(WS-USM-IDX) TO WS-USM-ANTERIOR
               MOVE SPACES TO REG-USOMES
               MOVE WS-USM-CLI(WS-USM-IDX) TO USM-CLI-ID
               MOVE WS-PERIODO-COMISION TO USM-PERIODO
               MOVE WS-USM-CANAL(WS-USM-IDX) TO USM-CANAL
               MOVE WS-USM-TIPO(WS-USM-IDX) TO USM-TIPO
               MOVE WS-USM-USOS(WS-USM-IDX) TO USM-USOS
               MOVE WS-USM-COBRADOS(WS-USM-IDX) TO USM-COBRADOS
               MOVE WS-USM-COMISION(WS-USM-IDX) TO USM-COMISION
               PERFORM UBICAR-REPORTE-CANAL
               IF WS-REP-IDX NOT > WS-CANT-REPCAN
                   ADD 1 TO WS-REP-CLIENTES(WS-REP-IDX)
               END-IF
           END-IF
           IF WS-REP-IDX NOT > WS-CANT-REPCAN
               ADD WS-USM-USOS(WS-USM-IDX) TO WS-REP-USOS(WS-REP-IDX)
               ADD WS-USM-COBRADOS(WS-USM-IDX) TO
                   WS-REP-COBRADOS(WS-REP-IDX)
               ADD WS-USM-COMISION(WS-USM-IDX) TO
                   WS-REP-COMISION(WS-REP-IDX)
           END-IF
           ADD WS-USM-COMISION(WS-USM-IDX) TO WS-REP-TOT-COMISION.

       UBICAR-REPORTE-CANAL.
      *    BUSCAR-O-AGREGAR EL CANAL+TIPO, MISMO PATRON QUE
      *    UBICAR-CANAL
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
               UNTIL WS-REP-IDX > WS-CANT-REPCAN
                  OR (WS-REP-CANAL(WS-REP-IDX) =
                      WS-USM-CANAL(WS-USM-IDX) AND
                      WS-REP-TIPO(WS-REP-IDX) = WS-USM-TIPO(WS-USM-IDX))
           END-PERFORM
           IF WS-REP-IDX > WS-CANT-REPCAN AND WS-CANT-REPCAN < 60
               ADD 1 TO WS-CANT-REPCAN
               SET WS-REP-IDX TO WS-CANT-REPCAN
               MOVE WS-USM-CANAL(WS-USM-IDX) TO WS-REP-CANAL(WS-REP-IDX)
               MOVE WS-USM-TIPO(WS-USM-IDX) TO WS-REP-TIPO(WS-REP-IDX)
               MOVE ZERO TO WS-REP-CLIENTES(WS-REP-IDX)
                   WS-REP-USOS(WS-REP-IDX) WS-REP-COBRADOS(WS-REP-IDX)
                   WS-REP-COMISION(WS-REP-IDX)
           END-IF.

       GRABAR-REPORTE-COMISIONES.
      *    INGRESO POR COMISIONES DEL MES HASTA ESTA CORRIDA, UN
      *    RENGLON POR CANAL Y TIPO; LA ULTIMA CORRIDA DEL MES DEJA EL
      *    REPORTE DEFINITIVO
           MOVE SPACES TO WS-NOM-FREPCAN
           STRING 'comisiones_canal_' DELIMITED BY SIZE
               WS-PERIODO-COMISION DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FREPCAN
           OPEN OUTPUT FREPCAN
           IF FS-FREPCAN NOT = '00'
               DISPLAY "ERROR AL ABRIR " WS-NOM-FREPCAN " FS: "
                   FS-FREPCAN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE SPACES TO REPCAN-REGISTER
               STRING "INGRESO POR COMISIONES POR CANAL - MES "
                   DELIMITED BY SIZE
                   WS-PERIODO-COMISION DELIMITED BY SIZE
                   " AL " DELIMITED BY SIZE
                   WS-FECHA-NEGOCIO DELIMITED BY SIZE
                   INTO REPCAN-REGISTER
               WRITE REPCAN-REGISTER
               MOVE SPACES TO REPCAN-REGISTER
               STRING "CANAL    T  CLIENTES    USOS  COBRADOS"
                   DELIMITED BY SIZE
                   "     COMISION" DELIMITED BY SIZE
                   INTO REPCAN-REGISTER
               WRITE REPCAN-REGISTER
               PERFORM ESCRIBIR-REPORTE-CANAL
                   VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-CANT-REPCAN
               MOVE WS-REP-TOT-COMISION TO WS-REP-COMISION-DISP
               MOVE SPACES TO REPCAN-REGISTER
               STRING "TOTAL COMISIONES DEL MES" DELIMITED BY SIZE
                   INTO REPCAN-REGISTER
               MOVE WS-REP-COMISION-DISP TO REPCAN-REGISTER(40:12)
               WRITE REPCAN-REGISTER
               CLOSE FREPCAN
               DISPLAY "REPORTE DE COMISIONES POR CANAL: "
                   WS-NOM-FREPCAN
           END-IF.

       ESCRIBIR-REPORTE-CANAL.
           MOVE WS-REP-CLIENTES(WS-REP-IDX) TO WS-REP-CLIENTES-DISP
           MOVE WS-REP-USOS(WS-REP-IDX) TO WS-REP-USOS-DISP
           MOVE WS-REP-COBRADOS(WS-REP-IDX) TO WS-REP-COBRADOS-DISP
           MOVE WS-REP-COMISION(WS-REP-IDX) TO WS-REP-COMISION-DISP
           MOVE SPACES TO REPCAN-REGISTER
           STRING WS-REP-CANAL(WS-REP-IDX) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-REP-TIPO(WS-REP-IDX) DELIMITED BY SIZE
               "     " DELIMITED BY SIZE
               WS-REP-CLIENTES-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REP-USOS-DISP DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-REP-COBRADOS-DISP DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-REP-COMISION-DISP DELIMITED BY SIZE
               INTO REPCAN-REGISTER
           WRITE REPCAN-REGISTER.

       CERRAR-GRUPO-CLIENTE.
      *    UN SOLO RENGLON DE SALDO POR CLIENTE, CON EL TOTAL DE
           END-IF
           COMPUTE NEW-BALANCE = WS-GROUP-SALDO-INICIAL + WS-GROUP-TOTAL
           PERFORM GRABAR-SALDO-MAESTRO
           IF WS-GROUP-CHQ-COMISIONES > 0
               PERFORM GRABAR-COMISION-CHEQUE
           END-IF
           IF WS-CANT-TARIFAS > 0
               PERFORM GRABAR-USO-CANAL-GRUPO
                   VARYING WS-TAR-IDX FROM 1 BY 1
                   UNTIL WS-TAR-IDX > WS-CANT-TARIFAS
               IF WS-GROUP-COMISION-CANAL > 0
                   PERFORM GRABAR-COMISION-CANAL
               END-IF
           END-IF

           MOVE WS-GROUP-TOTAL TO WS-GROUP-TOTAL-DISP
           MOVE NEW-BALANCE TO NEW-BALANCE-DISP
               INTO BALANCE-REGISTER

           WRITE BALANCE-REGISTER
           ADD 1 TO COUNT-LINEAS-SALDOS

      *    SOLO ES UN SOBREGIRO REAL CUANDO EL SALDO SOBREPASA EL
      *    LIMITE DE CREDITO DEL CLIENTE, NO POR EL SIMPLE HECHO DE
                   CLI-LIMITE-CREDITO DELIMITED BY SIZE
                   INTO NEGATIVE-REGISTER
               WRITE NEGATIVE-REGISTER
           END-IF
           PERFORM CERRAR-ALERTAS-GRUPO.
       CERRAR-GRUPO-CLIENTE-EXIT.
           EXIT.

       CARGAR-PREFERENCIAS-ALERTA.
      *    alertas_preferencias.dat ES OPCIONAL (LO CREA PSA02 CON LA
      *    PRIMERA TRANSACCION 'W'); SIN EL NO SALE NINGUNA ALERTA. UN
      *    CLIENTE EXCLUIDO NO SE CARGA, ASI QUE NADA DE LO QUE SIGUE
      *    LE PUEDE GENERAR UNA ALERTA
           OPEN INPUT FALEPRF
           IF FS-FALEPRF = '00'
               PERFORM UNTIL WS-ALEPRF-EOF = 'S'
                   READ FALEPRF
                       AT END
                           MOVE 'S' TO WS-ALEPRF-EOF
                       NOT AT END
                           PERFORM GUARDAR-PREFERENCIA-ALERTA
                   END-READ
               END-PERFORM
               CLOSE FALEPRF
               IF WS-CANT-PREF-ALE > 0
                   SORT WS-PAL-ENTRY ON ASCENDING KEY WS-PAL-CLI
               END-IF
               DISPLAY "PREFERENCIAS DE ALERTA CARGADAS: "
                   WS-CANT-PREF-ALE " EXCLUIDOS: "
                   COUNT-CLIENTES-EXCLUIDOS
           END-IF.

       GUARDAR-PREFERENCIA-ALERTA.
      *    UNA PREFERENCIA QUE NO ENTRA EN LA TABLA SOLO DEJA SIN
      *    ALERTAS A ESE CLIENTE; SE AVISA CON RETURN-CODE 4
           IF PRF-CLI-ID = SPACES
               CONTINUE
           ELSE
               IF PRF-EXCLUIDO = 'S'
                   ADD 1 TO COUNT-CLIENTES-EXCLUIDOS
               ELSE
                   IF WS-CANT-PREF-ALE >= 10000
                       DISPLAY "TABLA DE PREFERENCIAS DE ALERTA LLENA "
                           "(10000), CLIENTE OMITIDO: " PRF-CLI-ID
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   ELSE
                       ADD 1 TO WS-CANT-PREF-ALE
                       SET WS-PAL-IDX TO WS-CANT-PREF-ALE
                       MOVE PRF-CLI-ID TO WS-PAL-CLI(WS-PAL-IDX)
                       MOVE PRF-MEDIO TO WS-PAL-MEDIO(WS-PAL-IDX)
                       MOVE PRF-DESTINO TO WS-PAL-DESTINO(WS-PAL-IDX)
                       MOVE PRF-UMBRAL-SALDO TO
                           WS-PAL-UMBRAL(WS-PAL-IDX)
                       MOVE PRF-MONTO-DEBITO TO
                           WS-PAL-MONTO(WS-PAL-IDX)
                       MOVE PRF-ALERTA-CANAL TO
                           WS-PAL-CANAL(WS-PAL-IDX)
                   END-IF
               END-IF
           END-IF.

       CARGAR-CANALES-CLIENTES.
      *    canales_clientes.dat ES OPCIONAL; LA PRIMERA CORRIDA SIN EL
      *    SOLO ARMA LA HISTORIA DE CADA CLIENTE, SIN ALERTAS DE CANAL
           OPEN INPUT FCANCLI
           IF FS-FCANCLI = '00'
               PERFORM UNTIL WS-CCL-EOF = 'S'
                   READ FCANCLI
                       AT END
                           MOVE 'S' TO WS-CCL-EOF
                       NOT AT END
                           MOVE REG-CANCLI TO REG-CANNUE
                           PERFORM GUARDAR-CANAL-CLIENTE
                   END-READ
               END-PERFORM
               CLOSE FCANCLI
               IF WS-CANT-CANCLI > 0
                   SORT WS-CCL-ENTRY ON ASCENDING KEY WS-CCL-CLAVE
               END-IF
               DISPLAY "CANALES DE CLIENTES CARGADOS: " WS-CANT-CANCLI
           END-IF.

       GUARDAR-CANAL-CLIENTE.
      *    MISMO RENGLON PARA LA CARGA (REG-CANCLI) Y PARA LOS CANALES
      *    NUEVOS DE LA CORRIDA (REG-CANNUE), QUE SE MUEVEN ANTES AQUI
           IF CNU-CLI-ID NOT = SPACES
               IF WS-CANT-CANCLI < 50000
                   ADD 1 TO WS-CANT-CANCLI
                   SET WS-CCL-IDX TO WS-CANT-CANCLI
                   MOVE CNU-CLI-ID TO WS-CCL-CLI(WS-CCL-IDX)
                   MOVE CNU-CANAL TO WS-CCL-CANAL(WS-CCL-IDX)
                   MOVE CNU-FECHA TO WS-CCL-FECHA(WS-CCL-IDX)
               ELSE
                   IF WS-CCL-LLENA = 'N'
                       DISPLAY "TABLA DE CANALES DE CLIENTES LLENA "
                           "(50000), SIN ALERTAS DE CANAL NUEVO"
                       MOVE 'S' TO WS-CCL-LLENA
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       INICIAR-ALERTAS-GRUPO.
      *    PREFERENCIAS DEL CLIENTE NUEVO Y UBICACION DE SUS CANALES
      *    YA USADOS (PREVIOUS-ID YA ES EL CLIENTE DEL GRUPO)
           MOVE ZERO TO WS-CANT-ALE-GRUPO WS-CANT-CNU-GRUPO
           MOVE 'N' TO WS-GRP-ALERTA
           IF WS-CANT-PREF-ALE > 0
               SEARCH ALL WS-PAL-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-PAL-CLI(WS-PAL-IDX) = PREVIOUS-ID
                       MOVE 'S' TO WS-GRP-ALERTA
                       MOVE WS-PAL-MEDIO(WS-PAL-IDX) TO WS-GRP-ALE-MEDIO
                       MOVE WS-PAL-DESTINO(WS-PAL-IDX) TO
                           WS-GRP-ALE-DESTINO
                       MOVE WS-PAL-UMBRAL(WS-PAL-IDX) TO
                           WS-GRP-ALE-UMBRAL
                       MOVE WS-PAL-MONTO(WS-PAL-IDX) TO WS-GRP-ALE-MONTO
                       MOVE WS-PAL-CANAL(WS-PAL-IDX) TO WS-GRP-ALE-CANAL
               END-SEARCH
           END-IF
           PERFORM AVANZAR-CANAL-CLIENTE
               UNTIL WS-CCL-PUNTERO > WS-CANT-CANCLI
                  OR WS-CCL-CLI(WS-CCL-PUNTERO) NOT < PREVIOUS-ID
           MOVE 'N' TO WS-CCL-CON-HISTORIA
           IF WS-CCL-PUNTERO NOT > WS-CANT-CANCLI
               IF WS-CCL-CLI(WS-CCL-PUNTERO) = PREVIOUS-ID
                   MOVE 'S' TO WS-CCL-CON-HISTORIA
               END-IF
           END-IF.

       AVANZAR-CANAL-CLIENTE.
           ADD 1 TO WS-CCL-PUNTERO.

       EVALUAR-ALERTAS-DEBITO.
      *    DEBITO RECIEN APLICADO: DEBITO GRANDE SI SUPERA EL MONTO
      *    QUE ELIGIO EL CLIENTE, Y CANAL NUEVO SI ES LA PRIMERA VEZ
      *    QUE DEBITA POR ESE CANAL. LOS CANALES QUE GENERA EL BANCO
      *    (COMISIONES, CUOTAS, COBROS DE PRESTAMO...) NO CUENTAN COMO
      *    CANAL DEL CLIENTE
           IF WS-GRP-ALERTA = 'S' AND WS-GRP-ALE-MONTO > 0 AND
              AMOUNT-MOVE > WS-GRP-ALE-MONTO
               MOVE 'DEBITO' TO WS-AGR-NUEVA-TIPO
               MOVE AMOUNT-MOVE TO WS-AGR-NUEVA-MONTO
               MOVE WS-GRP-ALE-MONTO TO WS-AGR-NUEVA-UMBRAL
               MOVE FECHA-MOVIMIENTO TO WS-AGR-NUEVA-FECHA
               PERFORM AGREGAR-ALERTA-GRUPO
           END-IF
           IF WS-CCL-LLENA = 'S' OR WS-CANAL-MOVIMIENTO = SPACES
               GO TO EVALUAR-ALERTAS-DEBITO-EXIT
           END-IF
           PERFORM VERIFICAR-CANAL-DEL-BANCO
           IF WS-CCL-DEL-BANCO = 'S'
               GO TO EVALUAR-ALERTAS-DEBITO-EXIT
           END-IF
           MOVE 'N' TO WS-CCL-CONOCIDO
           IF WS-CCL-CON-HISTORIA = 'S'
               PERFORM BUSCAR-CANAL-CONOCIDO
                   VARYING WS-CCL-SUB FROM WS-CCL-PUNTERO BY 1
                   UNTIL WS-CCL-SUB > WS-CANT-CANCLI
                      OR WS-CCL-CLI(WS-CCL-SUB) NOT = PREVIOUS-ID
                      OR WS-CCL-CONOCIDO = 'S'
           END-IF
           IF WS-CCL-CONOCIDO = 'N' AND WS-CANT-CNU-GRUPO > 0
               SET WS-CNU-IDX TO 1
               SEARCH WS-CNU-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-CNU-CANAL(WS-CNU-IDX) = WS-CANAL-MOVIMIENTO
                       MOVE 'S' TO WS-CCL-CONOCIDO
               END-SEARCH
           END-IF
           IF WS-CCL-CONOCIDO = 'S'
               GO TO EVALUAR-ALERTAS-DEBITO-EXIT
           END-IF
           IF WS-CANT-CNU-GRUPO < 20
               ADD 1 TO WS-CANT-CNU-GRUPO
               SET WS-CNU-IDX TO WS-CANT-CNU-GRUPO
               MOVE WS-CANAL-MOVIMIENTO TO WS-CNU-CANAL(WS-CNU-IDX)
               MOVE FECHA-MOVIMIENTO TO WS-CNU-FECHA(WS-CNU-IDX)
           END-IF
           IF WS-CCL-CON-HISTORIA = 'S' AND WS-GRP-ALERTA = 'S' AND
              WS-GRP-ALE-CANAL = 'S'
               MOVE 'CANALN' TO WS-AGR-NUEVA-TIPO
               MOVE AMOUNT-MOVE TO WS-AGR-NUEVA-MONTO
               MOVE ZERO TO WS-AGR-NUEVA-UMBRAL
               MOVE FECHA-MOVIMIENTO TO WS-AGR-NUEVA-FECHA
               PERFORM AGREGAR-ALERTA-GRUPO
           END-IF.
       EVALUAR-ALERTAS-DEBITO-EXIT.
           EXIT.

       BUSCAR-CANAL-CONOCIDO.
           IF WS-CCL-CANAL(WS-CCL-SUB) = WS-CANAL-MOVIMIENTO
               MOVE 'S' TO WS-CCL-CONOCIDO
           END-IF.

       VERIFICAR-CANAL-DEL-BANCO.
           MOVE 'N' TO WS-CCL-DEL-BANCO
           IF WS-CANAL-MOVIMIENTO = WS-CANAL-CUOTA-TARJ OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PLAZO-CAPITAL OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PLAZO-RETENCION OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PRE-CAPITAL OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PRE-INTERES OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-PRE-MORA OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-CHQ-COMISION OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-NOMINA OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-COMISION OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-EMBARGO OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-AJUSTE-VALOR OR
              WS-CANAL-MOVIMIENTO = WS-CANAL-BARRIDO
               MOVE 'S' TO WS-CCL-DEL-BANCO
           END-IF.

       AGREGAR-ALERTA-GRUPO.
      *    MAS DE 50 ALERTAS DE UN MISMO CLIENTE EN UNA CORRIDA YA NO
      *    LE DICEN NADA NUEVO; LAS QUE SOBRAN SE DESCARTAN
           IF WS-CANT-ALE-GRUPO < 50
               ADD 1 TO WS-CANT-ALE-GRUPO
               SET WS-AGR-IDX TO WS-CANT-ALE-GRUPO
               MOVE WS-AGR-NUEVA-TIPO TO WS-AGR-TIPO(WS-AGR-IDX)
               MOVE WS-AGR-NUEVA-FECHA TO WS-AGR-FECHA(WS-AGR-IDX)
               MOVE WS-AGR-NUEVA-MONTO TO WS-AGR-MONTO(WS-AGR-IDX)
               MOVE WS-AGR-NUEVA-UMBRAL TO WS-AGR-UMBRAL(WS-AGR-IDX)
               IF WS-AGR-NUEVA-TIPO = 'SALDOB'
                   MOVE SPACES TO WS-AGR-CANAL(WS-AGR-IDX)
               ELSE
                   MOVE WS-CANAL-MOVIMIENTO TO WS-AGR-CANAL(WS-AGR-IDX)
               END-IF
           END-IF.

       CERRAR-ALERTAS-GRUPO.
      *    SALDO BAJO SOLO CUANDO EL GRUPO CRUZA EL UMBRAL (ARRANCO
      *    IGUAL O POR ENCIMA Y CIERRA POR DEBAJO), PARA NO REPETIR LA
      *    MISMA ALERTA CADA NOCHE MIENTRAS EL SALDO SIGA BAJO; LUEGO
      *    SE GRABAN LAS ALERTAS DEL GRUPO Y SUS CANALES NUEVOS
           IF WS-GRP-ALERTA = 'S' AND WS-GRP-ALE-UMBRAL > 0
               IF NEW-BALANCE < WS-GRP-ALE-UMBRAL AND
                  WS-GROUP-SALDO-INICIAL NOT < WS-GRP-ALE-UMBRAL
                   MOVE 'SALDOB' TO WS-AGR-NUEVA-TIPO
                   MOVE NEW-BALANCE TO WS-AGR-NUEVA-MONTO
                   MOVE WS-GRP-ALE-UMBRAL TO WS-AGR-NUEVA-UMBRAL
                   MOVE WS-FECHA-NEGOCIO TO WS-AGR-NUEVA-FECHA
                   PERFORM AGREGAR-ALERTA-GRUPO
               END-IF
           END-IF
           PERFORM GRABAR-ALERTA-CLIENTE
               VARYING WS-AGR-IDX FROM 1 BY 1
               UNTIL WS-AGR-IDX > WS-CANT-ALE-GRUPO
           PERFORM GRABAR-CANAL-NUEVO
               VARYING WS-CNU-IDX FROM 1 BY 1
               UNTIL WS-CNU-IDX > WS-CANT-CNU-GRUPO.

       GRABAR-ALERTA-CLIENTE.
           MOVE SPACES TO REG-ALERTA
           MOVE PREVIOUS-ID TO ALE-CLI-ID
           MOVE WS-GRP-ALE-MEDIO TO ALE-MEDIO
           MOVE WS-GRP-ALE-DESTINO TO ALE-DESTINO
           MOVE WS-AGR-TIPO(WS-AGR-IDX) TO ALE-TIPO
           MOVE WS-AGR-FECHA(WS-AGR-IDX) TO ALE-FECHA
           MOVE WS-GROUP-MONEDA TO ALE-MONEDA
           MOVE WS-AGR-MONTO(WS-AGR-IDX) TO ALE-MONTO
           MOVE WS-AGR-UMBRAL(WS-AGR-IDX) TO ALE-UMBRAL
           MOVE WS-AGR-CANAL(WS-AGR-IDX) TO ALE-CANAL
           MOVE WS-LOTE-ID TO ALE-LOTE-ID
           EVALUATE WS-AGR-TIPO(WS-AGR-IDX)
               WHEN 'SALDOB'
                   MOVE "SU SALDO QUEDO POR DEBAJO DEL MINIMO ELEGIDO"
                       TO ALE-TEXTO
               WHEN 'DEBITO'
                   MOVE "DEBITO EN SU CUENTA MAYOR AL MONTO ELEGIDO"
                       TO ALE-TEXTO
               WHEN OTHER
                   MOVE "PRIMER DEBITO DE SU CUENTA POR UN CANAL NUEVO"
                       TO ALE-TEXTO
           END-EVALUATE
           WRITE REG-ALERTA
           ADD 1 TO COUNT-ALERTAS.

       GRABAR-CANAL-NUEVO.
           MOVE SPACES TO REG-CANNUE
           MOVE PREVIOUS-ID TO CNU-CLI-ID
           MOVE WS-CNU-CANAL(WS-CNU-IDX) TO CNU-CANAL
           MOVE WS-CNU-FECHA(WS-CNU-IDX) TO CNU-FECHA
           WRITE REG-CANNUE
           ADD 1 TO COUNT-CANALES-NUEVOS.

       ACTUALIZAR-CANALES-CLIENTES.
      *    LOS CANALES NUEVOS DE LA CORRIDA (CON LAS DOS MITADES DE UN
      *    LOTE REINICIADO) SE AGREGAN AL FINAL DE canales_clientes.dat;
      *    NO HACE FALTA REORDENARLO PORQUE LA CARGA LO ORDENA
           IF COUNT-CANALES-NUEVOS = 0
               CONTINUE
           ELSE
               OPEN INPUT FCANNUE
               IF FS-FCANNUE = '00'
                   OPEN EXTEND FCANCLI
                   IF FS-FCANCLI = '35'
                       OPEN OUTPUT FCANCLI
                   END-IF
                   MOVE 'N' TO WS-CCL-EOF
                   PERFORM UNTIL WS-CCL-EOF = 'S'
                       READ FCANNUE
                           AT END
                               MOVE 'S' TO WS-CCL-EOF
                           NOT AT END
                               MOVE REG-CANNUE TO REG-CANCLI
                               WRITE REG-CANCLI
                       END-READ
                   END-PERFORM
                   CLOSE FCANNUE FCANCLI
               END-IF
           END-IF.

       GRABAR-CAJA-POSTEADA.
      *    UN RENGLON POR DEPOSITO/RETIRO DE VENTANILLA APLICADO, PARA
      *    QUE PSA19 LO CUADRE CONTRA LA GAVETA DEL CAJERO; EL AJUSTE
      *    "A" NO MUEVE EFECTIVO Y NO SE INFORMA
           MOVE SPACES TO REG-CAJA-POSTEADA
           MOVE WS-BANCO-CONTRAPARTE TO CPO-SUCURSAL
           IF CPO-SUCURSAL = SPACES
               MOVE 'SINS' TO CPO-SUCURSAL
           END-IF
           MOVE WS-CUENTA-CONTRAPARTE TO CPO-CAJERO
           IF CPO-CAJERO = SPACES
               MOVE 'SINCAJER' TO CPO-CAJERO
           END-IF
           MOVE TYPE-MOVE TO CPO-TIPO
           MOVE WS-MONEDA-MOVIMIENTO TO CPO-MONEDA
           MOVE AMOUNT-MOVE TO CPO-MONTO
           MOVE ID-CLIENT TO CPO-CLI-ID
           MOVE FECHA-MOVIMIENTO TO CPO-FECHA
           MOVE WS-FECHA-NEGOCIO TO CPO-FECHA-NEGOCIO
           MOVE WS-LOTE-ID TO CPO-LOTE-ID
           WRITE REG-CAJA-POSTEADA
           ADD 1 TO COUNT-CAJA-POSTEADA.

       GRABAR-ATM-POSTEADO.
      *    UN RENGLON POR RETIRO ATM APLICADO, PARA QUE PSA20 LO
      *    CONCILIE CONTRA LO QUE EL SWITCH DICE HABER PAGADO
           MOVE SPACES TO REG-ATM-POSTEADO
           MOVE WS-CUENTA-CONTRAPARTE TO APO-REFERENCIA
           MOVE ID-CLIENT TO APO-CLI-ID
           MOVE FECHA-MOVIMIENTO TO APO-FECHA
           MOVE WS-MONEDA-MOVIMIENTO TO APO-MONEDA
           MOVE AMOUNT-MOVE TO APO-MONTO
           MOVE WS-FECHA-NEGOCIO TO APO-FECHA-NEGOCIO
           MOVE WS-LOTE-ID TO APO-LOTE-ID
           WRITE REG-ATM-POSTEADO
           ADD 1 TO COUNT-ATM-POSTEADO.

       BUSCAR-SALDO-MAESTRO.
      * EL SALDO REAL VIENE DEL MAESTRO CLIMAST, NO DEL
      * PREVIOUS-BALANCE QUE TRAE EL PROPIO MOVIMIENTO; UN ID-CLIENT
      * (VER RECHAZAR-MOVIMIENTO), SOLO SE REPORTA COMO NO ENCONTRADO
           MOVE PREVIOUS-ID TO CLI-ID
           MOVE 'N' TO MASTER-FOUND
           MOVE ZERO TO WS-GRP-LIMITE-CREDITO
           READ CLIMASTER
               INVALID KEY
                   MOVE 'N' TO MASTER-FOUND
                   MOVE CLI-LIM-MON-R TO WS-GRP-LIM-MON-R
                   MOVE CLI-LIM-CNT-T TO WS-GRP-LIM-CNT-T
                   MOVE CLI-LIM-MON-T TO WS-GRP-LIM-MON-T
                   MOVE CLI-LIMITE-CREDITO TO WS-GRP-LIMITE-CREDITO
           END-READ.

       GRABAR-JOURNAL-CLIMAST.
