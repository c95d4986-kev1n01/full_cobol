      ******************************************************************
      *  Author: TEC
      *  Date: 15/10/2026
      *  Purpose: Year-end interest and withholding tax certificates:
      *           totals, per client and currency, the gross interest
      *           paid and the tax withheld in the fiscal year from
      *           retencion_fiscal.txt (PSA01 accruals and PSA11 term
      *           deposit maturities), splits joint accounts among
      *           the holders of titulares_cuenta.dat, prints one
      *           certificate per holder and currency, writes the
      *           fixed-format annual return for the tax authority
      *           and ties the tax withheld back to the credits of
      *           the withholding GL account in asientos_gl.txt
      *  Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PSA17.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EXTRACTO FISCAL QUE ACUMULAN PSA01 Y PSA11 (VER GRABAR-
      * RETENCION-FISCAL EN CADA UNO); SE LEE COMPLETO Y SOLO CUENTAN
      * LOS RENGLONES DEL EJERCICIO
           SELECT FRETFISC ASSIGN TO 'retencion_fiscal.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FRETFISC.
      * MAESTRO DE CLIENTES, LECTURA POR CLAVE: NOMBRE DEL TITULAR Y
      * MONEDA DE LOS RENGLONES ANTERIORES A QUE EL EXTRACTO LA TRAJERA
           SELECT CLIMASTER ASSIGN TO 'CLIMAST.dat'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-ID
               FILE STATUS IS CLIMASTER-STATUS.
      * TITULARES Y CO-TITULARES DE CADA CUENTA (MANTENIDO POR PSA02);
      * OPCIONAL, SIN EL CADA CUENTA ES SOLO DE SU CLI-NOMBRE
           SELECT FTITULARES ASSIGN TO 'titulares_cuenta.dat'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FTITULARES.
      * INTERFAZ CONTABLE DE PSA01 Y PSA04; DE AQUI SALE EL HABER DE
      * LA CUENTA DE RETENCIONES DEL EJERCICIO PARA EL CUADRE
           SELECT FGLJOUR ASSIGN TO 'asientos_gl.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FGLJOUR.
      * CERTIFICADOS IMPRESOS, CERTIFICADOS_RET_<EJERCICIO>.txt; UNO
      * POR TITULAR Y MONEDA, SE REESCRIBE POR CORRIDA
           SELECT FCERTIF ASSIGN TO WS-NOM-FCERTIF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FCERTIF.
      * DECLARACION ANUAL DE RETENCIONES, DECLARACION_RET_<EJERCICIO>
      * .txt; COLUMNAS FIJAS SIN SEPARADOR, SE REESCRIBE POR CORRIDA
           SELECT FDECLARA ASSIGN TO WS-NOM-FDECLARA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FDECLARA.
      * PARM-CARD DE PSA01: LA FECHA DE NEGOCIO ES LA DE EMISION Y DE
      * ELLA SALE EL EJERCICIO POR DEFECTO
           SELECT FILPARM ASSIGN TO 'PARMPSA01.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FILPARM.
      * PARM-CARD DE PSA17; MISMO ESTILO POSICIONAL QUE PARMPSA01.txt
           SELECT FPARM17 ASSIGN TO 'PARMPSA17.txt'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-FPARM17.

       DATA DIVISION.
       FILE SECTION.
      * RENGLON DE GRABAR-RETENCION-FISCAL EN PSA01/PSA11; LOS MONTOS
      * VAN EN 8 DIGITOS CON 2 DECIMALES IMPLICITOS. LOS RENGLONES MAS
      * VIEJOS NO TRAEN LA MONEDA (QUEDA EN SPACES AL LEERLOS)
       FD FRETFISC.
       01 REG-RETFISC.
           02 RFI-FECHA.
               03 RFI-ANIO         PIC 9(04).
               03 RFI-MES-DIA      PIC 9(04).
           02 FILLER               PIC X(01).
           02 RFI-CLI-ID           PIC X(05).
           02 FILLER               PIC X(15). *> '|INTERES BRUTO:'
           02 RFI-INTERES          PIC 9(06)V99.
           02 FILLER               PIC X(10). *> '|RETENIDO:'
           02 RFI-RETENIDO         PIC 9(06)V99.
           02 FILLER               PIC X(08). *> '|MONEDA:'
           02 RFI-MONEDA           PIC X(03).
           02 FILLER               PIC X(34).

       FD CLIMASTER.
           COPY CLIMAST.

      * MISMO LAYOUT QUE REG-TITULAR EN estado_cuenta_mensual.cbl
       FD FTITULARES.
       01 REG-TITULAR.
           02 TIT-CLI-ID           PIC X(05).
           02 FILLER               PIC X(01).
           02 TIT-ROL              PIC X(01).
           02 FILLER               PIC X(01).
           02 TIT-NOMBRE           PIC X(20).

      * LOTE|FECHA|CATEGORIA|CUENTA|D-H|MONTO; EL ANCHO DEL LOTE
      * CAMBIA SEGUN EL PROGRAMA QUE ASENTO, ASI QUE SE SEPARA POR '|'
      * (VER LEER-ASIENTO-GL)
       FD FGLJOUR.
       01 GLJOUR-REGISTER          PIC X(100).

       FD FCERTIF.
       01 CERTIF-REGISTER          PIC X(80).

      *    CABECERA, TITULAR, CUENTA, MONEDA Y CIERRE SON CINCO 01 DE
      *    LA MISMA FD; EL TIPO DE REGISTRO ESTA EN LA PRIMERA
      *    POSICION DE TODOS. LOS MONTOS VAN EN LA MONEDA DE LA CUENTA,
      *    SIN PUNTO DECIMAL
       FD FDECLARA.
       01 REG-DEC-CABECERA.
           02 DEC-TIPO-REG         PIC X(01). *> 'H'
           02 DEC-EJERCICIO        PIC 9(04).
           02 DEC-FECHA-EMISION    PIC 9(08).
           02 DEC-CUENTA-GL        PIC X(08).
           02 FILLER               PIC X(79).
       01 REG-DEC-TITULAR.
           02 DET-TIPO-REG         PIC X(01). *> 'P'
      *    MISMO NUMERO QUE EL CERTIFICADO IMPRESO
           02 DET-SECUENCIA        PIC 9(05).
           02 DET-NOMBRE           PIC X(20).
           02 DET-MONEDA           PIC X(03).
           02 DET-CUENTAS          PIC 9(03).
           02 DET-INTERES          PIC 9(09)V99.
           02 DET-RETENIDO         PIC 9(09)V99.
           02 FILLER               PIC X(46).
       01 REG-DEC-CUENTA.
           02 DEK-TIPO-REG         PIC X(01). *> 'C'
      *    SECUENCIA DEL TITULAR AL QUE PERTENECE LA PARTE
           02 DEK-SECUENCIA        PIC 9(05).
           02 DEK-CLI-ID           PIC X(05).
      *    'T' = TITULAR, 'C' = CO-TITULAR
           02 DEK-ROL              PIC X(01).
           02 DEK-PORCENTAJE       PIC 9(03)V99.
           02 DEK-INTERES          PIC 9(09)V99.
           02 DEK-RETENIDO         PIC 9(09)V99.
           02 FILLER               PIC X(61).
       01 REG-DEC-MONEDA.
           02 DEM-TIPO-REG         PIC X(01). *> 'M'
           02 DEM-MONEDA           PIC X(03).
           02 DEM-TITULARES        PIC 9(05).
           02 DEM-INTERES          PIC 9(11)V99.
           02 DEM-RETENIDO         PIC 9(11)V99.
           02 FILLER               PIC X(65).
       01 REG-DEC-CIERRE.
           02 DEZ-TIPO-REG         PIC X(01). *> 'T'
           02 DEZ-TITULARES        PIC 9(05).
      *    TODOS LOS REGISTROS DEL ARCHIVO, CABECERA Y CIERRE INCLUIDOS
           02 DEZ-REGISTROS        PIC 9(07).
      *    SUMA NOMINAL DE TODAS LAS MONEDAS, IGUAL QUE EL ASIENTO
           02 DEZ-INTERES          PIC 9(11)V99.
           02 DEZ-RETENIDO         PIC 9(11)V99.
      *    HABER DE LA CUENTA DE RETENCIONES EN EL EJERCICIO Y LA
      *    DIFERENCIA CONTRA LO RETENIDO ('S' = CUADRA)
           02 DEZ-RETENIDO-GL      PIC 9(11)V99.
           02 DEZ-DIFERENCIA       PIC S9(11)V99
               SIGN IS LEADING SEPARATE CHARACTER.
           02 DEZ-CUADRA           PIC X(01).
           02 FILLER               PIC X(33).

       FD FILPARM.
       01 REG-PARM-PSA01.
           02 PARM-FECHA-NEGOCIO   PIC 9(08). *> 0 = FECHA DEL SISTEMA

       FD FPARM17.
       01 REG-PARM-PSA17.
      *    EJERCICIO A CERTIFICAR (0 = EL ANTERIOR AL DE LA FECHA DE
      *    NEGOCIO, LA CORRIDA NORMAL DE PRINCIPIO DE ANO)
           02 PARM-EJERCICIO       PIC 9(04).
           02 FILLER               PIC X(01).
      *    CUENTA CONTABLE DE RETENCIONES POR PAGAR; DEBE SER LA MISMA
      *    CUENTA HABER DE 'RETENCIO' EN CUENTASGL.txt (SPACES =
      *    26000000, LA DEL PLAN POR DEFECTO DE PSA01)
           02 PARM-CUENTA-RETENCION PIC X(08).

       WORKING-STORAGE SECTION.
       01 FS-FRETFISC              PIC XX.
       01 CLIMASTER-STATUS         PIC XX.
       01 FS-FTITULARES            PIC XX.
       01 FS-FGLJOUR               PIC XX.
       01 FS-FCERTIF               PIC XX.
       01 FS-FDECLARA              PIC XX.
       01 FS-FILPARM               PIC XX.
       01 FS-FPARM17               PIC XX.
       01 WS-RETFISC-EOF           PIC X VALUE 'N'.
       01 WS-TITULARES-EOF         PIC X VALUE 'N'.
       01 WS-GLJOUR-EOF            PIC X VALUE 'N'.
       01 WS-CLIENTE-ENCONTRADO    PIC X(01).

       01 WS-FECHA-NEGOCIO         PIC 9(08).
       01 WS-FECHA-NEGOCIO-R REDEFINES WS-FECHA-NEGOCIO.
           02 WS-ANIO-NEGOCIO      PIC 9(04).
           02 FILLER               PIC 9(04).
       01 WS-EJERCICIO             PIC 9(04).
       01 WS-CUENTA-RETENCION      PIC X(08) VALUE '26000000'.
       01 WS-MONEDA-BASE           PIC X(03) VALUE 'CRC'.
       01 WS-MONEDA-RENGLON        PIC X(03).

       01 WS-CANT-TITULARES        PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-TITULARES.
           02 WS-TIT-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CANT-TITULARES
               INDEXED BY WS-TIT-IDX.
               03 WS-TIT-CLI         PIC X(05).
               03 WS-TIT-ROL         PIC X(01).
               03 WS-TIT-NOMBRE      PIC X(20).

      * TOTALES DEL EJERCICIO POR CLIENTE Y MONEDA, ORDENADOS POR
      * CLIENTE ANTES DE REPARTIRLOS ENTRE LOS TITULARES
       01 WS-CANT-CUENTAS          PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-CUENTAS.
           02 WS-CTA-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-CUENTAS
               ASCENDING KEY IS WS-CTA-CLAVE
               INDEXED BY WS-CTA-IDX.
               03 WS-CTA-CLAVE.
                   04 WS-CTA-CLI     PIC X(05).
                   04 WS-CTA-MONEDA  PIC X(03).
               03 WS-CTA-INTERES     PIC 9(09)V99.
               03 WS-CTA-RETENIDO    PIC 9(09)V99.
               03 WS-CTA-RENGLONES   PIC 9(05).

      * TITULARES DE LA CUENTA EN CURSO: EL DE CLI-NOMBRE PRIMERO (SE
      * QUEDA CON EL RESTO DEL REPARTO) Y LUEGO LOS DE titulares_cuenta
       01 WS-CANT-PARTES           PIC 9(02) COMP VALUE ZERO.
       01 WS-TABLA-PARTES.
           02 WS-PAR-ENTRY OCCURS 20 TIMES INDEXED BY WS-PAR-IDX.
               03 WS-PAR-NOMBRE      PIC X(20).
               03 WS-PAR-ROL         PIC X(01).
       01 WS-NOMBRE-CUENTA         PIC X(20).
       01 WS-PARTE-INTERES         PIC 9(09)V99.
       01 WS-PARTE-RETENIDO        PIC 9(09)V99.
       01 WS-PARTE-PORCENTAJE      PIC 9(03)V99.
       01 WS-RESTO-INTERES         PIC 9(09)V99.
       01 WS-RESTO-RETENIDO        PIC 9(09)V99.

      * CADA TITULAR SE IDENTIFICA POR NOMBRE (titulares_cuenta NO
      * TRAE CLIENTE DEL CO-TITULAR, IGUAL QUE EN PSA15) Y MONEDA; UN
      * CERTIFICADO POR CADA UNO, CON EL DETALLE DE SUS PARTES
       01 WS-CANT-PERSONAS         PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-PERSONAS.
           02 WS-PER-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CANT-PERSONAS
               INDEXED BY WS-PER-IDX.
               03 WS-PER-NOMBRE      PIC X(20).
               03 WS-PER-MONEDA      PIC X(03).
               03 WS-PER-CUENTAS     PIC 9(03).
               03 WS-PER-INTERES     PIC 9(09)V99.
               03 WS-PER-RETENIDO    PIC 9(09)V99.
       01 WS-CANT-VINCULOS         PIC 9(05) COMP VALUE ZERO.
       01 WS-TABLA-VINCULOS.
           02 WS-VIN-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CANT-VINCULOS
               INDEXED BY WS-VIN-IDX.
               03 WS-VIN-PERSONA     PIC 9(05) COMP.
               03 WS-VIN-CLI         PIC X(05).
               03 WS-VIN-ROL         PIC X(01).
               03 WS-VIN-NOMBRE-CTA  PIC X(20).
               03 WS-VIN-PORCENTAJE  PIC 9(03)V99.
               03 WS-VIN-INTERES     PIC 9(09)V99.
               03 WS-VIN-RETENIDO    PIC 9(09)V99.
       01 WS-PERSONA-NOMBRE        PIC X(20).
       01 WS-PERSONA-ROL           PIC X(01).
       01 WS-PERSONA-NUM           PIC 9(05) COMP.
       01 WS-TABLAS-LLENAS         PIC X VALUE 'N'.

      * TOTALES DE LA DECLARACION POR MONEDA
       01 WS-CANT-MONEDAS          PIC 9(02) COMP VALUE ZERO.
       01 WS-TABLA-MONEDAS.
           02 WS-MON-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON WS-CANT-MONEDAS
               INDEXED BY WS-MON-IDX.
               03 WS-MON-CODIGO      PIC X(03).
               03 WS-MON-TITULARES   PIC 9(05).
               03 WS-MON-INTERES     PIC 9(11)V99.
               03 WS-MON-RETENIDO    PIC 9(11)V99.
       01 WS-MONEDA-ENCONTRADA     PIC X(01).

      * TOTALES DE CONTROL: LO LEIDO DEL EXTRACTO, LO CERTIFICADO
      * (DEBE SER LO MISMO, EL REPARTO NO PIERDE CENTIMOS) Y EL HABER
      * DE LA CUENTA DE RETENCIONES EN asientos_gl.txt
       01 WS-TOT-INTERES-EXT       PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-RETENIDO-EXT      PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-INTERES-CERT      PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-RETENIDO-CERT     PIC 9(11)V99 VALUE ZERO.
       01 WS-TOT-RETENIDO-GL       PIC 9(11)V99 VALUE ZERO.
       01 WS-DIFERENCIA-GL         PIC S9(11)V99 VALUE ZERO.
       01 WS-REGISTROS-DEC         PIC 9(07) VALUE ZERO.
       01 WS-SECUENCIA-CERT        PIC 9(05) VALUE ZERO.

      * CAMPOS DE UN RENGLON DE asientos_gl.txt
       01 WS-ASI-LOTE              PIC X(20).
       01 WS-ASI-FECHA             PIC X(08).
       01 WS-ASI-FECHA-R REDEFINES WS-ASI-FECHA.
           02 WS-ASI-ANIO          PIC X(04).
           02 FILLER               PIC X(04).
       01 WS-ASI-CATEGORIA         PIC X(08).
       01 WS-ASI-CUENTA            PIC X(20).
       01 WS-ASI-SENTIDO           PIC X(01).
       01 WS-ASI-MONTO-TRANSITO    PIC 9(09)V99.
       01 WS-ASI-MONTO-DIG REDEFINES WS-ASI-MONTO-TRANSITO
                                   PIC X(11).

       01 WS-NOM-FCERTIF           PIC X(40) VALUE SPACES.
       01 WS-NOM-FDECLARA          PIC X(40) VALUE SPACES.
       01 WS-MONTO-DISP            PIC ZZZZZZZZZZ9.99.
       01 WS-DIFERENCIA-DISP       PIC -ZZZZZZZZZZ9.99.

      * RENGLONES DEL CERTIFICADO IMPRESO
       01 WS-CER-SEPARADOR         PIC X(80) VALUE ALL '='.
       01 WS-CER-BLANCO            PIC X(80) VALUE SPACES.
       01 WS-CER-TITULO.
           02 FILLER               PIC X(40)
               VALUE 'PSA17 - CERTIFICADO DE INTERESES Y RETEN'.
           02 FILLER               PIC X(10) VALUE 'CIONES    '.
           02 FILLER               PIC X(11) VALUE 'EJERCICIO: '.
           02 CER-TIT-EJERCICIO    PIC 9(04).
           02 FILLER               PIC X(15) VALUE SPACES.
       01 WS-CER-NUMERO.
           02 FILLER               PIC X(17) VALUE 'CERTIFICADO NO.: '.
           02 CER-NUM-SECUENCIA    PIC 9(05).
           02 FILLER               PIC X(28) VALUE SPACES.
           02 FILLER               PIC X(09) VALUE 'EMITIDO: '.
           02 CER-NUM-FECHA        PIC 9(08).
           02 FILLER               PIC X(13) VALUE SPACES.
       01 WS-CER-TITULAR.
           02 FILLER               PIC X(10) VALUE 'TITULAR : '.
           02 CER-TTL-NOMBRE       PIC X(20).
           02 FILLER               PIC X(05) VALUE SPACES.
           02 FILLER               PIC X(08) VALUE 'MONEDA: '.
           02 CER-TTL-MONEDA       PIC X(03).
           02 FILLER               PIC X(34) VALUE SPACES.
       01 WS-CER-ENCABEZADO.
           02 FILLER               PIC X(40)
               VALUE ' CUENTA  NOMBRE DE LA CUENTA  ROL  PARTE'.
           02 FILLER               PIC X(40)
               VALUE '%   INTERES BRUTO         RETENIDO      '.
       01 WS-CER-RAYA.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 FILLER               PIC X(73) VALUE ALL '-'.
           02 FILLER               PIC X(06) VALUE SPACES.
       01 WS-CER-DETALLE.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 CER-DET-CLI          PIC X(05).
           02 FILLER               PIC X(03) VALUE SPACES.
           02 CER-DET-NOMBRE       PIC X(20).
           02 FILLER               PIC X(03) VALUE SPACES.
           02 CER-DET-ROL          PIC X(01).
           02 FILLER               PIC X(02) VALUE SPACES.
           02 CER-DET-PORCENTAJE   PIC ZZ9.99.
           02 FILLER               PIC X(02) VALUE SPACES.
           02 CER-DET-INTERES      PIC ZZZZZZZZZZ9.99.
           02 FILLER               PIC X(03) VALUE SPACES.
           02 CER-DET-RETENIDO     PIC ZZZZZZZZZZ9.99.
           02 FILLER               PIC X(06) VALUE SPACES.
       01 WS-CER-TOTAL.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 FILLER               PIC X(42)
               VALUE 'TOTAL DEL EJERCICIO'.
           02 CER-TOT-INTERES      PIC ZZZZZZZZZZ9.99.
           02 FILLER               PIC X(03) VALUE SPACES.
           02 CER-TOT-RETENIDO     PIC ZZZZZZZZZZ9.99.
           02 FILLER               PIC X(06) VALUE SPACES.
       01 WS-CER-NETO.
           02 FILLER               PIC X(01) VALUE SPACE.
           02 FILLER               PIC X(42)
               VALUE 'INTERES NETO ACREDITADO'.
           02 CER-NET-INTERES      PIC ZZZZZZZZZZ9.99.
           02 FILLER               PIC X(23) VALUE SPACES.
       01 WS-CER-LEYENDA-1.
           02 FILLER               PIC X(40)
               VALUE ' SE CERTIFICA QUE SOBRE LOS INTERESES PA'.
           02 FILLER               PIC X(40)
               VALUE 'GADOS AL TITULAR EN EL EJERCICIO SE     '.
       01 WS-CER-LEYENDA-2.
           02 FILLER               PIC X(40)
               VALUE ' PRACTICO LA RETENCION INDICADA, INGRESA'.
           02 FILLER               PIC X(40)
               VALUE 'DA A LA AUTORIDAD TRIBUTARIA.          '.

       01 COUNT-RENGLONES-LEIDOS   PIC 9(7) VALUE 0.
       01 COUNT-RENGLONES-EJERCICIO PIC 9(7) VALUE 0.
       01 COUNT-RENGLONES-INVALIDOS PIC 9(5) VALUE 0.
       01 COUNT-SIN-MONEDA         PIC 9(5) VALUE 0.
       01 COUNT-SIN-MAESTRO        PIC 9(5) VALUE 0.
       01 COUNT-CUENTAS-CONJUNTAS  PIC 9(5) VALUE 0.
       01 COUNT-ASIENTOS-RETENCION PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
           PERFORM LEER-PARAMETROS
           PERFORM CARGAR-TITULARES

           OPEN INPUT CLIMASTER
           IF CLIMASTER-STATUS NOT = '00'
               DISPLAY "ERROR AL ABRIR CLIMAST.dat FS: "
                   CLIMASTER-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CARGAR-RETENCIONES
           SORT WS-CTA-ENTRY ON ASCENDING KEY WS-CTA-CLAVE
           PERFORM VARYING WS-CTA-IDX FROM 1 BY 1
               UNTIL WS-CTA-IDX > WS-CANT-CUENTAS
               PERFORM REPARTIR-CUENTA
           END-PERFORM
           CLOSE CLIMASTER

           PERFORM SUMAR-HABER-RETENCIONES

           MOVE SPACES TO WS-NOM-FCERTIF WS-NOM-FDECLARA
           STRING 'CERTIFICADOS_RET_' DELIMITED BY SIZE
               WS-EJERCICIO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FCERTIF
           STRING 'DECLARACION_RET_' DELIMITED BY SIZE
               WS-EJERCICIO DELIMITED BY SIZE
               '.txt' DELIMITED BY SIZE
               INTO WS-NOM-FDECLARA
           OPEN OUTPUT FCERTIF FDECLARA
           PERFORM GRABAR-CABECERA-DECLARACION
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-CANT-PERSONAS
               PERFORM EMITIR-CERTIFICADO
           END-PERFORM
           PERFORM GRABAR-CIERRE-DECLARACION
           CLOSE FCERTIF FDECLARA

           DISPLAY "EJERCICIO CERTIFICADO      : " WS-EJERCICIO
           DISPLAY "RENGLONES DEL EXTRACTO     : "
               COUNT-RENGLONES-LEIDOS
           DISPLAY "RENGLONES DEL EJERCICIO    : "
               COUNT-RENGLONES-EJERCICIO
           DISPLAY "RENGLONES INVALIDOS        : "
               COUNT-RENGLONES-INVALIDOS
           DISPLAY "RENGLONES SIN MONEDA       : " COUNT-SIN-MONEDA
           DISPLAY "CUENTAS CON INTERES        : " WS-CANT-CUENTAS
           DISPLAY "CUENTAS CONJUNTAS          : "
               COUNT-CUENTAS-CONJUNTAS
           DISPLAY "CUENTAS SIN MAESTRO        : " COUNT-SIN-MAESTRO
           DISPLAY "CERTIFICADOS EMITIDOS      : " WS-SECUENCIA-CERT
           PERFORM MOSTRAR-CUADRE

           IF WS-TABLAS-LLENAS = 'S'
               DISPLAY "DECLARACION INCOMPLETA: DEMASIADAS CUENTAS O "
                   "TITULARES EN EL EJERCICIO"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-DIFERENCIA-GL NOT = 0 OR
                  COUNT-RENGLONES-INVALIDOS > 0 OR
                  COUNT-SIN-MAESTRO > 0
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
           COMPUTE WS-EJERCICIO = WS-ANIO-NEGOCIO - 1

           MOVE SPACES TO REG-PARM-PSA17
           OPEN INPUT FPARM17
           IF FS-FPARM17 = '00'
               READ FPARM17
                   AT END
                       MOVE SPACES TO REG-PARM-PSA17
                   NOT AT END
                       CONTINUE
               END-READ
               CLOSE FPARM17
           END-IF
           IF PARM-EJERCICIO IS NUMERIC AND PARM-EJERCICIO > 0
               MOVE PARM-EJERCICIO TO WS-EJERCICIO
           END-IF
           IF PARM-CUENTA-RETENCION NOT = SPACES
               MOVE PARM-CUENTA-RETENCION TO WS-CUENTA-RETENCION
           END-IF

           DISPLAY "FECHA DE EMISION           : " WS-FECHA-NEGOCIO
           DISPLAY "EJERCICIO FISCAL           : " WS-EJERCICIO
           DISPLAY "CUENTA DE RETENCIONES      : " WS-CUENTA-RETENCION.

       CARGAR-TITULARES.
      *    SOLO TITULARES Y CO-TITULARES: EL APODERADO NO ES DUENO DEL
      *    INTERES Y NO RECIBE CERTIFICADO
           OPEN INPUT FTITULARES
           IF FS-FTITULARES = '00'
               PERFORM LEER-TITULAR
               PERFORM UNTIL WS-TITULARES-EOF = 'S'
                   IF (TIT-ROL = 'T' OR TIT-ROL = 'C') AND
                      WS-CANT-TITULARES < 10000
                       ADD 1 TO WS-CANT-TITULARES
                       SET WS-TIT-IDX TO WS-CANT-TITULARES
                       MOVE TIT-CLI-ID TO WS-TIT-CLI(WS-TIT-IDX)
                       MOVE TIT-ROL TO WS-TIT-ROL(WS-TIT-IDX)
                       MOVE TIT-NOMBRE TO WS-TIT-NOMBRE(WS-TIT-IDX)
                   END-IF
                   PERFORM LEER-TITULAR
               END-PERFORM
               CLOSE FTITULARES
               DISPLAY "RELACIONES DE TITULARES CARGADAS: "
                   WS-CANT-TITULARES
           END-IF.

       LEER-TITULAR.
           READ FTITULARES
               AT END
                   MOVE 'S' TO WS-TITULARES-EOF
               NOT AT END
                   CONTINUE
           END-READ.

       CARGAR-RETENCIONES.
      *    SIN EXTRACTO NO HUBO INTERES PAGADO; LA DECLARACION SALE
      *    IGUAL, SOLO CON CABECERA Y CIERRE
           OPEN INPUT FRETFISC
           IF FS-FRETFISC = '00'
               PERFORM LEER-RETENCION
               PERFORM UNTIL WS-RETFISC-EOF = 'S'
                   PERFORM ACUMULAR-RETENCION
                   PERFORM LEER-RETENCION
               END-PERFORM
               CLOSE FRETFISC
           ELSE
               DISPLAY "retencion_fiscal.txt NO DISPONIBLE FS: "
                   FS-FRETFISC
           END-IF.

       LEER-RETENCION.
           MOVE SPACES TO REG-RETFISC
           READ FRETFISC
               AT END
                   MOVE 'S' TO WS-RETFISC-EOF
               NOT AT END
                   ADD 1 TO COUNT-RENGLONES-LEIDOS
           END-READ.

       ACUMULAR-RETENCION.
           IF RFI-FECHA IS NOT NUMERIC OR
              RFI-INTERES IS NOT NUMERIC OR
              RFI-RETENIDO IS NOT NUMERIC
               ADD 1 TO COUNT-RENGLONES-INVALIDOS
               DISPLAY "RENGLON FISCAL INVALIDO: " REG-RETFISC(1:60)
           ELSE
               IF RFI-ANIO = WS-EJERCICIO
                   ADD 1 TO COUNT-RENGLONES-EJERCICIO
                   PERFORM GUARDAR-RETENCION
               END-IF
           END-IF.

       GUARDAR-RETENCION.
      *    UN RENGLON SIN MONEDA ES ANTERIOR A QUE EL EXTRACTO LA
      *    LLEVARA; VALE LA DE LA CUENTA EN EL MAESTRO
           MOVE RFI-MONEDA TO WS-MONEDA-RENGLON
           IF WS-MONEDA-RENGLON = SPACES
               ADD 1 TO COUNT-SIN-MONEDA
               MOVE RFI-CLI-ID TO CLI-ID
               PERFORM LEER-CLIENTE
               IF WS-CLIENTE-ENCONTRADO = 'S' AND CLI-MONEDA NOT =
                  SPACES
                   MOVE CLI-MONEDA TO WS-MONEDA-RENGLON
               ELSE
                   MOVE WS-MONEDA-BASE TO WS-MONEDA-RENGLON
               END-IF
           END-IF
           ADD RFI-INTERES TO WS-TOT-INTERES-EXT
           ADD RFI-RETENIDO TO WS-TOT-RETENIDO-EXT

           SET WS-CTA-IDX TO 1
           SEARCH WS-CTA-ENTRY
               AT END
                   IF WS-CANT-CUENTAS < 5000
                       ADD 1 TO WS-CANT-CUENTAS
                       SET WS-CTA-IDX TO WS-CANT-CUENTAS
                       MOVE RFI-CLI-ID TO WS-CTA-CLI(WS-CTA-IDX)
                       MOVE WS-MONEDA-RENGLON TO
                           WS-CTA-MONEDA(WS-CTA-IDX)
                       MOVE RFI-INTERES TO WS-CTA-INTERES(WS-CTA-IDX)
                       MOVE RFI-RETENIDO TO
                           WS-CTA-RETENIDO(WS-CTA-IDX)
                       MOVE 1 TO WS-CTA-RENGLONES(WS-CTA-IDX)
                   ELSE
                       MOVE 'S' TO WS-TABLAS-LLENAS
                   END-IF
               WHEN WS-CTA-CLI(WS-CTA-IDX) = RFI-CLI-ID AND
                    WS-CTA-MONEDA(WS-CTA-IDX) = WS-MONEDA-RENGLON
                   ADD RFI-INTERES TO WS-CTA-INTERES(WS-CTA-IDX)
                   ADD RFI-RETENIDO TO WS-CTA-RETENIDO(WS-CTA-IDX)
                   ADD 1 TO WS-CTA-RENGLONES(WS-CTA-IDX)
           END-SEARCH.

       LEER-CLIENTE.
           MOVE 'S' TO WS-CLIENTE-ENCONTRADO
           READ CLIMASTER
               INVALID KEY
                   MOVE 'N' TO WS-CLIENTE-ENCONTRADO
           END-READ.

       REPARTIR-CUENTA.
      *    LOS TITULARES DE LA CUENTA SON SU CLI-NOMBRE Y CADA TITULAR
      *    O CO-TITULAR DE titulares_cuenta.dat CON OTRO NOMBRE; TODOS
      *    EN PARTES IGUALES Y LOS CENTIMOS QUE SOBRAN AL PRIMERO, ASI
      *    LA SUMA DE LOS CERTIFICADOS ES EXACTAMENTE LA DEL EXTRACTO
           MOVE WS-CTA-CLI(WS-CTA-IDX) TO CLI-ID
           PERFORM LEER-CLIENTE
           MOVE ZERO TO WS-CANT-PARTES
           IF WS-CLIENTE-ENCONTRADO = 'S'
               MOVE CLI-NOMBRE TO WS-NOMBRE-CUENTA
               MOVE 1 TO WS-CANT-PARTES
               MOVE CLI-NOMBRE TO WS-PAR-NOMBRE(1)
               MOVE 'T' TO WS-PAR-ROL(1)
           ELSE
               MOVE SPACES TO WS-NOMBRE-CUENTA
               ADD 1 TO COUNT-SIN-MAESTRO
               DISPLAY "CLIENTE " WS-CTA-CLI(WS-CTA-IDX)
                   " NO ESTA EN CLIMAST.dat, SE CERTIFICA A SUS "
                   "TITULARES REGISTRADOS"
           END-IF
           PERFORM VARYING WS-TIT-IDX FROM 1 BY 1
               UNTIL WS-TIT-IDX > WS-CANT-TITULARES
               IF WS-TIT-CLI(WS-TIT-IDX) = WS-CTA-CLI(WS-CTA-IDX) AND
                  WS-TIT-NOMBRE(WS-TIT-IDX) NOT = WS-NOMBRE-CUENTA AND
                  WS-CANT-PARTES < 20
                   ADD 1 TO WS-CANT-PARTES
                   SET WS-PAR-IDX TO WS-CANT-PARTES
                   MOVE WS-TIT-NOMBRE(WS-TIT-IDX) TO
                       WS-PAR-NOMBRE(WS-PAR-IDX)
                   MOVE WS-TIT-ROL(WS-TIT-IDX) TO WS-PAR-ROL(WS-PAR-IDX)
               END-IF
           END-PERFORM
           IF WS-CANT-PARTES = 0
               MOVE 1 TO WS-CANT-PARTES
               MOVE SPACES TO WS-PAR-NOMBRE(1)
               STRING 'CLIENTE ' DELIMITED BY SIZE
                   WS-CTA-CLI(WS-CTA-IDX) DELIMITED BY SIZE
                   INTO WS-PAR-NOMBRE(1)
               MOVE 'T' TO WS-PAR-ROL(1)
           END-IF
           IF WS-CANT-PARTES > 1
               ADD 1 TO COUNT-CUENTAS-CONJUNTAS
           END-IF
           IF WS-NOMBRE-CUENTA = SPACES
               MOVE WS-PAR-NOMBRE(1) TO WS-NOMBRE-CUENTA
           END-IF

           DIVIDE WS-CTA-INTERES(WS-CTA-IDX) BY WS-CANT-PARTES
               GIVING WS-PARTE-INTERES
           DIVIDE WS-CTA-RETENIDO(WS-CTA-IDX) BY WS-CANT-PARTES
               GIVING WS-PARTE-RETENIDO
           COMPUTE WS-RESTO-INTERES = WS-CTA-INTERES(WS-CTA-IDX)
               - WS-PARTE-INTERES * WS-CANT-PARTES
           COMPUTE WS-RESTO-RETENIDO = WS-CTA-RETENIDO(WS-CTA-IDX)
               - WS-PARTE-RETENIDO * WS-CANT-PARTES
           COMPUTE WS-PARTE-PORCENTAJE ROUNDED = 100 / WS-CANT-PARTES
           PERFORM VARYING WS-PAR-IDX FROM 1 BY 1
               UNTIL WS-PAR-IDX > WS-CANT-PARTES
               MOVE WS-PAR-NOMBRE(WS-PAR-IDX) TO WS-PERSONA-NOMBRE
               MOVE WS-PAR-ROL(WS-PAR-IDX) TO WS-PERSONA-ROL
               PERFORM VINCULAR-PERSONA
           END-PERFORM.

       VINCULAR-PERSONA.
           MOVE ZERO TO WS-PERSONA-NUM
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
               UNTIL WS-PER-IDX > WS-CANT-PERSONAS
               IF WS-PER-NOMBRE(WS-PER-IDX) = WS-PERSONA-NOMBRE AND
                  WS-PER-MONEDA(WS-PER-IDX) = WS-CTA-MONEDA(WS-CTA-IDX)
                   SET WS-PERSONA-NUM TO WS-PER-IDX
               END-IF
           END-PERFORM
           IF WS-PERSONA-NUM = 0
               IF WS-CANT-PERSONAS < 5000
                   ADD 1 TO WS-CANT-PERSONAS
                   MOVE WS-CANT-PERSONAS TO WS-PERSONA-NUM
                   SET WS-PER-IDX TO WS-PERSONA-NUM
                   MOVE WS-PERSONA-NOMBRE TO WS-PER-NOMBRE(WS-PER-IDX)
                   MOVE WS-CTA-MONEDA(WS-CTA-IDX) TO
                       WS-PER-MONEDA(WS-PER-IDX)
                   MOVE ZERO TO WS-PER-CUENTAS(WS-PER-IDX)
                       WS-PER-INTERES(WS-PER-IDX)
                       WS-PER-RETENIDO(WS-PER-IDX)
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF
           IF WS-PERSONA-NUM > 0
               IF WS-CANT-VINCULOS < 10000
                   ADD 1 TO WS-CANT-VINCULOS
                   SET WS-VIN-IDX TO WS-CANT-VINCULOS
                   MOVE WS-PERSONA-NUM TO WS-VIN-PERSONA(WS-VIN-IDX)
                   MOVE WS-CTA-CLI(WS-CTA-IDX) TO WS-VIN-CLI(WS-VIN-IDX)
                   MOVE WS-PERSONA-ROL TO WS-VIN-ROL(WS-VIN-IDX)
                   MOVE WS-NOMBRE-CUENTA TO
                       WS-VIN-NOMBRE-CTA(WS-VIN-IDX)
                   MOVE WS-PARTE-PORCENTAJE TO
                       WS-VIN-PORCENTAJE(WS-VIN-IDX)
                   MOVE WS-PARTE-INTERES TO WS-VIN-INTERES(WS-VIN-IDX)
                   MOVE WS-PARTE-RETENIDO TO WS-VIN-RETENIDO(WS-VIN-IDX)
                   IF WS-PAR-IDX = 1
                       ADD WS-RESTO-INTERES TO
                           WS-VIN-INTERES(WS-VIN-IDX)
                       ADD WS-RESTO-RETENIDO TO
                           WS-VIN-RETENIDO(WS-VIN-IDX)
                   END-IF
                   SET WS-PER-IDX TO WS-PERSONA-NUM
                   ADD 1 TO WS-PER-CUENTAS(WS-PER-IDX)
                   ADD WS-VIN-INTERES(WS-VIN-IDX) TO
                       WS-PER-INTERES(WS-PER-IDX)
                   ADD WS-VIN-RETENIDO(WS-VIN-IDX) TO
                       WS-PER-RETENIDO(WS-PER-IDX)
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF.

       SUMAR-HABER-RETENCIONES.
      *    HABER DE LA CUENTA DE RETENCIONES CON FECHA EN EL EJERCICIO;
      *    LOS RENGLONES DE CUADRE DE CADA LOTE NO TRAEN CUENTA EN LA
      *    CUARTA POSICION Y QUEDAN FUERA SOLOS
           OPEN INPUT FGLJOUR
           IF FS-FGLJOUR = '00'
               PERFORM LEER-ASIENTO-GL
               PERFORM UNTIL WS-GLJOUR-EOF = 'S'
                   IF WS-ASI-ANIO = WS-EJERCICIO AND
                      WS-ASI-CUENTA = WS-CUENTA-RETENCION AND
                      WS-ASI-SENTIDO = 'H'
                       IF WS-ASI-MONTO-DIG IS NUMERIC
                           ADD WS-ASI-MONTO-TRANSITO TO
                               WS-TOT-RETENIDO-GL
                           ADD 1 TO COUNT-ASIENTOS-RETENCION
                       ELSE
                           DISPLAY "ASIENTO DE RETENCION INVALIDO: "
                               GLJOUR-REGISTER(1:60)
                       END-IF
                   END-IF
                   PERFORM LEER-ASIENTO-GL
               END-PERFORM
               CLOSE FGLJOUR
           ELSE
               DISPLAY "asientos_gl.txt NO DISPONIBLE FS: " FS-FGLJOUR
           END-IF
           COMPUTE WS-DIFERENCIA-GL =
               WS-TOT-RETENIDO-EXT - WS-TOT-RETENIDO-GL.

       LEER-ASIENTO-GL.
           READ FGLJOUR
               AT END
                   MOVE 'S' TO WS-GLJOUR-EOF
               NOT AT END
                   MOVE SPACES TO WS-ASI-LOTE WS-ASI-FECHA
                       WS-ASI-CATEGORIA WS-ASI-CUENTA WS-ASI-SENTIDO
                       WS-ASI-MONTO-DIG
                   UNSTRING GLJOUR-REGISTER DELIMITED BY '|'
                       INTO WS-ASI-LOTE WS-ASI-FECHA WS-ASI-CATEGORIA
                            WS-ASI-CUENTA WS-ASI-SENTIDO
                            WS-ASI-MONTO-DIG
                   END-UNSTRING
           END-READ.

       GRABAR-CABECERA-DECLARACION.
           MOVE SPACES TO REG-DEC-CABECERA
           MOVE 'H' TO DEC-TIPO-REG
           MOVE WS-EJERCICIO TO DEC-EJERCICIO
           MOVE WS-FECHA-NEGOCIO TO DEC-FECHA-EMISION
           MOVE WS-CUENTA-RETENCION TO DEC-CUENTA-GL
           WRITE REG-DEC-CABECERA
           ADD 1 TO WS-REGISTROS-DEC.

       EMITIR-CERTIFICADO.
      *    CERTIFICADO IMPRESO Y REGISTRO 'P' DE LA DECLARACION CON EL
      *    MISMO NUMERO, SEGUIDOS DEL DETALLE DE CADA PARTE
           ADD 1 TO WS-SECUENCIA-CERT
           SET WS-PERSONA-NUM TO WS-PER-IDX
           MOVE WS-EJERCICIO TO CER-TIT-EJERCICIO
           MOVE WS-SECUENCIA-CERT TO CER-NUM-SECUENCIA
           MOVE WS-FECHA-NEGOCIO TO CER-NUM-FECHA
           MOVE WS-PER-NOMBRE(WS-PER-IDX) TO CER-TTL-NOMBRE
           MOVE WS-PER-MONEDA(WS-PER-IDX) TO CER-TTL-MONEDA
           WRITE CERTIF-REGISTER FROM WS-CER-SEPARADOR
           WRITE CERTIF-REGISTER FROM WS-CER-TITULO
           WRITE CERTIF-REGISTER FROM WS-CER-NUMERO
           WRITE CERTIF-REGISTER FROM WS-CER-BLANCO
           WRITE CERTIF-REGISTER FROM WS-CER-TITULAR
           WRITE CERTIF-REGISTER FROM WS-CER-BLANCO
           WRITE CERTIF-REGISTER FROM WS-CER-ENCABEZADO
           WRITE CERTIF-REGISTER FROM WS-CER-RAYA

           MOVE SPACES TO REG-DEC-TITULAR
           MOVE 'P' TO DET-TIPO-REG
           MOVE WS-SECUENCIA-CERT TO DET-SECUENCIA
           MOVE WS-PER-NOMBRE(WS-PER-IDX) TO DET-NOMBRE
           MOVE WS-PER-MONEDA(WS-PER-IDX) TO DET-MONEDA
           MOVE WS-PER-CUENTAS(WS-PER-IDX) TO DET-CUENTAS
           MOVE WS-PER-INTERES(WS-PER-IDX) TO DET-INTERES
           MOVE WS-PER-RETENIDO(WS-PER-IDX) TO DET-RETENIDO
           WRITE REG-DEC-TITULAR
           ADD 1 TO WS-REGISTROS-DEC

           PERFORM VARYING WS-VIN-IDX FROM 1 BY 1
               UNTIL WS-VIN-IDX > WS-CANT-VINCULOS
               IF WS-VIN-PERSONA(WS-VIN-IDX) = WS-PERSONA-NUM
                   PERFORM GRABAR-PARTE-CERTIFICADO
               END-IF
           END-PERFORM

           MOVE WS-PER-INTERES(WS-PER-IDX) TO CER-TOT-INTERES
           MOVE WS-PER-RETENIDO(WS-PER-IDX) TO CER-TOT-RETENIDO
           COMPUTE CER-NET-INTERES = WS-PER-INTERES(WS-PER-IDX)
               - WS-PER-RETENIDO(WS-PER-IDX)
           WRITE CERTIF-REGISTER FROM WS-CER-RAYA
           WRITE CERTIF-REGISTER FROM WS-CER-TOTAL
           WRITE CERTIF-REGISTER FROM WS-CER-NETO
           WRITE CERTIF-REGISTER FROM WS-CER-BLANCO
           WRITE CERTIF-REGISTER FROM WS-CER-LEYENDA-1
           WRITE CERTIF-REGISTER FROM WS-CER-LEYENDA-2
           WRITE CERTIF-REGISTER FROM WS-CER-BLANCO

           ADD WS-PER-INTERES(WS-PER-IDX) TO WS-TOT-INTERES-CERT
           ADD WS-PER-RETENIDO(WS-PER-IDX) TO WS-TOT-RETENIDO-CERT
           PERFORM ACUMULAR-MONEDA.

       GRABAR-PARTE-CERTIFICADO.
           MOVE WS-VIN-CLI(WS-VIN-IDX) TO CER-DET-CLI
           MOVE WS-VIN-NOMBRE-CTA(WS-VIN-IDX) TO CER-DET-NOMBRE
           MOVE WS-VIN-ROL(WS-VIN-IDX) TO CER-DET-ROL
           MOVE WS-VIN-PORCENTAJE(WS-VIN-IDX) TO CER-DET-PORCENTAJE
           MOVE WS-VIN-INTERES(WS-VIN-IDX) TO CER-DET-INTERES
           MOVE WS-VIN-RETENIDO(WS-VIN-IDX) TO CER-DET-RETENIDO
           WRITE CERTIF-REGISTER FROM WS-CER-DETALLE

           MOVE SPACES TO REG-DEC-CUENTA
           MOVE 'C' TO DEK-TIPO-REG
           MOVE WS-SECUENCIA-CERT TO DEK-SECUENCIA
           MOVE WS-VIN-CLI(WS-VIN-IDX) TO DEK-CLI-ID
           MOVE WS-VIN-ROL(WS-VIN-IDX) TO DEK-ROL
           MOVE WS-VIN-PORCENTAJE(WS-VIN-IDX) TO DEK-PORCENTAJE
           MOVE WS-VIN-INTERES(WS-VIN-IDX) TO DEK-INTERES
           MOVE WS-VIN-RETENIDO(WS-VIN-IDX) TO DEK-RETENIDO
           WRITE REG-DEC-CUENTA
           ADD 1 TO WS-REGISTROS-DEC.

       ACUMULAR-MONEDA.
           MOVE 'N' TO WS-MONEDA-ENCONTRADA
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > WS-CANT-MONEDAS
               IF WS-MON-CODIGO(WS-MON-IDX) = WS-PER-MONEDA(WS-PER-IDX)
                   MOVE 'S' TO WS-MONEDA-ENCONTRADA
                   ADD 1 TO WS-MON-TITULARES(WS-MON-IDX)
                   ADD WS-PER-INTERES(WS-PER-IDX) TO
                       WS-MON-INTERES(WS-MON-IDX)
                   ADD WS-PER-RETENIDO(WS-PER-IDX) TO
                       WS-MON-RETENIDO(WS-MON-IDX)
               END-IF
           END-PERFORM
           IF WS-MONEDA-ENCONTRADA = 'N'
               IF WS-CANT-MONEDAS < 50
                   ADD 1 TO WS-CANT-MONEDAS
                   SET WS-MON-IDX TO WS-CANT-MONEDAS
                   MOVE WS-PER-MONEDA(WS-PER-IDX) TO
                       WS-MON-CODIGO(WS-MON-IDX)
                   MOVE 1 TO WS-MON-TITULARES(WS-MON-IDX)
                   MOVE WS-PER-INTERES(WS-PER-IDX) TO
                       WS-MON-INTERES(WS-MON-IDX)
                   MOVE WS-PER-RETENIDO(WS-PER-IDX) TO
                       WS-MON-RETENIDO(WS-MON-IDX)
               ELSE
                   MOVE 'S' TO WS-TABLAS-LLENAS
               END-IF
           END-IF.

       GRABAR-CIERRE-DECLARACION.
      *    UN REGISTRO 'M' POR MONEDA Y EL CIERRE CON EL CUADRE
      *    CONTRA EL MAYOR
           PERFORM VARYING WS-MON-IDX FROM 1 BY 1
               UNTIL WS-MON-IDX > WS-CANT-MONEDAS
               MOVE SPACES TO REG-DEC-MONEDA
               MOVE 'M' TO DEM-TIPO-REG
               MOVE WS-MON-CODIGO(WS-MON-IDX) TO DEM-MONEDA
               MOVE WS-MON-TITULARES(WS-MON-IDX) TO DEM-TITULARES
               MOVE WS-MON-INTERES(WS-MON-IDX) TO DEM-INTERES
               MOVE WS-MON-RETENIDO(WS-MON-IDX) TO DEM-RETENIDO
               WRITE REG-DEC-MONEDA
               ADD 1 TO WS-REGISTROS-DEC
           END-PERFORM
           MOVE SPACES TO REG-DEC-CIERRE
           ADD 1 TO WS-REGISTROS-DEC
           MOVE 'T' TO DEZ-TIPO-REG
           MOVE WS-SECUENCIA-CERT TO DEZ-TITULARES
           MOVE WS-REGISTROS-DEC TO DEZ-REGISTROS
           MOVE WS-TOT-INTERES-CERT TO DEZ-INTERES
           MOVE WS-TOT-RETENIDO-CERT TO DEZ-RETENIDO
           MOVE WS-TOT-RETENIDO-GL TO DEZ-RETENIDO-GL
           MOVE WS-DIFERENCIA-GL TO DEZ-DIFERENCIA
           IF WS-DIFERENCIA-GL = 0
               MOVE 'S' TO DEZ-CUADRA
           ELSE
               MOVE 'N' TO DEZ-CUADRA
           END-IF
           WRITE REG-DEC-CIERRE.

       MOSTRAR-CUADRE.
      *    EXTRACTO = CERTIFICADOS (EL REPARTO NO PIERDE CENTIMOS) Y
      *    EXTRACTO = HABER DE LA CUENTA DE RETENCIONES. UNA DIFERENCIA
      *    CONTRA EL MAYOR SUELE SER UN DEVENGO DE FIN DE ANO POSTEADO
      *    CON OTRA FECHA O UN LOTE REVERSADO; SE INFORMA, NO SE AJUSTA
           MOVE WS-TOT-INTERES-EXT TO WS-MONTO-DISP
           DISPLAY "INTERES BRUTO DEL EXTRACTO : " WS-MONTO-DISP
           MOVE WS-TOT-INTERES-CERT TO WS-MONTO-DISP
           DISPLAY "INTERES BRUTO CERTIFICADO  : " WS-MONTO-DISP
           MOVE WS-TOT-RETENIDO-EXT TO WS-MONTO-DISP
           DISPLAY "RETENIDO DEL EXTRACTO      : " WS-MONTO-DISP
           MOVE WS-TOT-RETENIDO-CERT TO WS-MONTO-DISP
           DISPLAY "RETENIDO CERTIFICADO       : " WS-MONTO-DISP
           MOVE WS-TOT-RETENIDO-GL TO WS-MONTO-DISP
           DISPLAY "HABER CUENTA " WS-CUENTA-RETENCION
               "      : " WS-MONTO-DISP " (" COUNT-ASIENTOS-RETENCION
               " ASIENTOS)"
           IF WS-DIFERENCIA-GL NOT = 0
               MOVE WS-DIFERENCIA-GL TO WS-DIFERENCIA-DISP
               DISPLAY "*****************************************"
               DISPLAY "* RETENCIONES NO CUADRAN CON EL MAYOR   *"
               DISPLAY "* DIFERENCIA: " WS-DIFERENCIA-DISP
               DISPLAY "*****************************************"
           ELSE
               DISPLAY "RETENCIONES CUADRAN CON EL MAYOR"
           END-IF.
