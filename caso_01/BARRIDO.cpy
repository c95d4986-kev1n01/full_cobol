      ******************************************************************
      *  COPY BARRIDO - RENGLON DEL REGISTRO DE BARRIDOS AUTOMATICOS
      *  (barridos_cuenta.dat): UNA CUENTA CUBIERTA POR RENGLON Y LA
      *  CUENTA DE FONDEO DE LA QUE SE TRAE EL FALTANTE. LO MANTIENE
      *  PSA02 (TRANSACCIONES 'V' VINCULAR Y 'U' DESVINCULAR) Y LO LEE
      *  PSA01: UN DEBITO QUE DEJARIA LA CUENTA CUBIERTA EN NEGATIVO
      *  TRAE ANTES EL FALTANTE DE LA CUENTA DE FONDEO, SIN BAJARLA DE
      *  SU MINIMO (VER EVALUAR-BARRIDO). COLUMNAS FIJAS SEPARADAS POR
      *  UN ESPACIO, IGUAL QUE embargos_clientes.dat
      ******************************************************************
       01 REG-BARRIDO.
      *    CUENTA CUBIERTA; UN SOLO VINCULO VIGENTE POR CUENTA
           02 BAR-CLI-ID             PIC X(05).
           02 FILLER                 PIC X(01).
      *    CUENTA DE FONDEO, DEL MISMO CLIENTE O DE OTRO, EN LA MISMA
      *    MONEDA QUE LA CUBIERTA
           02 BAR-CLI-FONDEO         PIC X(05).
           02 FILLER                 PIC X(01).
      *    SALDO QUE SIEMPRE DEBE QUEDAR EN LA CUENTA DE FONDEO
           02 BAR-MINIMO-FONDEO      PIC 9(07)V99.
           02 FILLER                 PIC X(01).
           02 BAR-FECHA-ALTA         PIC 9(08).
           02 FILLER                 PIC X(01).
      *    A = VIGENTE, B = DADO DE BAJA; SOLO UN VINCULO VIGENTE
      *    BARRE
           02 BAR-ESTADO             PIC X(01).
           02 FILLER                 PIC X(01).
           02 BAR-FECHA-ESTADO       PIC 9(08).
