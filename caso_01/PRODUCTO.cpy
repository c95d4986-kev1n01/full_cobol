      ******************************************************************
      *  COPY PRODUCTO - RENGLON DEL CATALOGO DE PRODUCTOS DE DEPOSITO
      *  (PRODUCTOS.txt), MANTENIDO POR PRODUCTOS DE PASIVO. LO LEEN
      *  PSA01 (DEVENGO: TASA Y COMISION DE CADA CLIENTE SEGUN SU
      *  CLI-PRODUCTO) Y PSA02 (VALIDA EL CODIGO AL ASIGNARLO).
      *  COLUMNAS FIJAS SEPARADAS POR UN ESPACIO, IGUAL QUE
      *  CUENTASGL.txt; UNA PROMOCION SE CARGA COMO UN PRODUCTO MAS
      ******************************************************************
       01 REG-PRODUCTO.
           02 PRD-CODIGO             PIC X(04).
           02 FILLER                 PIC X(01).
           02 PRD-DESCRIPCION        PIC X(20).
           02 FILLER                 PIC X(01).
      *    COMISION FIJA DE MANTENIMIENTO POR DEVENGO; NO SE COBRA
      *    CUANDO EL SALDO DEL CLIENTE ALCANZA PRD-SALDO-MINIMO (CERO
      *    = SE COBRA SIEMPRE, CERO EN LA CUOTA = SIN COMISION)
           02 PRD-CUOTA-MANTENIMIENTO PIC 9(05)V99.
           02 FILLER                 PIC X(01).
           02 PRD-SALDO-MINIMO       PIC 9(06)V99.
      *    TRAMOS DE TASA POR BANDA DE SALDO, EN ORDEN ASCENDENTE DE
      *    PRD-TRAMO-DESDE; RIGE PARA TODO EL SALDO LA TASA DEL TRAMO
      *    MAS ALTO CUYO PISO NO SUPERE EL SALDO. UN TRAMO DESPUES DEL
      *    PRIMERO CON PISO EN CERO NO SE USA
           02 PRD-TRAMO OCCURS 4 TIMES.
               03 FILLER             PIC X(01).
               03 PRD-TRAMO-DESDE    PIC 9(06)V99.
               03 FILLER             PIC X(01).
               03 PRD-TRAMO-TASA     PIC 9(03)V9(04).
