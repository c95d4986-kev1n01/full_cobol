      ******************************************************************
      *  COPY OPERADOR - RENGLON DE OPERADORES.txt, LA TABLA DE
      *  OPERADORES Y FUNCIONES AUTORIZADAS. UN RENGLON POR USUARIO Y
      *  FUNCION; UN USUARIO SIN RENGLON VIGENTE PARA UNA FUNCION NO LA
      *  PUEDE USAR (VER COPY AUTORCHK). EL USUARIO ES EL DE LA SESION
      *  DEL SISTEMA OPERATIVO, EN MAYUSCULAS. COLUMNAS FIJAS
      *  SEPARADAS POR UN ESPACIO; SE MANTIENE A MANO POR SEGURIDAD
      *  INFORMATICA, NO POR LOS PROPIOS OPERADORES
      ******************************************************************
       01 REG-OPERADOR.
           02 OPR-USUARIO            PIC X(08).
           02 FILLER                 PIC X(01).
      *    FUNCION AUTORIZADA: 'CLIMANT ' = SOLICITAR MANTENIMIENTO DE
      *    CLIMAST DESDE LA PANTALLA (PSA25), 'CLIAPROB' = APROBAR UN
      *    CAMBIO DE LIMITE EN ESPERA DE SEGUNDA FIRMA (PSA25/PSA02),
      *    'DESTOKEN' = TRADUCIR TOKEN/PAN CONTRA LA BOVEDA (DESTOK01),
      *    'CONSUPAN' = CONSULTA DE UN PAN EN TODAS LAS FUENTES
      *    (CONSUL01), 'BACKOUT ' = DESHACER UN LOTE SOBRE CLIMAST
      *    (PSA07), 'CANDADO ' = DESTRABAR CERROJOS CON
      *    CANDADO_OVERRIDE.txt (PROGRAM1, CDCB14Q, PSA01),
      *    'RESTAURA' = DEVOLVER LOS ARCHIVOS CON ESTADO A UN JUEGO DE
      *    RESPALDO (RESTAU01), 'BORRADAT' = CORRER EL BORRADO DE DATOS
      *    PERSONALES (BORRAD01), 'BORRAPRO' = APROBAR UNA SOLICITUD
      *    DE BORRADO EN SOLBORRADO.txt (BORRAD01)
           02 OPR-FUNCION            PIC X(08).
           02 FILLER                 PIC X(01).
      *    VIGENCIA DEL PERMISO (AAAAMMDD); HASTA EN CERO = SIN
      *    VENCIMIENTO
           02 OPR-VIGENTE-DESDE      PIC 9(08).
           02 FILLER                 PIC X(01).
           02 OPR-VIGENTE-HASTA      PIC 9(08).
           02 FILLER                 PIC X(01).
      *    'A' = ACTIVO, 'S' = SUSPENDIDO (EL RENGLON SE CONSERVA COMO
      *    CONSTANCIA DEL PERMISO QUE TUVO)
           02 OPR-ESTADO             PIC X(01).
           02 FILLER                 PIC X(01).
      *    QUIEN OTORGO EL PERMISO
           02 OPR-OTORGADO-POR       PIC X(08).
