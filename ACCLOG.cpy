      ******************************************************************
      *  COPY ACCLOG - RENGLON DE ACCESOS.txt, LA BITACORA COMUN DE
      *  INTENTOS DE USO DE LAS FUNCIONES RESTRINGIDAS (VER COPY
      *  OPERADOR). CADA PROGRAMA QUE VERIFICA UNA FUNCION CONTRA
      *  OPERADORES.txt AGREGA UN RENGLON POR INTENTO, CONCEDIDO O
      *  NEGADO (VER COPY AUTORLOG); EL OFICIAL DE SEGURIDAD LA REVISA
      *  CON REVACC01. CRECE ENTRE CORRIDAS Y NO SE REESCRIBE NUNCA
      ******************************************************************
       01 REG-ACCESO.
           02 ACC-FECHA              PIC 9(08).
           02 FILLER                 PIC X(01).
           02 ACC-HORA               PIC 9(06).
           02 FILLER                 PIC X(01).
           02 ACC-PROGRAMA           PIC X(08).
           02 FILLER                 PIC X(01).
           02 ACC-USUARIO            PIC X(08).
           02 FILLER                 PIC X(01).
           02 ACC-FUNCION            PIC X(08).
           02 FILLER                 PIC X(01).
      *    'P' = PERMITIDO, 'N' = NEGADO
           02 ACC-RESULTADO          PIC X(01).
           02 FILLER                 PIC X(01).
           02 ACC-DETALLE            PIC X(40).
