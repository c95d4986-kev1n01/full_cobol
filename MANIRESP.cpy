      ******************************************************************
      *  COPY MANIRESP - RENGLON DEL MANIFIESTO DE UN JUEGO DE RESPALDO
      *  DE LOS ARCHIVOS CON ESTADO (RSPaaaammdd.CTL), QUE ESCRIBE
      *  RESPAL01 ANTES DE LA CADENA Y VERIFICA RESTAU01 ANTES DE
      *  DEVOLVER EL JUEGO. UN RENGLON POR ARCHIVO DEL JUEGO, CON LA
      *  COPIA QUE LE CORRESPONDE (RSPaaaammdd.nnn), Y AL FINAL UN
      *  RENGLON DE CIERRE CON MRS-ARCHIVO = '*FIN' Y LA CANTIDAD DE
      *  ARCHIVOS EN MRS-CANTIDAD Y EL TOTAL DE REGISTROS DEL JUEGO
      *  EN MRS-HASH: UN MANIFIESTO SIN CIERRE ES UN RESPALDO QUE NO
      *  TERMINO Y NO SE PUEDE RESTAURAR. EL TOTAL
      *  ADITIVO ES LA SUMA DE LOS DIGITOS DE LAS PRIMERAS 16
      *  COLUMNAS DE CADA RENGLON DE LA COPIA, LA MISMA REGLA DE LOS
      *  MANIFIESTOS .CTL QUE VALIDA VERCTL01
      ******************************************************************
       01 REG-MANIRESP.
           02 MRS-ARCHIVO            PIC X(40). *> NOMBRE ORIGINAL
           02 FILLER                 PIC X(01).
           02 MRS-RESPALDO           PIC X(15). *> COPIA DEL JUEGO
           02 FILLER                 PIC X(01).
      *    'S' = SECUENCIAL (SE COPIA TAL CUAL); LOS INDEXADOS SE
      *    DESCARGAN A SECUENCIAL Y SE RECARGAN CON SU PROPIO FD:
      *    'C' = CLIMAST.dat, 'F' = FECACTVO.dat, 'M' = MOVHIST.dat,
      *    'T' = CTAMAST.dat, 'E' = estados_archivados.dat
           02 MRS-ORGANIZACION       PIC X(01).
           02 FILLER                 PIC X(01).
      *    'S' = EL ARCHIVO EXISTIA AL RESPALDAR; 'N' = NO EXISTIA
      *    (AL RESTAURAR SE BORRA, PARA DEJAR EL JUEGO COMO ESTABA)
           02 MRS-PRESENTE           PIC X(01).
           02 FILLER                 PIC X(01).
           02 MRS-CANTIDAD           PIC 9(09).
           02 FILLER                 PIC X(01).
           02 MRS-HASH               PIC 9(15).
           02 FILLER                 PIC X(01).
           02 MRS-FECHA-NEG          PIC 9(08).
