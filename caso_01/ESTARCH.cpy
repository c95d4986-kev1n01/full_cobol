      ******************************************************************
      *  COPY ESTARCH - RENGLON DEL ARCHIVO DE ESTADOS DE CUENTA
      *  EMITIDOS (estados_archivados.dat). PSA03 GUARDA AQUI CADA
      *  RENGLON DE estado_cuenta_mensual.txt DE UN CIERRE DE PERIODO
      *  (VER 4410-ARCHIVAR-LINEA), CON CLAVE CLIENTE + PERIODO +
      *  NUMERO DE RENGLON, Y LA FECHA EN QUE SE EMITIO. LO LEE PSA24
      *  PARA REIMPRIMIR EL DUPLICADO EXACTO DEL ORIGINAL. ARCHIVO
      *  INDEXADO, IGUAL QUE MOVHIST.dat; UN ESTADO YA ARCHIVADO NO SE
      *  REESCRIBE
      ******************************************************************
       01 REG-ESTADO-ARCHIVO.
           02 ARC-KEY.
               03 ARC-CLI-ID         PIC X(05).
               03 ARC-PERIODO        PIC X(06).
               03 ARC-LINEA          PIC 9(03).
      *    FECHA DE EMISION DEL ESTADO ORIGINAL (AAAAMMDD)
           02 ARC-FECHA-EMISION      PIC 9(08).
      *    RENGLON TAL CUAL SE ESCRIBIO EN estado_cuenta_mensual.txt
           02 ARC-TEXTO              PIC X(100).
