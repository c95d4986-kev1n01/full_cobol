      *----------------------------------------------------------------+
      *    COPY CTAMAST - MAESTRO PERMANENTE DE CUENTAS DE TARJETA     +
      *    (CTAMAST.dat), INDEXADO POR PAN. REEMPLAZA LA TABLA EN      +
      *    MEMORIA QUE SE RECARGABA DE FILINP1 CADA NOCHE: FILINP1     +
      *    PASA A SER LA NOVEDAD DEL DIA (ALTAS, CAMBIOS Y CIERRES) QUE+
      *    2000-ACTUALIZAR-MAESTRO-CUENTAS APLICA SOBRE ESTE ARCHIVO, Y+
      *    3200-BUSCAR-CUENTA-POR-PAN LEE POR CLAVE. ADEMAS GUARDA     +
      *    CUANDO APARECIO LA CUENTA Y CUANDO CAMBIO POR ULTIMA VEZ    +
      *----------------------------------------------------------------+
           02 CTM-PAN             PIC X(22). *> CLAVE
           02 CTM-COD-ENT         PIC X(04).
           02 CTM-CENT-ALTA       PIC X(04).
           02 CTM-NUMB            PIC X(12).
           02 CTM-ESTADO          PIC X(01). *> A = ACTIVA
                                             *> C = CERRADA
           02 CTM-FECHA-ALTA      PIC 9(08). *> PRIMER FILINP1 QUE LA
                                             *> TRAJO
           02 CTM-FECHA-MODIF     PIC 9(08). *> ULTIMA ALTA, CAMBIO O
                                             *> CIERRE APLICADO
           02 CTM-FECHA-BAJA      PIC 9(08). *> CIERRE; CERO = ACTIVA
           02 CTM-FECHA-VISTO     PIC 9(08). *> ULTIMO FILINP1 QUE LA
                                             *> TRAJO (CON O SIN
                                             *> CAMBIOS)
           02 CTM-FECHA-MATCH     PIC 9(08). *> ULTIMA FECHA DE NEGOCIO
                                             *> EN QUE UNA PAN DE
                                             *> FILINP2 HIZO MATCH
           02 CTM-LOTE-MODIF      PIC X(11). *> LOTE DEL ULTIMO CAMBIO
           02 FILLER              PIC X(20).
