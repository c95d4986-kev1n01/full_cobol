      *----------------------------------------------------------------+
      *    COPY SUCREMAP - TABLA FECHADA DE FUSIONES Y CIERRES DE      +
      *    SUCURSALES. SE CARGA DESDE SUCREMAP.txt, MANTENIDO POR      +
      *    OPERACIONES JUNTO CON ENTIDADES.txt: CADA RENGLON DICE QUE  +
      *    LAS TARJETAS DE LA SUCURSAL ORIGEN (CERRADA O ABSORBIDA) SE +
      *    INFORMAN BAJO LA SUCURSAL DESTINO DESDE LA FECHA EFECTIVA.  +
      *    EL ACC-CENT-ALTA ORIGINAL NO SE TOCA EN EL MAESTRO DE       +
      *    CUENTAS (CTAMAST), QUE QUEDA COMO CONSTANCIA DE AUDITORIA;  +
      *    SOLO LOS REPORTES USAN LA SUCURSAL REMAPEADA. UNA CADENA    +
      *    (A -> B Y LUEGO B -> C) SE SIGUE HASTA LA SUCURSAL QUE      +
      *    SOBREVIVE. SIN EL ARCHIVO NINGUN CODIGO SE REMAPEA          +
      *----------------------------------------------------------------+
       01 WS-CANT-REMAP              PIC 9(4) COMP VALUE ZERO.
       01 WS-TABLA-REMAP.
           05 WS-RMP-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CANT-REMAP
               INDEXED BY WS-RMP-IDX.
               10 WS-RMP-ORIGEN       PIC X(04).
               10 WS-RMP-DESTINO      PIC X(04).
               10 WS-RMP-FECHA        PIC 9(08).
      *    ENTRADA/SALIDA DEL PARRAFO DE RESOLUCION: SUCURSAL A
      *    RESOLVER, FECHA DE NEGOCIO CONTRA LA QUE SE MIDE LA FECHA
      *    EFECTIVA Y SUCURSAL QUE SOBREVIVE
       01 WS-RMP-SUC-BUSCADA         PIC X(04).
       01 WS-RMP-FECHA-CORTE         PIC 9(08).
       01 WS-RMP-SUC-RESULTADO       PIC X(04).
      *    TOPE DE SALTOS AL SEGUIR UNA CADENA, PARA QUE UN CICLO
      *    MAL CARGADO (A -> B, B -> A) NO DEJE EL PROCESO EN LAZO
       01 WS-RMP-SALTOS              PIC 9(02) COMP VALUE ZERO.
       01 WS-RMP-SIGUE               PIC X(01) VALUE 'N'.
      *    SI UNA MISMA SUCURSAL TIENE MAS DE UN RENGLON, RIGE EL DE
      *    FECHA EFECTIVA MAS RECIENTE QUE NO SUPERE EL CORTE
       01 WS-RMP-MEJOR-FECHA         PIC 9(08) VALUE ZERO.
       01 WS-RMP-MEJOR-DESTINO       PIC X(04) VALUE SPACES.
