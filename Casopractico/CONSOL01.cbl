      *          DESBLOQUEOS Y EL MODO DELTA; RETENCIONES ES UNA
      *          FOTO POR CORRIDA, NO UNA BITACORA: ANEXARLA
      *          ACUMULARIA RETENCIONES YA LEVANTADAS)
      *    CONTROL_ENTIDAD ES BITACORA: CADA RENGLON YA TRAE SU
      *    PARTICION, ASI QUE FACENT01 LOS SUMA SIN CONSOLIDAR NADA.
      *    fallecidos_clientes ES FOTO POR CORRIDA, IGUAL QUE
      *    RETENCIONES
       01  WS-BASES-ACUM-DATA.
           05 FILLER PIC X(23) VALUE 'L AUDITORIA            '.
           05 FILLER PIC X(23) VALUE 'L EVENTOS              '.
           05 FILLER PIC X(23) VALUE 'R BLOQHIST             '.
           05 FILLER PIC X(23) VALUE 'R retenciones_clientes '.
           05 FILLER PIC X(23) VALUE 'L CONTROL_ENTIDAD      '.
           05 FILLER PIC X(23) VALUE 'R fallecidos_clientes  '.
       01  WS-BASES-ACUM REDEFINES WS-BASES-ACUM-DATA.
           05 WS-ACUM-ENTRY OCCURS 6 TIMES.
               10 WS-ACUM-TIPO    PIC X(01).
               10 FILLER          PIC X(01).
               10 WS-BASE-ACUM    PIC X(21).
           PERFORM 4000-GRABAR-CONTROL-CONSOLIDADO
           PERFORM 5000-ANEXAR-ACUMULATIVOS
               VARYING WS-ACUM-SUB FROM 1 BY 1
               UNTIL WS-ACUM-SUB > 6

           DISPLAY 'ARCHIVOS CONSOLIDADOS    = ' COUNT-ARCHIVOS
           DISPLAY 'RENGLONES COPIADOS       = ' COUNT-RENGLONES
