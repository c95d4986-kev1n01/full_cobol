      *----------------------------------------------------------------+
      *    COPY PERFENT - PERFILES DE PROCESO POR ENTIDAD. SE CARGA    +
      *    DESDE EL ARCHIVO DE REFERENCIA PERFENT.txt EN               +
      *    1159-CARGAR-PERFILES-ENTIDAD. CADA RENGLON PISA, PARA UNA   +
      *    ENTIDAD (ACC-COD-ENT), LOS VALORES DE PARMDIAS.txt QUE      +
      *    AFECTAN A SUS EXTRACTOS:                                    +
      *      - VENTANA DE DIAS DE BLOQUEADOS (PARM-DIAS-ATRAS) PARA    +
      *        FILOUT2ENT (VER 3510-VERIFICAR-FECHA-BLOQUEO)           +
      *      - CSV (PARM-FORMATO-CSV) PARA LAS COPIAS .csv DE          +
      *        FILOUT1ENT/FILOUT2ENT (VER 3417B/3524B)                 +
      *      - RETENCION (PARM-RETENCION-DIAS) DE SUS TARJETAS EN      +
      *        BLOQHIST.txt (VER 1329-PURGAR-HISTORIAL-BLOQUEO)        +
      *    UN CAMPO EN BLANCO EN EL RENGLON TOMA EL VALOR DE           +
      *    PARMDIAS.txt; UNA ENTIDAD SIN RENGLON CORRE CON PARMDIAS    +
      *    COMPLETO. LOS VALORES YA RESUELTOS QUEDAN EN LA TABLA, CON  +
      *    SU ORIGEN ('P' = PERFENT.txt, 'D' = PARMDIAS.txt), PARA EL  +
      *    LISTADO DE PERFILES (VER 9099H-REPORTE-PERFILES-ENTIDAD)    +
      *----------------------------------------------------------------+
       01 WS-CANT-PERFILES           PIC 9(4) COMP VALUE ZERO.
       01 WS-TABLA-PERFILES.
           05 WS-PFE-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON WS-CANT-PERFILES
               ASCENDING KEY IS WS-PFE-COD
               INDEXED BY WS-PFE-IDX.
               10 WS-PFE-COD            PIC X(04).
               10 WS-PFE-DIAS-ATRAS     PIC 9(03).
               10 WS-PFE-DIAS-ORIGEN    PIC X(01).
               10 WS-PFE-CSV            PIC X(01).
               10 WS-PFE-CSV-ORIGEN     PIC X(01).
               10 WS-PFE-RETENCION      PIC 9(05).
               10 WS-PFE-RET-ORIGEN     PIC X(01).
      *        INICIO DE LA VENTANA DE BLOQUEADOS DE LA ENTIDAD PARA LA
      *        FECHA DE NEGOCIO EN CURSO (VER 1200-CALCULAR-FECHA-UN-
      *        MES) Y FECHA DE CORTE DE SU RETENCION (VER 1329)
               10 WS-PFE-VENTANA-DESDE  PIC 9(08).
               10 WS-PFE-RET-CORTE      PIC 9(08).

      *'S' SI ALGUN PERFIL TRAE UNA RETENCION PROPIA; SIN ESO LA PURGA
      *DE BLOQHIST.txt SIGUE DEPENDIENDO SOLO DE PARM-RETENCION-DIAS
       01 WS-PFE-HAY-RETENCION       PIC X(01) VALUE 'N'.
      *PERFIL DE LA CUENTA EN CURSO (VER 3515-UBICAR-PERFIL-ENTIDAD);
      *SE GUARDA LA ULTIMA ENTIDAD BUSCADA PARA NO REPETIR LA BUSQUEDA
      *EN TARJETAS CONSECUTIVAS DE LA MISMA ENTIDAD
       01 WS-PFE-BUSCAR-ENT          PIC X(04) VALUE SPACES.
       01 WS-PFE-ULT-ENT             PIC X(04) VALUE HIGH-VALUES.
       01 WS-PFE-ACT-DESDE           PIC 9(08) VALUE ZERO.
       01 WS-PFE-ACT-CSV             PIC X(01) VALUE 'N'.
