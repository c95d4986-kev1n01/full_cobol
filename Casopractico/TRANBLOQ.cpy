      *----------------------------------------------------------------+
      *    COPY TRANBLOQ - REGLAS DE TRANSICION ENTRE CODIGOS DE       +
      *    BLOQUEO. SE CARGA DESDE EL ARCHIVO DE REFERENCIA            +
      *    TRANBLOQ.txt EN 1162D-CARGAR-TABLA-TRANSICIONES; SI EL      +
      *    ARCHIVO NO ESTA DISPONIBLE SE USA LA TABLA POR DEFECTO      +
      *    EMBEBIDA EN WS-TRB-DEFAULT. CADA RENGLON DICE SI EL PASO DE +
      *    UN CODIGO "DESDE" (EL DE BLOQHIST.txt) A UN CODIGO "HASTA"  +
      *    (EL DE FILINP2 HOY) ESTA PERMITIDO ('S') O NO ('N'). CADA   +
      *    EXTREMO PUEDE SER:                                          +
      *      - UN CODIGO DE EVDESBLOQ DE 2 DIGITOS ('00' = SIN BLOQUEO)+
      *      - '*P' / '*T' = CUALQUIER CODIGO DE ESA SEVERIDAD         +
      *      - '**'        = CUALQUIER CODIGO                          +
      *    SE APLICA LA PRIMERA REGLA QUE COINCIDE EN EL ORDEN DEL     +
      *    ARCHIVO, ASI QUE LAS REGLAS PUNTUALES VAN ANTES QUE LAS     +
      *    GENERALES; UNA TRANSICION SIN REGLA SE CONSIDERA PERMITIDA. +
      *    LAS NO PERMITIDAS SE REPORTAN EN FILOUT22 (VER              +
      *    3720-VALIDAR-TRANSICION-BLOQUEO)                            +
      *----------------------------------------------------------------+
       01 WS-TRB-DEFAULT-DATA.
      *    UN BLOQUEO PERMANENTE (FRAUDE 55, MOROSIDAD DEFINITIVA 04,
      *    ROBO/PERDIDA, ETC) NO PUEDE VOLVER A SIN BLOQUEO NI BAJAR A
      *    UN BLOQUEO TEMPORAL; SOLO A OTRO PERMANENTE
           05 FILLER PIC X(05) VALUE '*P00N'.
           05 FILLER PIC X(05) VALUE '*P*TN'.
       01 WS-TRB-DEFAULT REDEFINES WS-TRB-DEFAULT-DATA.
           05 WS-TRB-DEF-ENTRY OCCURS 2 TIMES.
               10 WS-TRB-DEF-DESDE      PIC X(02).
               10 WS-TRB-DEF-HASTA      PIC X(02).
               10 WS-TRB-DEF-PERMITIDA  PIC X(01).
       01 WS-TRB-DEFAULT-CANT        PIC 9(3) COMP VALUE 2.

       01 WS-CANT-TRANSICIONES       PIC 9(3) COMP VALUE ZERO.
       01 WS-TABLA-TRANSICIONES.
           05 WS-TRB-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON WS-CANT-TRANSICIONES
               INDEXED BY WS-TRB-IDX.
               10 WS-TRB-DESDE       PIC X(02).
               10 WS-TRB-HASTA       PIC X(02).
               10 WS-TRB-PERMITIDA   PIC X(01).
