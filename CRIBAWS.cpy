      ******************************************************************
      *  COPY CRIBAWS - AREAS DE TRABAJO DEL CRIBADO CONTRA LISTAS DE
      *  VIGILANCIA (COPY LISTAVIG). LA LISTA SE GUARDA YA NORMALIZADA
      *  (VER COPY CRIBANRM) PARA QUE CADA NOMBRE CRIBADO SOLO PASE UNA
      *  VEZ POR LA NORMALIZACION; LA COMPARACION (COPY CRIBACMP) DEJA
      *  HASTA 5 COINCIDENCIAS EN WS-CRB-HIT. LA USAN PSA02, PSA16 Y
      *  CDCB14Q PARA QUE LOS TRES CRIBEN CON EL MISMO CRITERIO
      ******************************************************************
       01 WS-CRB-VERSION             PIC X(14) VALUE SPACES.
       01 WS-CRB-CANT-LIS            PIC 9(5) COMP VALUE ZERO.
       01 WS-CRB-TABLA-LISTA.
           05 WS-CRB-LIS-ENTRY OCCURS 1 TO 10000 TIMES
               DEPENDING ON WS-CRB-CANT-LIS
               INDEXED BY WS-CRB-LIS-IDX.
               10 WS-CRB-LIS-ID       PIC X(08).
               10 WS-CRB-LIS-TIPO     PIC X(01).
               10 WS-CRB-LIS-NOMBRE   PIC X(40).
               10 WS-CRB-LIS-DOC      PIC X(15).
               10 WS-CRB-LIS-CANT-PAL PIC 9(01).
               10 WS-CRB-LIS-PALABRAS.
                   15 WS-CRB-LIS-PAL  PIC X(15) OCCURS 6 TIMES.
      *    ENTRADA DE LA NORMALIZACION: NOMBRE Y DOCUMENTO A CRIBAR
       01 WS-CRB-NOMBRE              PIC X(40).
       01 WS-CRB-DOCUMENTO           PIC X(15).
      *    SALIDA DE LA NORMALIZACION: PALABRAS SIGNIFICATIVAS DEL
      *    NOMBRE, SIN ACENTOS, EN MAYUSCULAS Y EN ORDEN ALFABETICO
      *    (ASI EL ORDEN Y LOS ESPACIOS DEL NOMBRE NO IMPORTAN), Y EL
      *    DOCUMENTO SOLO CON LETRAS Y DIGITOS
       01 WS-CRB-CANT-PAL            PIC 9(01) VALUE ZERO.
       01 WS-CRB-PALABRAS.
           05 WS-CRB-PAL             PIC X(15) OCCURS 6 TIMES.
       01 WS-CRB-DOC-NORM            PIC X(15).
       01 WS-CRB-LIMPIO              PIC X(40).
       01 WS-CRB-PAL-AUX             PIC X(15).
       01 WS-CRB-CAR                 PIC X(01).
       01 WS-CRB-I                   PIC 9(3) COMP VALUE ZERO.
       01 WS-CRB-J                   PIC 9(3) COMP VALUE ZERO.
       01 WS-CRB-K                   PIC 9(3) COMP VALUE ZERO.
       01 WS-CRB-COMUNES             PIC 9(01) VALUE ZERO.
       01 WS-CRB-MENOR               PIC 9(01) VALUE ZERO.
       01 WS-CRB-NIVEL               PIC X(01).
      *    RESULTADO DE LA COMPARACION: RENGLON DE LA LISTA Y NIVEL
      *    ('D' DOCUMENTO, 'N' NOMBRE COMPLETO, 'P' PARCIAL)
       01 WS-CRB-CANT-HIT            PIC 9(01) VALUE ZERO.
       01 WS-CRB-HITS.
           05 WS-CRB-HIT OCCURS 5 TIMES.
               10 WS-CRB-HIT-IDX      PIC 9(5) COMP.
               10 WS-CRB-HIT-NIVEL    PIC X(01).
