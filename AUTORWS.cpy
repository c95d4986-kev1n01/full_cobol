      ******************************************************************
      *  COPY AUTORWS - AREAS DE TRABAJO DE LA VERIFICACION DE
      *  AUTORIZACION CONTRA OPERADORES.txt (COPY OPERADOR, COPY
      *  AUTORCHK). EL LLAMADOR DEJA USUARIO, FUNCION Y FECHA Y RECIBE
      *  'S'/'N' EN WS-AUT-PERMITIDO; PARA DEJAR EL INTENTO EN
      *  ACCESOS.txt (COPY ACCLOG, COPY AUTORLOG) DEJA ADEMAS SU
      *  PROGRAM-ID Y UN DETALLE
      ******************************************************************
       01 FS-FOPERADORES             PIC XX.
       01 WS-AUT-USUARIO             PIC X(08) VALUE SPACES.
       01 WS-AUT-FUNCION             PIC X(08) VALUE SPACES.
       01 WS-AUT-FECHA               PIC 9(08) VALUE ZERO.
       01 WS-AUT-PERMITIDO           PIC X(01) VALUE 'N'.
       01 WS-AUT-EOF                 PIC X(01) VALUE 'N'.
       01 FS-FACCESOS                PIC XX.
       01 WS-AUT-PROGRAMA            PIC X(08) VALUE SPACES.
       01 WS-AUT-DETALLE             PIC X(40) VALUE SPACES.
       01 WS-AUT-HORA                PIC 9(08) VALUE ZERO.
