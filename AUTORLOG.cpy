      *----------------------------------------------------------------+
      *    COPY AUTORLOG - AGREGA A ACCESOS.txt (COPY ACCLOG) EL       +
      *    RESULTADO DE LA ULTIMA VERIFICACION DE COPY AUTORCHK, CON   +
      *    WS-AUT-PROGRAMA Y WS-AUT-DETALLE QUE DEJA EL LLAMADOR.      +
      *    MISMO PATRON "CREAR SI NO EXISTE" DE LAS DEMAS BITACORAS    +
      *----------------------------------------------------------------+
           OPEN EXTEND FACCESOS
           IF FS-FACCESOS = '35'
               OPEN OUTPUT FACCESOS
               CLOSE FACCESOS
               OPEN EXTEND FACCESOS
           END-IF
           IF FS-FACCESOS = '00'
               ACCEPT WS-AUT-HORA FROM TIME
               MOVE SPACES TO REG-ACCESO
               MOVE WS-AUT-FECHA TO ACC-FECHA
               MOVE WS-AUT-HORA(1:6) TO ACC-HORA
               MOVE WS-AUT-PROGRAMA TO ACC-PROGRAMA
               MOVE WS-AUT-USUARIO TO ACC-USUARIO
               MOVE WS-AUT-FUNCION TO ACC-FUNCION
               IF WS-AUT-PERMITIDO = 'S'
                   MOVE 'P' TO ACC-RESULTADO
               ELSE
                   MOVE 'N' TO ACC-RESULTADO
               END-IF
               MOVE WS-AUT-DETALLE TO ACC-DETALLE
               WRITE REG-ACCESO
               CLOSE FACCESOS
           ELSE
               DISPLAY 'ACCESOS.txt NO DISPONIBLE FS: ' FS-FACCESOS
           END-IF.
