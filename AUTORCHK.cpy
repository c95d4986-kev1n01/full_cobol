      *----------------------------------------------------------------+
      *    COPY AUTORCHK - BUSCA EN OPERADORES.txt UN RENGLON ACTIVO   +
      *    Y VIGENTE A WS-AUT-FECHA PARA WS-AUT-USUARIO Y              +
      *    WS-AUT-FUNCION. SIN ARCHIVO, SIN USUARIO O SIN RENGLON NO   +
      *    HAY PERMISO: LA FUNCION SE NIEGA, NUNCA SE CONCEDE POR      +
      *    OMISION                                                     +
      *----------------------------------------------------------------+
           MOVE 'N' TO WS-AUT-PERMITIDO
           MOVE 'N' TO WS-AUT-EOF
           INSPECT WS-AUT-USUARIO CONVERTING
               'abcdefghijklmnopqrstuvwxyz' TO
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF WS-AUT-USUARIO NOT = SPACES
               OPEN INPUT FOPERADORES
               IF FS-FOPERADORES = '00'
                   PERFORM UNTIL WS-AUT-EOF = 'S' OR
                       WS-AUT-PERMITIDO = 'S'
                       READ FOPERADORES
                           AT END
                               MOVE 'S' TO WS-AUT-EOF
                           NOT AT END
                               IF OPR-USUARIO = WS-AUT-USUARIO AND
                                  OPR-FUNCION = WS-AUT-FUNCION AND
                                  OPR-ESTADO = 'A' AND
                                  OPR-VIGENTE-DESDE NOT > WS-AUT-FECHA
                                  AND (OPR-VIGENTE-HASTA = 0 OR
                                  OPR-VIGENTE-HASTA NOT < WS-AUT-FECHA)
                                   MOVE 'S' TO WS-AUT-PERMITIDO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE FOPERADORES
               END-IF
           END-IF.
