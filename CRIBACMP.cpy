      *----------------------------------------------------------------+
      *    COPY CRIBACMP - COMPARA EL NOMBRE/DOCUMENTO YA NORMALIZADO  +
      *    (COPY CRIBANRM) CONTRA CADA RENGLON DE LA LISTA EN MEMORIA  +
      *    (COPY CRIBAWS). NIVEL 'D' SI EL DOCUMENTO ES IGUAL; SI NO,  +
      *    'N' SI AMBOS NOMBRES TIENEN EXACTAMENTE LAS MISMAS PALABRAS +
      *    Y 'P' SI TODAS LAS PALABRAS DEL NOMBRE MAS CORTO (AL MENOS  +
      *    DOS) ESTAN EN EL OTRO. DEJA HASTA 5 COINCIDENCIAS EN        +
      *    WS-CRB-HIT Y SU CANTIDAD EN WS-CRB-CANT-HIT                 +
      *----------------------------------------------------------------+
           MOVE 0 TO WS-CRB-CANT-HIT
           PERFORM VARYING WS-CRB-LIS-IDX FROM 1 BY 1
               UNTIL WS-CRB-LIS-IDX > WS-CRB-CANT-LIS
               MOVE SPACE TO WS-CRB-NIVEL
               IF WS-CRB-DOC-NORM NOT = SPACES
                  AND WS-CRB-DOC-NORM = WS-CRB-LIS-DOC(WS-CRB-LIS-IDX)
                   MOVE 'D' TO WS-CRB-NIVEL
               ELSE
      *            AMBAS LISTAS DE PALABRAS VIENEN ORDENADAS, ASI QUE
      *            LAS COMUNES SE CUENTAN CON UN SOLO RECORRIDO
                   MOVE 0 TO WS-CRB-COMUNES
                   MOVE 1 TO WS-CRB-I
                   MOVE 1 TO WS-CRB-J
                   PERFORM UNTIL WS-CRB-I > WS-CRB-CANT-PAL
                       OR WS-CRB-J > WS-CRB-LIS-CANT-PAL(WS-CRB-LIS-IDX)
                       IF WS-CRB-PAL(WS-CRB-I) =
                          WS-CRB-LIS-PAL(WS-CRB-LIS-IDX, WS-CRB-J)
                           ADD 1 TO WS-CRB-COMUNES
                           ADD 1 TO WS-CRB-I
                           ADD 1 TO WS-CRB-J
                       ELSE
                           IF WS-CRB-PAL(WS-CRB-I) <
                              WS-CRB-LIS-PAL(WS-CRB-LIS-IDX, WS-CRB-J)
                               ADD 1 TO WS-CRB-I
                           ELSE
                               ADD 1 TO WS-CRB-J
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE WS-CRB-CANT-PAL TO WS-CRB-MENOR
                   IF WS-CRB-LIS-CANT-PAL(WS-CRB-LIS-IDX) < WS-CRB-MENOR
                       MOVE WS-CRB-LIS-CANT-PAL(WS-CRB-LIS-IDX)
                         TO WS-CRB-MENOR
                   END-IF
                   IF WS-CRB-COMUNES > 0
                      AND WS-CRB-COMUNES = WS-CRB-CANT-PAL
                      AND WS-CRB-COMUNES =
                          WS-CRB-LIS-CANT-PAL(WS-CRB-LIS-IDX)
                       MOVE 'N' TO WS-CRB-NIVEL
                   ELSE
                       IF WS-CRB-MENOR >= 2
                          AND WS-CRB-COMUNES >= WS-CRB-MENOR
                           MOVE 'P' TO WS-CRB-NIVEL
                       END-IF
                   END-IF
               END-IF
               IF WS-CRB-NIVEL NOT = SPACE AND WS-CRB-CANT-HIT < 5
                   ADD 1 TO WS-CRB-CANT-HIT
                   SET WS-CRB-HIT-IDX(WS-CRB-CANT-HIT)
                       TO WS-CRB-LIS-IDX
                   MOVE WS-CRB-NIVEL
                     TO WS-CRB-HIT-NIVEL(WS-CRB-CANT-HIT)
               END-IF
           END-PERFORM.
