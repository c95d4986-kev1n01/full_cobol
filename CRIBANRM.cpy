      *----------------------------------------------------------------+
      *    COPY CRIBANRM - NORMALIZA WS-CRB-NOMBRE/WS-CRB-DOCUMENTO    +
      *    (COPY CRIBAWS) PARA EL CRIBADO CONTRA LISTAS: QUITA ACENTOS +
      *    (UTF-8 O LATIN-1), PASA A MAYUSCULAS, SEPARA EN PALABRAS    +
      *    POR CUALQUIER CARACTER QUE NO SEA LETRA O DIGITO, DESCARTA  +
      *    INICIALES Y PARTICULAS (DE, DEL, LA, LAS, LOS) Y ORDENA LAS +
      *    PALABRAS; DEJA WS-CRB-PAL/WS-CRB-CANT-PAL Y WS-CRB-DOC-NORM +
      *----------------------------------------------------------------+
           MOVE SPACES TO WS-CRB-LIMPIO
           MOVE 0 TO WS-CRB-J
           PERFORM VARYING WS-CRB-I FROM 1 BY 1 UNTIL WS-CRB-I > 40
               MOVE WS-CRB-NOMBRE(WS-CRB-I:1) TO WS-CRB-CAR
      *        UNA VOCAL ACENTUADA EN UTF-8 OCUPA DOS BYTES (X'C3' MAS
      *        UNO); SE DEJA SOLO LA LETRA BASE
               IF WS-CRB-CAR = X'C3' AND WS-CRB-I < 40
                   ADD 1 TO WS-CRB-I
                   MOVE WS-CRB-NOMBRE(WS-CRB-I:1) TO WS-CRB-CAR
                   INSPECT WS-CRB-CAR CONVERTING
                       X'81898D939A919CA1A9ADB3BAB1BC80888C'
                       TO 'AEIOUNUAEIOUNUAEI'
                   INSPECT WS-CRB-CAR CONVERTING
                       X'9299A0A8ACB2B987A7848B8F96A4ABAFB6'
                       TO 'OUAEIOUCCAEIOAEIO'
               END-IF
               ADD 1 TO WS-CRB-J
               MOVE WS-CRB-CAR TO WS-CRB-LIMPIO(WS-CRB-J:1)
           END-PERFORM
           INSPECT WS-CRB-LIMPIO CONVERTING
               X'C1C9CDD3DAD1DCE1E9EDF3FAF1FCC0C8CC'
               TO 'AEIOUNUAEIOUNUAEI'
           INSPECT WS-CRB-LIMPIO CONVERTING
               X'D2D9E0E8ECF2F9C7E7C4CBCFD6E4EBEFF6'
               TO 'OUAEIOUCCAEIOAEIO'
           INSPECT WS-CRB-LIMPIO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           MOVE SPACES TO WS-CRB-PALABRAS
           MOVE SPACES TO WS-CRB-PAL-AUX
           MOVE 0 TO WS-CRB-CANT-PAL
           MOVE 0 TO WS-CRB-K
           PERFORM VARYING WS-CRB-I FROM 1 BY 1 UNTIL WS-CRB-I > 41
               IF WS-CRB-I > 40
                   MOVE SPACE TO WS-CRB-CAR
               ELSE
                   MOVE WS-CRB-LIMPIO(WS-CRB-I:1) TO WS-CRB-CAR
               END-IF
               IF (WS-CRB-CAR IS ALPHABETIC-UPPER
                   AND WS-CRB-CAR NOT = SPACE)
                  OR WS-CRB-CAR IS NUMERIC
                   IF WS-CRB-K < 15
                       ADD 1 TO WS-CRB-K
                       MOVE WS-CRB-CAR TO WS-CRB-PAL-AUX(WS-CRB-K:1)
                   END-IF
               ELSE
                   IF WS-CRB-K > 1 AND WS-CRB-CANT-PAL < 6
                      AND WS-CRB-PAL-AUX NOT = 'DE'
                      AND WS-CRB-PAL-AUX NOT = 'DEL'
                      AND WS-CRB-PAL-AUX NOT = 'LA'
                      AND WS-CRB-PAL-AUX NOT = 'LAS'
                      AND WS-CRB-PAL-AUX NOT = 'LOS'
                       ADD 1 TO WS-CRB-CANT-PAL
                       MOVE WS-CRB-PAL-AUX
                         TO WS-CRB-PAL(WS-CRB-CANT-PAL)
                   END-IF
                   MOVE SPACES TO WS-CRB-PAL-AUX
                   MOVE 0 TO WS-CRB-K
               END-IF
           END-PERFORM
           PERFORM VARYING WS-CRB-I FROM 1 BY 1
               UNTIL WS-CRB-I >= WS-CRB-CANT-PAL
               PERFORM VARYING WS-CRB-J FROM 1 BY 1
                   UNTIL WS-CRB-J > WS-CRB-CANT-PAL - WS-CRB-I
                   IF WS-CRB-PAL(WS-CRB-J) > WS-CRB-PAL(WS-CRB-J + 1)
                       MOVE WS-CRB-PAL(WS-CRB-J) TO WS-CRB-PAL-AUX
                       MOVE WS-CRB-PAL(WS-CRB-J + 1)
                         TO WS-CRB-PAL(WS-CRB-J)
                       MOVE WS-CRB-PAL-AUX TO WS-CRB-PAL(WS-CRB-J + 1)
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-CRB-DOC-NORM
           MOVE 0 TO WS-CRB-K
           INSPECT WS-CRB-DOCUMENTO CONVERTING
               'abcdefghijklmnopqrstuvwxyz'
               TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           PERFORM VARYING WS-CRB-I FROM 1 BY 1 UNTIL WS-CRB-I > 15
               MOVE WS-CRB-DOCUMENTO(WS-CRB-I:1) TO WS-CRB-CAR
               IF (WS-CRB-CAR IS ALPHABETIC-UPPER
                   AND WS-CRB-CAR NOT = SPACE)
                  OR WS-CRB-CAR IS NUMERIC
                   ADD 1 TO WS-CRB-K
                   MOVE WS-CRB-CAR TO WS-CRB-DOC-NORM(WS-CRB-K:1)
               END-IF
           END-PERFORM.
