           05 COUNT-IDX-DOC       PIC 9(07) COMP VALUE ZEROS.
           05 COUNT-IDX-CTA       PIC 9(07) COMP VALUE ZEROS.

      *    MISMA MARCA QUE BORRAD01 DEJA EN EL NOMBRE DE UNA TARJETA
      *    CUYOS DATOS PERSONALES SE BORRARON
       01  WS-MARCA-BORRADO       PIC X(09) VALUE '*BORRADO*'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           DISPLAY '======================================='
               DISPLAY 'FECACTVO.dat NO DISPONIBLE FS: ' FS-FECACTVO
           ELSE
               PERFORM 1100-LEER-FECACTVO
      *        UNA TARJETA CON LOS DATOS PERSONALES BORRADOS NO
      *        VUELVE A NINGUNO DE LOS DOS INDICES
               PERFORM UNTIL EOF-ACTUAL = 'S'
                   IF REG-SALIDA(1:2) NOT = 'HD' AND
                      REG-SALIDA(1:2) NOT = 'TR' AND
                      FA-NOM-CLIENTE NOT = WS-MARCA-BORRADO
                       PERFORM 1200-ESCRIBIR-INDICES
                   END-IF
                   PERFORM 1100-LEER-FECACTVO
