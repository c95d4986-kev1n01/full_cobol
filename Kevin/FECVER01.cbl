               10 WS-BOV-TOKEN    PIC X(16).
               10 WS-BOV-PAN      PIC X(16).
       01  WS-PAN-CLARO           PIC X(22).
      *    MISMA MARCA QUE BORRAD01 DEJA EN BOV-PAN
       01  WS-MARCA-BORRADO       PIC X(22) VALUE '*BORRADO*'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
                       MOVE 'S' TO WS-ARCHIVADO-SI
               END-SEARCH
           END-IF
      *    UN TOKEN DE UN CLIENTE BORRADO YA NO TIENE PAN: LA TARJETA
      *    NO SE RECONSTRUYE
           IF WS-PAN-CLARO = WS-MARCA-BORRADO
               MOVE 'S' TO WS-ARCHIVADO-SI
           END-IF
           IF WS-ARCHIVADO-SI = 'N'
               INITIALIZE REG-NUEVO
               MOVE WS-PAN-CLARO TO FN-PAN
