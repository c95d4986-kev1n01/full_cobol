               CLOSE FILRUNPLAN
               OPEN EXTEND FILRUNPLAN
           END-IF
           MOVE SPACES TO REG-RUNPLAN
           MOVE 'TRANSM01' TO RPL-PROGRAMA
           MOVE SPACES TO RPL-LOTE-ID
           MOVE WS-FECHA-YYYYMMDD TO RPL-FECHA-NEG
               CLOSE FILRUNPLAN
               OPEN EXTEND FILRUNPLAN
           END-IF
           MOVE SPACES TO REG-RUNPLAN
           MOVE 'TRANSM01' TO RPL-PROGRAMA
           MOVE WS-LOTE-EXTRACTO TO RPL-LOTE-ID
           MOVE WS-FECHA-YYYYMMDD TO RPL-FECHA-NEG
