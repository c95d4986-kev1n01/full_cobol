               CLOSE FILRUNPLAN
               OPEN EXTEND FILRUNPLAN
           END-IF
           MOVE SPACES TO REG-RUNPLAN
           MOVE 'CONCIL01' TO RPL-PROGRAMA
           MOVE WS-RUNPLAN-LOTE TO RPL-LOTE-ID
           MOVE WS-FECHA-YYYYMMDD TO RPL-FECHA-NEG
               CLOSE FILRUNPLAN
               OPEN EXTEND FILRUNPLAN
           END-IF
           MOVE SPACES TO REG-RUNPLAN
           MOVE 'CONCIL01' TO RPL-PROGRAMA
           MOVE WS-RUNPLAN-LOTE TO RPL-LOTE-ID
           MOVE WS-FECHA-YYYYMMDD TO RPL-FECHA-NEG
