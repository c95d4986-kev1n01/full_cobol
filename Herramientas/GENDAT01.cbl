           MOVE WS-GEN-CLI-MONEDA TO CLI-MONEDA

           MOVE 'A' TO CLI-ESTADO
           MOVE SPACES TO CLI-PRODUCTO

           WRITE REG-CLIMAST
           ADD 1 TO COUNT-FCLIMASTGEN.
