           IF   NOT (CBTITU-PESSOA-CODIGO NUMERIC)
                MOVE 0 TO CBTITU-PESSOA-CODIGO
           END-IF
           IF   NOT (CBTITU-DOCUMENTO NUMERIC)
                MOVE 0 TO CBTITU-DOCUMENTO
           END-IF
           IF   CBTITU-MULTA NOT = "S"
                MOVE SPACE TO CBTITU-MULTA
           END-IF
