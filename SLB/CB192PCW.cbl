           IF   NOT (CBTITU-PESSOA-CODIGO NUMERIC)
                MOVE 0 TO CBTITU-PESSOA-CODIGO
           END-IF
           IF   NOT (CBTITU-DOCUMENTO NUMERIC)
                MOVE 0 TO CBTITU-DOCUMENTO
           END-IF
           IF   CBTITU-MULTA NOT = "S"
                MOVE SPACE TO CBTITU-MULTA
           END-IF
           IF   NOT (CBTITU-ACORDO NUMERIC)
                MOVE 0 TO CBTITU-ACORDO
           END-IF
           IF   NOT (CBTITU-PARCELA NUMERIC)
                MOVE 0 TO CBTITU-PARCELA
           END-IF
           IF   NOT (CBTITU-MOEDA NUMERIC)
                MOVE 0 TO CBTITU-MOEDA
           END-IF
           IF   NOT (CBTITU-TAXA-EMISSAO NUMERIC)
                MOVE 0 TO CBTITU-TAXA-EMISSAO
           END-IF
           IF   NOT (CBTITU-TAXA-LIQUIDACAO NUMERIC)
                MOVE 0 TO CBTITU-TAXA-LIQUIDACAO
           END-IF
           IF   NOT (CBTITU-ULT-VARIACAO NUMERIC)
                MOVE 0 TO CBTITU-ULT-VARIACAO
           END-IF
           IF   NOT (CBTITU-SERVICO NUMERIC)
                MOVE 0 TO CBTITU-SERVICO
           END-IF

      *    Valor na moeda, retencao e variacoes cambiais seguem o
      *    fator do valor em reais

           IF   CBTITU-VALOR-MOEDA NUMERIC
                COMPUTE CBTITU-VALOR-MOEDA ROUNDED =
                        CBTITU-VALOR-MOEDA * FATOR-PERTURBA / 100
           ELSE
                MOVE 0 TO CBTITU-VALOR-MOEDA
           END-IF
           IF   CBTITU-VALOR-RETIDO NUMERIC
                COMPUTE CBTITU-VALOR-RETIDO ROUNDED =
                        CBTITU-VALOR-RETIDO * FATOR-PERTURBA / 100
           ELSE
                MOVE 0 TO CBTITU-VALOR-RETIDO
           END-IF
           IF   CBTITU-VARIACAO-NR NUMERIC
                COMPUTE CBTITU-VARIACAO-NR ROUNDED =
                        CBTITU-VARIACAO-NR * FATOR-PERTURBA / 100
           ELSE
                MOVE 0 TO CBTITU-VARIACAO-NR
           END-IF
           IF   CBTITU-VARIACAO-REALIZADA NUMERIC
                COMPUTE CBTITU-VARIACAO-REALIZADA ROUNDED =
                        CBTITU-VARIACAO-REALIZADA * FATOR-PERTURBA
                        / 100
           ELSE
                MOVE 0 TO CBTITU-VARIACAO-REALIZADA
           END-IF.

       260-99-FIM. EXIT.
