           ADD  QUOTA-MES       TO CBATIV-DEPR-ACUMULADA
                                   TOTAL-GERADO
           MOVE REFERENCIA-DEPR TO CBATIV-ULTIMA-COMPETENCIA
           MOVE QUOTA-MES       TO CBATIV-QUOTA-COMPETENCIA
           REWRITE CBATIV-REG
           ADD  1               TO BENS-PROCESSADOS

