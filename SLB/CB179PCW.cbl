           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD IGNORE LOCK
                   IF   FS-CBTITU < "10"
                   AND (CBTITU-ABERTO OR CBTITU-EM-REMESSA)
                        MOVE "CBTITU"      TO AUXILIAR-CORRENTE
                        MOVE CBTITU-VALOR  TO VALOR-ACUMULA
                        IF   CBTITU-ACRESCIMO NUMERIC
                             ADD CBTITU-ACRESCIMO
                              TO VALOR-ACUMULA
                        END-IF
                        IF   CBTITU-VARIACAO-NR NUMERIC
                             ADD CBTITU-VARIACAO-NR
                              TO VALOR-ACUMULA
                        END-IF
                        IF   CBTITU-A-PAGAR
                             COMPUTE VALOR-ACUMULA =
                                     0 - VALOR-ACUMULA
