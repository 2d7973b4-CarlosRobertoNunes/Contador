           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD IGNORE LOCK
                   IF   FS-CBTITU < "10"
                   AND (CBTITU-ABERTO OR CBTITU-EM-REMESSA)
                   AND  CBTITU-PESSOA-CODIGO NUMERIC
                   AND  CBTITU-PESSOA-CODIGO = CBPESS-CODIGO
                        IF  (TIPO-GERACAO = "F" AND CBTITU-A-PAGAR)
                                  ADD CBTITU-ACRESCIMO
                                   TO SALDO-PESSOA
                             END-IF
                             IF   CBTITU-VARIACAO-NR NUMERIC
                                  ADD CBTITU-VARIACAO-NR
                                   TO SALDO-PESSOA
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
