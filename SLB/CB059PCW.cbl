                MOVE "N" TO RESPOSTA
                DISPLAY "Confirma aprovacao deste nivel (S/N):"
                        LINE 14 COLUMN 03
                DISPLAY "F3-Impacto do BAC nos saldos"
                        LINE 23 COLUMN 03
                PERFORM TEST AFTER UNTIL NOT F3
                        ACCEPT  RESPOSTA LINE 14 COLUMN 41
                                WITH PROMPT UPDATE
                        ACCEPT  TECLA FROM ESCAPE KEY
                        IF   F3
                             DISPLAY CBCOBA-CHAVE UPON COMMAND-LINE
                             CALL "CB253PCW"
                                  ON EXCEPTION CONTINUE
                             END-CALL
                             CANCEL "CB253PCW"
                             DISPLAY TELA-CB059-DADOS
                        END-IF
                END-PERFORM
                DISPLAY LINHA-EM-BRANCO-CB059 LINE 23 COLUMN 03
                SET ENTER-KEY TO TRUE
                IF   RESPOSTA = "S" OR "s"
                     PERFORM 120-GRAVA-APROVACAO THRU 120-99-FIM
                     REWRITE CBCOBA-REG
