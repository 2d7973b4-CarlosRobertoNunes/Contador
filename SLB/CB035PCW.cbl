
       COPY CWBOXW.
       COPY CWNCOR.
       COPY CB233PCW.

       SCREEN SECTION.

                            MOVE CBMVMS-DIA   TO CLIC-DIA
                            MOVE CBMVMS-VALOR TO CLIC-VALOR
                                                  VALOR-LANCAMENTO
                            PERFORM 120-AUDITA-LEITURA THRU
                                    120-99-FIM
                            PERFORM 110-PROCESSA-HISTORICO THRU
                                    110-99-FIM
                            MOVE "S"               TO LER

       110-99-FIM. EXIT.

       120-AUDITA-LEITURA.

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB035PCW"          TO CB233PCW-PROGRAMA
           MOVE CBMVMS-COD-RED      TO CB233PCW-COD-RED
           MOVE CBMVMS-CENTRO-CUSTO TO CB233PCW-CENTRO-DE
                                       CB233PCW-CENTRO-ATE
           MOVE AAAA-REF            TO CB233PCW-REFERENCIA (1: 4)
           MOVE MM-REF              TO CB233PCW-REFERENCIA (5: 2)
           CALL "CB233PCW"       USING PARAMETROS-CB233PCW.

       120-99-FIM. EXIT.

       800-INICIAIS.

           OPEN OUTPUT CBWORK
