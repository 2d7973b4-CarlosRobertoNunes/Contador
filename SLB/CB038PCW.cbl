                 15 T-SALDO     COMP-3 PIC S9(012)V99.

       COPY CB002PCW.
       COPY CB232PCW.
       COPY CB233PCW.
       COPY CWBOXF.

       SCREEN SECTION.
           CALL "CB002PCW"  USING PARAMETROS-CB002PCW
           MOVE "D"            TO CB002PCW-FUNCAO
           CALL "CB002PCW"  USING PARAMETROS-CB002PCW

      *    Fora do escopo de dados do perfil a conta aparece sem
      *    valores nem tendencia

           MOVE 0                   TO CB232PCW-COD-RED
           MOVE CBPLCO-CLASSE       TO CB232PCW-CLASSE
           MOVE CBCOSA-CENTRO-CUSTO TO CB232PCW-CENTRO-CUSTO
           CALL "CB232PCW"       USING PARAMETROS-CB232PCW
           IF   CB232PCW-RESTRITO
                MOVE 0 TO CBCOSA-SALDO-INICIAL
                          CBCOSA-A-DEBITO
                          CBCOSA-A-CREDITO
                          CBCOSA-SALDO-ATUAL
                MOVE "Restrito ao perfil" TO CBPLCO-DESCRICAO
                DISPLAY CTAC-VAR-CB038PCW
                INITIALIZE TENDENCIA-MESES
                DISPLAY CTAC-VAR-TENDENCIA
                GO TO 010-99-FIM
           END-IF

           IF   FS-CBCOSA < "10"
           AND  FS-CBPLCO < "10"
                PERFORM 016-AUDITA-LEITURA THRU 016-99-FIM
           END-IF

           DISPLAY CTAC-VAR-CB038PCW
           PERFORM 015-MONTA-TENDENCIA THRU 015-99-FIM
           DISPLAY CTAC-VAR-TENDENCIA.

       015-99-FIM. EXIT.

       016-AUDITA-LEITURA.

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB038PCW"   TO CB233PCW-PROGRAMA
           MOVE CBCOSA-CONTA TO CB233PCW-CONTA-DE
                                CB233PCW-CONTA-ATE
           IF   CC = 0
                MOVE 9999    TO CB233PCW-CENTRO-ATE
           ELSE
                MOVE CC      TO CB233PCW-CENTRO-DE
                                CB233PCW-CENTRO-ATE
           END-IF
           MOVE CBCOSA-AAAA  TO CB233PCW-REFERENCIA (1: 4)
           MOVE CBCOSA-MM    TO CB233PCW-REFERENCIA (5: 2)
           CALL "CB233PCW"  USING PARAMETROS-CB233PCW.

       016-99-FIM. EXIT.

       011-CC.

           DISPLAY TELA-CC
