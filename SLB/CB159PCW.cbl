              05 CLIC-EXERCICIO         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.
       COPY CB233PCW.

       SCREEN SECTION.


           PERFORM 115-CARREGA-CENTROS THRU 115-99-FIM

      *    Auditoria de leitura: o plano todo, no centro isolado ou
      *    em todos quando a demonstracao pega a arvore

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB159PCW"       TO CB233PCW-PROGRAMA
           MOVE ALL "9"          TO CB233PCW-CONTA-ATE
           IF   CENTRO-ESCOLHIDO = 0
           OR   MODO-ARVORE = "S" OR MODO-ARVORE = "s"
                MOVE 9999        TO CB233PCW-CENTRO-ATE
           ELSE
                MOVE CENTRO-ESCOLHIDO TO CB233PCW-CENTRO-DE
                                         CB233PCW-CENTRO-ATE
           END-IF
           MOVE REF-AAAA         TO CB233PCW-REFERENCIA (1: 4)
           MOVE REF-MM           TO CB233PCW-REFERENCIA (5: 2)
           CALL "CB233PCW"    USING PARAMETROS-CB233PCW

           IF   CENTRO-ESCOLHIDO NOT = 0
                MOVE CENTRO-ESCOLHIDO TO CENTRO-RAIZ
                PERFORM 140-DEMONSTRACAO THRU 140-99-FIM
