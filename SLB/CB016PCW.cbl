       COPY CWBOXS.
       COPY CWBOXF.
       COPY CB002PCW.
       COPY CB233PCW.
       COPY CB014PCW.
       COPY CWIMPR.
       COPY CWTIME.

       100-PROCESSAMENTO.

      *    Auditoria de leitura: o relatorio cobre o plano todo

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB016PCW"        TO CB233PCW-PROGRAMA
           MOVE ALL "9"          TO CB233PCW-CONTA-ATE
           IF   CC = 0
                MOVE 9999        TO CB233PCW-CENTRO-ATE
           ELSE
                MOVE CC          TO CB233PCW-CENTRO-DE
                                    CB233PCW-CENTRO-ATE
           END-IF
           MOVE AAAA-REF         TO CB233PCW-REFERENCIA (1: 4)
           MOVE MM-REF           TO CB233PCW-REFERENCIA (5: 2)
           CALL "CB233PCW"    USING PARAMETROS-CB233PCW

           PERFORM UNTIL FS-CBPLCO > "09"
                   PERFORM TEST AFTER
                           UNTIL FS-CBPLCO NOT = "9D"
