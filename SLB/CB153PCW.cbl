              10 LB-SPEDTX              PIC  X(050) VALUE
                 "SPEDECF.TXT".

       COPY CB245PCW.

       SCREEN SECTION.

       01  TELA-PARAMETROS.
       900-FINAIS.

           CLOSE CBPLCO CBPLRF CBCOSA CBDREL SPEDTX
           DISPLAY "Arquivo SPEDECF.TXT gerado" LINE 23 COLUMN 03

      *    Geracao no calendario de obrigacoes (CB244PCW)

           MOVE "ECF"              TO CB245PCW-OBRIGACAO
           MOVE EXERCICIO          TO CB245PCW-PERIODO-DE  (1: 4)
                                      CB245PCW-PERIODO-ATE (1: 4)
           MOVE 01                 TO CB245PCW-PERIODO-DE  (5: 2)
           MOVE 12                 TO CB245PCW-PERIODO-ATE (5: 2)
           CALL "CB245PCW" USING PARAMETROS-CB245PCW
           IF   CB245PCW-JA-TRANSMITIDA
                DISPLAY "Periodo ja transmitido - abra retificadora"
                        LINE 22 COLUMN 03
           END-IF.

       900-99-FIM. EXIT.

