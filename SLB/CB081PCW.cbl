              10 LB-SPEDTX              PIC  X(050) VALUE
                 "SPEDECD.TXT".

       COPY CB245PCW.

       SCREEN SECTION.

       01  TELA-PARAMETROS.
       900-FINAIS.

           CLOSE CBPLCO CBCOSA CBCAHI CBHIVA SPEDTX
           DISPLAY "Arquivo SPEDECD.TXT gerado" LINE 23 COLUMN 03

      *    Geracao no calendario de obrigacoes (CB244PCW)

           MOVE "ECD"              TO CB245PCW-OBRIGACAO
           MOVE REFERENCIA-INICIAL TO CB245PCW-PERIODO-DE
           MOVE REFERENCIA-FINAL   TO CB245PCW-PERIODO-ATE
           CALL "CB245PCW" USING PARAMETROS-CB245PCW
           IF   CB245PCW-JA-TRANSMITIDA
                DISPLAY "Periodo ja transmitido - abra retificadora"
                        LINE 22 COLUMN 03
           END-IF.

       900-99-FIM. EXIT.

