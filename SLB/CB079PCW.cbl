              10 REF-MM                 PIC  9(002).
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 EMISSAO-FINAL             PIC  X(001) VALUE "N".
           05 I                         PIC  9(003) VALUE 0.
           05 TOTAL-GRUPOS              PIC  9(003) VALUE 0.
           05 ATIVIDADE-MOV             PIC  X(001) VALUE SPACE.
                                        BLANK WHEN ZERO.

       COPY CWIMPR.
       COPY CB233PCW.
       COPY CB251PCW.

       SCREEN SECTION.

           05 LINE 10 COLUMN 03 VALUE "Referencia final   (AAAAMM):".
           05 LINE 10 COLUMN 33 PIC 9999 USING REF-AAAA-F.
           05 LINE 10 COLUMN 37 PIC 99   USING REF-MM-F.
           05 LINE 12 COLUMN 03 VALUE "Emissao final (S/N)........:".
           05 LINE 12 COLUMN 33 PIC X    USING EMISSAO-FINAL.

       PROCEDURE DIVISION.


       100-PROCESSAMENTO.

      *    Auditoria de leitura: a DFC cobre o plano todo, registrada
      *    na referencia final do periodo

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB079PCW"       TO CB233PCW-PROGRAMA
           MOVE ALL "9"          TO CB233PCW-CONTA-ATE
           MOVE 9999             TO CB233PCW-CENTRO-ATE
           MOVE REFERENCIA-FINAL TO CB233PCW-REFERENCIA
           CALL "CB233PCW"    USING PARAMETROS-CB233PCW

           MOVE REFERENCIA-INICIAL TO REFERENCIA-CORRENTE

           PERFORM 200-PROCESSA-MES THRU 200-99-FIM
                   UNTIL REFERENCIA-CORRENTE > REFERENCIA-FINAL

           IF   EMISSAO-FINAL = "S"
                PERFORM 400-ABRE-PUBLICACAO THRU 400-99-FIM
           END-IF

           PERFORM 300-IMPRIME THRU 300-99-FIM.

       100-99-FIM. EXIT.
             TO CLIC-DESCRICAO
           MOVE VARIACAO-CAIXA TO CLIC-VALOR
           MOVE LINHA-02       TO CWIMPR-DETAIL
           CALL "CB125PCW"    USING PARAMETROS-CWIMPR

           IF   CB251PCW-EMISSAO-ABERTA
                MOVE "V"            TO CB251PCW-TIPO
                MOVE 0              TO CB251PCW-CODIGO
                MOVE SPACE          TO CB251PCW-ATIVIDADE
                MOVE CLIC-DESCRICAO TO CB251PCW-DESCRICAO
                MOVE VARIACAO-CAIXA TO CB251PCW-VALOR-1
                PERFORM 410-GRAVA-PUBLICACAO THRU 410-99-FIM
           END-IF.

       300-99-FIM. EXIT.

                        MOVE TB-VALOR (I)  TO CLIC-VALOR
                        MOVE LINHA-02      TO CWIMPR-DETAIL
                        CALL "CB125PCW"   USING PARAMETROS-CWIMPR
                        IF   CB251PCW-EMISSAO-ABERTA
                             MOVE "F"              TO CB251PCW-TIPO
                             MOVE TB-CLASSE    (I) TO CB251PCW-CODIGO
                             MOVE TB-ATIVIDADE (I) TO CB251PCW-ATIVIDADE
                             MOVE TB-DESCRICAO (I) TO CB251PCW-DESCRICAO
                             MOVE TB-VALOR     (I) TO CB251PCW-VALOR-1
                             PERFORM 410-GRAVA-PUBLICACAO
                                THRU 410-99-FIM
                        END-IF
                   END-IF
           END-PERFORM

           MOVE SUBTOTAL-ATIVIDADE    TO CLIC-VALOR
           MOVE LINHA-02              TO CWIMPR-DETAIL
           CALL "CB125PCW"           USING PARAMETROS-CWIMPR
           IF   CB251PCW-EMISSAO-ABERTA
                MOVE "A"                TO CB251PCW-TIPO
                MOVE 0                  TO CB251PCW-CODIGO
                MOVE ATIVIDADE-IMPRIME  TO CB251PCW-ATIVIDADE
                MOVE TITULO-ATIVIDADE   TO CB251PCW-DESCRICAO
                MOVE SUBTOTAL-ATIVIDADE TO CB251PCW-VALOR-1
                PERFORM 410-GRAVA-PUBLICACAO THRU 410-99-FIM
           END-IF
           MOVE SPACES                TO CWIMPR-DETAIL
           CALL "CB125PCW"           USING PARAMETROS-CWIMPR.

       310-99-FIM. EXIT.

       400-ABRE-PUBLICACAO.

      *    Emissao final: as linhas impressas ficam congeladas no
      *    CBPUBL (CB251PCW) para o comparativo do CB252PCW

           INITIALIZE PARAMETROS-CB251PCW
           SET  CB251PCW-ABRE       TO TRUE
           MOVE "CB079PCW"          TO CB251PCW-PROGRAMA
           MOVE REFERENCIA-FINAL    TO CB251PCW-REFERENCIA
           MOVE REFERENCIA-INICIAL  TO CB251PCW-REFERENCIA-INICIAL
           CALL "CB251PCW"       USING PARAMETROS-CB251PCW

           IF   NOT CB251PCW-EMISSAO-ABERTA
                DISPLAY "Emissao final nao registrada no CBPUBL"
                        LINE 23 COLUMN 03
           END-IF.

       400-99-FIM. EXIT.

       410-GRAVA-PUBLICACAO.

           SET  CB251PCW-GRAVA-LINHA TO TRUE
           CALL "CB251PCW"        USING PARAMETROS-CB251PCW.

       410-99-FIM. EXIT.

       800-INICIAIS.

           MOVE 0 TO REF-AAAA-I REF-MM-I REF-AAAA-F REF-MM-F
                    CONTINUE
           END-CALL

      *    Emissao interrompida nao e publicada

           IF   CB251PCW-EMISSAO-ABERTA
           AND  NOT CWIMPR-END-PRINT
                SET  CB251PCW-FECHA TO TRUE
                CALL "CB251PCW"  USING PARAMETROS-CB251PCW
           END-IF
           CANCEL "CB251PCW"

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           CLOSE CBDFCC CBPLCO.
