       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB205PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Receita pelo estagio de execucao das ordens  *
                      *  de servico (CPC 47)                          *
                      *                                               *
                      *  Para cada ordem aberta com preco e custo     *
                      *  estimado no CBORDS, o custo incorrido do     *
                      *  CBORSA sobre o estimado da o percentual      *
                      *  executado; a receita reconhecida acumulada   *
                      *  e confrontada com o faturado e a diferenca   *
                      *  vai para o ativo ou o passivo de contrato.   *
                      *  Contrato oneroso: a perda esperada inteira   *
                      *  fica provisionada desde logo. Relatorio por  *
                      *  ordem: faturado x reconhecido x a reconhecer *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBORDSSL.
       COPY CBORSASL.
       COPY CBORPCSL.
       COPY CBPLCOSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBORDSFD.
       COPY CBORSAFD.
       COPY CBORPCFD.
       COPY CBPLCOFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB205PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 COD-RED-FATURAMENTO-C     PIC  9(005) VALUE 0.
           05 COD-RED-RECEITA-C         PIC  9(005) VALUE 0.
           05 COD-RED-ATIVO-C           PIC  9(005) VALUE 0.
           05 COD-RED-PASSIVO-C         PIC  9(005) VALUE 0.
           05 COD-RED-PERDA-C           PIC  9(005) VALUE 0.
           05 COD-RED-PROVISAO-C        PIC  9(005) VALUE 0.
           05 CONTA-CUSTO-INICIAL-C     PIC  9(015) VALUE 0.
           05 CONTA-CUSTO-FINAL-C       PIC  9(015) VALUE 0.
           05 CENTRO-C                  PIC  9(004) VALUE 0.
           05 HISTORICO-C               PIC  9(004) VALUE 0.
           05 COD-RED-TESTE             PIC  9(005) VALUE 0.
           05 COMPETENCIA.
              10 COMP-AAAA              PIC  9(004).
              10 COMP-MM                PIC  9(002).
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 K                  COMP-3 PIC  9(002) VALUE 0.
           05 CUSTO-INCORRIDO    COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-FATURADO     COMP-3 PIC S9(012)V99 VALUE 0.
           05 FRACAO-EXECUTADA   COMP-3 PIC  9(001)V9(006) VALUE 0.
           05 RECEITA-ALVO       COMP-3 PIC  9(012)V99 VALUE 0.
           05 AJUSTE-NOVO        COMP-3 PIC S9(012)V99 VALUE 0.
           05 ATIVO-ANTERIOR     COMP-3 PIC  9(012)V99 VALUE 0.
           05 ATIVO-NOVO         COMP-3 PIC  9(012)V99 VALUE 0.
           05 PASSIVO-ANTERIOR   COMP-3 PIC  9(012)V99 VALUE 0.
           05 PASSIVO-NOVO       COMP-3 PIC  9(012)V99 VALUE 0.
           05 PERDA-NOVA         COMP-3 PIC  9(012)V99 VALUE 0.
           05 DIFERENCA          COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-PARCELA             PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 FALHOU                    PIC  9(001) VALUE 0.
           05 QT-APURADAS        COMP-3 PIC  9(004) VALUE 0.
           05 QT-REJEITADAS      COMP-3 PIC  9(004) VALUE 0.
           05 QT-PARES           COMP-3 PIC  9(002) VALUE 0.
           05 PARES-GERADOS.
              10 PAR-GERADO OCCURS 6.
                 15 PAR-LANCAMENTO      PIC  9(007).
                 15 PAR-COD-RED-DB      PIC  9(005).
                 15 PAR-COD-RED-CR      PIC  9(005).
                 15 PAR-VALOR           PIC  9(012)V99.
           05 TOTAL-PRECO        COMP-3 PIC  9(013)V99 VALUE 0.
           05 TOTAL-RECONHECIDA  COMP-3 PIC  9(013)V99 VALUE 0.
           05 TOTAL-FATURADO     COMP-3 PIC  9(013)V99 VALUE 0.
           05 TOTAL-A-RECONHECER COMP-3 PIC  9(013)V99 VALUE 0.
           05 TOTAL-SALDO        COMP-3 PIC S9(013)V99 VALUE 0.
           05 TOTAL-PERDA        COMP-3 PIC  9(013)V99 VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBORDS.
              10 FS-CBORDS              PIC  X(002) VALUE "00".
              10 LB-CBORDS              PIC  X(050) VALUE "CBORDS".
           05 ER-CBORSA.
              10 FS-CBORSA              PIC  X(002) VALUE "00".
              10 LB-CBORSA              PIC  X(050) VALUE "CBORSA".
           05 ER-CBORPC.
              10 FS-CBORPC              PIC  X(002) VALUE "00".
              10 LB-CBORPC              PIC  X(050) VALUE "CBORPC".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".

       01  CONFIGURACAO.
           05 CFG-COD-RED-FATURAMENTO   PIC  9(005) VALUE 0.
           05 CFG-COD-RED-RECEITA       PIC  9(005) VALUE 0.
           05 CFG-COD-RED-ATIVO         PIC  9(005) VALUE 0.
           05 CFG-COD-RED-PASSIVO       PIC  9(005) VALUE 0.
           05 CFG-COD-RED-PERDA         PIC  9(005) VALUE 0.
           05 CFG-COD-RED-PROVISAO      PIC  9(005) VALUE 0.
           05 CFG-CONTA-CUSTO-INICIAL   PIC  9(015) VALUE 0.
           05 CFG-CONTA-CUSTO-FINAL     PIC  9(015) VALUE 0.
           05 CFG-CENTRO-CUSTO          PIC  9(004) VALUE 0.
           05 CFG-HISTORICO             PIC  9(004) VALUE 0.

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(007) VALUE "ORDEM  ".
              05 FILLER                 PIC  X(021) VALUE
                 "DESCRICAO            ".
              05 FILLER                 PIC  X(007) VALUE "  EXEC%".
              05 FILLER                 PIC  X(015) VALUE
                 "          PRECO".
              05 FILLER                 PIC  X(015) VALUE
                 "    RECONHECIDA".
              05 FILLER                 PIC  X(015) VALUE
                 "       FATURADA".
              05 FILLER                 PIC  X(015) VALUE
                 "   A RECONHECER".
              05 FILLER                 PIC  X(016) VALUE
                 " ATIVO(PASSIVO) ".
              05 FILLER                 PIC  X(015) VALUE
                 "  PERDA PROVIS.".
           02 LINHA-02.
              05 CLIC-ORDEM             PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO         PIC  X(020).
              05 FILLER                 PIC  X(001).
              05 CLIC-PERCENTUAL        PIC  ZZZ9,99.
              05 CLIC-PRECO             PIC  ZZZZ.ZZZ.ZZ9,99.
              05 CLIC-RECONHECIDA       PIC  ZZZZ.ZZZ.ZZ9,99.
              05 CLIC-FATURADA          PIC  ZZZZ.ZZZ.ZZ9,99.
              05 CLIC-A-RECONHECER      PIC  ZZZZ.ZZZ.ZZ9,99.
              05 CLIC-SALDO             PIC  ZZZZ.ZZZ.ZZ9,99-.
              05 CLIC-PERDA             PIC  ZZZZ.ZZZ.ZZ9,99.

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Configuracao das contas".
           05 LINE 05 COLUMN 03 VALUE "2 - Apuracao do mes".
           05 LINE 06 COLUMN 03 VALUE "3 - Relatorio por ordem".
           05 LINE 08 COLUMN 03 VALUE "Opcao:".
           05 LINE 08 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CONFIGURACAO.
           05 LINE 05 COLUMN 03 VALUE "Receita faturada.......:".
           05 LINE 05 COLUMN 30 PIC 9(005) USING COD-RED-FATURAMENTO-C.
           05 LINE 06 COLUMN 03 VALUE "Receita de contratos...:".
           05 LINE 06 COLUMN 30 PIC 9(005) USING COD-RED-RECEITA-C.
           05 LINE 07 COLUMN 03 VALUE "Ativo de contrato......:".
           05 LINE 07 COLUMN 30 PIC 9(005) USING COD-RED-ATIVO-C.
           05 LINE 08 COLUMN 03 VALUE "Passivo de contrato....:".
           05 LINE 08 COLUMN 30 PIC 9(005) USING COD-RED-PASSIVO-C.
           05 LINE 09 COLUMN 03 VALUE "Perda em contratos.....:".
           05 LINE 09 COLUMN 30 PIC 9(005) USING COD-RED-PERDA-C.
           05 LINE 10 COLUMN 03 VALUE "Provisao para perda....:".
           05 LINE 10 COLUMN 30 PIC 9(005) USING COD-RED-PROVISAO-C.
           05 LINE 11 COLUMN 03 VALUE "Contas de custo de.....:".
           05 LINE 11 COLUMN 30 PIC 9(015) USING CONTA-CUSTO-INICIAL-C.
           05 LINE 12 COLUMN 03 VALUE "Contas de custo ate....:".
           05 LINE 12 COLUMN 30 PIC 9(015) USING CONTA-CUSTO-FINAL-C.
           05 LINE 13 COLUMN 03 VALUE "Centro de custo........:".
           05 LINE 13 COLUMN 30 PIC 9(004) USING CENTRO-C.
           05 LINE 14 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 14 COLUMN 30 PIC 9(004) USING HISTORICO-C.

       01  TELA-LANCAMENTO.
           05 LINE 05 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 05 COLUMN 30 PIC 9999 USING COMP-AAAA.
           05 LINE 05 COLUMN 34 PIC 99   USING COMP-MM.
           05 LINE 06 COLUMN 03 VALUE "BAC (serie/numero).....:".
           05 LINE 06 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 06 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 07 COLUMN 03 VALUE "Dia de referencia......:".
           05 LINE 07 COLUMN 30 PIC 9(002) USING DIA-REF.

       01  TELA-COMPETENCIA.
           05 LINE 05 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 05 COLUMN 30 PIC 9999 USING COMP-AAAA.
           05 LINE 05 COLUMN 34 PIC 99   USING COMP-MM.

       PROCEDURE DIVISION.

       000-INICIO.

           MOVE "E" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           IF   CB109PCW-AUTORIZADO = "N"
                GOBACK
           END-IF

           PERFORM 800-INICIAIS THRU 800-99-FIM

           PERFORM UNTIL ESC
                   MOVE 0 TO OPCAO
                   DISPLAY TELA-OPCAO
                   ACCEPT  TELA-OPCAO
                   ACCEPT  TECLA FROM ESCAPE KEY
                   EVALUATE TRUE
                       WHEN ESC OR OPCAO = 0
                            SET ESC TO TRUE
                       WHEN OPCAO = 1
                            PERFORM 100-CONFIGURA THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 300-APURA     THRU 300-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 400-RELATORIO THRU 400-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-CONFIGURA.

           PERFORM 150-LE-CONFIGURACAO THRU 150-99-FIM
           MOVE CFG-COD-RED-FATURAMENTO TO COD-RED-FATURAMENTO-C
           MOVE CFG-COD-RED-RECEITA     TO COD-RED-RECEITA-C
           MOVE CFG-COD-RED-ATIVO       TO COD-RED-ATIVO-C
           MOVE CFG-COD-RED-PASSIVO     TO COD-RED-PASSIVO-C
           MOVE CFG-COD-RED-PERDA       TO COD-RED-PERDA-C
           MOVE CFG-COD-RED-PROVISAO    TO COD-RED-PROVISAO-C
           MOVE CFG-CONTA-CUSTO-INICIAL TO CONTA-CUSTO-INICIAL-C
           MOVE CFG-CONTA-CUSTO-FINAL   TO CONTA-CUSTO-FINAL-C
           MOVE CFG-CENTRO-CUSTO        TO CENTRO-C
           MOVE CFG-HISTORICO           TO HISTORICO-C

           DISPLAY TELA-CONFIGURACAO
           ACCEPT  TELA-CONFIGURACAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           IF   CONTA-CUSTO-FINAL-C < CONTA-CUSTO-INICIAL-C
           OR   CONTA-CUSTO-FINAL-C = 0
                DISPLAY "Faixa de contas de custo invalida"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

      *    A receita do ajuste nao pode ser a do faturamento, senao
      *    o proprio ajuste entraria no faturado do mes seguinte

           IF   COD-RED-RECEITA-C = COD-RED-FATURAMENTO-C
                DISPLAY "Receita de contratos igual a faturada"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE COD-RED-FATURAMENTO-C TO COD-RED-TESTE
           PERFORM 110-CRITICA-CONTA THRU 110-99-FIM
           IF   FS-CBPLCO = "00"
                MOVE COD-RED-RECEITA-C TO COD-RED-TESTE
                PERFORM 110-CRITICA-CONTA THRU 110-99-FIM
           END-IF
           IF   FS-CBPLCO = "00"
                MOVE COD-RED-ATIVO-C TO COD-RED-TESTE
                PERFORM 110-CRITICA-CONTA THRU 110-99-FIM
           END-IF
           IF   FS-CBPLCO = "00"
                MOVE COD-RED-PASSIVO-C TO COD-RED-TESTE
                PERFORM 110-CRITICA-CONTA THRU 110-99-FIM
           END-IF
           IF   FS-CBPLCO = "00"
                MOVE COD-RED-PERDA-C TO COD-RED-TESTE
                PERFORM 110-CRITICA-CONTA THRU 110-99-FIM
           END-IF
           IF   FS-CBPLCO = "00"
                MOVE COD-RED-PROVISAO-C TO COD-RED-TESTE
                PERFORM 110-CRITICA-CONTA THRU 110-99-FIM
           END-IF
           IF   FS-CBPLCO NOT = "00"
                MOVE "00" TO FS-CBPLCO
                DISPLAY "Conta inexistente:" LINE 23 COLUMN 03
                DISPLAY COD-RED-TESTE        LINE 23 COLUMN 22
                GO TO 100-99-FIM
           END-IF

           INITIALIZE CBORPC-REG
           MOVE 0                     TO CBORPC-ORDEM
                                         CBORPC-COMPETENCIA
           MOVE COD-RED-FATURAMENTO-C TO CBORPC-COD-RED-FATURAMENTO
           MOVE COD-RED-RECEITA-C     TO CBORPC-COD-RED-RECEITA
           MOVE COD-RED-ATIVO-C       TO CBORPC-COD-RED-ATIVO
           MOVE COD-RED-PASSIVO-C     TO CBORPC-COD-RED-PASSIVO
           MOVE COD-RED-PERDA-C       TO CBORPC-COD-RED-PERDA
           MOVE COD-RED-PROVISAO-C    TO CBORPC-COD-RED-PROVISAO
           MOVE CONTA-CUSTO-INICIAL-C TO CBORPC-CONTA-CUSTO-INICIAL
           MOVE CONTA-CUSTO-FINAL-C   TO CBORPC-CONTA-CUSTO-FINAL
           MOVE CENTRO-C              TO CBORPC-CENTRO-CUSTO
           MOVE HISTORICO-C           TO CBORPC-HISTORICO
           WRITE CBORPC-REG
           IF   FS-CBORPC = "22"
                REWRITE CBORPC-REG
           END-IF
           IF   FS-CBORPC > "09"
                DISPLAY "Erro de gravacao em CBORPC"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Configuracao gravada" LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       110-CRITICA-CONTA.

           MOVE COD-RED-TESTE TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO < "10"
                MOVE "00" TO FS-CBPLCO
           END-IF.

       110-99-FIM. EXIT.

       150-LE-CONFIGURACAO.

           INITIALIZE CONFIGURACAO
           MOVE 0 TO CBORPC-ORDEM CBORPC-COMPETENCIA
           READ CBORPC IGNORE LOCK
           IF   FS-CBORPC > "09"
                MOVE "00" TO FS-CBORPC
                GO TO 150-99-FIM
           END-IF

           MOVE CBORPC-COD-RED-FATURAMENTO TO CFG-COD-RED-FATURAMENTO
           MOVE CBORPC-COD-RED-RECEITA     TO CFG-COD-RED-RECEITA
           MOVE CBORPC-COD-RED-ATIVO       TO CFG-COD-RED-ATIVO
           MOVE CBORPC-COD-RED-PASSIVO     TO CFG-COD-RED-PASSIVO
           MOVE CBORPC-COD-RED-PERDA       TO CFG-COD-RED-PERDA
           MOVE CBORPC-COD-RED-PROVISAO    TO CFG-COD-RED-PROVISAO
           MOVE CBORPC-CONTA-CUSTO-INICIAL TO CFG-CONTA-CUSTO-INICIAL
           MOVE CBORPC-CONTA-CUSTO-FINAL   TO CFG-CONTA-CUSTO-FINAL
           MOVE CBORPC-CENTRO-CUSTO        TO CFG-CENTRO-CUSTO
           MOVE CBORPC-HISTORICO           TO CFG-HISTORICO.

       150-99-FIM. EXIT.

       300-APURA.

           PERFORM 150-LE-CONFIGURACAO THRU 150-99-FIM
           IF   CFG-COD-RED-RECEITA = 0
                DISPLAY "Contas nao configuradas" LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE 0 TO COMP-AAAA COMP-MM SERIE-BAC NUMERO-BAC DIA-REF
           DISPLAY TELA-LANCAMENTO
           ACCEPT  TELA-LANCAMENTO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
           OR   COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
           OR   SERIE-BAC = 0 OR DIA-REF = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           OPEN INPUT CBORSA
           IF   FS-CBORSA > "09"
                DISPLAY "Nenhum movimento acumulado (CBORSA)"
                        LINE 23 COLUMN 03
                MOVE "00" TO FS-CBORSA
                GO TO 300-99-FIM
           END-IF

           MOVE 0 TO QT-APURADAS QT-REJEITADAS
           MOVE LOW-VALUES TO CBORDS-CHAVE
           START CBORDS KEY NOT LESS CBORDS-CHAVE
           PERFORM UNTIL FS-CBORDS > "09"
                   READ CBORDS NEXT RECORD WITH LOCK
                   IF   FS-CBORDS < "10"
                        PERFORM 305-CAMPOS-APURACAO THRU 305-99-FIM
                        IF   CBORDS-ORDEM-ABERTA
                        AND  CBORDS-PRECO-CONTRATO > 0
                        AND  CBORDS-CUSTO-ESTIMADO > 0
                        AND  CBORDS-ULTIMA-APURACAO < COMPETENCIA
                             PERFORM 310-APURA-ORDEM THRU 310-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBORDS
           CLOSE CBORSA

           DISPLAY "Apuracao encerrada. Ordens: "
                   LINE 23 COLUMN 03
                   QT-APURADAS " Rejeitadas: " QT-REJEITADAS.

       300-99-FIM. EXIT.

       305-CAMPOS-APURACAO.

      *    Ordem gravada antes da apuracao por estagio traz estes
      *    campos em branco; valem zero

           IF   CBORDS-PRECO-CONTRATO NOT NUMERIC
                MOVE 0 TO CBORDS-PRECO-CONTRATO
           END-IF
           IF   CBORDS-CUSTO-ESTIMADO NOT NUMERIC
                MOVE 0 TO CBORDS-CUSTO-ESTIMADO
           END-IF
           IF   CBORDS-RECEITA-AJUSTADA NOT NUMERIC
                MOVE 0 TO CBORDS-RECEITA-AJUSTADA
           END-IF
           IF   CBORDS-PERDA-PROVISIONADA NOT NUMERIC
                MOVE 0 TO CBORDS-PERDA-PROVISIONADA
           END-IF
           IF   CBORDS-ULTIMA-APURACAO NOT NUMERIC
                MOVE 0 TO CBORDS-ULTIMA-APURACAO
           END-IF.

       305-99-FIM. EXIT.

       310-APURA-ORDEM.

           PERFORM 320-SOMA-ORDEM THRU 320-99-FIM

      *    Percentual executado = custo incorrido / custo estimado,
      *    limitado a 100%; a receita reconhecida acumulada e o
      *    percentual do preco, e o que passa do faturado (ou falta)
      *    fica no ativo (ou passivo) de contrato

           IF   CUSTO-INCORRIDO NOT > 0
                MOVE 0 TO FRACAO-EXECUTADA
           ELSE
                IF   CUSTO-INCORRIDO NOT < CBORDS-CUSTO-ESTIMADO
                     MOVE 1 TO FRACAO-EXECUTADA
                ELSE
                     COMPUTE FRACAO-EXECUTADA ROUNDED =
                             CUSTO-INCORRIDO / CBORDS-CUSTO-ESTIMADO
                END-IF
           END-IF
           COMPUTE RECEITA-ALVO ROUNDED =
                   CBORDS-PRECO-CONTRATO * FRACAO-EXECUTADA
           COMPUTE AJUSTE-NOVO = RECEITA-ALVO - VALOR-FATURADO

           MOVE 0 TO ATIVO-ANTERIOR PASSIVO-ANTERIOR
                     ATIVO-NOVO     PASSIVO-NOVO
           IF   CBORDS-RECEITA-AJUSTADA > 0
                MOVE CBORDS-RECEITA-AJUSTADA TO ATIVO-ANTERIOR
           ELSE
                COMPUTE PASSIVO-ANTERIOR =
                        CBORDS-RECEITA-AJUSTADA * -1
           END-IF
           IF   AJUSTE-NOVO > 0
                MOVE AJUSTE-NOVO TO ATIVO-NOVO
           ELSE
                COMPUTE PASSIVO-NOVO = AJUSTE-NOVO * -1
           END-IF

      *    Contrato oneroso: provisiona a parte da perda esperada
      *    que o andamento ainda nao levou ao resultado

           IF   CBORDS-CUSTO-ESTIMADO > CBORDS-PRECO-CONTRATO
                COMPUTE PERDA-NOVA ROUNDED =
                       (CBORDS-CUSTO-ESTIMADO - CBORDS-PRECO-CONTRATO)
                      * (1 - FRACAO-EXECUTADA)
           ELSE
                MOVE 0 TO PERDA-NOVA
           END-IF

           MOVE 0 TO QT-PARES FALHOU

           COMPUTE DIFERENCA = ATIVO-NOVO - ATIVO-ANTERIOR
           IF   DIFERENCA > 0
                MOVE CFG-COD-RED-ATIVO   TO COD-RED-DB
                MOVE CFG-COD-RED-RECEITA TO COD-RED-CR
                MOVE DIFERENCA           TO VALOR-PARCELA
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF
           IF   DIFERENCA < 0
                MOVE CFG-COD-RED-RECEITA TO COD-RED-DB
                MOVE CFG-COD-RED-ATIVO   TO COD-RED-CR
                COMPUTE VALOR-PARCELA = DIFERENCA * -1
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF

           COMPUTE DIFERENCA = PASSIVO-NOVO - PASSIVO-ANTERIOR
           IF   FALHOU = 0
           AND  DIFERENCA > 0
                MOVE CFG-COD-RED-RECEITA TO COD-RED-DB
                MOVE CFG-COD-RED-PASSIVO TO COD-RED-CR
                MOVE DIFERENCA           TO VALOR-PARCELA
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF
           IF   FALHOU = 0
           AND  DIFERENCA < 0
                MOVE CFG-COD-RED-PASSIVO TO COD-RED-DB
                MOVE CFG-COD-RED-RECEITA TO COD-RED-CR
                COMPUTE VALOR-PARCELA = DIFERENCA * -1
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF

           COMPUTE DIFERENCA = PERDA-NOVA - CBORDS-PERDA-PROVISIONADA
           IF   FALHOU = 0
           AND  DIFERENCA > 0
                MOVE CFG-COD-RED-PERDA    TO COD-RED-DB
                MOVE CFG-COD-RED-PROVISAO TO COD-RED-CR
                MOVE DIFERENCA            TO VALOR-PARCELA
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF
           IF   FALHOU = 0
           AND  DIFERENCA < 0
                MOVE CFG-COD-RED-PROVISAO TO COD-RED-DB
                MOVE CFG-COD-RED-PERDA    TO COD-RED-CR
                COMPUTE VALOR-PARCELA = DIFERENCA * -1
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF

           IF   FALHOU NOT = 0
                PERFORM 720-DESFAZ-PARES THRU 720-99-FIM
                ADD 1 TO QT-REJEITADAS
                GO TO 310-99-FIM
           END-IF

           INITIALIZE CBORPC-REG
           MOVE CBORDS-ORDEM          TO CBORPC-ORDEM
           MOVE COMPETENCIA           TO CBORPC-COMPETENCIA
           MOVE CBORDS-PRECO-CONTRATO TO CBORPC-PRECO-CONTRATO
           MOVE CBORDS-CUSTO-ESTIMADO TO CBORPC-CUSTO-ESTIMADO
           IF   CUSTO-INCORRIDO > 0
                MOVE CUSTO-INCORRIDO  TO CBORPC-CUSTO-INCORRIDO
           END-IF
           COMPUTE CBORPC-PERCENTUAL ROUNDED = FRACAO-EXECUTADA * 100
           MOVE RECEITA-ALVO          TO CBORPC-RECEITA-RECONHECIDA
           IF   VALOR-FATURADO > 0
                MOVE VALOR-FATURADO   TO CBORPC-VALOR-FATURADO
           END-IF
           MOVE AJUSTE-NOVO           TO CBORPC-SALDO-CONTRATO
           MOVE PERDA-NOVA            TO CBORPC-PERDA-PROVISIONADA
           WRITE CBORPC-REG
           IF   FS-CBORPC = "22"
                REWRITE CBORPC-REG
           END-IF

           MOVE AJUSTE-NOVO  TO CBORDS-RECEITA-AJUSTADA
           MOVE PERDA-NOVA   TO CBORDS-PERDA-PROVISIONADA
           MOVE COMPETENCIA  TO CBORDS-ULTIMA-APURACAO
           REWRITE CBORDS-REG
           ADD 1 TO QT-APURADAS.

       310-99-FIM. EXIT.

       320-SOMA-ORDEM.

      *    Custo incorrido: saldo devedor acumulado ate a competencia
      *    das contas da faixa de custo, fora as contas da propria
      *    apuracao; faturado: saldo credor da receita faturada

           MOVE 0 TO CUSTO-INCORRIDO VALOR-FATURADO
           MOVE CBORDS-ORDEM TO CBORSA-ORDEM
           MOVE 0            TO CBORSA-COD-RED CBORSA-AAAAMM
           START CBORSA KEY NOT LESS CBORSA-CHAVE
           PERFORM UNTIL FS-CBORSA > "09"
                   READ CBORSA NEXT RECORD IGNORE LOCK
                   IF   FS-CBORSA > "09"
                   OR   CBORSA-ORDEM NOT = CBORDS-ORDEM
                        MOVE "10" TO FS-CBORSA
                   ELSE
                        IF   CBORSA-AAAAMM NOT > COMPETENCIA
                             PERFORM 330-CLASSIFICA THRU 330-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBORSA.

       320-99-FIM. EXIT.

       330-CLASSIFICA.

           IF   CBORSA-COD-RED = CFG-COD-RED-FATURAMENTO
                COMPUTE VALOR-FATURADO = VALOR-FATURADO
                                       + CBORSA-A-CREDITO
                                       - CBORSA-A-DEBITO
                GO TO 330-99-FIM
           END-IF

           IF   CBORSA-COD-RED = CFG-COD-RED-RECEITA
           OR   CBORSA-COD-RED = CFG-COD-RED-ATIVO
           OR   CBORSA-COD-RED = CFG-COD-RED-PASSIVO
           OR   CBORSA-COD-RED = CFG-COD-RED-PERDA
           OR   CBORSA-COD-RED = CFG-COD-RED-PROVISAO
                GO TO 330-99-FIM
           END-IF

           MOVE CBORSA-COD-RED TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                GO TO 330-99-FIM
           END-IF
           IF   CBPLCO-CONTA NOT < CFG-CONTA-CUSTO-INICIAL
           AND  CBPLCO-CONTA NOT > CFG-CONTA-CUSTO-FINAL
                COMPUTE CUSTO-INCORRIDO = CUSTO-INCORRIDO
                                        + CBORSA-A-DEBITO
                                        - CBORSA-A-CREDITO
           END-IF.

       330-99-FIM. EXIT.

       400-RELATORIO.

           MOVE 0 TO COMP-AAAA COMP-MM
           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           MOVE "RECEITA PELO ESTAGIO DE EXECUCAO - ORDENS DE SERVICO"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " COMP-MM "/" COMP-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB205PA" TO CWIMPR-REPORT

           MOVE 0 TO TOTAL-PRECO TOTAL-RECONHECIDA TOTAL-FATURADO
                     TOTAL-A-RECONHECER TOTAL-SALDO TOTAL-PERDA
           MOVE 1 TO CBORPC-ORDEM
           MOVE 0 TO CBORPC-COMPETENCIA
           START CBORPC KEY NOT LESS CBORPC-CHAVE
           PERFORM UNTIL FS-CBORPC > "09"
                   READ CBORPC NEXT RECORD IGNORE LOCK
                   IF   FS-CBORPC < "10"
                   AND  CBORPC-COMPETENCIA = COMPETENCIA
                        PERFORM 410-LINHA THRU 410-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBORPC

           MOVE SPACES             TO LINHA-02
           MOVE "TOTAL"            TO CLIC-DESCRICAO
           MOVE TOTAL-PRECO        TO CLIC-PRECO
           MOVE TOTAL-RECONHECIDA  TO CLIC-RECONHECIDA
           MOVE TOTAL-FATURADO     TO CLIC-FATURADA
           MOVE TOTAL-A-RECONHECER TO CLIC-A-RECONHECER
           MOVE TOTAL-SALDO        TO CLIC-SALDO
           MOVE TOTAL-PERDA        TO CLIC-PERDA
           MOVE LINHA-02           TO CWIMPR-DETAIL
           CALL "CB125PCW"      USING PARAMETROS-CWIMPR

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Relatorio emitido (CB205PA)" LINE 23 COLUMN 03.

       400-99-FIM. EXIT.

       410-LINHA.

           MOVE CBORPC-ORDEM TO CBORDS-ORDEM
           READ CBORDS IGNORE LOCK
           IF   FS-CBORDS > "09"
                MOVE SPACES TO CBORDS-DESCRICAO
                MOVE "00"   TO FS-CBORDS
           END-IF

           MOVE SPACES                     TO LINHA-02
           MOVE CBORPC-ORDEM               TO CLIC-ORDEM
           MOVE CBORDS-DESCRICAO           TO CLIC-DESCRICAO
           MOVE CBORPC-PERCENTUAL          TO CLIC-PERCENTUAL
           MOVE CBORPC-PRECO-CONTRATO      TO CLIC-PRECO
           MOVE CBORPC-RECEITA-RECONHECIDA TO CLIC-RECONHECIDA
           MOVE CBORPC-VALOR-FATURADO      TO CLIC-FATURADA
           COMPUTE CLIC-A-RECONHECER = CBORPC-PRECO-CONTRATO
                                     - CBORPC-RECEITA-RECONHECIDA
           MOVE CBORPC-SALDO-CONTRATO      TO CLIC-SALDO
           MOVE CBORPC-PERDA-PROVISIONADA  TO CLIC-PERDA
           MOVE LINHA-02                   TO CWIMPR-DETAIL
           CALL "CB125PCW"              USING PARAMETROS-CWIMPR

           ADD CBORPC-PRECO-CONTRATO      TO TOTAL-PRECO
           ADD CBORPC-RECEITA-RECONHECIDA TO TOTAL-RECONHECIDA
           ADD CBORPC-VALOR-FATURADO      TO TOTAL-FATURADO
           COMPUTE TOTAL-A-RECONHECER = TOTAL-A-RECONHECER
                                      + CBORPC-PRECO-CONTRATO
                                      - CBORPC-RECEITA-RECONHECIDA
           ADD CBORPC-SALDO-CONTRATO      TO TOTAL-SALDO
           ADD CBORPC-PERDA-PROVISIONADA  TO TOTAL-PERDA.

       410-99-FIM. EXIT.

       700-GERA-PAR.

      *    As duas pernas levam a ordem, para o demonstrativo do
      *    CB178PCW mostrar o ajuste junto do faturamento e do custo

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                 TO CB043PCW-COMANDO
           MOVE "D"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC           TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC          TO CB043PCW-NUMERO-BAC
           MOVE CFG-CENTRO-CUSTO    TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB          TO CB043PCW-COD-RED
           MOVE CFG-HISTORICO       TO CB043PCW-HISTORICO
           MOVE CBORDS-ORDEM        TO CB043PCW-DOCTO
                                       CB043PCW-ORDEM
           MOVE 0                   TO CB043PCW-AAAAMMDD-DOCTO
           MOVE DIA-REF             TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-PARCELA       TO CB043PCW-VALOR
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                MOVE 1 TO FALHOU
                GO TO 700-99-FIM
           END-IF

           MOVE CB043PCW-LANCAMENTO-NUMERO TO LANCAMENTO-GERADO
           MOVE "C"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-CR          TO CB043PCW-COD-RED
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                MOVE "E"        TO CB043PCW-COMANDO
                MOVE "D"        TO CB043PCW-LANCAMENTO-TIPO
                MOVE COD-RED-DB TO CB043PCW-COD-RED
                CALL "CB043PCW" USING PARAMETROS-CB043PCW
                CANCEL "CB043PCW"
                MOVE 0 TO LANCAMENTO-GERADO
                MOVE 1 TO FALHOU
                GO TO 700-99-FIM
           END-IF

           IF   QT-PARES < 6
                ADD  1                 TO QT-PARES
                MOVE LANCAMENTO-GERADO TO PAR-LANCAMENTO (QT-PARES)
                MOVE COD-RED-DB        TO PAR-COD-RED-DB (QT-PARES)
                MOVE COD-RED-CR        TO PAR-COD-RED-CR (QT-PARES)
                MOVE VALOR-PARCELA     TO PAR-VALOR (QT-PARES)
           END-IF.

       700-99-FIM. EXIT.

       720-DESFAZ-PARES.

           PERFORM VARYING K FROM QT-PARES BY -1 UNTIL K = 0
                   INITIALIZE PARAMETROS-CB043PCW
                   MOVE "E"                TO CB043PCW-COMANDO
                   MOVE SERIE-BAC          TO CB043PCW-SERIE-BAC
                   MOVE NUMERO-BAC         TO CB043PCW-NUMERO-BAC
                   MOVE PAR-LANCAMENTO (K)
                     TO CB043PCW-LANCAMENTO-NUMERO
                   MOVE "C"                TO CB043PCW-LANCAMENTO-TIPO
                   MOVE PAR-COD-RED-CR (K) TO CB043PCW-COD-RED
                   MOVE PAR-VALOR (K)      TO CB043PCW-VALOR
                   CALL "CB043PCW"      USING PARAMETROS-CB043PCW
                   CANCEL "CB043PCW"
                   MOVE "E"                TO CB043PCW-COMANDO
                   MOVE "D"                TO CB043PCW-LANCAMENTO-TIPO
                   MOVE PAR-COD-RED-DB (K) TO CB043PCW-COD-RED
                   CALL "CB043PCW"      USING PARAMETROS-CB043PCW
                   CANCEL "CB043PCW"
           END-PERFORM
           MOVE 0 TO QT-PARES.

       720-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBORPC
           IF   FS-CBORPC = "30" OR "35"
                CLOSE CBORPC
                OPEN OUTPUT CBORPC
                CLOSE CBORPC
                OPEN I-O CBORPC
           END-IF
           IF   FS-CBORPC > "09"
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN I-O CBORDS
           IF   FS-CBORDS > "09"
                DISPLAY "Registro de ordens (CBORDS) indisponivel"
                        LINE 23 COLUMN 03
                CLOSE CBORPC
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN INPUT CBPLCO.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBORPC CBORDS CBPLCO.

       900-99-FIM. EXIT.

       END PROGRAM CB205PCW.
