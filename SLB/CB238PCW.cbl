       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB238PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Imobilizacao de obras em andamento           *
                      *                                               *
                      *  Mostra o custo acumulado da ordem de servico *
                      *  por conta (saldo devedor liquido do CBORSA)  *
                      *  e converte a obra concluida em um ou mais    *
                      *  bens do CBATIV, com os valores repartidos    *
                      *  pelo usuario ate fechar o custo total. Cada  *
                      *  bem gera pelo CB043PCW o debito na conta do  *
                      *  bem e o credito nas contas da obra com o     *
                      *  codigo da ordem, zerando o custo acumulado;  *
                      *  ao final a ordem e encerrada. A data em      *
                      *  servico informada e a data de aquisicao dos  *
                      *  bens, a partir da qual o CB096PCW deprecia   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBORDSSL.
       COPY CBORSASL.
       COPY CBATIVSL.
       COPY CBPLCOSL.
       COPY CBCACCSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBORDSFD.
       COPY CBORSAFD.
       COPY CBATIVFD.
       COPY CBPLCOFD.
       COPY CBCACCFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB238PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 ORDEM-O                   PIC  9(006) VALUE 0.
           05 DATA-SERVICO              PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-SERVICO.
              10 DS-AAAA                PIC  9(004).
              10 DS-MM                  PIC  9(002).
              10 DS-DD                  PIC  9(002).
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 HISTORICO-IMOB            PIC  9(004) VALUE 0.
           05 DESCRICAO-B               PIC  X(030) VALUE SPACES.
           05 COD-RED-BEM-B             PIC  9(005) VALUE 0.
           05 COD-RED-DEPR-B            PIC  9(005) VALUE 0.
           05 COD-RED-DESPESA-B         PIC  9(005) VALUE 0.
           05 CENTRO-B                  PIC  9(004) VALUE 0.
           05 TAXA-B                    PIC  9(002)V99 VALUE 0.
           05 VALOR-B                   PIC  9(012)V99 VALUE 0.
           05 CUSTO-TOTAL               PIC  9(012)V99 VALUE 0.
           05 A-DISTRIBUIR              PIC  9(012)V99 VALUE 0.
           05 SALDO-CONTA               PIC S9(012)V99 VALUE 0.
           05 COD-RED-ATUAL             PIC  9(005) VALUE 0.
           05 VALOR-RESTANTE            PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 CENTRO-PAR                PIC  9(004) VALUE 0.
           05 ORDEM-CR                  PIC  9(006) VALUE 0.
           05 VALOR-PARCELA             PIC  9(012)V99 VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 FALHOU                    PIC  9(001) VALUE 0.
           05 CODIGO-NOVO               PIC  9(005) VALUE 0.
           05 PRIMEIRO-BEM              PIC  9(005) VALUE 0.
           05 BENS-GRAVADOS             PIC  9(002) VALUE 0.
           05 DATA-HOJE                 PIC  9(008) VALUE 0.
           05 RESPOSTA                  PIC  X(001) VALUE "N".
           05 TOTAL-CONTAS       COMP-3 PIC  9(003) VALUE 0.
           05 CONTAS-EXCEDENTES  COMP-3 PIC  9(003) VALUE 0.
           05 QT-PARES-BEM       COMP-3 PIC  9(003) VALUE 0.
           05 P                  COMP-3 PIC  9(003) VALUE 0.
           05 TOTAL-BENS         COMP-3 PIC  9(002) VALUE 0.
           05 C                  COMP-3 PIC  9(003) VALUE 0.
           05 B                  COMP-3 PIC  9(002) VALUE 0.
           05 L                  COMP-3 PIC  9(002) VALUE 0.
           05 COD-RED-ED                PIC  ZZZZ9.
           05 VALOR-ED                  PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 NUMERO-BEM-ED             PIC  Z9.
           05 LINHA-BRANCA              PIC  X(078) VALUE SPACES.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBORDS.
              10 FS-CBORDS              PIC  X(002) VALUE "00".
              10 LB-CBORDS              PIC  X(050) VALUE "CBORDS".
           05 ER-CBORSA.
              10 FS-CBORSA              PIC  X(002) VALUE "00".
              10 LB-CBORSA              PIC  X(050) VALUE "CBORSA".
           05 ER-CBATIV.
              10 FS-CBATIV              PIC  X(002) VALUE "00".
              10 LB-CBATIV              PIC  X(050) VALUE "CBATIV".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCACC.
              10 FS-CBCACC              PIC  X(002) VALUE "00".
              10 LB-CBCACC              PIC  X(050) VALUE "CBCACC".

      *    Custo acumulado da ordem por conta (saldo devedor liquido
      *    do CBORSA) e o quanto de cada conta ainda vai para os bens

       01  TABELA-CUSTO.
           05 TB-CUSTO-ITEM OCCURS 50.
              10 TB-COD-RED             PIC  9(005).
              10 TB-SALDO        COMP-3 PIC  9(012)V99.
              10 TB-A-TRANSFERIR COMP-3 PIC  9(012)V99.

      *    Parcelas ja lancadas do bem em curso, para desfazer se
      *    uma parcela seguinte for rejeitada

       01  TABELA-PARES-BEM.
           05 TB-PAR-ITEM OCCURS 50.
              10 PB-LANCAMENTO          PIC  9(007).
              10 PB-CONTA        COMP-3 PIC  9(003).
              10 PB-VALOR        COMP-3 PIC  9(012)V99.

       01  TABELA-BENS.
           05 TB-BEM-ITEM OCCURS 10.
              10 TB-BEM-DESCRICAO       PIC  X(030).
              10 TB-BEM-COD-RED-BEM     PIC  9(005).
              10 TB-BEM-COD-RED-DEPR    PIC  9(005).
              10 TB-BEM-COD-RED-DESPESA PIC  9(005).
              10 TB-BEM-CENTRO          PIC  9(004).
              10 TB-BEM-TAXA            PIC  9(002)V99.
              10 TB-BEM-VALOR    COMP-3 PIC  9(012)V99.

       COPY CB043PCW.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Custo acumulado da ordem".
           05 LINE 05 COLUMN 03 VALUE
              "2 - Imobilizacao da obra em andamento".
           05 LINE 07 COLUMN 03 VALUE "Opcao:".
           05 LINE 07 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Ordem de servico.......:".
           05 LINE 04 COLUMN 30 PIC 9(006) USING ORDEM-O.

       01  TELA-LANCAMENTO.
           05 LINE 06 COLUMN 03 VALUE "Em servico (AAAAMMDD)..:".
           05 LINE 06 COLUMN 30 PIC 9(008) USING DATA-SERVICO.
           05 LINE 07 COLUMN 03 VALUE "BAC (serie/numero).....:".
           05 LINE 07 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 07 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 08 COLUMN 03 VALUE "Dia de referencia......:".
           05 LINE 08 COLUMN 30 PIC 9(002) USING DIA-REF.
           05 LINE 09 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 09 COLUMN 30 PIC 9(004) USING HISTORICO-IMOB.

       01  TELA-BEM.
           05 LINE 11 COLUMN 03 VALUE "Descricao do bem.......:".
           05 LINE 11 COLUMN 30 PIC X(030) USING DESCRICAO-B.
           05 LINE 12 COLUMN 03 VALUE "Conta do bem (red.)....:".
           05 LINE 12 COLUMN 30 PIC 9(005) USING COD-RED-BEM-B.
           05 LINE 13 COLUMN 03 VALUE "Conta deprec. acumulada:".
           05 LINE 13 COLUMN 30 PIC 9(005) USING COD-RED-DEPR-B.
           05 LINE 14 COLUMN 03 VALUE "Conta desp. depreciacao:".
           05 LINE 14 COLUMN 30 PIC 9(005) USING COD-RED-DESPESA-B.
           05 LINE 15 COLUMN 03 VALUE "Centro de custo........:".
           05 LINE 15 COLUMN 30 PIC 9(004) USING CENTRO-B.
           05 LINE 16 COLUMN 03 VALUE "Taxa anual (%).........:".
           05 LINE 16 COLUMN 30 PIC Z9,99 USING TAXA-B.
           05 LINE 17 COLUMN 03 VALUE "Valor do bem...........:".
           05 LINE 17 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING VALOR-B.

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
                            PERFORM 100-CUSTO-ORDEM THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-IMOBILIZA   THRU 200-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-CUSTO-ORDEM.

           MOVE 0 TO ORDEM-O TOTAL-CONTAS CUSTO-TOTAL
                     CONTAS-EXCEDENTES
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR ORDEM-O = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE ORDEM-O TO CBORDS-ORDEM
           READ CBORDS IGNORE LOCK
           IF   FS-CBORDS > "09"
                DISPLAY "Ordem inexistente" LINE 23 COLUMN 03
                MOVE 0 TO ORDEM-O
                GO TO 100-99-FIM
           END-IF
           DISPLAY CBORDS-DESCRICAO LINE 04 COLUMN 38

           PERFORM 110-CARREGA-CUSTO THRU 110-99-FIM

      *    Ordem com mais contas de custo que a tabela nao pode ser
      *    imobilizada pela metade

           IF   CONTAS-EXCEDENTES NOT = 0
                PERFORM 190-LIMPA THRU 190-99-FIM
                DISPLAY "Ordem com mais de 50 contas de custo - "
                        "imobilizacao nao permitida"
                        LINE 23 COLUMN 03
                MOVE 0 TO TOTAL-CONTAS CUSTO-TOTAL
                GO TO 100-99-FIM
           END-IF

           PERFORM 120-EXIBE-CUSTO   THRU 120-99-FIM.

       100-99-FIM. EXIT.

       110-CARREGA-CUSTO.

      *    Saldo liquido de todas as competencias, conta a conta; so
      *    o saldo devedor e custo a imobilizar

           MOVE 0 TO COD-RED-ATUAL SALDO-CONTA
           MOVE ORDEM-O TO CBORSA-ORDEM
           MOVE 0       TO CBORSA-COD-RED CBORSA-AAAAMM
           START CBORSA KEY NOT LESS CBORSA-CHAVE
           PERFORM UNTIL FS-CBORSA > "09"
                   READ CBORSA NEXT RECORD IGNORE LOCK
                   IF   FS-CBORSA > "09"
                   OR   CBORSA-ORDEM NOT = ORDEM-O
                        MOVE "10" TO FS-CBORSA
                   ELSE
                        IF   CBORSA-COD-RED NOT = COD-RED-ATUAL
                             PERFORM 115-FECHA-CONTA THRU 115-99-FIM
                             MOVE CBORSA-COD-RED TO COD-RED-ATUAL
                        END-IF
                        ADD      CBORSA-A-DEBITO  TO SALDO-CONTA
                        SUBTRACT CBORSA-A-CREDITO FROM SALDO-CONTA
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBORSA
           PERFORM 115-FECHA-CONTA THRU 115-99-FIM.

       110-99-FIM. EXIT.

       115-FECHA-CONTA.

           IF   SALDO-CONTA > 0
                IF   TOTAL-CONTAS < 50
                     ADD  1             TO TOTAL-CONTAS
                     MOVE TOTAL-CONTAS  TO C
                     MOVE COD-RED-ATUAL TO TB-COD-RED (C)
                     MOVE SALDO-CONTA   TO TB-SALDO (C)
                                           TB-A-TRANSFERIR (C)
                     ADD  SALDO-CONTA   TO CUSTO-TOTAL
                ELSE
                     ADD  1             TO CONTAS-EXCEDENTES
                END-IF
           END-IF
           MOVE 0 TO SALDO-CONTA.

       115-99-FIM. EXIT.

       120-EXIBE-CUSTO.

           PERFORM 190-LIMPA THRU 190-99-FIM

           IF   TOTAL-CONTAS = 0
                DISPLAY "Ordem sem custo acumulado a imobilizar"
                        LINE 23 COLUMN 03
                GO TO 120-99-FIM
           END-IF

           DISPLAY "Conta Descricao"           LINE 06 COLUMN 03
                   "Custo acumulado"           LINE 06 COLUMN 54

           MOVE 7 TO L
           PERFORM VARYING C FROM 1 BY 1 UNTIL C > TOTAL-CONTAS
                                            OR L > 18
                   MOVE TB-COD-RED (C) TO COD-RED-ED CBPLCO-COD-RED
                   READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
                   IF   FS-CBPLCO > "09"
                        MOVE SPACES TO CBPLCO-DESCRICAO
                   END-IF
                   MOVE TB-SALDO (C) TO VALOR-ED
                   DISPLAY COD-RED-ED       LINE L COLUMN 03
                           CBPLCO-DESCRICAO LINE L COLUMN 09
                           VALOR-ED         LINE L COLUMN 50
                   ADD 1 TO L
           END-PERFORM
           IF   TOTAL-CONTAS > 12
                DISPLAY "(demais contas somadas no total)"
                        LINE 19 COLUMN 09
           END-IF

           MOVE CUSTO-TOTAL TO VALOR-ED
           DISPLAY "Custo total da ordem" LINE 20 COLUMN 09
                   VALOR-ED               LINE 20 COLUMN 50.

       120-99-FIM. EXIT.

       190-LIMPA.

           PERFORM VARYING L FROM 6 BY 1 UNTIL L > 21
                   DISPLAY LINHA-BRANCA LINE L COLUMN 01
           END-PERFORM.

       190-99-FIM. EXIT.

       200-IMOBILIZA.

           PERFORM 100-CUSTO-ORDEM THRU 100-99-FIM
           IF   ORDEM-O = 0
           OR   TOTAL-CONTAS = 0
                GO TO 200-99-FIM
           END-IF
           IF   NOT CBORDS-ORDEM-ABERTA
                DISPLAY "Ordem encerrada nao aceita imobilizacao"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE "N" TO RESPOSTA
           DISPLAY "Imobilizar o custo da ordem (S/N)?"
                   LINE 21 COLUMN 03
           ACCEPT RESPOSTA LINE 21 COLUMN 39
           IF   RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
                GO TO 200-99-FIM
           END-IF

           PERFORM 190-LIMPA THRU 190-99-FIM
           MOVE 0 TO DATA-SERVICO SERIE-BAC NUMERO-BAC
                     DIA-REF HISTORICO-IMOB
           DISPLAY TELA-LANCAMENTO
           ACCEPT  TELA-LANCAMENTO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR DATA-SERVICO = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF
           IF   DS-MM < 1 OR DS-MM > 12
           OR   DS-DD < 1 OR DS-DD > 31
           OR   NUMERO-BAC = 0
                DISPLAY "Data em servico ou BAC invalido"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   DIA-REF = 0
                MOVE DS-DD TO DIA-REF
           END-IF

      *    Bens da obra: a soma dos valores tem de fechar com o
      *    custo acumulado; o decimo bem leva o que faltar

           MOVE 0           TO TOTAL-BENS
           MOVE CUSTO-TOTAL TO A-DISTRIBUIR
           PERFORM UNTIL A-DISTRIBUIR = 0
                      OR ESC
                   PERFORM 210-ENTRA-BEM THRU 210-99-FIM
           END-PERFORM
           IF   ESC
                SET ENTER-KEY TO TRUE
                DISPLAY "Imobilizacao abandonada, nada foi gerado"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE TOTAL-BENS TO NUMERO-BEM-ED
           MOVE "N"        TO RESPOSTA
           DISPLAY "Confirma a imobilizacao em      bens (S/N)?"
                   LINE 21 COLUMN 03
                   NUMERO-BEM-ED LINE 21 COLUMN 31
           ACCEPT RESPOSTA LINE 21 COLUMN 48
           IF   RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
                GO TO 200-99-FIM
           END-IF

           PERFORM 300-CONTABILIZA THRU 300-99-FIM.

       200-99-FIM. EXIT.

       210-ENTRA-BEM.

           MOVE SPACES       TO DESCRICAO-B
           MOVE 0            TO COD-RED-BEM-B COD-RED-DEPR-B
                                COD-RED-DESPESA-B CENTRO-B TAXA-B
           MOVE A-DISTRIBUIR TO VALOR-B VALOR-ED
           COMPUTE NUMERO-BEM-ED = TOTAL-BENS + 1
           DISPLAY "Bem"          LINE 10 COLUMN 03
                   NUMERO-BEM-ED  LINE 10 COLUMN 07
                   "- custo a distribuir:" LINE 10 COLUMN 10
                   VALOR-ED       LINE 10 COLUMN 32
           DISPLAY TELA-BEM
           ACCEPT  TELA-BEM
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                GO TO 210-99-FIM
           END-IF

           IF   DESCRICAO-B = SPACES
           OR   COD-RED-BEM-B = 0 OR COD-RED-DEPR-B = 0
           OR   COD-RED-DESPESA-B = 0
           OR   TAXA-B = 0 OR VALOR-B = 0
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 210-99-FIM
           END-IF
           IF   VALOR-B > A-DISTRIBUIR
                DISPLAY "Valor maior que o custo a distribuir"
                        LINE 23 COLUMN 03
                GO TO 210-99-FIM
           END-IF
           IF   TOTAL-BENS = 9
           AND  VALOR-B NOT = A-DISTRIBUIR
                DISPLAY "O ultimo bem leva todo o custo restante"
                        LINE 23 COLUMN 03
                GO TO 210-99-FIM
           END-IF

           MOVE COD-RED-BEM-B TO CBPLCO-COD-RED
           PERFORM 220-CONFERE-CONTA THRU 220-99-FIM
           IF   FS-CBPLCO > "09"
                GO TO 210-99-FIM
           END-IF
           MOVE COD-RED-DEPR-B TO CBPLCO-COD-RED
           PERFORM 220-CONFERE-CONTA THRU 220-99-FIM
           IF   FS-CBPLCO > "09"
                GO TO 210-99-FIM
           END-IF
           MOVE COD-RED-DESPESA-B TO CBPLCO-COD-RED
           PERFORM 220-CONFERE-CONTA THRU 220-99-FIM
           IF   FS-CBPLCO > "09"
                GO TO 210-99-FIM
           END-IF

           IF   CENTRO-B NOT = 0
                MOVE CENTRO-B TO CBCACC-CODIGO
                READ CBCACC IGNORE LOCK
                IF   FS-CBCACC > "09"
                OR   CBCACC-CENTRO-BLOQUEADO
                     DISPLAY "Centro inexistente ou bloqueado"
                             LINE 23 COLUMN 03
                     GO TO 210-99-FIM
                END-IF
           END-IF

           ADD  1                 TO TOTAL-BENS
           MOVE TOTAL-BENS        TO B
           MOVE DESCRICAO-B       TO TB-BEM-DESCRICAO (B)
           MOVE COD-RED-BEM-B     TO TB-BEM-COD-RED-BEM (B)
           MOVE COD-RED-DEPR-B    TO TB-BEM-COD-RED-DEPR (B)
           MOVE COD-RED-DESPESA-B TO TB-BEM-COD-RED-DESPESA (B)
           MOVE CENTRO-B          TO TB-BEM-CENTRO (B)
           MOVE TAXA-B            TO TB-BEM-TAXA (B)
           MOVE VALOR-B           TO TB-BEM-VALOR (B)
           SUBTRACT VALOR-B     FROM A-DISTRIBUIR
           DISPLAY LINHA-BRANCA LINE 23 COLUMN 01.

       210-99-FIM. EXIT.

       220-CONFERE-CONTA.

           MOVE CBPLCO-COD-RED TO COD-RED-ED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                DISPLAY "Conta reduzida inexistente:"
                        LINE 23 COLUMN 03
                        COD-RED-ED LINE 23 COLUMN 31
           END-IF.

       220-99-FIM. EXIT.

       300-CONTABILIZA.

      *    Proximo codigo livre do cadastro do imobilizado

           MOVE 0 TO CODIGO-NOVO CBATIV-CODIGO
           START CBATIV KEY NOT LESS CBATIV-CHAVE
           PERFORM UNTIL FS-CBATIV > "09"
                   READ CBATIV NEXT RECORD IGNORE LOCK
                   IF   FS-CBATIV < "10"
                        MOVE CBATIV-CODIGO TO CODIGO-NOVO
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBATIV
           IF   CODIGO-NOVO + TOTAL-BENS > 99999
                DISPLAY "Sem codigos livres no imobilizado"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF
           COMPUTE PRIMEIRO-BEM = CODIGO-NOVO + 1

      *    Cada bem consome as contas de custo pela ordem da tabela:
      *    debito na conta do bem, credito na conta de obra com o
      *    codigo da ordem, o que baixa o custo acumulado no CBORSA

           MOVE 0 TO FALHOU BENS-GRAVADOS
           MOVE 1 TO C
           PERFORM VARYING B FROM 1 BY 1 UNTIL B > TOTAL-BENS
                                            OR FALHOU NOT = 0
                   ADD 1 TO CODIGO-NOVO
                   PERFORM 310-TRANSFERE-BEM THRU 310-99-FIM
                   IF   FALHOU = 0
                        PERFORM 320-GRAVA-BEM THRU 320-99-FIM
                   END-IF
                   IF   FALHOU NOT = 0
                        PERFORM 330-DESFAZ-BEM THRU 330-99-FIM
                   END-IF
           END-PERFORM

           IF   FALHOU NOT = 0
                MOVE BENS-GRAVADOS TO NUMERO-BEM-ED
                DISPLAY "Imobilizacao interrompida: lancamento"
                        LINE 22 COLUMN 03
                        "rejeitado; bens gravados:" LINE 22 COLUMN 41
                        NUMERO-BEM-ED LINE 22 COLUMN 67
                DISPLAY "Confira o BAC; a ordem continua aberta com o"
                        LINE 23 COLUMN 03
                        " custo restante" LINE 23 COLUMN 47
                GO TO 300-99-FIM
           END-IF

      *    Custo todo transferido: a ordem e encerrada

           MOVE ORDEM-O TO CBORDS-ORDEM
           READ CBORDS
           IF   FS-CBORDS < "10"
                MOVE "E"       TO CBORDS-SITUACAO
                MOVE DATA-HOJE TO CBORDS-DATA-ENCERRAMENTO
                REWRITE CBORDS-REG
                UNLOCK CBORDS
           END-IF

           MOVE PRIMEIRO-BEM TO COD-RED-ED
           DISPLAY "Ordem imobilizada e encerrada; bens a partir do"
                   LINE 23 COLUMN 03
                   COD-RED-ED LINE 23 COLUMN 52.

       300-99-FIM. EXIT.

       310-TRANSFERE-BEM.

           MOVE 0                TO QT-PARES-BEM
           MOVE TB-BEM-VALOR (B) TO VALOR-RESTANTE
           PERFORM UNTIL VALOR-RESTANTE = 0
                      OR FALHOU NOT = 0
                      OR C > TOTAL-CONTAS
                   IF   TB-A-TRANSFERIR (C) = 0
                        ADD 1 TO C
                   ELSE
                        IF   TB-A-TRANSFERIR (C) < VALOR-RESTANTE
                             MOVE TB-A-TRANSFERIR (C) TO VALOR-PARCELA
                        ELSE
                             MOVE VALOR-RESTANTE      TO VALOR-PARCELA
                        END-IF
                        MOVE TB-BEM-COD-RED-BEM (B) TO COD-RED-DB
                        MOVE TB-COD-RED (C)         TO COD-RED-CR
                        MOVE TB-BEM-CENTRO (B)      TO CENTRO-PAR
                        MOVE ORDEM-O                TO ORDEM-CR
                        PERFORM 500-GERA-PAR THRU 500-99-FIM
                        IF   LANCAMENTO-GERADO = 0
                             MOVE 1 TO FALHOU
                        ELSE
                             ADD  1 TO QT-PARES-BEM
                             MOVE LANCAMENTO-GERADO
                               TO PB-LANCAMENTO (QT-PARES-BEM)
                             MOVE C TO PB-CONTA (QT-PARES-BEM)
                             MOVE VALOR-PARCELA
                               TO PB-VALOR (QT-PARES-BEM)
                             SUBTRACT VALOR-PARCELA
                                 FROM TB-A-TRANSFERIR (C)
                                      VALOR-RESTANTE
                        END-IF
                   END-IF
           END-PERFORM.

       310-99-FIM. EXIT.

       320-GRAVA-BEM.

      *    A data em servico e a data de aquisicao do bem: o
      *    CB096PCW deprecia a partir dela, proporcional no mes

           MOVE CODIGO-NOVO                 TO CBATIV-CODIGO
           MOVE TB-BEM-DESCRICAO (B)        TO CBATIV-DESCRICAO
           MOVE TB-BEM-COD-RED-BEM (B)      TO CBATIV-COD-RED-BEM
           MOVE TB-BEM-COD-RED-DEPR (B)     TO CBATIV-COD-RED-DEPR
           MOVE TB-BEM-COD-RED-DESPESA (B)  TO CBATIV-COD-RED-DESPESA
           MOVE TB-BEM-CENTRO (B)           TO CBATIV-CENTRO-CUSTO
           MOVE DATA-SERVICO                TO CBATIV-DATA-AQUISICAO
           MOVE TB-BEM-VALOR (B)            TO CBATIV-VALOR
           MOVE TB-BEM-TAXA (B)             TO CBATIV-TAXA-ANUAL
           MOVE 0                           TO CBATIV-DEPR-ACUMULADA
                                               CBATIV-ULTIMA-COMPETENCIA
                                               CBATIV-DATA-BAIXA
                                               CBATIV-PROJETO
                                               CBATIV-QUOTA-COMPETENCIA
           MOVE "A"                         TO CBATIV-SITUACAO
           WRITE CBATIV-REG
           IF   FS-CBATIV > "09"
                DISPLAY "Erro de gravacao em CBATIV"
                        LINE 23 COLUMN 03
                MOVE 1 TO FALHOU
           ELSE
                ADD 1 TO BENS-GRAVADOS
           END-IF.

       320-99-FIM. EXIT.

       330-DESFAZ-BEM.

      *    Bem interrompido: as parcelas ja lancadas dele saem, da
      *    ultima para a primeira, e o custo volta para a ordem; os
      *    bens anteriores ficam gravados com o valor inteiro

           PERFORM VARYING P FROM QT-PARES-BEM BY -1 UNTIL P = 0
                   INITIALIZE PARAMETROS-CB043PCW
                   MOVE "E"                TO CB043PCW-COMANDO
                   MOVE SERIE-BAC          TO CB043PCW-SERIE-BAC
                   MOVE NUMERO-BAC         TO CB043PCW-NUMERO-BAC
                   MOVE PB-LANCAMENTO (P)
                     TO CB043PCW-LANCAMENTO-NUMERO
                   MOVE TB-BEM-CENTRO (B)  TO CB043PCW-CENTRO-CUSTO
                   MOVE HISTORICO-IMOB     TO CB043PCW-HISTORICO
                   MOVE CODIGO-NOVO        TO CB043PCW-DOCTO
                   MOVE DIA-REF            TO CB043PCW-DD-REFERENCIA
                   MOVE PB-VALOR (P)       TO CB043PCW-VALOR
                   MOVE "C"                TO CB043PCW-LANCAMENTO-TIPO
                   MOVE TB-COD-RED (PB-CONTA (P))
                                           TO CB043PCW-COD-RED
                   MOVE ORDEM-O            TO CB043PCW-ORDEM
                   CALL "CB043PCW"      USING PARAMETROS-CB043PCW
                   CANCEL "CB043PCW"
                   MOVE "E"                TO CB043PCW-COMANDO
                   MOVE "D"                TO CB043PCW-LANCAMENTO-TIPO
                   MOVE TB-BEM-COD-RED-BEM (B)
                                           TO CB043PCW-COD-RED
                   MOVE 0                  TO CB043PCW-ORDEM
                   CALL "CB043PCW"      USING PARAMETROS-CB043PCW
                   CANCEL "CB043PCW"
                   ADD  PB-VALOR (P) TO TB-A-TRANSFERIR (PB-CONTA (P))
           END-PERFORM
           MOVE 0 TO QT-PARES-BEM.

       330-99-FIM. EXIT.

       500-GERA-PAR.

      *    Gera as duas pernas com o mesmo numero de lancamento,
      *    desfazendo a primeira se a segunda for rejeitada
      *    (mesma mecanica do CB147PCW); so o credito leva a ordem

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                 TO CB043PCW-COMANDO
           MOVE "D"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC           TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC          TO CB043PCW-NUMERO-BAC
           MOVE CENTRO-PAR          TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB          TO CB043PCW-COD-RED
           MOVE HISTORICO-IMOB      TO CB043PCW-HISTORICO
           MOVE CODIGO-NOVO         TO CB043PCW-DOCTO
           MOVE DIA-REF             TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-PARCELA       TO CB043PCW-VALOR
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                GO TO 500-99-FIM
           END-IF

           MOVE CB043PCW-LANCAMENTO-NUMERO TO LANCAMENTO-GERADO
           MOVE "C"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-CR          TO CB043PCW-COD-RED
           MOVE ORDEM-CR            TO CB043PCW-ORDEM
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                MOVE "E"        TO CB043PCW-COMANDO
                MOVE "D"        TO CB043PCW-LANCAMENTO-TIPO
                MOVE COD-RED-DB TO CB043PCW-COD-RED
                MOVE 0          TO CB043PCW-ORDEM
                CALL "CB043PCW" USING PARAMETROS-CB043PCW
                CANCEL "CB043PCW"
                MOVE 0 TO LANCAMENTO-GERADO
           END-IF.

       500-99-FIM. EXIT.

       800-INICIAIS.

           ACCEPT DATA-HOJE FROM DATE
           ADD 20000000 TO DATA-HOJE

           OPEN I-O CBORDS
           IF   FS-CBORDS > "09"
                DISPLAY "Ordens de servico (CBORDS) indisponiveis"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
                GOBACK
           END-IF

           OPEN INPUT CBORSA
           IF   FS-CBORSA > "09"
                DISPLAY "Saldos por ordem (CBORSA) indisponiveis"
                        LINE 23 COLUMN 03
                CLOSE CBORDS
                SET ESC TO TRUE
                GOBACK
           END-IF

           OPEN I-O CBATIV
           IF   FS-CBATIV = "30" OR "35"
                CLOSE CBATIV
                OPEN OUTPUT CBATIV
                CLOSE CBATIV
                OPEN I-O CBATIV
           END-IF
           IF   FS-CBATIV > "09"
                DISPLAY "Imobilizado (CBATIV) indisponivel"
                        LINE 23 COLUMN 03
                CLOSE CBORDS CBORSA
                SET ESC TO TRUE
                GOBACK
           END-IF

           OPEN INPUT CBPLCO CBCACC.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBORDS CBORSA CBATIV CBPLCO CBCACC.

       900-99-FIM. EXIT.

       END PROGRAM CB238PCW.
