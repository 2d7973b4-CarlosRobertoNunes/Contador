       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB230PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Juros sobre capital proprio (JCP)            *
                      *                                               *
                      *  TJLP mensal (CBJCTX); limite pelo PL         *
                      *  elegivel do CBCOSA x TJLP do periodo, ate    *
                      *  o maior entre 50% do lucro e 50% dos         *
                      *  lucros acumulados e reservas; contabiliza    *
                      *  o credito aos acionistas e o IRRF, agenda    *
                      *  o IRRF no CBRETE e grava o valor dedutivel   *
                      *  (CBJCPA) para a exclusao no CB158PCW         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBJCTXSL.
       COPY CBJCPASL.
       COPY CBPLCOSL.
       COPY CBCOSASL.
       COPY CBRETESL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBJCTXFD.
       COPY CBJCPAFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.
       COPY CBRETEFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB230PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 AAAAMM-T                  PIC  9(006) VALUE 0.
           05 TAXA-T                    PIC  9(002)V9(004) VALUE 0.
           05 COMP-DE                   PIC  9(006) VALUE 0.
           05 COMP-ATE                  PIC  9(006) VALUE 0.
           05 COMP-CORRENTE             PIC  9(006) VALUE 0.
           05 FILLER REDEFINES COMP-CORRENTE.
              10 COMP-CORR-AAAA         PIC  9(004).
              10 COMP-CORR-MM           PIC  9(002).
           05 CLASSE-PL-DE              PIC  9(015) VALUE 0.
           05 CLASSE-PL-ATE             PIC  9(015) VALUE 0.
           05 CLASSE-RES-DE             PIC  9(015) VALUE 0.
           05 CLASSE-RES-ATE            PIC  9(015) VALUE 0.
           05 CLASSE-LUC-DE             PIC  9(015) VALUE 0.
           05 CLASSE-LUC-ATE            PIC  9(015) VALUE 0.
           05 CLASSE-DE                 PIC  9(015) VALUE 0.
           05 CLASSE-ATE                PIC  9(015) VALUE 0.
           05 ALIQ-IRRF                 PIC  9(002)V99 VALUE 15.
           05 VALOR-DELIBERADO          PIC  9(012)V99 VALUE 0.
           05 COD-RED-JCP               PIC  9(005) VALUE 0.
           05 COD-RED-ACIONISTAS        PIC  9(005) VALUE 0.
           05 COD-RED-IRRF              PIC  9(005) VALUE 0.
           05 HISTORICO-JCP             PIC  9(004) VALUE 0.
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 CONFIRMA                  PIC  X(001) VALUE SPACE.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 TAXA-ACUMULADA            PIC  9(003)V9(004) VALUE 0.
           05 MESES-SEM-TAXA            PIC  9(003) VALUE 0.
           05 SALDO-FAIXA        COMP-3 PIC S9(012)V99 VALUE 0.
           05 PL-BASE            COMP-3 PIC S9(012)V99 VALUE 0.
           05 LUCRO-PERIODO      COMP-3 PIC S9(012)V99 VALUE 0.
           05 LUCROS-ACUMULADOS  COMP-3 PIC S9(012)V99 VALUE 0.
           05 LIMITE-TJLP               PIC  9(012)V99 VALUE 0.
           05 LIMITE-LUCRO              PIC  9(012)V99 VALUE 0.
           05 LIMITE-ACUMULADOS         PIC  9(012)V99 VALUE 0.
           05 VALOR-MAXIMO              PIC  9(012)V99 VALUE 0.
           05 VALOR-CREDITADO           PIC  9(012)V99 VALUE 0.
           05 VALOR-DEDUTIVEL           PIC  9(012)V99 VALUE 0.
           05 VALOR-IRRF                PIC  9(012)V99 VALUE 0.
           05 VALOR-LIQUIDO             PIC  9(012)V99 VALUE 0.
           05 VALOR-LANCAMENTO          PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 LANCAMENTO-JCP            PIC  9(007) VALUE 0.
           05 OPERADOR                  PIC  X(030) VALUE SPACES.
           05 TASK                      PIC  X(006) VALUE SPACES.
           05 PROGRAMA                  PIC  X(008) VALUE SPACES.
           05 CWMENU                    PIC  X(001) VALUE SPACE.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBJCTX.
              10 FS-CBJCTX              PIC  X(002) VALUE "00".
              10 LB-CBJCTX              PIC  X(050) VALUE "CBJCTX".
           05 ER-CBJCPA.
              10 FS-CBJCPA              PIC  X(002) VALUE "00".
              10 LB-CBJCPA              PIC  X(050) VALUE "CBJCPA".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".
           05 ER-CBRETE.
              10 FS-CBRETE              PIC  X(002) VALUE "00".
              10 LB-CBRETE              PIC  X(050) VALUE "CBRETE".

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(052) VALUE
                 "DEMONSTRACAO                                        ".
              05 FILLER                 PIC  X(020) VALUE
                 "               VALOR".
           02 LINHA-02.
              05 CLIC-TEXTO             PIC  X(050).
              05 FILLER                 PIC  X(002).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 CLIC-VALOR-X REDEFINES CLIC-VALOR
                                        PIC  X(019).
           02 TAXA-EDITADA              PIC  ZZ9,9999.

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Tabela da TJLP mensal".
           05 LINE 05 COLUMN 03 VALUE "2 - Calcula e contabiliza JCP".
           05 LINE 06 COLUMN 03 VALUE "3 - Relaciona JCP creditados".
           05 LINE 08 COLUMN 03 VALUE "Opcao:".
           05 LINE 08 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-TAXA.
           05 LINE 04 COLUMN 03 VALUE "Competencia (AAAAMM)......:".
           05 LINE 04 COLUMN 31 PIC 9(006) USING AAAAMM-T.

       01  TELA-DADOS-TAXA.
           05 LINE 05 COLUMN 03 VALUE "TJLP no mes (% a.m.)......:".
           05 LINE 05 COLUMN 31 PIC Z9,9999 USING TAXA-T.

       01  TELA-JCP.
           05 LINE 04 COLUMN 03 VALUE "Competencia inicial.......:".
           05 LINE 04 COLUMN 31 PIC 9(006) USING COMP-DE.
           05 LINE 05 COLUMN 03 VALUE "Competencia do credito....:".
           05 LINE 05 COLUMN 31 PIC 9(006) USING COMP-ATE.
           05 LINE 06 COLUMN 03 VALUE "Classes do PL elegivel....:".
           05 LINE 06 COLUMN 31 PIC 9(015) USING CLASSE-PL-DE.
           05 LINE 06 COLUMN 47 PIC 9(015) USING CLASSE-PL-ATE.
           05 LINE 07 COLUMN 03 VALUE "Classes de resultado......:".
           05 LINE 07 COLUMN 31 PIC 9(015) USING CLASSE-RES-DE.
           05 LINE 07 COLUMN 47 PIC 9(015) USING CLASSE-RES-ATE.
           05 LINE 08 COLUMN 03 VALUE "Classes lucros/reservas...:".
           05 LINE 08 COLUMN 31 PIC 9(015) USING CLASSE-LUC-DE.
           05 LINE 08 COLUMN 47 PIC 9(015) USING CLASSE-LUC-ATE.
           05 LINE 09 COLUMN 03 VALUE "Aliquota do IRRF (%)......:".
           05 LINE 09 COLUMN 31 PIC 99,99  USING ALIQ-IRRF.
           05 LINE 10 COLUMN 03 VALUE "JCP a creditar (0=maximo).:".
           05 LINE 10 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      USING VALOR-DELIBERADO.
           05 LINE 11 COLUMN 03 VALUE "Conta debito do JCP.......:".
           05 LINE 11 COLUMN 31 PIC 9(005) USING COD-RED-JCP.
           05 LINE 12 COLUMN 03 VALUE "Conta acionistas (pagar)..:".
           05 LINE 12 COLUMN 31 PIC 9(005) USING COD-RED-ACIONISTAS.
           05 LINE 13 COLUMN 03 VALUE "Conta IRRF a recolher.....:".
           05 LINE 13 COLUMN 31 PIC 9(005) USING COD-RED-IRRF.
           05 LINE 14 COLUMN 03 VALUE "Historico padrao..........:".
           05 LINE 14 COLUMN 31 PIC 9(004) USING HISTORICO-JCP.
           05 LINE 15 COLUMN 03 VALUE "BAC (serie/numero)........:".
           05 LINE 15 COLUMN 31 PIC 9(004) USING SERIE-BAC.
           05 LINE 15 COLUMN 36 PIC 9(004) USING NUMERO-BAC.
           05 LINE 16 COLUMN 03 VALUE "Dia de referencia.........:".
           05 LINE 16 COLUMN 31 PIC 9(002) USING DIA-REF.

       01  TELA-CALCULO.
           05 LINE 17 COLUMN 03 VALUE "PL base x TJLP acumulada..:".
           05 LINE 17 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99-     FROM PL-BASE.
           05 LINE 17 COLUMN 51 PIC ZZ9,9999 FROM TAXA-ACUMULADA.
           05 LINE 18 COLUMN 03 VALUE "Limite pela TJLP..........:".
           05 LINE 18 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      FROM LIMITE-TJLP.
           05 LINE 19 COLUMN 03 VALUE "50% lucro / lucros acum...:".
           05 LINE 19 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      FROM LIMITE-LUCRO.
           05 LINE 19 COLUMN 51
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      FROM LIMITE-ACUMULADOS.
           05 LINE 20 COLUMN 03 VALUE "JCP maximo dedutivel......:".
           05 LINE 20 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      FROM VALOR-MAXIMO.
           05 LINE 21 COLUMN 03 VALUE "JCP creditado / IRRF......:".
           05 LINE 21 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      FROM VALOR-CREDITADO.
           05 LINE 21 COLUMN 51
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      FROM VALOR-IRRF.

       01  TELA-CONFIRMA.
           05 LINE 22 COLUMN 03 VALUE "Confirma (S/N)?".
           05 LINE 22 COLUMN 19 PIC X USING CONFIRMA.

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
                            PERFORM 100-TAXA      THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-JCP       THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-RELACIONA THRU 300-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-TAXA.

           MOVE 0 TO AAAAMM-T
           DISPLAY TELA-TAXA
           ACCEPT  TELA-TAXA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR AAAAMM-T = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE AAAAMM-T TO CBJCTX-AAAAMM
           READ CBJCTX WITH LOCK
           IF   FS-CBJCTX < "10"
                MOVE CBJCTX-TAXA TO TAXA-T
           ELSE
                MOVE 0           TO TAXA-T
           END-IF

           DISPLAY TELA-DADOS-TAXA
           ACCEPT  TELA-DADOS-TAXA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                IF   FS-CBJCTX < "10"
                     UNLOCK CBJCTX
                END-IF
                MOVE "00" TO FS-CBJCTX
                GO TO 100-99-FIM
           END-IF

           MOVE TAXA-T TO CBJCTX-TAXA
           IF   FS-CBJCTX < "10"
                REWRITE CBJCTX-REG
                UNLOCK CBJCTX
           ELSE
                MOVE AAAAMM-T TO CBJCTX-AAAAMM
                WRITE CBJCTX-REG
           END-IF
           IF   FS-CBJCTX < "10"
                DISPLAY "Taxa gravada" LINE 23 COLUMN 03
           ELSE
                MOVE "00" TO FS-CBJCTX
                DISPLAY "Erro de gravacao em CBJCTX" LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       200-JCP.

           MOVE 0 TO VALOR-DELIBERADO
           MOVE 15 TO ALIQ-IRRF
           DISPLAY TELA-JCP
           ACCEPT  TELA-JCP
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           IF   COMP-DE = 0 OR COMP-ATE = 0 OR COMP-DE > COMP-ATE
           OR   CLASSE-PL-ATE = 0 OR CLASSE-RES-ATE = 0
           OR   CLASSE-LUC-ATE = 0
           OR   COD-RED-JCP = 0 OR COD-RED-ACIONISTAS = 0
           OR   COD-RED-IRRF = 0
                DISPLAY "Periodo, classes e contas sao obrigatorios"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

      *    O JCP e debitado no patrimonio liquido: o LALUR (CB158PCW
      *    e CB250PCW) exclui o valor dedutivel do lucro, que numa
      *    conta de resultado ja estaria deduzido

           MOVE COD-RED-JCP TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                DISPLAY "Conta do JCP inexistente no plano"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   CBPLCO-CLASSE NOT < CLASSE-RES-DE
           AND  CBPLCO-CLASSE NOT > CLASSE-RES-ATE
                DISPLAY "Conta do JCP nas classes de resultado - "
                        "use conta do patrimonio liquido"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE COMP-ATE TO CBJCPA-COMPETENCIA
           READ CBJCPA IGNORE LOCK
           IF   FS-CBJCPA < "10"
                DISPLAY "JCP ja creditado na competencia"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           MOVE "00" TO FS-CBJCPA

      *    TJLP do periodo: soma das taxas mensais da tabela, todas
      *    obrigatorias

           MOVE 0 TO TAXA-ACUMULADA MESES-SEM-TAXA
           MOVE COMP-DE TO COMP-CORRENTE
           PERFORM UNTIL COMP-CORRENTE > COMP-ATE
                   MOVE COMP-CORRENTE TO CBJCTX-AAAAMM
                   READ CBJCTX IGNORE LOCK
                   IF   FS-CBJCTX < "10"
                        ADD CBJCTX-TAXA TO TAXA-ACUMULADA
                   ELSE
                        ADD 1 TO MESES-SEM-TAXA
                   END-IF
                   PERFORM 290-PROXIMO-MES THRU 290-99-FIM
           END-PERFORM
           MOVE "00" TO FS-CBJCTX
           IF   MESES-SEM-TAXA NOT = 0
                DISPLAY "TJLP nao cadastrada em " LINE 23 COLUMN 03
                        MESES-SEM-TAXA " mes(es) do periodo"
                GO TO 200-99-FIM
           END-IF

      *    PL elegivel e lucros acumulados/reservas pelo saldo de
      *    abertura do periodo (credor, com o sinal invertido);
      *    lucro do periodo pelo movimento das classes de resultado
      *    (credito aumenta, debito diminui), antes do proprio JCP

           MOVE CLASSE-PL-DE  TO CLASSE-DE
           MOVE CLASSE-PL-ATE TO CLASSE-ATE
           PERFORM 210-SALDO-FAIXA THRU 210-99-FIM
           COMPUTE PL-BASE = 0 - SALDO-FAIXA
           MOVE CLASSE-LUC-DE  TO CLASSE-DE
           MOVE CLASSE-LUC-ATE TO CLASSE-ATE
           PERFORM 210-SALDO-FAIXA THRU 210-99-FIM
           COMPUTE LUCROS-ACUMULADOS = 0 - SALDO-FAIXA
           MOVE CLASSE-RES-DE  TO CLASSE-DE
           MOVE CLASSE-RES-ATE TO CLASSE-ATE
           PERFORM 220-MOVIMENTO-FAIXA THRU 220-99-FIM
           MOVE SALDO-FAIXA TO LUCRO-PERIODO

      *    Maximo legal: PL x TJLP pro rata, limitado ao maior entre
      *    50% do lucro do periodo e 50% dos lucros acumulados e
      *    reservas de lucros

           MOVE 0 TO LIMITE-TJLP LIMITE-LUCRO LIMITE-ACUMULADOS
           IF   PL-BASE > 0
                COMPUTE LIMITE-TJLP ROUNDED =
                        PL-BASE * TAXA-ACUMULADA / 100
           END-IF
           IF   LUCRO-PERIODO > 0
                COMPUTE LIMITE-LUCRO ROUNDED = LUCRO-PERIODO / 2
           END-IF
           IF   LUCROS-ACUMULADOS > 0
                COMPUTE LIMITE-ACUMULADOS ROUNDED =
                        LUCROS-ACUMULADOS / 2
           END-IF
           MOVE LIMITE-TJLP TO VALOR-MAXIMO
           IF   LIMITE-LUCRO NOT < LIMITE-ACUMULADOS
                IF   LIMITE-LUCRO < VALOR-MAXIMO
                     MOVE LIMITE-LUCRO TO VALOR-MAXIMO
                END-IF
           ELSE
                IF   LIMITE-ACUMULADOS < VALOR-MAXIMO
                     MOVE LIMITE-ACUMULADOS TO VALOR-MAXIMO
                END-IF
           END-IF

           IF   VALOR-DELIBERADO = 0
                MOVE VALOR-MAXIMO     TO VALOR-CREDITADO
           ELSE
                MOVE VALOR-DELIBERADO TO VALOR-CREDITADO
           END-IF
           IF   VALOR-CREDITADO > VALOR-MAXIMO
                MOVE VALOR-MAXIMO    TO VALOR-DEDUTIVEL
           ELSE
                MOVE VALOR-CREDITADO TO VALOR-DEDUTIVEL
           END-IF
           COMPUTE VALOR-IRRF ROUNDED =
                   VALOR-CREDITADO * ALIQ-IRRF / 100
           COMPUTE VALOR-LIQUIDO = VALOR-CREDITADO - VALOR-IRRF

           DISPLAY TELA-CALCULO
           IF   VALOR-CREDITADO = 0
                DISPLAY "Sem base para JCP no periodo"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   VALOR-CREDITADO > VALOR-MAXIMO
                DISPLAY "Acima do maximo: o excesso nao e dedutivel"
                        LINE 23 COLUMN 03
           END-IF

           MOVE SPACE TO CONFIRMA
           DISPLAY TELA-CONFIRMA
           ACCEPT  TELA-CONFIRMA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR (CONFIRMA NOT = "S" AND "s")
                SET ENTER-KEY TO TRUE
                DISPLAY "Nada contabilizado" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

      *    JCP creditado: debita a conta do JCP e credita o
      *    liquido aos acionistas e o IRRF a recolher

           MOVE COD-RED-JCP        TO COD-RED-DB
           MOVE COD-RED-ACIONISTAS TO COD-RED-CR
           MOVE VALOR-LIQUIDO      TO VALOR-LANCAMENTO
           PERFORM 500-GERA-PAR THRU 500-99-FIM
           IF   LANCAMENTO-GERADO = 0
                DISPLAY "Lancamento do JCP rejeitado pelo CB043PCW"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           MOVE LANCAMENTO-GERADO TO LANCAMENTO-JCP

           MOVE 0 TO LANCAMENTO-GERADO
           IF   VALOR-IRRF NOT = 0
                MOVE COD-RED-JCP  TO COD-RED-DB
                MOVE COD-RED-IRRF TO COD-RED-CR
                MOVE VALOR-IRRF   TO VALOR-LANCAMENTO
                PERFORM 500-GERA-PAR THRU 500-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     PERFORM 510-DESFAZ-JCP THRU 510-99-FIM
                     DISPLAY "Lancamento do IRRF rejeitado pelo "
                             "CB043PCW" LINE 23 COLUMN 03
                     GO TO 200-99-FIM
                END-IF
                PERFORM 230-AGENDA-IRRF THRU 230-99-FIM
           END-IF

           MOVE COMP-ATE          TO CBJCPA-COMPETENCIA
           MOVE COMP-DE           TO CBJCPA-COMP-DE
           MOVE PL-BASE           TO CBJCPA-PL-BASE
           MOVE TAXA-ACUMULADA    TO CBJCPA-TAXA-ACUMULADA
           MOVE LIMITE-TJLP       TO CBJCPA-LIMITE-TJLP
           MOVE LUCRO-PERIODO     TO CBJCPA-LUCRO-PERIODO
           MOVE LUCROS-ACUMULADOS TO CBJCPA-LUCROS-ACUMULADOS
           MOVE VALOR-MAXIMO      TO CBJCPA-VALOR-MAXIMO
           MOVE VALOR-CREDITADO   TO CBJCPA-VALOR-CREDITADO
           MOVE VALOR-DEDUTIVEL   TO CBJCPA-VALOR-DEDUTIVEL
           MOVE ALIQ-IRRF         TO CBJCPA-ALIQUOTA-IRRF
           MOVE VALOR-IRRF        TO CBJCPA-VALOR-IRRF
           MOVE VALOR-LIQUIDO     TO CBJCPA-VALOR-LIQUIDO
           MOVE LANCAMENTO-JCP    TO CBJCPA-LANC-JCP
           MOVE LANCAMENTO-GERADO TO CBJCPA-LANC-IRRF
           MOVE HOJE              TO CBJCPA-DATA
           MOVE "?"               TO CWMENU
           CALL "CWGETU" USING OPERADOR
                               TASK
                               PROGRAMA
                               CWMENU
           MOVE OPERADOR          TO CBJCPA-USUARIO
           WRITE CBJCPA-REG
           IF   FS-CBJCPA > "09"
                MOVE "00" TO FS-CBJCPA
                DISPLAY "Erro de gravacao em CBJCPA" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           PERFORM 250-DEMONSTRACAO THRU 250-99-FIM
           DISPLAY "JCP contabilizado; exclusao disponivel ao "
                   "CB158PCW" LINE 23 COLUMN 03.

       200-99-FIM. EXIT.

       210-SALDO-FAIXA.

      *    Saldo de abertura da competencia inicial das contas
      *    analiticas da faixa (devedor positivo)

           MOVE 0 TO SALDO-FAIXA
           MOVE LOW-VALUES TO CBPLCO-CHAVE
           START CBPLCO KEY NOT LESS CBPLCO-CHAVE
           PERFORM UNTIL FS-CBPLCO > "09"
                   READ CBPLCO NEXT RECORD IGNORE LOCK
                   IF   FS-CBPLCO < "10"
                   AND  CBPLCO-COD-RED NOT = 0
                   AND  CBPLCO-CLASSE NOT < CLASSE-DE
                   AND  CBPLCO-CLASSE NOT > CLASSE-ATE
                        MOVE 0            TO CBCOSA-CENTRO-CUSTO
                        MOVE CBPLCO-CONTA TO CBCOSA-CONTA
                        MOVE COMP-DE      TO CBCOSA-AAAAMM
                        READ CBCOSA IGNORE LOCK
                        IF   FS-CBCOSA < "10"
                             ADD CBCOSA-SALDO-INICIAL TO SALDO-FAIXA
                        END-IF
                        MOVE "00" TO FS-CBCOSA
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPLCO.

       210-99-FIM. EXIT.

       220-MOVIMENTO-FAIXA.

      *    Movimento liquido (creditos - debitos) no periodo, como
      *    o CB158PCW apura o resultado contabil

           MOVE 0 TO SALDO-FAIXA
           MOVE LOW-VALUES TO CBPLCO-CHAVE
           START CBPLCO KEY NOT LESS CBPLCO-CHAVE
           PERFORM UNTIL FS-CBPLCO > "09"
                   READ CBPLCO NEXT RECORD IGNORE LOCK
                   IF   FS-CBPLCO < "10"
                   AND  CBPLCO-COD-RED NOT = 0
                   AND  CBPLCO-CLASSE NOT < CLASSE-DE
                   AND  CBPLCO-CLASSE NOT > CLASSE-ATE
                        PERFORM 225-MOVIMENTO-CONTA THRU 225-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPLCO.

       220-99-FIM. EXIT.

       225-MOVIMENTO-CONTA.

           MOVE COMP-DE TO COMP-CORRENTE
           PERFORM UNTIL COMP-CORRENTE > COMP-ATE
                   MOVE 0             TO CBCOSA-CENTRO-CUSTO
                   MOVE CBPLCO-CONTA  TO CBCOSA-CONTA
                   MOVE COMP-CORRENTE TO CBCOSA-AAAAMM
                   READ CBCOSA IGNORE LOCK
                   IF   FS-CBCOSA < "10"
                        ADD      CBCOSA-A-CREDITO TO SALDO-FAIXA
                        SUBTRACT CBCOSA-A-DEBITO FROM SALDO-FAIXA
                   END-IF
                   PERFORM 290-PROXIMO-MES THRU 290-99-FIM
           END-PERFORM
           MOVE "00" TO FS-CBCOSA.

       225-99-FIM. EXIT.

       230-AGENDA-IRRF.

      *    IRRF na agenda do CBRETE: a conta sem configuracao passa
      *    a ser de retencao (vencimento no dia 20 do mes seguinte);
      *    a apuracao do CB135PCW reconhece o credito no movimento

           MOVE COD-RED-IRRF TO CBRETE-COD-RED
           MOVE 0            TO CBRETE-COMPETENCIA
           READ CBRETE
           IF   FS-CBRETE > "09"
                MOVE COD-RED-IRRF TO CBRETE-COD-RED
                MOVE 0 TO CBRETE-COMPETENCIA CBRETE-VALOR-APURADO
                          CBRETE-VALOR-PAGO CBRETE-DATA-PAGAMENTO
                MOVE "IRRF JCP" TO CBRETE-TRIBUTO
                MOVE 20         TO CBRETE-DIA-VENCIMENTO
                WRITE CBRETE-REG
           ELSE
                UNLOCK CBRETE
           END-IF

           MOVE COD-RED-IRRF TO CBRETE-COD-RED
           MOVE COMP-ATE     TO CBRETE-COMPETENCIA
           READ CBRETE
           IF   FS-CBRETE < "10"
                ADD  VALOR-IRRF TO CBRETE-VALOR-APURADO
                REWRITE CBRETE-REG
                UNLOCK CBRETE
           ELSE
                MOVE COD-RED-IRRF TO CBRETE-COD-RED
                MOVE COMP-ATE     TO CBRETE-COMPETENCIA
                MOVE "IRRF JCP"   TO CBRETE-TRIBUTO
                MOVE 20           TO CBRETE-DIA-VENCIMENTO
                MOVE VALOR-IRRF   TO CBRETE-VALOR-APURADO
                MOVE 0 TO CBRETE-VALOR-PAGO CBRETE-DATA-PAGAMENTO
                WRITE CBRETE-REG
           END-IF
           MOVE "00" TO FS-CBRETE.

       230-99-FIM. EXIT.

       250-DEMONSTRACAO.

           MOVE SPACES TO CWIMPR-TIME-REPORT
           MOVE "JUROS SOBRE CAPITAL PROPRIO - DEMONSTRACAO DO LIMITE"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "PERIODO " COMP-DE " A " COMP-ATE
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB230PA" TO CWIMPR-REPORT

           MOVE "PATRIMONIO LIQUIDO ELEGIVEL"  TO CLIC-TEXTO
           MOVE PL-BASE                        TO CLIC-VALOR
           PERFORM 295-IMPRIME THRU 295-99-FIM
           MOVE SPACES TO CLIC-TEXTO
           MOVE TAXA-ACUMULADA TO TAXA-EDITADA
           STRING "TJLP DO PERIODO (%) " TAXA-EDITADA
                  DELIMITED BY SIZE INTO CLIC-TEXTO
           MOVE SPACES                         TO CLIC-VALOR-X
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "LIMITE PELA TJLP"             TO CLIC-TEXTO
           MOVE LIMITE-TJLP                    TO CLIC-VALOR
           PERFORM 295-IMPRIME THRU 295-99-FIM
           MOVE "LUCRO DO PERIODO ANTES DO JCP" TO CLIC-TEXTO
           MOVE LUCRO-PERIODO                  TO CLIC-VALOR
           PERFORM 295-IMPRIME THRU 295-99-FIM
           MOVE "LUCROS ACUMULADOS E RESERVAS DE LUCROS"
             TO CLIC-TEXTO
           MOVE LUCROS-ACUMULADOS              TO CLIC-VALOR
           PERFORM 295-IMPRIME THRU 295-99-FIM
           MOVE "50% DO LUCRO DO PERIODO"      TO CLIC-TEXTO
           MOVE LIMITE-LUCRO                   TO CLIC-VALOR
           PERFORM 295-IMPRIME THRU 295-99-FIM
           MOVE "50% DOS LUCROS ACUMULADOS E RESERVAS"
             TO CLIC-TEXTO
           MOVE LIMITE-ACUMULADOS              TO CLIC-VALOR
           PERFORM 295-IMPRIME THRU 295-99-FIM
           MOVE "JCP MAXIMO DEDUTIVEL"         TO CLIC-TEXTO
           MOVE VALOR-MAXIMO                   TO CLIC-VALOR
           PERFORM 295-IMPRIME THRU 295-99-FIM
           MOVE "JCP CREDITADO"                TO CLIC-TEXTO
           MOVE VALOR-CREDITADO                TO CLIC-VALOR
           PERFORM 295-IMPRIME THRU 295-99-FIM
           MOVE "EXCLUSAO NO LUCRO REAL (CB158PCW)" TO CLIC-TEXTO
           MOVE VALOR-DEDUTIVEL                TO CLIC-VALOR
           PERFORM 295-IMPRIME THRU 295-99-FIM
           MOVE "IRRF RETIDO"                  TO CLIC-TEXTO
           MOVE VALOR-IRRF                     TO CLIC-VALOR
           PERFORM 295-IMPRIME THRU 295-99-FIM
           MOVE "LIQUIDO A PAGAR AOS ACIONISTAS" TO CLIC-TEXTO
           MOVE VALOR-LIQUIDO                  TO CLIC-VALOR
           PERFORM 295-IMPRIME THRU 295-99-FIM
           MOVE SPACES TO CLIC-TEXTO
           STRING "LANCAMENTOS " LANCAMENTO-JCP " / "
                  LANCAMENTO-GERADO
                  DELIMITED BY SIZE INTO CLIC-TEXTO
           MOVE SPACES   TO CLIC-VALOR-X
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       250-99-FIM. EXIT.

       290-PROXIMO-MES.

           ADD 1 TO COMP-CORR-MM
           IF   COMP-CORR-MM > 12
                MOVE 1 TO COMP-CORR-MM
                ADD  1 TO COMP-CORR-AAAA
           END-IF.

       290-99-FIM. EXIT.

       295-IMPRIME.

           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       295-99-FIM. EXIT.

       300-RELACIONA.

           MOVE SPACES TO CWIMPR-TIME-REPORT
           MOVE "JUROS SOBRE CAPITAL PROPRIO CREDITADOS"
             TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB230PB" TO CWIMPR-REPORT

           MOVE LOW-VALUES TO CBJCPA-CHAVE
           START CBJCPA KEY NOT LESS CBJCPA-CHAVE
           PERFORM UNTIL FS-CBJCPA > "09"
                   READ CBJCPA NEXT RECORD IGNORE LOCK
                   IF   FS-CBJCPA < "10"
                        MOVE SPACES TO CLIC-TEXTO
                        STRING "COMPETENCIA " CBJCPA-COMPETENCIA
                               " - CREDITADO"
                               DELIMITED BY SIZE INTO CLIC-TEXTO
                        MOVE CBJCPA-VALOR-CREDITADO TO CLIC-VALOR
                        PERFORM 295-IMPRIME THRU 295-99-FIM
                        MOVE "   MAXIMO DEDUTIVEL"  TO CLIC-TEXTO
                        MOVE CBJCPA-VALOR-MAXIMO    TO CLIC-VALOR
                        PERFORM 295-IMPRIME THRU 295-99-FIM
                        MOVE "   EXCLUSAO NO LUCRO REAL" TO CLIC-TEXTO
                        MOVE CBJCPA-VALOR-DEDUTIVEL TO CLIC-VALOR
                        PERFORM 295-IMPRIME THRU 295-99-FIM
                        MOVE "   IRRF RETIDO"       TO CLIC-TEXTO
                        MOVE CBJCPA-VALOR-IRRF      TO CLIC-VALOR
                        PERFORM 295-IMPRIME THRU 295-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBJCPA

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Relacao emitida" LINE 23 COLUMN 03.

       300-99-FIM. EXIT.

       500-GERA-PAR.

      *    Gera as duas pernas com o mesmo numero de lancamento,
      *    como o CB093PCW

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                 TO CB043PCW-COMANDO
           MOVE "D"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC           TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC          TO CB043PCW-NUMERO-BAC
           MOVE COD-RED-DB          TO CB043PCW-COD-RED
           MOVE HISTORICO-JCP       TO CB043PCW-HISTORICO
           MOVE COMP-ATE            TO CB043PCW-DOCTO
           MOVE DIA-REF             TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-LANCAMENTO    TO CB043PCW-VALOR
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                GO TO 500-99-FIM
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
           END-IF.

       500-99-FIM. EXIT.

       510-DESFAZ-JCP.

      *    IRRF rejeitado: exclui as duas pernas do JCP ja gerado,
      *    para o credito nao ficar sem a retencao

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "E"                 TO CB043PCW-COMANDO
           MOVE LANCAMENTO-JCP      TO CB043PCW-LANCAMENTO-NUMERO
           MOVE SERIE-BAC           TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC          TO CB043PCW-NUMERO-BAC
           MOVE HISTORICO-JCP       TO CB043PCW-HISTORICO
           MOVE COMP-ATE            TO CB043PCW-DOCTO
           MOVE DIA-REF             TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-LIQUIDO       TO CB043PCW-VALOR
           MOVE "C"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-ACIONISTAS  TO CB043PCW-COD-RED
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           MOVE "D"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-JCP         TO CB043PCW-COD-RED
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW".

       510-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           OPEN I-O CBJCTX
           IF   FS-CBJCTX = "30" OR "35"
                CLOSE CBJCTX
                OPEN OUTPUT CBJCTX
                CLOSE CBJCTX
                OPEN I-O CBJCTX
           END-IF
           OPEN I-O CBJCPA
           IF   FS-CBJCPA = "30" OR "35"
                CLOSE CBJCPA
                OPEN OUTPUT CBJCPA
                CLOSE CBJCPA
                OPEN I-O CBJCPA
           END-IF
           OPEN I-O CBRETE
           IF   FS-CBRETE = "30" OR "35"
                CLOSE CBRETE
                OPEN OUTPUT CBRETE
                CLOSE CBRETE
                OPEN I-O CBRETE
           END-IF
           OPEN INPUT CBPLCO CBCOSA
           IF   FS-CBJCTX > "09" OR FS-CBJCPA > "09"
           OR   FS-CBRETE > "09"
           OR   FS-CBPLCO > "09" OR FS-CBCOSA > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBJCTX CBJCPA CBRETE CBPLCO CBCOSA.

       900-99-FIM. EXIT.

       END PROGRAM CB230PCW.
