       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB211PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Reclassificacao de curto e longo prazo       *
                      *                                               *
                      *  Mantem os pares de contas circulante / nao   *
                      *  circulante (CBRCPR) e, no fechamento do mes, *
                      *  apura a parcela de curto prazo (vencimento   *
                      *  nos 12 meses seguintes a competencia) dos    *
                      *  emprestimos do CBFINC pelo plano de          *
                      *  amortizacao do CB149PCW, das aplicacoes do   *
                      *  CBAPLI e dos titulos em aberto do CBTITU,    *
                      *  lancando pelo CB043PCW a transferencia para  *
                      *  a conta do outro prazo. A reclassificacao    *
                      *  de cada mes fica no CBRCMV e e estornada     *
                      *  automaticamente pela execucao da competencia *
                      *  seguinte, antes da nova apuracao             *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBRCPRSL.
       COPY CBRCMVSL.
       COPY CBFINCSL.
       COPY CBAPLISL.
       COPY CBTITUSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBRCPRFD.
       COPY CBRCMVFD.
       COPY CBFINCFD.
       COPY CBAPLIFD.
       COPY CBTITUFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB211PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 COD-RED-ORIGEM-C          PIC  9(005) VALUE 0.
           05 PRAZO-ORIGEM-C            PIC  X(001) VALUE SPACE.
           05 COD-RED-DESTINO-C         PIC  9(005) VALUE 0.
           05 HISTORICO-C               PIC  9(004) VALUE 0.
           05 COMPETENCIA.
              10 COMP-AAAA              PIC  9(004).
              10 COMP-MM                PIC  9(002).
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 LIMITE-CURTO              PIC  9(008) VALUE 0.
           05 VENCIMENTO-ITEM           PIC  9(008) VALUE 0.
           05 NATUREZA-ITEM             PIC  X(001) VALUE SPACE.
           05 COD-RED-ITEM              PIC  9(005) VALUE 0.
           05 VALOR-CURTO        COMP-3 PIC  9(012)V99 VALUE 0.
           05 VALOR-LONGO        COMP-3 PIC  9(012)V99 VALUE 0.
           05 PARCELA-N          COMP-3 PIC  9(003) VALUE 0.
           05 PARCELA-LIMITE     COMP-3 PIC  9(003) VALUE 0.
           05 SALDO-SIMULADO     COMP-3 PIC S9(012)V99 VALUE 0.
           05 FATOR-PRICE        COMP-3 PIC  9(003)V9(009) VALUE 0.
           05 PRESTACAO          COMP-3 PIC  9(012)V99 VALUE 0.
           05 JUROS-MES          COMP-3 PIC  9(012)V99 VALUE 0.
           05 AMORTIZACAO        COMP-3 PIC  9(012)V99 VALUE 0.
           05 VALOR-PARCELA             PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 HISTORICO-LANC            PIC  9(004) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 I                         PIC  9(003) VALUE 0.
           05 QT-ITENS                  PIC  9(003) VALUE 0.
           05 QT-SEM-PAR                PIC  9(005) VALUE 0.
           05 QT-ESTORNADAS      COMP-3 PIC  9(004) VALUE 0.
           05 QT-LANCADAS        COMP-3 PIC  9(004) VALUE 0.
           05 QT-REJEITADAS      COMP-3 PIC  9(004) VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBRCPR.
              10 FS-CBRCPR              PIC  X(002) VALUE "00".
              10 LB-CBRCPR              PIC  X(050) VALUE "CBRCPR".
           05 ER-CBRCMV.
              10 FS-CBRCMV              PIC  X(002) VALUE "00".
              10 LB-CBRCMV              PIC  X(050) VALUE "CBRCMV".
           05 ER-CBFINC.
              10 FS-CBFINC              PIC  X(002) VALUE "00".
              10 LB-CBFINC              PIC  X(050) VALUE "CBFINC".
           05 ER-CBAPLI.
              10 FS-CBAPLI              PIC  X(002) VALUE "00".
              10 LB-CBAPLI              PIC  X(050) VALUE "CBAPLI".
           05 ER-CBTITU.
              10 FS-CBTITU              PIC  X(002) VALUE "00".
              10 LB-CBTITU              PIC  X(050) VALUE "CBTITU".

      *    Saldos apurados por conta origem e natureza, com o par
      *    de contas lido do CBRCPR

       01  TABELA-ITENS.
           05 ITEM OCCURS 300.
              10 IT-COD-RED-ORIGEM      PIC  9(005).
              10 IT-NATUREZA            PIC  X(001).
              10 IT-PRAZO-ORIGEM        PIC  X(001).
              10 IT-COD-RED-DESTINO     PIC  9(005).
              10 IT-HISTORICO           PIC  9(004).
              10 IT-CURTO        COMP-3 PIC  9(012)V99.
              10 IT-LONGO        COMP-3 PIC  9(012)V99.

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(036) VALUE
                 "MOVIMENTO  ORIGEM N P  CURTO PRAZO ".
              05 FILLER                 PIC  X(038) VALUE
                 "        LONGO PRAZO   DEBITO CREDITO ".
              05 FILLER                 PIC  X(027) VALUE
                 "    VALOR LANCADO  LANCTO".
           02 LINHA-02.
              05 CLIC-MOVIMENTO         PIC  X(010).
              05 FILLER                 PIC  X(001).
              05 CLIC-ORIGEM            PIC  9(005).
              05 FILLER                 PIC  X(002).
              05 CLIC-NATUREZA          PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLIC-PRAZO             PIC  X(001).
              05 CLIC-CURTO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 CLIC-LONGO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(003).
              05 CLIC-DEBITO            PIC  9(005).
              05 FILLER                 PIC  X(003).
              05 CLIC-CREDITO           PIC  9(005).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-LANCAMENTO        PIC  ZZZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-OBS               PIC  X(020).

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Pares de contas".
           05 LINE 05 COLUMN 03 VALUE "2 - Reclassificacao do mes".
           05 LINE 08 COLUMN 03 VALUE "Opcao:".
           05 LINE 08 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-ORIGEM.
           05 LINE 04 COLUMN 03 VALUE "Conta origem (cod-red).:".
           05 LINE 04 COLUMN 30 PIC 9(005) USING COD-RED-ORIGEM-C.

       01  TELA-PAR.
           05 LINE 05 COLUMN 03 VALUE "Prazo da origem (C/L)..:".
           05 LINE 05 COLUMN 30 PIC X(001) USING PRAZO-ORIGEM-C.
           05 LINE 06 COLUMN 03 VALUE "Conta do outro prazo...:".
           05 LINE 06 COLUMN 30 PIC 9(005) USING COD-RED-DESTINO-C.
           05 LINE 07 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 07 COLUMN 30 PIC 9(004) USING HISTORICO-C.

       01  TELA-LANCAMENTO.
           05 LINE 05 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 05 COLUMN 30 PIC 9999 USING COMP-AAAA.
           05 LINE 05 COLUMN 34 PIC 99   USING COMP-MM.
           05 LINE 06 COLUMN 03 VALUE "BAC (serie/numero).....:".
           05 LINE 06 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 06 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 07 COLUMN 03 VALUE "Dia de referencia......:".
           05 LINE 07 COLUMN 30 PIC 9(002) USING DIA-REF.

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
                            PERFORM 100-PAR-CONTAS  THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 300-RECLASSIFICA THRU 300-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-PAR-CONTAS.

           MOVE 0 TO COD-RED-ORIGEM-C
           DISPLAY TELA-ORIGEM
           ACCEPT  TELA-ORIGEM
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COD-RED-ORIGEM-C = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE SPACE TO PRAZO-ORIGEM-C
           MOVE 0     TO COD-RED-DESTINO-C HISTORICO-C
           MOVE COD-RED-ORIGEM-C TO CBRCPR-COD-RED-ORIGEM
           READ CBRCPR
           IF   FS-CBRCPR < "10"
                MOVE CBRCPR-PRAZO-ORIGEM    TO PRAZO-ORIGEM-C
                MOVE CBRCPR-COD-RED-DESTINO TO COD-RED-DESTINO-C
                MOVE CBRCPR-HISTORICO       TO HISTORICO-C
           END-IF

           DISPLAY TELA-PAR
           ACCEPT  TELA-PAR
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

      *    Conta do outro prazo zerada desfaz o par; as
      *    reclassificacoes ja lancadas continuam no CBRCMV e serao
      *    estornadas normalmente

           IF   COD-RED-DESTINO-C = 0
                IF   FS-CBRCPR < "10"
                     DELETE CBRCPR RECORD
                     DISPLAY "Par de contas excluido"
                             LINE 23 COLUMN 03
                END-IF
                MOVE "00" TO FS-CBRCPR
                GO TO 100-99-FIM
           END-IF

           IF  (PRAZO-ORIGEM-C NOT = "C" AND PRAZO-ORIGEM-C NOT = "L")
           OR   COD-RED-DESTINO-C = COD-RED-ORIGEM-C
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE COD-RED-ORIGEM-C  TO CBRCPR-COD-RED-ORIGEM
           MOVE PRAZO-ORIGEM-C    TO CBRCPR-PRAZO-ORIGEM
           MOVE COD-RED-DESTINO-C TO CBRCPR-COD-RED-DESTINO
           MOVE HISTORICO-C       TO CBRCPR-HISTORICO
           WRITE CBRCPR-REG
           IF   FS-CBRCPR = "22"
                REWRITE CBRCPR-REG
           END-IF
           IF   FS-CBRCPR > "09"
                DISPLAY "Erro de gravacao em CBRCPR"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Par de contas gravado" LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       300-RECLASSIFICA.

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

           MOVE COMPETENCIA TO CBRCMV-AAAAMM
           MOVE 0           TO CBRCMV-COD-RED-ORIGEM
           MOVE LOW-VALUES  TO CBRCMV-NATUREZA
           START CBRCMV KEY NOT LESS CBRCMV-CHAVE
           IF   FS-CBRCMV < "10"
                READ CBRCMV NEXT RECORD IGNORE LOCK
                IF   FS-CBRCMV < "10"
                AND  CBRCMV-AAAAMM NOT < COMPETENCIA
                     DISPLAY "Competencia ja reclassificada"
                             LINE 23 COLUMN 03
                     GO TO 300-99-FIM
                END-IF
           END-IF
           MOVE "00" TO FS-CBRCMV

      *    Curto prazo: vencimento ate o fim do mesmo mes do ano
      *    seguinte a competencia

           COMPUTE LIMITE-CURTO = (COMP-AAAA + 1) * 10000
                                + COMP-MM * 100 + 31

           MOVE "RECLASSIFICACAO CURTO/LONGO PRAZO" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " COMP-MM "/" COMP-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB211PA" TO CWIMPR-REPORT

           MOVE 0 TO QT-ESTORNADAS QT-LANCADAS QT-REJEITADAS
                     QT-ITENS QT-SEM-PAR
           PERFORM 310-ESTORNOS     THRU 310-99-FIM
           PERFORM 320-EMPRESTIMOS  THRU 320-99-FIM
           PERFORM 330-APLICACOES   THRU 330-99-FIM
           PERFORM 340-TITULOS      THRU 340-99-FIM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ITENS
                   PERFORM 360-LANCA-ITEM THRU 360-99-FIM
           END-PERFORM

           IF   QT-SEM-PAR NOT = 0
                MOVE SPACES TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
                MOVE SPACES TO CWIMPR-DETAIL
                STRING "ITENS EM CONTAS SEM PAR NO CBRCPR: "
                       QT-SEM-PAR
                       DELIMITED BY SIZE INTO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF
           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           DISPLAY "Estornos: "     LINE 23 COLUMN 03
                   QT-ESTORNADAS " Lancadas: " QT-LANCADAS
                   " Rejeitadas: " QT-REJEITADAS.

       300-99-FIM. EXIT.

       310-ESTORNOS.

      *    Reverte as reclassificacoes em vigor de competencias
      *    anteriores, trocando debito e credito

           MOVE LOW-VALUES TO CBRCMV-CHAVE
           START CBRCMV KEY NOT LESS CBRCMV-CHAVE
           PERFORM UNTIL FS-CBRCMV > "09"
                   READ CBRCMV NEXT RECORD WITH LOCK
                   IF   FS-CBRCMV < "10"
                   AND  CBRCMV-AAAAMM < COMPETENCIA
                   AND  CBRCMV-EM-VIGOR
                        PERFORM 315-ESTORNA THRU 315-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBRCMV.

       310-99-FIM. EXIT.

       315-ESTORNA.

           MOVE CBRCMV-COD-RED-CR TO COD-RED-DB
           MOVE CBRCMV-COD-RED-DB TO COD-RED-CR
           MOVE CBRCMV-HISTORICO  TO HISTORICO-LANC
           MOVE CBRCMV-VALOR      TO VALOR-PARCELA
           PERFORM 700-GERA-PAR THRU 700-99-FIM

           MOVE SPACES                TO LINHA-02
           MOVE "ESTORNO"             TO CLIC-MOVIMENTO
           MOVE CBRCMV-COD-RED-ORIGEM TO CLIC-ORIGEM
           MOVE CBRCMV-NATUREZA       TO CLIC-NATUREZA
           MOVE COD-RED-DB            TO CLIC-DEBITO
           MOVE COD-RED-CR            TO CLIC-CREDITO
           MOVE VALOR-PARCELA         TO CLIC-VALOR
           MOVE LANCAMENTO-GERADO     TO CLIC-LANCAMENTO
           IF   LANCAMENTO-GERADO = 0
                ADD  1 TO QT-REJEITADAS
                MOVE "REJEITADO CB043PCW" TO CLIC-OBS
           ELSE
                MOVE CBRCMV-AAAAMM     TO CLIC-OBS
                MOVE "E"               TO CBRCMV-SITUACAO
                MOVE LANCAMENTO-GERADO TO CBRCMV-LANC-ESTORNO
                MOVE COMPETENCIA       TO CBRCMV-AAAAMM-ESTORNO
                REWRITE CBRCMV-REG
                ADD  1 TO QT-ESTORNADAS
           END-IF
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       315-99-FIM. EXIT.

       320-EMPRESTIMOS.

           OPEN INPUT CBFINC
           IF   FS-CBFINC > "09"
                MOVE "00" TO FS-CBFINC
                GO TO 320-99-FIM
           END-IF

           MOVE LOW-VALUES TO CBFINC-CHAVE
           START CBFINC KEY NOT LESS CBFINC-CHAVE
           PERFORM UNTIL FS-CBFINC > "09"
                   READ CBFINC NEXT RECORD IGNORE LOCK
                   IF   FS-CBFINC < "10"
                   AND  CBFINC-CONTRATO-ATIVO
                   AND  CBFINC-PARCELAS-PAGAS < CBFINC-PRAZO-MESES
                        PERFORM 325-CONTRATO THRU 325-99-FIM
                   END-IF
           END-PERFORM
           CLOSE CBFINC
           MOVE "00" TO FS-CBFINC.

       320-99-FIM. EXIT.

       325-CONTRATO.

      *    Amortizacao das 12 parcelas seguintes pelo mesmo plano do
      *    CB149PCW; o restante do saldo devedor e de longo prazo

           MOVE 0 TO VALOR-CURTO
           MOVE CBFINC-SALDO-DEVEDOR TO SALDO-SIMULADO
           COMPUTE PARCELA-LIMITE = CBFINC-PARCELAS-PAGAS + 12
           IF   PARCELA-LIMITE > CBFINC-PRAZO-MESES
                MOVE CBFINC-PRAZO-MESES TO PARCELA-LIMITE
           END-IF
           COMPUTE PARCELA-N = CBFINC-PARCELAS-PAGAS + 1
           PERFORM UNTIL PARCELA-N > PARCELA-LIMITE
                   PERFORM 327-CALCULA-PARCELA THRU 327-99-FIM
                   IF   PARCELA-N = CBFINC-PRAZO-MESES
                        MOVE SALDO-SIMULADO TO AMORTIZACAO
                   END-IF
                   ADD      AMORTIZACAO TO VALOR-CURTO
                   SUBTRACT AMORTIZACAO FROM SALDO-SIMULADO
                   ADD      1 TO PARCELA-N
           END-PERFORM
           IF   VALOR-CURTO > CBFINC-SALDO-DEVEDOR
                MOVE CBFINC-SALDO-DEVEDOR TO VALOR-CURTO
           END-IF
           COMPUTE VALOR-LONGO = CBFINC-SALDO-DEVEDOR - VALOR-CURTO

           MOVE CBFINC-COD-RED-PASSIVO TO COD-RED-ITEM
           MOVE "P"                    TO NATUREZA-ITEM
           PERFORM 350-ACUMULA THRU 350-99-FIM.

       325-99-FIM. EXIT.

       327-CALCULA-PARCELA.

      *    Juros sempre sobre o saldo devedor corrente; no Price a
      *    prestacao e constante, no SAC a amortizacao e constante

           COMPUTE JUROS-MES ROUNDED =
                   SALDO-SIMULADO * CBFINC-TAXA-MES / 100

           IF   CBFINC-PRICE
                COMPUTE FATOR-PRICE =
                       (1 + CBFINC-TAXA-MES / 100)
                       ** CBFINC-PRAZO-MESES
                COMPUTE PRESTACAO ROUNDED =
                        CBFINC-PRINCIPAL
                      * (CBFINC-TAXA-MES / 100)
                      * FATOR-PRICE / (FATOR-PRICE - 1)
                COMPUTE AMORTIZACAO = PRESTACAO - JUROS-MES
           ELSE
                COMPUTE AMORTIZACAO ROUNDED =
                        CBFINC-PRINCIPAL / CBFINC-PRAZO-MESES
                COMPUTE PRESTACAO = JUROS-MES + AMORTIZACAO
           END-IF

           IF   AMORTIZACAO > SALDO-SIMULADO
                MOVE SALDO-SIMULADO TO AMORTIZACAO
                COMPUTE PRESTACAO = JUROS-MES + AMORTIZACAO
           END-IF.

       327-99-FIM. EXIT.

       330-APLICACOES.

           OPEN INPUT CBAPLI
           IF   FS-CBAPLI > "09"
                MOVE "00" TO FS-CBAPLI
                GO TO 330-99-FIM
           END-IF

      *    Aplicacao sem vencimento informado fica onde foi lancada

           MOVE LOW-VALUES TO CBAPLI-CHAVE
           START CBAPLI KEY NOT LESS CBAPLI-CHAVE
           PERFORM UNTIL FS-CBAPLI > "09"
                   READ CBAPLI NEXT RECORD IGNORE LOCK
                   IF   FS-CBAPLI < "10"
                   AND  CBAPLI-APLICACAO-ATIVA
                   AND  CBAPLI-VENCIMENTO NUMERIC
                   AND  CBAPLI-VENCIMENTO NOT = 0
                        MOVE 0 TO VALOR-CURTO VALOR-LONGO
                        IF   CBAPLI-VENCIMENTO > LIMITE-CURTO
                             COMPUTE VALOR-LONGO =
                                     CBAPLI-VALOR-APLICADO
                                   + CBAPLI-RENDIMENTO-ACUM
                        ELSE
                             COMPUTE VALOR-CURTO =
                                     CBAPLI-VALOR-APLICADO
                                   + CBAPLI-RENDIMENTO-ACUM
                        END-IF
                        MOVE CBAPLI-COD-RED-APLICACAO TO COD-RED-ITEM
                        MOVE "A"                      TO NATUREZA-ITEM
                        PERFORM 350-ACUMULA THRU 350-99-FIM
                   END-IF
           END-PERFORM
           CLOSE CBAPLI
           MOVE "00" TO FS-CBAPLI.

       330-99-FIM. EXIT.

       340-TITULOS.

           OPEN INPUT CBTITU
           IF   FS-CBTITU > "09"
                MOVE "00" TO FS-CBTITU
                GO TO 340-99-FIM
           END-IF

           MOVE LOW-VALUES TO CBTITU-CHAVE
           START CBTITU KEY NOT LESS CBTITU-CHAVE
           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD IGNORE LOCK
                   IF   FS-CBTITU < "10"
                   AND (CBTITU-ABERTO OR CBTITU-EM-REMESSA)
                        PERFORM 345-TITULO THRU 345-99-FIM
                   END-IF
           END-PERFORM
           CLOSE CBTITU
           MOVE "00" TO FS-CBTITU.

       340-99-FIM. EXIT.

       345-TITULO.

           MOVE 0 TO VALOR-CURTO VALOR-LONGO
           MOVE CBTITU-VENCIMENTO TO VENCIMENTO-ITEM
           IF   VENCIMENTO-ITEM > LIMITE-CURTO
                MOVE CBTITU-VALOR TO VALOR-LONGO
                IF   CBTITU-ACRESCIMO NUMERIC
                     ADD CBTITU-ACRESCIMO TO VALOR-LONGO
                END-IF
                IF   CBTITU-VARIACAO-NR NUMERIC
                     ADD CBTITU-VARIACAO-NR TO VALOR-LONGO
                END-IF
           ELSE
                MOVE CBTITU-VALOR TO VALOR-CURTO
                IF   CBTITU-ACRESCIMO NUMERIC
                     ADD CBTITU-ACRESCIMO TO VALOR-CURTO
                END-IF
                IF   CBTITU-VARIACAO-NR NUMERIC
                     ADD CBTITU-VARIACAO-NR TO VALOR-CURTO
                END-IF
           END-IF
           MOVE CBTITU-COD-RED TO COD-RED-ITEM
           IF   CBTITU-A-PAGAR
                MOVE "P" TO NATUREZA-ITEM
           ELSE
                MOVE "A" TO NATUREZA-ITEM
           END-IF
           PERFORM 350-ACUMULA THRU 350-99-FIM.

       345-99-FIM. EXIT.

       350-ACUMULA.

           PERFORM VARYING I FROM 1 BY 1
                     UNTIL I > QT-ITENS
                        OR (IT-COD-RED-ORIGEM (I) = COD-RED-ITEM
                       AND  IT-NATUREZA (I) = NATUREZA-ITEM)
                   CONTINUE
           END-PERFORM

           IF   I > QT-ITENS
                MOVE COD-RED-ITEM TO CBRCPR-COD-RED-ORIGEM
                READ CBRCPR IGNORE LOCK
                IF   FS-CBRCPR > "09"
                OR   QT-ITENS = 300
                     MOVE "00" TO FS-CBRCPR
                     ADD  1    TO QT-SEM-PAR
                     GO TO 350-99-FIM
                END-IF
                ADD  1        TO QT-ITENS
                MOVE QT-ITENS TO I
                MOVE COD-RED-ITEM           TO IT-COD-RED-ORIGEM  (I)
                MOVE NATUREZA-ITEM          TO IT-NATUREZA        (I)
                MOVE CBRCPR-PRAZO-ORIGEM    TO IT-PRAZO-ORIGEM    (I)
                MOVE CBRCPR-COD-RED-DESTINO TO IT-COD-RED-DESTINO (I)
                MOVE CBRCPR-HISTORICO       TO IT-HISTORICO       (I)
                MOVE 0                      TO IT-CURTO (I)
                                               IT-LONGO (I)
           END-IF

           ADD VALOR-CURTO TO IT-CURTO (I)
           ADD VALOR-LONGO TO IT-LONGO (I).

       350-99-FIM. EXIT.

       360-LANCA-ITEM.

      *    Origem de curto prazo transfere a parcela de longo prazo
      *    e vice-versa. No passivo o saldo credor sai da origem a
      *    debito; no ativo o saldo devedor sai da origem a credito

           IF   IT-PRAZO-ORIGEM (I) = "C"
                MOVE IT-LONGO (I) TO VALOR-PARCELA
           ELSE
                MOVE IT-CURTO (I) TO VALOR-PARCELA
           END-IF
           IF   IT-NATUREZA (I) = "P"
                MOVE IT-COD-RED-ORIGEM  (I) TO COD-RED-DB
                MOVE IT-COD-RED-DESTINO (I) TO COD-RED-CR
           ELSE
                MOVE IT-COD-RED-DESTINO (I) TO COD-RED-DB
                MOVE IT-COD-RED-ORIGEM  (I) TO COD-RED-CR
           END-IF
           MOVE IT-HISTORICO (I) TO HISTORICO-LANC

           MOVE SPACES                 TO LINHA-02
           MOVE "RECLASSIF."           TO CLIC-MOVIMENTO
           MOVE IT-COD-RED-ORIGEM (I)  TO CLIC-ORIGEM
           MOVE IT-NATUREZA (I)        TO CLIC-NATUREZA
           MOVE IT-PRAZO-ORIGEM (I)    TO CLIC-PRAZO
           MOVE IT-CURTO (I)           TO CLIC-CURTO
           MOVE IT-LONGO (I)           TO CLIC-LONGO
           MOVE COD-RED-DB             TO CLIC-DEBITO
           MOVE COD-RED-CR             TO CLIC-CREDITO
           MOVE VALOR-PARCELA          TO CLIC-VALOR

           IF   VALOR-PARCELA = 0
                MOVE "SEM TRANSFERENCIA" TO CLIC-OBS
                GO TO 360-IMPRIME
           END-IF

           PERFORM 700-GERA-PAR THRU 700-99-FIM
           IF   LANCAMENTO-GERADO = 0
                ADD  1 TO QT-REJEITADAS
                MOVE "REJEITADO CB043PCW" TO CLIC-OBS
                GO TO 360-IMPRIME
           END-IF

           INITIALIZE CBRCMV-REG
           MOVE COMPETENCIA            TO CBRCMV-AAAAMM
           MOVE IT-COD-RED-ORIGEM (I)  TO CBRCMV-COD-RED-ORIGEM
           MOVE IT-NATUREZA (I)        TO CBRCMV-NATUREZA
           MOVE COD-RED-DB             TO CBRCMV-COD-RED-DB
           MOVE COD-RED-CR             TO CBRCMV-COD-RED-CR
           MOVE HISTORICO-LANC         TO CBRCMV-HISTORICO
           MOVE VALOR-PARCELA          TO CBRCMV-VALOR
           MOVE LANCAMENTO-GERADO      TO CBRCMV-LANCAMENTO
           MOVE "V"                    TO CBRCMV-SITUACAO
           WRITE CBRCMV-REG
           IF   FS-CBRCMV > "09"
                PERFORM 710-DESFAZ-PAR THRU 710-99-FIM
                MOVE "00" TO FS-CBRCMV
                ADD  1    TO QT-REJEITADAS
                MOVE "ERRO GRAVACAO CBRCMV" TO CLIC-OBS
                GO TO 360-IMPRIME
           END-IF
           MOVE LANCAMENTO-GERADO TO CLIC-LANCAMENTO
           ADD  1 TO QT-LANCADAS.

       360-IMPRIME.

           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       360-99-FIM. EXIT.

       700-GERA-PAR.

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"              TO CB043PCW-COMANDO
           MOVE "D"              TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC        TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC       TO CB043PCW-NUMERO-BAC
           MOVE 0                TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB       TO CB043PCW-COD-RED
           MOVE HISTORICO-LANC   TO CB043PCW-HISTORICO
           MOVE COMPETENCIA      TO CB043PCW-DOCTO
           MOVE 0                TO CB043PCW-AAAAMMDD-DOCTO
           MOVE DIA-REF          TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-PARCELA    TO CB043PCW-VALOR
           CALL "CB043PCW"    USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                GO TO 700-99-FIM
           END-IF

           MOVE CB043PCW-LANCAMENTO-NUMERO TO LANCAMENTO-GERADO
           MOVE "C"              TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-CR       TO CB043PCW-COD-RED
           CALL "CB043PCW"    USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                MOVE "E"        TO CB043PCW-COMANDO
                MOVE "D"        TO CB043PCW-LANCAMENTO-TIPO
                MOVE COD-RED-DB TO CB043PCW-COD-RED
                CALL "CB043PCW" USING PARAMETROS-CB043PCW
                CANCEL "CB043PCW"
                MOVE 0 TO LANCAMENTO-GERADO
           END-IF.

       700-99-FIM. EXIT.

       710-DESFAZ-PAR.

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "E"               TO CB043PCW-COMANDO
           MOVE SERIE-BAC         TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC        TO CB043PCW-NUMERO-BAC
           MOVE LANCAMENTO-GERADO TO CB043PCW-LANCAMENTO-NUMERO
           MOVE "C"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-CR        TO CB043PCW-COD-RED
           MOVE VALOR-PARCELA     TO CB043PCW-VALOR
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           MOVE "E"               TO CB043PCW-COMANDO
           MOVE "D"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-DB        TO CB043PCW-COD-RED
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW".

       710-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBRCPR
           IF   FS-CBRCPR = "30" OR "35"
                CLOSE CBRCPR
                OPEN OUTPUT CBRCPR
                CLOSE CBRCPR
                OPEN I-O CBRCPR
           END-IF
           OPEN I-O CBRCMV
           IF   FS-CBRCMV = "30" OR "35"
                CLOSE CBRCMV
                OPEN OUTPUT CBRCMV
                CLOSE CBRCMV
                OPEN I-O CBRCMV
           END-IF
           IF   FS-CBRCPR > "09" OR FS-CBRCMV > "09"
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBRCPR CBRCMV.

       900-99-FIM. EXIT.

       END PROGRAM CB211PCW.
