       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB247PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Recebido nao faturado (GRNI)                 *
                      *                                               *
                      *  Registra os recebimentos de mercadorias e    *
                      *  servicos contra o pedido do CBEMPE (CBEMRC)  *
                      *  e, no fechamento do mes, provisiona por      *
                      *  centro e conta o recebido ainda sem nota     *
                      *  lancada (debitos com o pedido no documento,  *
                      *  pelo indice CBIXDO), contra o passivo dos    *
                      *  parametros, lancando pelo CB043PCW. A        *
                      *  provisao fica no CBGRNI e e estornada        *
                      *  automaticamente pela execucao da competencia *
                      *  seguinte. O aging lista os pedidos recebidos *
                      *  sem nota para cobranca pelo setor de compras *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBEMRCSL.
       COPY CBGRNISL.
       COPY CBEMPESL.
       COPY CBPLCOSL.
       COPY CBIXDOSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBEMRCFD.
       COPY CBGRNIFD.
       COPY CBEMPEFD.
       COPY CBPLCOFD.
       COPY CBIXDOFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB247PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 COD-RED-PASSIVO-C         PIC  9(005) VALUE 0.
           05 HISTORICO-C               PIC  9(004) VALUE 0.
           05 PEDIDO-R                  PIC  9(008) VALUE 0.
           05 SEQUENCIA-R               PIC  9(004) VALUE 0.
           05 DATA-RECEBIMENTO-R        PIC  9(008) VALUE 0.
           05 QUANTIDADE-R              PIC  9(009)V999 VALUE 0.
           05 VALOR-R                   PIC  9(012)V99 VALUE 0.
           05 DOCUMENTO-R               PIC  X(020) VALUE SPACES.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 RESPOSTA                  PIC  X(001) VALUE "N".
           05 COMPETENCIA.
              10 COMP-AAAA              PIC  9(004).
              10 COMP-MM                PIC  9(002).
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 DATA-HOJE                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-HOJE.
              10 HOJE-AAAA              PIC  9(004).
              10 HOJE-MM                PIC  9(002).
              10 HOJE-DD                PIC  9(002).
           05 DATA-CORTE                PIC  9(008) VALUE 0.
           05 COMPETENCIA-CORTE         PIC  9(006) VALUE 0.
           05 DATA-ANTIGA               PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-ANTIGA.
              10 ANTIGA-AAAA            PIC  9(004).
              10 ANTIGA-MM              PIC  9(002).
              10 ANTIGA-DD              PIC  9(002).
           05 DATA-EDITADA              PIC  X(010) VALUE SPACES.
           05 DIAS-PENDENTE      COMP-3 PIC S9(005) VALUE 0.
           05 FAIXA                     PIC  9(001) VALUE 0.
           05 FAIXA-LIT                 PIC  X(013) VALUE SPACES.
           05 TOTAIS-FAIXAS             VALUE ZEROS.
              10 TOTAL-FAIXA     COMP-3 PIC  9(012)V99 OCCURS 4.
           05 COD-RED-EMPENHO           PIC  9(005) VALUE 0.
           05 RECEBIDO-PEDIDO    COMP-3 PIC  9(012)V99 VALUE 0.
           05 FATURADO-PEDIDO    COMP-3 PIC  9(012)V99 VALUE 0.
           05 PENDENTE-PEDIDO    COMP-3 PIC  9(012)V99 VALUE 0.
           05 RECEBIDO-ACUMULADO COMP-3 PIC  9(012)V99 VALUE 0.
           05 INDICE-ABERTO             PIC  9(001) VALUE 0.
              88 CBIXDO-DISPONIVEL                 VALUE 1.
           05 VALOR-PARCELA             PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 CENTRO-DB                 PIC  9(004) VALUE 0.
           05 CENTRO-CR                 PIC  9(004) VALUE 0.
           05 HISTORICO-LANC            PIC  9(004) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 I                         PIC  9(003) VALUE 0.
           05 QT-ITENS                  PIC  9(003) VALUE 0.
           05 QT-SEM-CONTA              PIC  9(005) VALUE 0.
           05 QT-PEDIDOS         COMP-3 PIC  9(005) VALUE 0.
           05 QT-ESTORNADAS      COMP-3 PIC  9(004) VALUE 0.
           05 QT-LANCADAS        COMP-3 PIC  9(004) VALUE 0.
           05 QT-REJEITADAS      COMP-3 PIC  9(004) VALUE 0.
           05 TOTAL-PENDENTE     COMP-3 PIC  9(012)V99 VALUE 0.
           05 PARAMETROS-CWGETU-CB247.
              10 OPERADOR-CB247         PIC  X(030).
              10 TASK-CB247             PIC  X(006).
              10 PROGRAMA-CB247         PIC  X(008).
              10 CWMENU-CB247           PIC  X(001).
           05 LINHA-BRANCA              PIC  X(076) VALUE SPACES.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBEMRC.
              10 FS-CBEMRC              PIC  X(002) VALUE "00".
              10 LB-CBEMRC              PIC  X(050) VALUE "CBEMRC".
           05 ER-CBGRNI.
              10 FS-CBGRNI              PIC  X(002) VALUE "00".
              10 LB-CBGRNI              PIC  X(050) VALUE "CBGRNI".
           05 ER-CBEMPE.
              10 FS-CBEMPE              PIC  X(002) VALUE "00".
              10 LB-CBEMPE              PIC  X(050) VALUE "CBEMPE".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBIXDO.
              10 FS-CBIXDO              PIC  X(002) VALUE "00".
              10 LB-CBIXDO              PIC  X(050) VALUE "CBIXDO".

       01  PARAMETROS-PROVISAO.
           05 PAR-COD-RED-PASSIVO       PIC  9(005) VALUE 0.
           05 PAR-HISTORICO             PIC  9(004) VALUE 0.

      *    Provisao do mes por centro e conta de despesa do empenho

       01  TABELA-ITENS.
           05 ITEM OCCURS 300.
              10 IT-CENTRO-CUSTO        PIC  9(004).
              10 IT-COD-RED             PIC  9(005).
              10 IT-VALOR        COMP-3 PIC  9(012)V99.

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "MOVIMENTO  PEDIDO   DESCRICAO           ".
              05 FILLER                 PIC  X(040) VALUE
                 " CC   CONTA          RECEBIDO          F".
              05 FILLER                 PIC  X(037) VALUE
                 "ATURADO             VALOR  LANCTO OBS".
           02 LINHA-02.
              05 CLIC-MOVIMENTO         PIC  X(010).
              05 FILLER                 PIC  X(001).
              05 CLIC-PEDIDO            PIC  ZZZZZZZ9 BLANK WHEN ZERO.
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO         PIC  X(020).
              05 FILLER                 PIC  X(001).
              05 CLIC-CENTRO            PIC  ZZZ9 BLANK WHEN ZERO.
              05 FILLER                 PIC  X(001).
              05 CLIC-COD-RED           PIC  ZZZZ9 BLANK WHEN ZERO.
              05 CLIC-RECEBIDO          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99
                                        BLANK WHEN ZERO.
              05 CLIC-FATURADO          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99
                                        BLANK WHEN ZERO.
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-LANCAMENTO        PIC  ZZZZZZ9 BLANK WHEN ZERO.
              05 FILLER                 PIC  X(001).
              05 CLIC-OBS               PIC  X(018).
           02 LINHA-03.
              05 FILLER                 PIC  X(040) VALUE
                 "PEDIDO   DESCRICAO                   CC ".
              05 FILLER                 PIC  X(040) VALUE
                 "  CONTA          RECEBIDO          FATUR".
              05 FILLER                 PIC  X(040) VALUE
                 "ADO          PENDENTE DESDE       DIAS F".
              05 FILLER                 PIC  X(004) VALUE
                 "AIXA".
           02 LINHA-04.
              05 CLIA-PEDIDO            PIC  9(008).
              05 FILLER                 PIC  X(001).
              05 CLIA-DESCRICAO         PIC  X(027).
              05 FILLER                 PIC  X(001).
              05 CLIA-CENTRO            PIC  ZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIA-COD-RED           PIC  ZZZZ9.
              05 CLIA-RECEBIDO          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 CLIA-FATURADO          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 CLIA-PENDENTE          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIA-DESDE             PIC  X(010).
              05 FILLER                 PIC  X(001).
              05 CLIA-DIAS              PIC  ZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIA-FAIXA             PIC  X(013).
           02 LINHA-05.
              05 CLIA-FAIXA-TOTAL       PIC  X(040).
              05 CLIA-VALOR-TOTAL       PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Parametros da provisao".
           05 LINE 05 COLUMN 03 VALUE "2 - Registra recebimento".
           05 LINE 06 COLUMN 03 VALUE
              "3 - Provisao do mes (recebido nao faturado)".
           05 LINE 07 COLUMN 03 VALUE
              "4 - Aging do recebido nao faturado".
           05 LINE 09 COLUMN 03 VALUE "Opcao:".
           05 LINE 09 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-PARAMETROS.
           05 LINE 04 COLUMN 03 VALUE "Passivo (cod-red)......:".
           05 LINE 04 COLUMN 30 PIC 9(005) USING COD-RED-PASSIVO-C.
           05 LINE 04 COLUMN 37 VALUE "Recebido nao faturado".
           05 LINE 05 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 05 COLUMN 30 PIC 9(004) USING HISTORICO-C.

       01  TELA-PEDIDO.
           05 LINE 04 COLUMN 03 VALUE "Pedido.................:".
           05 LINE 04 COLUMN 30 PIC 9(008) USING PEDIDO-R.

       01  TELA-POSICAO.
           05 LINE 05 COLUMN 03 VALUE "Descricao..............:".
           05 LINE 05 COLUMN 30 PIC X(030) FROM CBEMPE-DESCRICAO.
           05 LINE 06 COLUMN 03 VALUE "Valor empenhado........:".
           05 LINE 06 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM CBEMPE-VALOR.
           05 LINE 07 COLUMN 03 VALUE "Recebido...............:".
           05 LINE 07 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM RECEBIDO-PEDIDO.
           05 LINE 08 COLUMN 03 VALUE "Faturado (notas).......:".
           05 LINE 08 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM FATURADO-PEDIDO.

       01  TELA-SEQUENCIA.
           05 LINE 10 COLUMN 03 VALUE "Recebimento............:".
           05 LINE 10 COLUMN 30 PIC 9(004) USING SEQUENCIA-R.
           05 LINE 10 COLUMN 36 VALUE "(0 = novo)".

       01  TELA-RECEBIMENTO.
           05 LINE 11 COLUMN 03 VALUE "Data (AAAAMMDD)........:".
           05 LINE 11 COLUMN 30 PIC 9(008) USING DATA-RECEBIMENTO-R.
           05 LINE 12 COLUMN 03 VALUE "Quantidade.............:".
           05 LINE 12 COLUMN 30
              PIC ZZZ.ZZZ.ZZ9,999 USING QUANTIDADE-R.
           05 LINE 13 COLUMN 03 VALUE "Valor recebido.........:".
           05 LINE 13 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING VALOR-R.
           05 LINE 14 COLUMN 03 VALUE "Documento de entrega...:".
           05 LINE 14 COLUMN 30 PIC X(020) USING DOCUMENTO-R.

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
                            PERFORM 100-PARAMETROS  THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-RECEBIMENTO THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-PROVISAO    THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-AGING       THRU 400-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-PARAMETROS.

           PERFORM 150-LE-PARAMETROS THRU 150-99-FIM
           MOVE PAR-COD-RED-PASSIVO TO COD-RED-PASSIVO-C
           MOVE PAR-HISTORICO       TO HISTORICO-C

           DISPLAY TELA-PARAMETROS
           ACCEPT  TELA-PARAMETROS
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           IF   COD-RED-PASSIVO-C = 0
                DISPLAY "Informe a conta do passivo" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           MOVE COD-RED-PASSIVO-C TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                DISPLAY "Conta do passivo inexistente"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           INITIALIZE CBEMRC-REG
           MOVE 0                 TO CBEMRC-PEDIDO
                                     CBEMRC-SEQUENCIA
           MOVE COD-RED-PASSIVO-C TO CBEMRC-COD-RED-PASSIVO
           MOVE HISTORICO-C       TO CBEMRC-HISTORICO
           MOVE OPERADOR-CB247    TO CBEMRC-USUARIO
           MOVE DATA-HOJE         TO CBEMRC-DATA-REGISTRO
           WRITE CBEMRC-REG
           IF   FS-CBEMRC = "22"
                REWRITE CBEMRC-REG
           END-IF
           IF   FS-CBEMRC > "09"
                DISPLAY "Erro de gravacao em CBEMRC"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Parametros gravados" LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       150-LE-PARAMETROS.

           INITIALIZE PARAMETROS-PROVISAO
           MOVE 0 TO CBEMRC-PEDIDO CBEMRC-SEQUENCIA
           READ CBEMRC IGNORE LOCK
           IF   FS-CBEMRC > "09"
                MOVE "00" TO FS-CBEMRC
           ELSE
                MOVE CBEMRC-COD-RED-PASSIVO TO PAR-COD-RED-PASSIVO
                MOVE CBEMRC-HISTORICO       TO PAR-HISTORICO
           END-IF.

       150-99-FIM. EXIT.

       200-RECEBIMENTO.

           MOVE 0 TO PEDIDO-R
           DISPLAY TELA-PEDIDO
           ACCEPT  TELA-PEDIDO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR PEDIDO-R = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE PEDIDO-R TO CBEMPE-PEDIDO
           READ CBEMPE IGNORE LOCK
           IF   FS-CBEMPE > "09"
                MOVE "00" TO FS-CBEMPE
                DISPLAY "Pedido inexistente" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   CBEMPE-CANCELADO
                DISPLAY "Empenho cancelado" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE 99999999 TO DATA-CORTE
           MOVE 999999   TO COMPETENCIA-CORTE
           PERFORM 600-ABRE-INDICE     THRU 600-99-FIM
           PERFORM 500-POSICAO-PEDIDO  THRU 500-99-FIM
           PERFORM 610-FECHA-INDICE    THRU 610-99-FIM
           DISPLAY TELA-POSICAO

           MOVE 0 TO SEQUENCIA-R
           DISPLAY TELA-SEQUENCIA
           ACCEPT  TELA-SEQUENCIA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF
           IF   SEQUENCIA-R = 0
                PERFORM 210-PROXIMA-SEQUENCIA THRU 210-99-FIM
                DISPLAY TELA-SEQUENCIA
           END-IF

           MOVE 0           TO EXISTE
           MOVE PEDIDO-R    TO CBEMRC-PEDIDO
           MOVE SEQUENCIA-R TO CBEMRC-SEQUENCIA
           READ CBEMRC IGNORE LOCK
           IF   FS-CBEMRC < "10"
                MOVE 1                       TO EXISTE
                MOVE CBEMRC-DATA-RECEBIMENTO TO DATA-RECEBIMENTO-R
                MOVE CBEMRC-QUANTIDADE       TO QUANTIDADE-R
                MOVE CBEMRC-VALOR            TO VALOR-R
                MOVE CBEMRC-DOCUMENTO        TO DOCUMENTO-R
           ELSE
                MOVE "00"      TO FS-CBEMRC
                MOVE DATA-HOJE TO DATA-RECEBIMENTO-R
                MOVE 0         TO QUANTIDADE-R VALOR-R
                MOVE SPACES    TO DOCUMENTO-R
           END-IF

           DISPLAY TELA-RECEBIMENTO
           ACCEPT  TELA-RECEBIMENTO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           IF   F4
                PERFORM 240-EXCLUI THRU 240-99-FIM
                GO TO 200-99-FIM
           END-IF

           IF   DATA-RECEBIMENTO-R = 0
           OR   DATA-RECEBIMENTO-R > DATA-HOJE
           OR   DATA-RECEBIMENTO-R (5: 2) = "00"
           OR   DATA-RECEBIMENTO-R (5: 2) > "12"
           OR   DATA-RECEBIMENTO-R (7: 2) = "00"
           OR   DATA-RECEBIMENTO-R (7: 2) > "31"
                DISPLAY "Data de recebimento invalida"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   VALOR-R = 0
                DISPLAY "Valor recebido obrigatorio" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

      *    Recebido acima do empenhado so com confirmacao

           IF   REGISTRO-EXISTE
                SUBTRACT CBEMRC-VALOR FROM RECEBIDO-PEDIDO
           END-IF
           IF   RECEBIDO-PEDIDO + VALOR-R > CBEMPE-VALOR
                MOVE "N" TO RESPOSTA
                DISPLAY "Recebido acima do empenhado. Confirma (S/N)?"
                        LINE 22 COLUMN 03
                ACCEPT RESPOSTA LINE 22 COLUMN 49
                DISPLAY LINHA-BRANCA LINE 22 COLUMN 03
                IF   RESPOSTA NOT = "S" AND NOT = "s"
                     GO TO 200-99-FIM
                END-IF
           END-IF

           MOVE PEDIDO-R    TO CBEMRC-PEDIDO
           MOVE SEQUENCIA-R TO CBEMRC-SEQUENCIA
           IF   REGISTRO-EXISTE
                READ CBEMRC LOCK
                IF   FS-CBEMRC > "09"
                     DISPLAY "Recebimento em uso por outro usuario"
                             LINE 23 COLUMN 03
                     GO TO 200-99-FIM
                END-IF
           ELSE
                INITIALIZE CBEMRC-REG
                MOVE PEDIDO-R    TO CBEMRC-PEDIDO
                MOVE SEQUENCIA-R TO CBEMRC-SEQUENCIA
           END-IF

           MOVE DATA-RECEBIMENTO-R TO CBEMRC-DATA-RECEBIMENTO
           MOVE QUANTIDADE-R       TO CBEMRC-QUANTIDADE
           MOVE VALOR-R            TO CBEMRC-VALOR
           MOVE DOCUMENTO-R        TO CBEMRC-DOCUMENTO
           MOVE OPERADOR-CB247     TO CBEMRC-USUARIO
           MOVE DATA-HOJE          TO CBEMRC-DATA-REGISTRO

           IF   REGISTRO-EXISTE
                REWRITE CBEMRC-REG
           ELSE
                WRITE CBEMRC-REG
           END-IF
           IF   FS-CBEMRC < "10"
                DISPLAY "Recebimento gravado" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBEMRC"
                        LINE 23 COLUMN 03
           END-IF.

       200-99-FIM. EXIT.

       210-PROXIMA-SEQUENCIA.

           MOVE PEDIDO-R TO CBEMRC-PEDIDO
           MOVE 9999     TO CBEMRC-SEQUENCIA
           MOVE 1        TO SEQUENCIA-R
           START CBEMRC KEY NOT GREATER CBEMRC-CHAVE
           IF   FS-CBEMRC < "10"
                READ CBEMRC PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBEMRC < "10"
                AND  CBEMRC-PEDIDO = PEDIDO-R
                AND  CBEMRC-SEQUENCIA < 9999
                     COMPUTE SEQUENCIA-R = CBEMRC-SEQUENCIA + 1
                END-IF
           END-IF
           MOVE "00" TO FS-CBEMRC.

       210-99-FIM. EXIT.

       240-EXCLUI.

      *    A provisao ja lancada nao muda; o estorno da competencia
      *    seguinte reverte o valor gravado no CBGRNI

           IF   NOT REGISTRO-EXISTE
                GO TO 240-99-FIM
           END-IF
           MOVE PEDIDO-R    TO CBEMRC-PEDIDO
           MOVE SEQUENCIA-R TO CBEMRC-SEQUENCIA
           READ CBEMRC LOCK
           IF   FS-CBEMRC < "10"
                DELETE CBEMRC RECORD
                DISPLAY "Recebimento excluido" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Recebimento em uso por outro usuario"
                        LINE 23 COLUMN 03
           END-IF.

       240-99-FIM. EXIT.

       300-PROVISAO.

           PERFORM 150-LE-PARAMETROS THRU 150-99-FIM
           IF   PAR-COD-RED-PASSIVO = 0
                DISPLAY "Informe os parametros (opcao 1)"
                        LINE 23 COLUMN 03
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

      *    Centro e conta ja provisionados na competencia sao
      *    saltados no 360-LANCA-ITEM; so competencia posterior ja
      *    provisionada impede a execucao

           MOVE COMPETENCIA TO CBGRNI-AAAAMM
           MOVE 9999        TO CBGRNI-CENTRO-CUSTO
           MOVE 99999       TO CBGRNI-COD-RED
           START CBGRNI KEY GREATER CBGRNI-CHAVE
           IF   FS-CBGRNI < "10"
                READ CBGRNI NEXT RECORD IGNORE LOCK
                IF   FS-CBGRNI < "10"
                AND  CBGRNI-AAAAMM > COMPETENCIA
                     DISPLAY "Competencia posterior ja provisionada"
                             LINE 23 COLUMN 03
                     GO TO 300-99-FIM
                END-IF
           END-IF
           MOVE "00" TO FS-CBGRNI

      *    Recebido ate o ultimo dia da competencia, contra as notas
      *    lancadas ate a mesma competencia

           COMPUTE DATA-CORTE = COMP-AAAA * 10000 + COMP-MM * 100 + 31
           MOVE COMPETENCIA TO COMPETENCIA-CORTE

           MOVE "PROVISAO DE RECEBIDO NAO FATURADO" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " COMP-MM "/" COMP-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB247PA" TO CWIMPR-REPORT

           MOVE 0 TO QT-ESTORNADAS QT-LANCADAS QT-REJEITADAS
                     QT-ITENS QT-SEM-CONTA QT-PEDIDOS
           PERFORM 310-ESTORNOS THRU 310-99-FIM
           PERFORM 600-ABRE-INDICE THRU 600-99-FIM
           PERFORM 320-PEDIDOS  THRU 320-99-FIM
           PERFORM 610-FECHA-INDICE THRU 610-99-FIM
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ITENS
                   PERFORM 360-LANCA-ITEM THRU 360-99-FIM
           END-PERFORM

           IF   QT-SEM-CONTA NOT = 0
                MOVE SPACES TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
                MOVE SPACES TO CWIMPR-DETAIL
                STRING "PEDIDOS COM CONTA SEM COD-RED NO PLANO: "
                       QT-SEM-CONTA
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

      *    Reverte as provisoes em vigor de competencias anteriores,
      *    trocando debito e credito

           MOVE LOW-VALUES TO CBGRNI-CHAVE
           START CBGRNI KEY NOT LESS CBGRNI-CHAVE
           PERFORM UNTIL FS-CBGRNI > "09"
                   READ CBGRNI NEXT RECORD WITH LOCK
                   IF   FS-CBGRNI < "10"
                   AND  CBGRNI-AAAAMM < COMPETENCIA
                   AND  CBGRNI-EM-VIGOR
                        PERFORM 315-ESTORNA THRU 315-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBGRNI.

       310-99-FIM. EXIT.

       315-ESTORNA.

           MOVE CBGRNI-COD-RED-PASSIVO TO COD-RED-DB
           MOVE 0                      TO CENTRO-DB
           MOVE CBGRNI-COD-RED         TO COD-RED-CR
           MOVE CBGRNI-CENTRO-CUSTO    TO CENTRO-CR
           MOVE CBGRNI-HISTORICO       TO HISTORICO-LANC
           MOVE CBGRNI-VALOR           TO VALOR-PARCELA
           PERFORM 700-GERA-PAR THRU 700-99-FIM

           MOVE SPACES                 TO LINHA-02
           MOVE "ESTORNO"              TO CLIC-MOVIMENTO
           MOVE 0                      TO CLIC-PEDIDO
                                          CLIC-RECEBIDO
                                          CLIC-FATURADO
           MOVE CBGRNI-CENTRO-CUSTO    TO CLIC-CENTRO
           MOVE CBGRNI-COD-RED         TO CLIC-COD-RED
           MOVE VALOR-PARCELA          TO CLIC-VALOR
           MOVE LANCAMENTO-GERADO      TO CLIC-LANCAMENTO
           IF   LANCAMENTO-GERADO = 0
                ADD  1 TO QT-REJEITADAS
                MOVE "REJEITADO CB043PCW" TO CLIC-OBS
           ELSE
                MOVE CBGRNI-AAAAMM     TO CLIC-OBS
                MOVE "E"               TO CBGRNI-SITUACAO
                MOVE LANCAMENTO-GERADO TO CBGRNI-LANC-ESTORNO
                MOVE COMPETENCIA       TO CBGRNI-AAAAMM-ESTORNO
                REWRITE CBGRNI-REG
                ADD  1 TO QT-ESTORNADAS
           END-IF
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       315-99-FIM. EXIT.

       320-PEDIDOS.

           MOVE 0 TO CBEMPE-PEDIDO
           START CBEMPE KEY NOT LESS CBEMPE-CHAVE
           PERFORM UNTIL FS-CBEMPE > "09"
                   READ CBEMPE NEXT RECORD IGNORE LOCK
                   IF   FS-CBEMPE < "10"
                   AND (CBEMPE-ABERTO OR CBEMPE-BAIXADO)
                        PERFORM 500-POSICAO-PEDIDO THRU 500-99-FIM
                        IF   PENDENTE-PEDIDO NOT = 0
                             PERFORM 330-PROVISIONA-PEDIDO
                                THRU 330-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBEMPE.

       320-99-FIM. EXIT.

       330-PROVISIONA-PEDIDO.

           ADD  1                    TO QT-PEDIDOS
           MOVE SPACES               TO LINHA-02
           MOVE "PEDIDO"             TO CLIC-MOVIMENTO
           MOVE CBEMPE-PEDIDO        TO CLIC-PEDIDO
           MOVE CBEMPE-DESCRICAO     TO CLIC-DESCRICAO
           MOVE CBEMPE-CENTRO-CUSTO  TO CLIC-CENTRO
           MOVE COD-RED-EMPENHO      TO CLIC-COD-RED
           MOVE RECEBIDO-PEDIDO      TO CLIC-RECEBIDO
           MOVE FATURADO-PEDIDO      TO CLIC-FATURADO
           MOVE PENDENTE-PEDIDO      TO CLIC-VALOR
           MOVE 0                    TO CLIC-LANCAMENTO

           IF   COD-RED-EMPENHO = 0
                ADD  1 TO QT-SEM-CONTA
                MOVE "CONTA SEM COD-RED" TO CLIC-OBS
                GO TO 330-IMPRIME
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                     UNTIL I > QT-ITENS
                        OR (IT-CENTRO-CUSTO (I) = CBEMPE-CENTRO-CUSTO
                       AND  IT-COD-RED (I) = COD-RED-EMPENHO)
                   CONTINUE
           END-PERFORM
           IF   I > QT-ITENS
                IF   QT-ITENS = 300
                     ADD  1 TO QT-REJEITADAS
                     MOVE "TABELA CHEIA" TO CLIC-OBS
                     GO TO 330-IMPRIME
                END-IF
                ADD  1        TO QT-ITENS
                MOVE QT-ITENS TO I
                MOVE CBEMPE-CENTRO-CUSTO TO IT-CENTRO-CUSTO (I)
                MOVE COD-RED-EMPENHO     TO IT-COD-RED (I)
                MOVE 0                   TO IT-VALOR (I)
           END-IF
           ADD PENDENTE-PEDIDO TO IT-VALOR (I).

       330-IMPRIME.

           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       330-99-FIM. EXIT.

       360-LANCA-ITEM.

      *    Despesa do centro a debito contra o passivo de recebido
      *    nao faturado

           MOVE IT-COD-RED (I)         TO COD-RED-DB
           MOVE IT-CENTRO-CUSTO (I)    TO CENTRO-DB
           MOVE PAR-COD-RED-PASSIVO    TO COD-RED-CR
           MOVE 0                      TO CENTRO-CR
           MOVE PAR-HISTORICO          TO HISTORICO-LANC
           MOVE IT-VALOR (I)           TO VALOR-PARCELA

           MOVE SPACES                 TO LINHA-02
           MOVE "PROVISAO"             TO CLIC-MOVIMENTO
           MOVE 0                      TO CLIC-PEDIDO
                                          CLIC-RECEBIDO
                                          CLIC-FATURADO
           MOVE IT-CENTRO-CUSTO (I)    TO CLIC-CENTRO
           MOVE IT-COD-RED (I)         TO CLIC-COD-RED
           MOVE VALOR-PARCELA          TO CLIC-VALOR

           MOVE COMPETENCIA            TO CBGRNI-AAAAMM
           MOVE IT-CENTRO-CUSTO (I)    TO CBGRNI-CENTRO-CUSTO
           MOVE IT-COD-RED (I)         TO CBGRNI-COD-RED
           READ CBGRNI IGNORE LOCK
           IF   FS-CBGRNI < "10"
                MOVE CBGRNI-LANCAMENTO TO CLIC-LANCAMENTO
                MOVE "JA PROVISIONADO" TO CLIC-OBS
                GO TO 360-IMPRIME
           END-IF
           MOVE "00" TO FS-CBGRNI

           PERFORM 700-GERA-PAR THRU 700-99-FIM
           IF   LANCAMENTO-GERADO = 0
                ADD  1 TO QT-REJEITADAS
                MOVE "REJEITADO CB043PCW" TO CLIC-OBS
                GO TO 360-IMPRIME
           END-IF

           INITIALIZE CBGRNI-REG
           MOVE COMPETENCIA            TO CBGRNI-AAAAMM
           MOVE IT-CENTRO-CUSTO (I)    TO CBGRNI-CENTRO-CUSTO
           MOVE IT-COD-RED (I)         TO CBGRNI-COD-RED
           MOVE PAR-COD-RED-PASSIVO    TO CBGRNI-COD-RED-PASSIVO
           MOVE HISTORICO-LANC         TO CBGRNI-HISTORICO
           MOVE VALOR-PARCELA          TO CBGRNI-VALOR
           MOVE LANCAMENTO-GERADO      TO CBGRNI-LANCAMENTO
           MOVE "V"                    TO CBGRNI-SITUACAO
           WRITE CBGRNI-REG
           IF   FS-CBGRNI > "09"
                PERFORM 710-DESFAZ-PAR THRU 710-99-FIM
                MOVE "00" TO FS-CBGRNI
                ADD  1    TO QT-REJEITADAS
                MOVE "ERRO GRAVACAO CBGRNI" TO CLIC-OBS
                GO TO 360-IMPRIME
           END-IF
           MOVE LANCAMENTO-GERADO TO CLIC-LANCAMENTO
           ADD  1 TO QT-LANCADAS.

       360-IMPRIME.

           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       360-99-FIM. EXIT.

       400-AGING.

           MOVE 99999999 TO DATA-CORTE
           MOVE 999999   TO COMPETENCIA-CORTE

           MOVE "AGING DO RECEBIDO NAO FATURADO" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "POSICAO EM " HOJE-DD "/" HOJE-MM "/" HOJE-AAAA
                  " - NOTAS FISCAIS A COBRAR DOS FORNECEDORES"
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-03  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB247PB" TO CWIMPR-REPORT
           MOVE 0         TO QT-PEDIDOS TOTAL-PENDENTE
           INITIALIZE TOTAIS-FAIXAS

           PERFORM 600-ABRE-INDICE THRU 600-99-FIM
           MOVE 0 TO CBEMPE-PEDIDO
           START CBEMPE KEY NOT LESS CBEMPE-CHAVE
           PERFORM UNTIL FS-CBEMPE > "09"
                   READ CBEMPE NEXT RECORD IGNORE LOCK
                   IF   FS-CBEMPE < "10"
                   AND (CBEMPE-ABERTO OR CBEMPE-BAIXADO)
                        PERFORM 500-POSICAO-PEDIDO THRU 500-99-FIM
                        IF   PENDENTE-PEDIDO NOT = 0
                             PERFORM 410-CLASSIFICA THRU 410-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBEMPE
           PERFORM 610-FECHA-INDICE THRU 610-99-FIM

           PERFORM 420-TOTAIS THRU 420-99-FIM
           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Pedidos recebidos sem nota: " LINE 23 COLUMN 03
                   QT-PEDIDOS LINE 23 COLUMN 31.

       400-99-FIM. EXIT.

       410-CLASSIFICA.

      *    Idade a partir do recebimento mais antigo ainda nao coberto
      *    pelas notas, com a aproximacao comercial de 30 dias por mes
      *    do CB094PCW

           COMPUTE DIAS-PENDENTE =
                 ((HOJE-AAAA - ANTIGA-AAAA) * 360)
               + ((HOJE-MM   - ANTIGA-MM)   * 30)
               +  (HOJE-DD   - ANTIGA-DD)
           IF   DIAS-PENDENTE < 0
                MOVE 0 TO DIAS-PENDENTE
           END-IF

           EVALUATE TRUE
               WHEN DIAS-PENDENTE NOT > 30
                    MOVE 1 TO FAIXA
                    MOVE "ATE 30 DIAS"   TO FAIXA-LIT
               WHEN DIAS-PENDENTE NOT > 60
                    MOVE 2 TO FAIXA
                    MOVE "31 A 60 DIAS"  TO FAIXA-LIT
               WHEN DIAS-PENDENTE NOT > 90
                    MOVE 3 TO FAIXA
                    MOVE "61 A 90 DIAS"  TO FAIXA-LIT
               WHEN OTHER
                    MOVE 4 TO FAIXA
                    MOVE "ACIMA 90 DIAS" TO FAIXA-LIT
           END-EVALUATE

           ADD  1                   TO QT-PEDIDOS
           ADD  PENDENTE-PEDIDO     TO TOTAL-FAIXA (FAIXA)
                                       TOTAL-PENDENTE
           MOVE CBEMPE-PEDIDO       TO CLIA-PEDIDO
           MOVE CBEMPE-DESCRICAO    TO CLIA-DESCRICAO
           MOVE CBEMPE-CENTRO-CUSTO TO CLIA-CENTRO
           MOVE COD-RED-EMPENHO     TO CLIA-COD-RED
           MOVE RECEBIDO-PEDIDO     TO CLIA-RECEBIDO
           MOVE FATURADO-PEDIDO     TO CLIA-FATURADO
           MOVE PENDENTE-PEDIDO     TO CLIA-PENDENTE
           MOVE SPACES              TO DATA-EDITADA
           STRING ANTIGA-DD "/" ANTIGA-MM "/" ANTIGA-AAAA
                  DELIMITED BY SIZE INTO DATA-EDITADA
           MOVE DATA-EDITADA        TO CLIA-DESDE
           MOVE DIAS-PENDENTE       TO CLIA-DIAS
           MOVE FAIXA-LIT           TO CLIA-FAIXA
           MOVE LINHA-04            TO CWIMPR-DETAIL
           CALL "CB125PCW"       USING PARAMETROS-CWIMPR.

       410-99-FIM. EXIT.

       420-TOTAIS.

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "ATE 30 DIAS...........................:"
             TO CLIA-FAIXA-TOTAL
           MOVE TOTAL-FAIXA (1) TO CLIA-VALOR-TOTAL
           MOVE LINHA-05 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "31 A 60 DIAS..........................:"
             TO CLIA-FAIXA-TOTAL
           MOVE TOTAL-FAIXA (2) TO CLIA-VALOR-TOTAL
           MOVE LINHA-05 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "61 A 90 DIAS..........................:"
             TO CLIA-FAIXA-TOTAL
           MOVE TOTAL-FAIXA (3) TO CLIA-VALOR-TOTAL
           MOVE LINHA-05 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "ACIMA DE 90 DIAS......................:"
             TO CLIA-FAIXA-TOTAL
           MOVE TOTAL-FAIXA (4) TO CLIA-VALOR-TOTAL
           MOVE LINHA-05 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "TOTAL RECEBIDO NAO FATURADO...........:"
             TO CLIA-FAIXA-TOTAL
           MOVE TOTAL-PENDENTE  TO CLIA-VALOR-TOTAL
           MOVE LINHA-05 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       420-99-FIM. EXIT.

       500-POSICAO-PEDIDO.

      *    Faturado: debitos na conta do empenho com o pedido no
      *    documento (indice CBIXDO do CB043PCW) ate a competencia de
      *    corte; recebido: recebimentos ate a data de corte. O
      *    recebimento mais antigo ainda sem nota da a idade (FIFO)

           MOVE 0 TO RECEBIDO-PEDIDO FATURADO-PEDIDO PENDENTE-PEDIDO
                     RECEBIDO-ACUMULADO DATA-ANTIGA COD-RED-EMPENHO

           MOVE CBEMPE-CONTA TO CBPLCO-CONTA
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-CHAVE
           IF   FS-CBPLCO < "10"
                MOVE CBPLCO-COD-RED TO COD-RED-EMPENHO
           ELSE
                MOVE "00" TO FS-CBPLCO
           END-IF

           IF   CBIXDO-DISPONIVEL
           AND  COD-RED-EMPENHO NOT = 0
                MOVE CBEMPE-PEDIDO TO CBIXDO-DOCTO
                MOVE 0             TO CBIXDO-AAAAMM
                                      CBIXDO-LANCAMENTO
                MOVE LOW-VALUES    TO CBIXDO-TIPO
                START CBIXDO KEY NOT LESS CBIXDO-CHAVE
                PERFORM UNTIL FS-CBIXDO > "09"
                        READ CBIXDO NEXT RECORD IGNORE LOCK
                        IF   FS-CBIXDO < "10"
                             IF   CBIXDO-DOCTO NOT = CBEMPE-PEDIDO
                             OR   CBIXDO-AAAAMM > COMPETENCIA-CORTE
                                  MOVE "10" TO FS-CBIXDO
                             ELSE
                                  IF   CBIXDO-TIPO = "D"
                                  AND  CBIXDO-COD-RED = COD-RED-EMPENHO
                                       ADD CBIXDO-VALOR
                                        TO FATURADO-PEDIDO
                                  END-IF
                             END-IF
                        END-IF
                END-PERFORM
                MOVE "00" TO FS-CBIXDO
           END-IF

           MOVE CBEMPE-PEDIDO TO CBEMRC-PEDIDO
           MOVE 1             TO CBEMRC-SEQUENCIA
           START CBEMRC KEY NOT LESS CBEMRC-CHAVE
           PERFORM UNTIL FS-CBEMRC > "09"
                   READ CBEMRC NEXT RECORD IGNORE LOCK
                   IF   FS-CBEMRC < "10"
                        IF   CBEMRC-PEDIDO NOT = CBEMPE-PEDIDO
                             MOVE "10" TO FS-CBEMRC
                        ELSE
                             PERFORM 510-SOMA-RECEBIMENTO
                                THRU 510-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBEMRC

           IF   RECEBIDO-PEDIDO > FATURADO-PEDIDO
                COMPUTE PENDENTE-PEDIDO =
                        RECEBIDO-PEDIDO - FATURADO-PEDIDO
           END-IF.

       500-99-FIM. EXIT.

       510-SOMA-RECEBIMENTO.

           IF   CBEMRC-DATA-RECEBIMENTO > DATA-CORTE
                GO TO 510-99-FIM
           END-IF
           ADD CBEMRC-VALOR TO RECEBIDO-PEDIDO
                               RECEBIDO-ACUMULADO
           IF   RECEBIDO-ACUMULADO > FATURADO-PEDIDO
           AND  DATA-ANTIGA = 0
                MOVE CBEMRC-DATA-RECEBIMENTO TO DATA-ANTIGA
           END-IF.

       510-99-FIM. EXIT.

       600-ABRE-INDICE.

           MOVE 0 TO INDICE-ABERTO
           OPEN INPUT CBIXDO
           IF   FS-CBIXDO < "10"
                MOVE 1 TO INDICE-ABERTO
           ELSE
                MOVE "00" TO FS-CBIXDO
           END-IF.

       600-99-FIM. EXIT.

       610-FECHA-INDICE.

           IF   CBIXDO-DISPONIVEL
                CLOSE CBIXDO
                MOVE 0 TO INDICE-ABERTO
           END-IF.

       610-99-FIM. EXIT.

       700-GERA-PAR.

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"              TO CB043PCW-COMANDO
           MOVE "D"              TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC        TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC       TO CB043PCW-NUMERO-BAC
           MOVE CENTRO-DB        TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB       TO CB043PCW-COD-RED
           MOVE HISTORICO-LANC   TO CB043PCW-HISTORICO
           MOVE 0                TO CB043PCW-DOCTO
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
           MOVE CENTRO-CR        TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-CR       TO CB043PCW-COD-RED
           CALL "CB043PCW"    USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                MOVE "E"        TO CB043PCW-COMANDO
                MOVE "D"        TO CB043PCW-LANCAMENTO-TIPO
                MOVE CENTRO-DB  TO CB043PCW-CENTRO-CUSTO
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
           MOVE CENTRO-CR         TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-CR        TO CB043PCW-COD-RED
           MOVE VALOR-PARCELA     TO CB043PCW-VALOR
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           MOVE "E"               TO CB043PCW-COMANDO
           MOVE "D"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE CENTRO-DB         TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB        TO CB043PCW-COD-RED
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW".

       710-99-FIM. EXIT.

       800-INICIAIS.

           ACCEPT DATA-HOJE FROM DATE
           ADD 20000000 TO DATA-HOJE

           MOVE "?"           TO CWMENU-CB247
           CALL "CWGETU"   USING OPERADOR-CB247 TASK-CB247
                                 PROGRAMA-CB247 CWMENU-CB247

           OPEN I-O CBEMRC
           IF   FS-CBEMRC = "30" OR "35"
                CLOSE CBEMRC
                OPEN OUTPUT CBEMRC
                CLOSE CBEMRC
                OPEN I-O CBEMRC
           END-IF
           IF   FS-CBEMRC > "09"
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN I-O CBGRNI
           IF   FS-CBGRNI = "30" OR "35"
                CLOSE CBGRNI
                OPEN OUTPUT CBGRNI
                CLOSE CBGRNI
                OPEN I-O CBGRNI
           END-IF
           IF   FS-CBGRNI > "09"
                CLOSE CBEMRC
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN INPUT CBEMPE
           IF   FS-CBEMPE > "09"
                CLOSE CBEMRC CBGRNI
                DISPLAY "Registro de empenhos CBEMPE indisponivel"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF
           OPEN INPUT CBPLCO.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBEMRC CBGRNI CBEMPE CBPLCO.

       900-99-FIM. EXIT.

       END PROGRAM CB247PCW.
