       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB246PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Lista PBC dos auditores externos             *
                      *                                               *
                      *  Cadastro do trabalho de auditoria (item 0),  *
                      *  itens solicitados com responsavel, prazo,    *
                      *  situacao e suporte (relatorio do CBRLCA,     *
                      *  conciliacao do CBCORE ou carta do CBCIRC),   *
                      *  consulta dos itens em aberto do usuario e    *
                      *  relatorio semanal de atrasos e conclusao     *
                      *  por responsavel para o gerente de auditoria  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBPBCISL.
       COPY CBRLCASL.
       COPY CBCORESL.
       COPY CBCIRCSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBPBCIFD.
       COPY CBRLCAFD.
       COPY CBCOREFD.
       COPY CBCIRCFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 ENGAJAMENTO-M             PIC  9(004) VALUE 0.
           05 ITEM-M                    PIC  9(004) VALUE 0.
           05 DESCRICAO-M               PIC  X(060) VALUE SPACES.
           05 CATEGORIA-M               PIC  X(001) VALUE SPACES.
           05 RESPONSAVEL-M             PIC  X(030) VALUE SPACES.
           05 SOLICITACAO-M             PIC  9(008) VALUE 0.
           05 PREVISTA-M                PIC  9(008) VALUE 0.
           05 SITUACAO-M                PIC  X(001) VALUE SPACES.
           05 ENTREGA-M                 PIC  9(008) VALUE 0.
           05 VINCULO-TIPO-M            PIC  X(001) VALUE SPACES.
           05 VINCULO-NUMERO-M          PIC  9(006) VALUE 0.
           05 VINCULO-COD-RED-M         PIC  9(005) VALUE 0.
           05 VINCULO-COMPETENCIA-M     PIC  9(006) VALUE 0.
           05 OBSERVACAO-M              PIC  X(060) VALUE SPACES.
           05 TITULO-TRABALHO           PIC  X(060) VALUE SPACES.
           05 GERENTE-TRABALHO          PIC  X(030) VALUE SPACES.
           05 SOLICITACAO-TRABALHO      PIC  9(008) VALUE 0.
           05 LIMITE-TRABALHO           PIC  9(008) VALUE 0.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 VINCULO-OK                PIC  9(001) VALUE 0.
              88 VINCULO-CONFERE                   VALUE 1.
           05 DATA-HOJE                 PIC  9(008) VALUE 0.
           05 DATA-EDITADA              PIC  X(010) VALUE SPACES.
           05 DATA-EDICAO               PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-EDICAO.
              10 ED-AAAA                PIC  9(004).
              10 ED-MM                  PIC  9(002).
              10 ED-DD                  PIC  9(002).
           05 SITUACAO-TEXTO            PIC  X(012) VALUE SPACES.
           05 VINCULO-TEXTO             PIC  X(020) VALUE SPACES.
           05 NUMERO-VINCULO            PIC  9(006) VALUE 0.
           05 COD-RED-VINCULO           PIC  9(005) VALUE 0.
           05 LINHA-TELA                PIC  9(002) VALUE 0.
           05 ATRASO-TELA               PIC  X(008) VALUE SPACES.
           05 PRAZO-TELA                PIC  X(010) VALUE SPACES.
           05 QT-MEUS            COMP-3 PIC  9(006) VALUE 0.
           05 QT-ATRASADOS       COMP-3 PIC  9(006) VALUE 0.
           05 QT-ED                     PIC  ZZZ.ZZ9.
           05 I                         PIC  9(003) VALUE 0.
           05 R                         PIC  9(003) VALUE 0.
           05 TOTAL-RESPONSAVEIS        PIC  9(003) VALUE 0.
           05 RESUMO-RESPONSAVEIS.
              10 RESUMO-RESPONSAVEL OCCURS 50.
                 15 RS-RESPONSAVEL      PIC  X(030).
                 15 RS-ITENS     COMP-3 PIC  9(006).
                 15 RS-ABERTOS   COMP-3 PIC  9(006).
                 15 RS-ENTREGUES COMP-3 PIC  9(006).
                 15 RS-CONCLUIDOS COMP-3 PIC 9(006).
                 15 RS-ATRASADOS COMP-3 PIC  9(006).
           05 TOTAL-TRABALHO.
              10 TT-ITENS        COMP-3 PIC  9(006).
              10 TT-ABERTOS      COMP-3 PIC  9(006).
              10 TT-ENTREGUES    COMP-3 PIC  9(006).
              10 TT-CONCLUIDOS   COMP-3 PIC  9(006).
              10 TT-ATRASADOS    COMP-3 PIC  9(006).
           05 PERCENTUAL         COMP-3 PIC  9(003)V9 VALUE 0.
           05 PERCENTUAL-ED             PIC  ZZ9,9.
           05 PARAMETROS-CWGETU-CB246.
              10 OPERADOR-CB246         PIC  X(030).
              10 TASK-CB246             PIC  X(006).
              10 PROGRAMA-CB246         PIC  X(008).
              10 CWMENU-CB246           PIC  X(001).
           05 RESPOSTA                  PIC  X(001) VALUE SPACE.
           05 LINHA-BRANCA              PIC  X(076) VALUE SPACES.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBPBCI.
              10 FS-CBPBCI              PIC  X(002) VALUE "00".
              10 LB-CBPBCI              PIC  X(050) VALUE "CBPBCI".
           05 ER-CBRLCA.
              10 FS-CBRLCA              PIC  X(002) VALUE "00".
              10 LB-CBRLCA              PIC  X(050) VALUE "CBRLCA".
           05 ER-CBCORE.
              10 FS-CBCORE              PIC  X(002) VALUE "00".
              10 LB-CBCORE              PIC  X(050) VALUE "CBCORE".
           05 ER-CBCIRC.
              10 FS-CBCIRC              PIC  X(002) VALUE "00".
              10 LB-CBCIRC              PIC  X(050) VALUE "CBCIRC".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "ITEM DESCRICAO                          ".
              05 FILLER                 PIC  X(040) VALUE
                 "  C RESPONSAVEL                    SOLIC".
              05 FILLER                 PIC  X(037) VALUE
                 "ITADO PRAZO      SITUACAO     SUPORTE".
           02 LINHA-02.
              05 CLIC-ITEM              PIC  9(004).
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO         PIC  X(036).
              05 FILLER                 PIC  X(001).
              05 CLIC-CATEGORIA         PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLIC-RESPONSAVEL       PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-SOLICITACAO       PIC  X(010).
              05 FILLER                 PIC  X(001).
              05 CLIC-PREVISTA          PIC  X(010).
              05 FILLER                 PIC  X(001).
              05 CLIC-SITUACAO          PIC  X(012).
              05 FILLER                 PIC  X(001).
              05 CLIC-VINCULO           PIC  X(020).
           02 LINHA-03.
              05 FILLER                 PIC  X(040) VALUE
                 "RESPONSAVEL                        ITENS".
              05 FILLER                 PIC  X(040) VALUE
                 "   ABERTOS ENTREGUES CONCLUIDOS ATRASADO".
              05 FILLER                 PIC  X(011) VALUE
                 "S% ATENDIDO".
           02 LINHA-04.
              05 CLIR-RESPONSAVEL       PIC  X(030).
              05 FILLER                 PIC  X(003).
              05 CLIR-ITENS             PIC  ZZZ.ZZ9.
              05 FILLER                 PIC  X(003).
              05 CLIR-ABERTOS           PIC  ZZZ.ZZ9.
              05 FILLER                 PIC  X(003).
              05 CLIR-ENTREGUES         PIC  ZZZ.ZZ9.
              05 FILLER                 PIC  X(004).
              05 CLIR-CONCLUIDOS        PIC  ZZZ.ZZ9.
              05 FILLER                 PIC  X(003).
              05 CLIR-ATRASADOS         PIC  ZZZ.ZZ9.
              05 FILLER                 PIC  X(005).
              05 CLIR-PERCENTUAL        PIC  ZZ9,9.

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Trabalho de auditoria".
           05 LINE 05 COLUMN 03 VALUE "2 - Itens da lista PBC".
           05 LINE 06 COLUMN 03 VALUE "3 - Meus itens em aberto".
           05 LINE 07 COLUMN 03 VALUE
              "4 - Relatorio de atrasos e conclusao".
           05 LINE 09 COLUMN 03 VALUE "Opcao:".
           05 LINE 09 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-ENGAJAMENTO.
           05 LINE 04 COLUMN 03 VALUE "Trabalho.....:".
           05 LINE 04 COLUMN 18 PIC 9(004) USING ENGAJAMENTO-M.

       01  TELA-CABECALHO.
           05 LINE 06 COLUMN 03 VALUE "Descricao....:".
           05 LINE 06 COLUMN 18 PIC X(060) USING DESCRICAO-M.
           05 LINE 07 COLUMN 03 VALUE "Gerente......:".
           05 LINE 07 COLUMN 18 PIC X(030) USING RESPONSAVEL-M.
           05 LINE 08 COLUMN 03 VALUE "Recebida em..:".
           05 LINE 08 COLUMN 18 PIC 9(008) USING SOLICITACAO-M.
           05 LINE 08 COLUMN 28 VALUE "(AAAAMMDD)".
           05 LINE 09 COLUMN 03 VALUE "Data limite..:".
           05 LINE 09 COLUMN 18 PIC 9(008) USING PREVISTA-M.

       01  TELA-TITULO.
           05 LINE 04 COLUMN 24 PIC X(050) FROM TITULO-TRABALHO.

       01  TELA-ITEM.
           05 LINE 05 COLUMN 03 VALUE "Item.........:".
           05 LINE 05 COLUMN 18 PIC 9(004) USING ITEM-M.
           05 LINE 05 COLUMN 24 VALUE "(0 = proximo item livre)".

       01  TELA-DADOS-ITEM.
           05 LINE 07 COLUMN 03 VALUE "Descricao....:".
           05 LINE 07 COLUMN 18 PIC X(060) USING DESCRICAO-M.
           05 LINE 08 COLUMN 03 VALUE "Categoria....:".
           05 LINE 08 COLUMN 18 PIC X(001) USING CATEGORIA-M.
           05 LINE 08 COLUMN 21 VALUE
              "B-Balancete R-Reconciliacao C-Confirmacao K-Contrato".
           05 LINE 09 COLUMN 21 VALUE "O-Outro".
           05 LINE 10 COLUMN 03 VALUE "Responsavel..:".
           05 LINE 10 COLUMN 18 PIC X(030) USING RESPONSAVEL-M.
           05 LINE 11 COLUMN 03 VALUE "Solicitado em:".
           05 LINE 11 COLUMN 18 PIC 9(008) USING SOLICITACAO-M.
           05 LINE 11 COLUMN 28 VALUE "Prazo:".
           05 LINE 11 COLUMN 35 PIC 9(008) USING PREVISTA-M.
           05 LINE 12 COLUMN 03 VALUE "Situacao.....:".
           05 LINE 12 COLUMN 18 PIC X(001) USING SITUACAO-M.
           05 LINE 12 COLUMN 21 VALUE
              "A-Aberto P-Em preparo E-Entregue C-Aceito".
           05 LINE 13 COLUMN 21 VALUE "N-Nao aplicavel".
           05 LINE 14 COLUMN 03 VALUE "Entregue em..:".
           05 LINE 14 COLUMN 18 PIC 9(008) USING ENTREGA-M.
           05 LINE 15 COLUMN 03 VALUE "Suporte......:".
           05 LINE 15 COLUMN 18 PIC X(001) USING VINCULO-TIPO-M.
           05 LINE 15 COLUMN 21 VALUE
              "R-Relatorio C-Conciliacao F-Circularizacao".
           05 LINE 16 COLUMN 03 VALUE "Relat/Carta..:".
           05 LINE 16 COLUMN 18 PIC 9(006) USING VINCULO-NUMERO-M.
           05 LINE 16 COLUMN 28 VALUE "Conta:".
           05 LINE 16 COLUMN 35 PIC 9(005) USING VINCULO-COD-RED-M.
           05 LINE 16 COLUMN 42 VALUE "Competencia:".
           05 LINE 16 COLUMN 55 PIC 9(006) USING VINCULO-COMPETENCIA-M.
           05 LINE 17 COLUMN 03 VALUE "Observacao...:".
           05 LINE 17 COLUMN 18 PIC X(060) USING OBSERVACAO-M.

       01  TELA-TITULO-MEUS.
           05 LINE 03 COLUMN 03 VALUE
              "Trab Item Descricao                      Prazo".
           05 LINE 03 COLUMN 61 VALUE "Sit".

       01  TELA-MEU-ITEM.
           05 LINE LINHA-TELA COLUMN 03 PIC 9(004)
              FROM CBPBCI-ENGAJAMENTO.
           05 LINE LINHA-TELA COLUMN 08 PIC 9(004)
              FROM CBPBCI-ITEM.
           05 LINE LINHA-TELA COLUMN 13 PIC X(035)
              FROM CBPBCI-DESCRICAO.
           05 LINE LINHA-TELA COLUMN 49 PIC X(010)
              FROM PRAZO-TELA.
           05 LINE LINHA-TELA COLUMN 62 PIC X(001)
              FROM CBPBCI-SITUACAO.
           05 LINE LINHA-TELA COLUMN 65 PIC X(008)
              FROM ATRASO-TELA.

       PROCEDURE DIVISION.

       000-INICIO.

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
                            PERFORM 100-TRABALHO      THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-ITEM          THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-MEUS-ITENS    THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-RELATORIO     THRU 400-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-TRABALHO.

           MOVE 0 TO ENGAJAMENTO-M
           DISPLAY TELA-ENGAJAMENTO
           ACCEPT  TELA-ENGAJAMENTO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR ENGAJAMENTO-M = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           PERFORM 150-LE-TRABALHO THRU 150-99-FIM
           MOVE TITULO-TRABALHO      TO DESCRICAO-M
           MOVE GERENTE-TRABALHO     TO RESPONSAVEL-M
           MOVE SOLICITACAO-TRABALHO TO SOLICITACAO-M
           MOVE LIMITE-TRABALHO      TO PREVISTA-M
           IF   NOT REGISTRO-EXISTE
                MOVE OPERADOR-CB246  TO RESPONSAVEL-M
                MOVE DATA-HOJE       TO SOLICITACAO-M
           END-IF

           DISPLAY TELA-CABECALHO
           ACCEPT  TELA-CABECALHO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           IF   F4
                PERFORM 120-EXCLUI-TRABALHO THRU 120-99-FIM
                GO TO 100-99-FIM
           END-IF

           IF   DESCRICAO-M = SPACES
                DISPLAY "Descricao obrigatoria" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           IF   RESPONSAVEL-M = SPACES
                DISPLAY "Gerente de auditoria obrigatorio"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           IF   PREVISTA-M NOT = 0
           AND  PREVISTA-M < SOLICITACAO-M
                DISPLAY "Data limite anterior ao recebimento"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE ENGAJAMENTO-M TO CBPBCI-ENGAJAMENTO
           MOVE 0             TO CBPBCI-ITEM
           IF   REGISTRO-EXISTE
                READ CBPBCI LOCK
                IF   FS-CBPBCI > "09"
                     DISPLAY "Trabalho em uso por outro usuario"
                             LINE 23 COLUMN 03
                     GO TO 100-99-FIM
                END-IF
           ELSE
                MOVE SPACES TO CBPBCI-CATEGORIA
                               CBPBCI-VINCULO-TIPO
                               CBPBCI-OBSERVACAO
                MOVE "A"    TO CBPBCI-SITUACAO
                MOVE 0      TO CBPBCI-DATA-ENTREGA
                               CBPBCI-VINCULO-NUMERO
                               CBPBCI-VINCULO-COD-RED
                               CBPBCI-VINCULO-COMPETENCIA
           END-IF

           MOVE DESCRICAO-M   TO CBPBCI-DESCRICAO
           MOVE RESPONSAVEL-M TO CBPBCI-RESPONSAVEL
           MOVE SOLICITACAO-M TO CBPBCI-DATA-SOLICITACAO
           MOVE PREVISTA-M    TO CBPBCI-DATA-PREVISTA

           IF   REGISTRO-EXISTE
                REWRITE CBPBCI-REG
           ELSE
                WRITE CBPBCI-REG
           END-IF
           IF   FS-CBPBCI < "10"
                DISPLAY "Trabalho gravado" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBPBCI"
                        LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       120-EXCLUI-TRABALHO.

      *    Trabalho com itens cadastrados nao pode ser excluido

           IF   NOT REGISTRO-EXISTE
                GO TO 120-99-FIM
           END-IF
           MOVE ENGAJAMENTO-M TO CBPBCI-ENGAJAMENTO
           MOVE 1             TO CBPBCI-ITEM
           START CBPBCI KEY NOT LESS CBPBCI-CHAVE
           IF   FS-CBPBCI < "10"
                READ CBPBCI NEXT RECORD IGNORE LOCK
                IF   FS-CBPBCI < "10"
                AND  CBPBCI-ENGAJAMENTO = ENGAJAMENTO-M
                     DISPLAY "Trabalho possui itens - exclua os itens"
                             LINE 23 COLUMN 03
                     GO TO 120-99-FIM
                END-IF
           END-IF
           MOVE "00" TO FS-CBPBCI

           MOVE ENGAJAMENTO-M TO CBPBCI-ENGAJAMENTO
           MOVE 0             TO CBPBCI-ITEM
           READ CBPBCI LOCK
           IF   FS-CBPBCI < "10"
                DELETE CBPBCI RECORD
                DISPLAY "Trabalho excluido" LINE 23 COLUMN 03
           END-IF.

       120-99-FIM. EXIT.

       150-LE-TRABALHO.

           MOVE 0             TO EXISTE
           MOVE SPACES        TO TITULO-TRABALHO GERENTE-TRABALHO
           MOVE 0             TO SOLICITACAO-TRABALHO LIMITE-TRABALHO
           MOVE ENGAJAMENTO-M TO CBPBCI-ENGAJAMENTO
           MOVE 0             TO CBPBCI-ITEM
           READ CBPBCI IGNORE LOCK
           IF   FS-CBPBCI < "10"
                MOVE 1                       TO EXISTE
                MOVE CBPBCI-DESCRICAO        TO TITULO-TRABALHO
                MOVE CBPBCI-RESPONSAVEL      TO GERENTE-TRABALHO
                MOVE CBPBCI-DATA-SOLICITACAO TO SOLICITACAO-TRABALHO
                MOVE CBPBCI-DATA-PREVISTA    TO LIMITE-TRABALHO
           ELSE
                MOVE "00" TO FS-CBPBCI
           END-IF.

       150-99-FIM. EXIT.

       200-ITEM.

           MOVE 0 TO ENGAJAMENTO-M
           DISPLAY TELA-ENGAJAMENTO
           ACCEPT  TELA-ENGAJAMENTO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR ENGAJAMENTO-M = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF
           PERFORM 150-LE-TRABALHO THRU 150-99-FIM
           IF   NOT REGISTRO-EXISTE
                DISPLAY "Trabalho nao cadastrado (opcao 1)"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           DISPLAY TELA-TITULO

           MOVE 0 TO ITEM-M
           DISPLAY TELA-ITEM
           ACCEPT  TELA-ITEM
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF
           IF   ITEM-M = 0
                PERFORM 210-PROXIMO-ITEM THRU 210-99-FIM
                DISPLAY TELA-ITEM
           END-IF

           PERFORM 220-LE-ITEM THRU 220-99-FIM

           DISPLAY TELA-DADOS-ITEM
           ACCEPT  TELA-DADOS-ITEM
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           IF   F4
                PERFORM 240-EXCLUI-ITEM THRU 240-99-FIM
                GO TO 200-99-FIM
           END-IF

           INSPECT CATEGORIA-M CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT SITUACAO-M CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT VINCULO-TIPO-M CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"

           IF   DESCRICAO-M = SPACES
                DISPLAY "Descricao obrigatoria" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   CATEGORIA-M NOT = "B" AND NOT = "R" AND NOT = "C"
                        AND NOT = "K" AND NOT = "O"
                DISPLAY "Categoria deve ser B, R, C, K ou O"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   RESPONSAVEL-M = SPACES
                DISPLAY "Analista responsavel obrigatorio"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   PREVISTA-M = 0
                DISPLAY "Prazo obrigatorio" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   PREVISTA-M < SOLICITACAO-M
                DISPLAY "Prazo anterior a solicitacao"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   SITUACAO-M NOT = "A" AND NOT = "P" AND NOT = "E"
                       AND NOT = "C" AND NOT = "N"
                DISPLAY "Situacao deve ser A, P, E, C ou N"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

      *    Entregue ou aceito leva a data de entrega (hoje se nao
      *    informada); em aberto ou em preparo nao tem entrega

           IF   SITUACAO-M = "E" OR "C"
                IF   ENTREGA-M = 0
                     MOVE DATA-HOJE TO ENTREGA-M
                END-IF
                IF   ENTREGA-M > DATA-HOJE
                     DISPLAY "Data de entrega invalida"
                             LINE 23 COLUMN 03
                     GO TO 200-99-FIM
                END-IF
           ELSE
                MOVE 0 TO ENTREGA-M
           END-IF

           PERFORM 260-CONFERE-VINCULO THRU 260-99-FIM
           IF   NOT VINCULO-CONFERE
                GO TO 200-99-FIM
           END-IF

           MOVE ENGAJAMENTO-M TO CBPBCI-ENGAJAMENTO
           MOVE ITEM-M        TO CBPBCI-ITEM
           IF   REGISTRO-EXISTE
                READ CBPBCI LOCK
                IF   FS-CBPBCI > "09"
                     DISPLAY "Item em uso por outro usuario"
                             LINE 23 COLUMN 03
                     GO TO 200-99-FIM
                END-IF
           END-IF

           MOVE DESCRICAO-M           TO CBPBCI-DESCRICAO
           MOVE CATEGORIA-M           TO CBPBCI-CATEGORIA
           MOVE RESPONSAVEL-M         TO CBPBCI-RESPONSAVEL
           MOVE SOLICITACAO-M         TO CBPBCI-DATA-SOLICITACAO
           MOVE PREVISTA-M            TO CBPBCI-DATA-PREVISTA
           MOVE SITUACAO-M            TO CBPBCI-SITUACAO
           MOVE ENTREGA-M             TO CBPBCI-DATA-ENTREGA
           MOVE VINCULO-TIPO-M        TO CBPBCI-VINCULO-TIPO
           MOVE VINCULO-NUMERO-M      TO CBPBCI-VINCULO-NUMERO
           MOVE VINCULO-COD-RED-M     TO CBPBCI-VINCULO-COD-RED
           MOVE VINCULO-COMPETENCIA-M TO CBPBCI-VINCULO-COMPETENCIA
           MOVE OBSERVACAO-M          TO CBPBCI-OBSERVACAO

           IF   REGISTRO-EXISTE
                REWRITE CBPBCI-REG
           ELSE
                WRITE CBPBCI-REG
           END-IF
           IF   FS-CBPBCI < "10"
                DISPLAY "Item gravado" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBPBCI"
                        LINE 23 COLUMN 03
           END-IF.

       200-99-FIM. EXIT.

       210-PROXIMO-ITEM.

           MOVE ENGAJAMENTO-M TO CBPBCI-ENGAJAMENTO
           MOVE 9999          TO CBPBCI-ITEM
           MOVE 1             TO ITEM-M
           START CBPBCI KEY NOT GREATER CBPBCI-CHAVE
           IF   FS-CBPBCI < "10"
                READ CBPBCI PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBPBCI < "10"
                AND  CBPBCI-ENGAJAMENTO = ENGAJAMENTO-M
                AND  CBPBCI-ITEM < 9999
                     COMPUTE ITEM-M = CBPBCI-ITEM + 1
                END-IF
           END-IF
           MOVE "00" TO FS-CBPBCI.

       210-99-FIM. EXIT.

       220-LE-ITEM.

           MOVE 0             TO EXISTE
           MOVE ENGAJAMENTO-M TO CBPBCI-ENGAJAMENTO
           MOVE ITEM-M        TO CBPBCI-ITEM
           READ CBPBCI IGNORE LOCK
           IF   FS-CBPBCI < "10"
                MOVE 1                          TO EXISTE
                MOVE CBPBCI-DESCRICAO           TO DESCRICAO-M
                MOVE CBPBCI-CATEGORIA           TO CATEGORIA-M
                MOVE CBPBCI-RESPONSAVEL         TO RESPONSAVEL-M
                MOVE CBPBCI-DATA-SOLICITACAO    TO SOLICITACAO-M
                MOVE CBPBCI-DATA-PREVISTA       TO PREVISTA-M
                MOVE CBPBCI-SITUACAO            TO SITUACAO-M
                MOVE CBPBCI-DATA-ENTREGA        TO ENTREGA-M
                MOVE CBPBCI-VINCULO-TIPO        TO VINCULO-TIPO-M
                MOVE CBPBCI-VINCULO-NUMERO      TO VINCULO-NUMERO-M
                MOVE CBPBCI-VINCULO-COD-RED     TO VINCULO-COD-RED-M
                MOVE CBPBCI-VINCULO-COMPETENCIA
                  TO VINCULO-COMPETENCIA-M
                MOVE CBPBCI-OBSERVACAO          TO OBSERVACAO-M
           ELSE
                MOVE "00"                 TO FS-CBPBCI
                MOVE SPACES               TO DESCRICAO-M
                                             RESPONSAVEL-M
                                             VINCULO-TIPO-M
                                             OBSERVACAO-M
                MOVE "O"                  TO CATEGORIA-M
                MOVE "A"                  TO SITUACAO-M
                MOVE SOLICITACAO-TRABALHO TO SOLICITACAO-M
                MOVE LIMITE-TRABALHO      TO PREVISTA-M
                MOVE 0                    TO ENTREGA-M
                                             VINCULO-NUMERO-M
                                             VINCULO-COD-RED-M
                                             VINCULO-COMPETENCIA-M
           END-IF.

       220-99-FIM. EXIT.

       240-EXCLUI-ITEM.

           IF   NOT REGISTRO-EXISTE
                GO TO 240-99-FIM
           END-IF
           MOVE ENGAJAMENTO-M TO CBPBCI-ENGAJAMENTO
           MOVE ITEM-M        TO CBPBCI-ITEM
           READ CBPBCI LOCK
           IF   FS-CBPBCI < "10"
                DELETE CBPBCI RECORD
                DISPLAY "Item excluido" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Item em uso por outro usuario"
                        LINE 23 COLUMN 03
           END-IF.

       240-99-FIM. EXIT.

       260-CONFERE-VINCULO.

      *    O suporte informado precisa existir no arquivo de origem:
      *    relatorio catalogado (CBRLCA), conciliacao da conta na
      *    competencia (CBCORE) ou carta de circularizacao (CBCIRC)

           MOVE 0 TO VINCULO-OK
           EVALUATE VINCULO-TIPO-M
               WHEN SPACE
                    MOVE 0 TO VINCULO-NUMERO-M
                              VINCULO-COD-RED-M
                              VINCULO-COMPETENCIA-M
                    MOVE 1 TO VINCULO-OK
               WHEN "R"
                    PERFORM 261-CONFERE-RELATORIO THRU 261-99-FIM
               WHEN "C"
                    PERFORM 262-CONFERE-CONCILIACAO THRU 262-99-FIM
               WHEN "F"
                    PERFORM 263-CONFERE-CIRCULARIZACAO
                       THRU 263-99-FIM
               WHEN OTHER
                    DISPLAY "Suporte deve ser R, C, F ou branco"
                            LINE 23 COLUMN 03
           END-EVALUATE.

       260-99-FIM. EXIT.

       261-CONFERE-RELATORIO.

           MOVE 0 TO VINCULO-COD-RED-M VINCULO-COMPETENCIA-M
           OPEN INPUT CBRLCA
           IF   FS-CBRLCA > "09"
                DISPLAY "Catalogo de relatorios CBRLCA indisponivel"
                        LINE 23 COLUMN 03
                GO TO 261-99-FIM
           END-IF
           MOVE VINCULO-NUMERO-M TO CBRLCA-SEQUENCIA
           READ CBRLCA IGNORE LOCK
           IF   FS-CBRLCA < "10"
                MOVE 1 TO VINCULO-OK
           ELSE
                DISPLAY "Relatorio nao catalogado no CBRLCA"
                        LINE 23 COLUMN 03
           END-IF
           CLOSE CBRLCA.

       261-99-FIM. EXIT.

       262-CONFERE-CONCILIACAO.

           MOVE 0 TO VINCULO-NUMERO-M
           OPEN INPUT CBCORE
           IF   FS-CBCORE > "09"
                DISPLAY "Arquivo de conciliacoes CBCORE indisponivel"
                        LINE 23 COLUMN 03
                GO TO 262-99-FIM
           END-IF
           MOVE VINCULO-COD-RED-M     TO CBCORE-COD-RED
           MOVE VINCULO-COMPETENCIA-M TO CBCORE-COMPETENCIA
           READ CBCORE IGNORE LOCK
           IF   FS-CBCORE < "10"
           AND  VINCULO-COMPETENCIA-M NOT = 0
                MOVE 1 TO VINCULO-OK
           ELSE
                DISPLAY "Conciliacao nao encontrada no CBCORE"
                        LINE 23 COLUMN 03
           END-IF
           CLOSE CBCORE.

       262-99-FIM. EXIT.

       263-CONFERE-CIRCULARIZACAO.

           MOVE 0 TO VINCULO-COD-RED-M VINCULO-COMPETENCIA-M
           OPEN INPUT CBCIRC
           IF   FS-CBCIRC > "09"
                DISPLAY "Controle de circularizacao CBCIRC indisponivel"
                        LINE 23 COLUMN 03
                GO TO 263-99-FIM
           END-IF
           MOVE VINCULO-NUMERO-M TO CBCIRC-CONTROLE
           READ CBCIRC IGNORE LOCK
           IF   FS-CBCIRC < "10"
                MOVE 1 TO VINCULO-OK
           ELSE
                DISPLAY "Carta nao encontrada no CBCIRC"
                        LINE 23 COLUMN 03
           END-IF
           CLOSE CBCIRC.

       263-99-FIM. EXIT.

       300-MEUS-ITENS.

      *    Itens em aberto ou em preparo do usuario corrente, de
      *    todos os trabalhos, com marca de prazo vencido

           MOVE 0 TO QT-MEUS QT-ATRASADOS
           PERFORM 320-LIMPA-LISTA THRU 320-99-FIM
           DISPLAY TELA-TITULO-MEUS
           MOVE 3 TO LINHA-TELA
           MOVE LOW-VALUES TO CBPBCI-CHAVE
           START CBPBCI KEY NOT LESS CBPBCI-CHAVE
           PERFORM UNTIL FS-CBPBCI > "09"
                   READ CBPBCI NEXT RECORD IGNORE LOCK
                   IF   FS-CBPBCI < "10"
                   AND  CBPBCI-ITEM NOT = 0
                   AND  CBPBCI-PENDENTE
                   AND  CBPBCI-RESPONSAVEL = OPERADOR-CB246
                        PERFORM 310-MOSTRA-ITEM THRU 310-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPBCI

           MOVE QT-MEUS TO QT-ED
           DISPLAY "Itens em aberto:" LINE 22 COLUMN 03
                   QT-ED              LINE 22 COLUMN 20
           MOVE QT-ATRASADOS TO QT-ED
           DISPLAY "atrasados:"       LINE 22 COLUMN 29
                   QT-ED              LINE 22 COLUMN 40
                   "- tecle ENTER"    LINE 22 COLUMN 48
           ACCEPT RESPOSTA LINE 22 COLUMN 62
           PERFORM 320-LIMPA-LISTA THRU 320-99-FIM
           DISPLAY LINHA-BRANCA LINE 03 COLUMN 03
                   LINHA-BRANCA LINE 22 COLUMN 03.

       300-99-FIM. EXIT.

       310-MOSTRA-ITEM.

           ADD 1 TO QT-MEUS
           ADD 1 TO LINHA-TELA
           IF   LINHA-TELA > 20
                DISPLAY "Mais itens - tecle ENTER" LINE 22 COLUMN 03
                ACCEPT RESPOSTA LINE 22 COLUMN 28
                DISPLAY LINHA-BRANCA LINE 22 COLUMN 03
                PERFORM 320-LIMPA-LISTA THRU 320-99-FIM
                MOVE 4 TO LINHA-TELA
           END-IF

           MOVE CBPBCI-DATA-PREVISTA TO DATA-EDICAO
           PERFORM 450-EDITA-DATA THRU 450-99-FIM
           MOVE DATA-EDITADA TO PRAZO-TELA
           MOVE SPACES       TO ATRASO-TELA
           IF   CBPBCI-DATA-PREVISTA < DATA-HOJE
                MOVE "ATRASADO" TO ATRASO-TELA
                ADD  1          TO QT-ATRASADOS
           END-IF
           DISPLAY TELA-MEU-ITEM.

       310-99-FIM. EXIT.

       320-LIMPA-LISTA.

           PERFORM VARYING LINHA-TELA FROM 4 BY 1 UNTIL LINHA-TELA > 20
                   DISPLAY LINHA-BRANCA LINE LINHA-TELA COLUMN 03
           END-PERFORM.

       320-99-FIM. EXIT.

       400-RELATORIO.

           MOVE 0 TO ENGAJAMENTO-M
           DISPLAY TELA-ENGAJAMENTO
           ACCEPT  TELA-ENGAJAMENTO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR ENGAJAMENTO-M = 0
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF
           PERFORM 150-LE-TRABALHO THRU 150-99-FIM
           IF   NOT REGISTRO-EXISTE
                DISPLAY "Trabalho nao cadastrado (opcao 1)"
                        LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           MOVE SPACES TO CWIMPR-TITLE
           STRING "LISTA PBC - ITENS ATRASADOS E CONCLUSAO - "
                  TITULO-TRABALHO
                  DELIMITED BY SIZE INTO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           MOVE DATA-HOJE TO DATA-EDICAO
           PERFORM 450-EDITA-DATA THRU 450-99-FIM
           STRING "POSICAO EM " DATA-EDITADA
                  "  GERENTE: " GERENTE-TRABALHO
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB246PA" TO CWIMPR-REPORT

           MOVE 0 TO TOTAL-RESPONSAVEIS
                     TT-ITENS TT-ABERTOS TT-ENTREGUES
                     TT-CONCLUIDOS TT-ATRASADOS

      *    Primeira parte: itens vencidos ainda nao entregues

           MOVE ENGAJAMENTO-M TO CBPBCI-ENGAJAMENTO
           MOVE 1             TO CBPBCI-ITEM
           START CBPBCI KEY NOT LESS CBPBCI-CHAVE
           PERFORM UNTIL FS-CBPBCI > "09"
                   READ CBPBCI NEXT RECORD IGNORE LOCK
                   IF   FS-CBPBCI < "10"
                        IF   CBPBCI-ENGAJAMENTO NOT = ENGAJAMENTO-M
                             MOVE "10" TO FS-CBPBCI
                        ELSE
                             PERFORM 410-ACUMULA-ITEM THRU 410-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPBCI

      *    Segunda parte: resumo por responsavel e do trabalho

           PERFORM 430-RESUMO THRU 430-99-FIM

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE TT-ATRASADOS  TO QT-ED
           MOVE PERCENTUAL    TO PERCENTUAL-ED
           DISPLAY "Itens atrasados:"   LINE 23 COLUMN 03
                   QT-ED                LINE 23 COLUMN 20
                   "atendido (%):"      LINE 23 COLUMN 29
                   PERCENTUAL-ED        LINE 23 COLUMN 43.

       400-99-FIM. EXIT.

       410-ACUMULA-ITEM.

           PERFORM VARYING R FROM 1 BY 1
                     UNTIL R > TOTAL-RESPONSAVEIS
                        OR RS-RESPONSAVEL (R) = CBPBCI-RESPONSAVEL
                   CONTINUE
           END-PERFORM
           IF   R > TOTAL-RESPONSAVEIS
                IF   TOTAL-RESPONSAVEIS < 50
                     ADD  1 TO TOTAL-RESPONSAVEIS
                     MOVE TOTAL-RESPONSAVEIS TO R
                     MOVE CBPBCI-RESPONSAVEL TO RS-RESPONSAVEL (R)
                     MOVE 0 TO RS-ITENS (R) RS-ABERTOS (R)
                               RS-ENTREGUES (R) RS-CONCLUIDOS (R)
                               RS-ATRASADOS (R)
                ELSE
                     MOVE 50 TO R
                     MOVE "DEMAIS RESPONSAVEIS" TO RS-RESPONSAVEL (R)
                END-IF
           END-IF

           ADD 1 TO RS-ITENS (R) TT-ITENS
           EVALUATE TRUE
               WHEN CBPBCI-PENDENTE
                    ADD 1 TO RS-ABERTOS (R) TT-ABERTOS
               WHEN CBPBCI-ENTREGUE
                    ADD 1 TO RS-ENTREGUES (R) TT-ENTREGUES
               WHEN OTHER
                    ADD 1 TO RS-CONCLUIDOS (R) TT-CONCLUIDOS
           END-EVALUATE

           IF   CBPBCI-PENDENTE
           AND  CBPBCI-DATA-PREVISTA < DATA-HOJE
                ADD 1 TO RS-ATRASADOS (R) TT-ATRASADOS
                PERFORM 420-IMPRIME-ATRASADO THRU 420-99-FIM
           END-IF.

       410-99-FIM. EXIT.

       420-IMPRIME-ATRASADO.

           MOVE CBPBCI-ITEM          TO CLIC-ITEM
           MOVE CBPBCI-DESCRICAO     TO CLIC-DESCRICAO
           MOVE CBPBCI-CATEGORIA     TO CLIC-CATEGORIA
           MOVE CBPBCI-RESPONSAVEL   TO CLIC-RESPONSAVEL
           MOVE CBPBCI-DATA-SOLICITACAO TO DATA-EDICAO
           PERFORM 450-EDITA-DATA THRU 450-99-FIM
           MOVE DATA-EDITADA         TO CLIC-SOLICITACAO
           MOVE CBPBCI-DATA-PREVISTA TO DATA-EDICAO
           PERFORM 450-EDITA-DATA THRU 450-99-FIM
           MOVE DATA-EDITADA         TO CLIC-PREVISTA
           IF   CBPBCI-EM-PREPARO
                MOVE "EM PREPARO" TO CLIC-SITUACAO
           ELSE
                MOVE "ABERTO"     TO CLIC-SITUACAO
           END-IF
           PERFORM 460-EDITA-VINCULO THRU 460-99-FIM
           MOVE VINCULO-TEXTO        TO CLIC-VINCULO
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       420-99-FIM. EXIT.

       430-RESUMO.

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "RESUMO POR RESPONSAVEL" TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-03 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           PERFORM VARYING R FROM 1 BY 1 UNTIL R > TOTAL-RESPONSAVEIS
                   MOVE RS-RESPONSAVEL (R) TO CLIR-RESPONSAVEL
                   MOVE RS-ITENS (R)       TO CLIR-ITENS
                   MOVE RS-ABERTOS (R)     TO CLIR-ABERTOS
                   MOVE RS-ENTREGUES (R)   TO CLIR-ENTREGUES
                   MOVE RS-CONCLUIDOS (R)  TO CLIR-CONCLUIDOS
                   MOVE RS-ATRASADOS (R)   TO CLIR-ATRASADOS
                   COMPUTE PERCENTUAL ROUNDED =
                           (RS-ENTREGUES (R) + RS-CONCLUIDOS (R))
                           * 100 / RS-ITENS (R)
                   MOVE PERCENTUAL         TO CLIR-PERCENTUAL
                   MOVE LINHA-04 TO CWIMPR-DETAIL
                   CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-PERFORM

           MOVE "TOTAL DO TRABALHO" TO CLIR-RESPONSAVEL
           MOVE TT-ITENS            TO CLIR-ITENS
           MOVE TT-ABERTOS          TO CLIR-ABERTOS
           MOVE TT-ENTREGUES        TO CLIR-ENTREGUES
           MOVE TT-CONCLUIDOS       TO CLIR-CONCLUIDOS
           MOVE TT-ATRASADOS        TO CLIR-ATRASADOS
           MOVE 0                   TO PERCENTUAL
           IF   TT-ITENS NOT = 0
                COMPUTE PERCENTUAL ROUNDED =
                        (TT-ENTREGUES + TT-CONCLUIDOS) * 100 / TT-ITENS
           END-IF
           MOVE PERCENTUAL          TO CLIR-PERCENTUAL
           MOVE SPACES   TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       430-99-FIM. EXIT.

       450-EDITA-DATA.

           MOVE SPACES TO DATA-EDITADA
           IF   DATA-EDICAO NOT = 0
                STRING ED-DD "/" ED-MM "/" ED-AAAA
                       DELIMITED BY SIZE INTO DATA-EDITADA
           END-IF.

       450-99-FIM. EXIT.

       460-EDITA-VINCULO.

           MOVE SPACES TO VINCULO-TEXTO
           EVALUATE TRUE
               WHEN CBPBCI-VINCULO-RELATORIO
                    MOVE CBPBCI-VINCULO-NUMERO TO NUMERO-VINCULO
                    STRING "RELATORIO " NUMERO-VINCULO
                           DELIMITED BY SIZE INTO VINCULO-TEXTO
               WHEN CBPBCI-VINCULO-CONCILIACAO
                    MOVE CBPBCI-VINCULO-COD-RED TO COD-RED-VINCULO
                    STRING "CONC. " COD-RED-VINCULO "/"
                           CBPBCI-VINCULO-COMPETENCIA
                           DELIMITED BY SIZE INTO VINCULO-TEXTO
               WHEN CBPBCI-VINCULO-CIRCULARIZACAO
                    MOVE CBPBCI-VINCULO-NUMERO TO NUMERO-VINCULO
                    STRING "CARTA " NUMERO-VINCULO
                           DELIMITED BY SIZE INTO VINCULO-TEXTO
           END-EVALUATE.

       460-99-FIM. EXIT.

       800-INICIAIS.

           ACCEPT DATA-HOJE FROM DATE
           ADD 20000000 TO DATA-HOJE

           MOVE "?"           TO CWMENU-CB246
           CALL "CWGETU"   USING OPERADOR-CB246 TASK-CB246
                                 PROGRAMA-CB246 CWMENU-CB246

           OPEN I-O CBPBCI
           IF   FS-CBPBCI = "30" OR "35"
                CLOSE CBPBCI
                OPEN OUTPUT CBPBCI
                CLOSE CBPBCI
                OPEN I-O CBPBCI
           END-IF
           IF   FS-CBPBCI > "09"
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBPBCI.

       900-99-FIM. EXIT.

       END PROGRAM CB246PCW.
