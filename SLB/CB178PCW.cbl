                      *  demonstrativo do projeto: custos e receitas  *
                      *  acumulados por conta no CBORSA (alimentado   *
                      *  pelo CB043PCW a cada perna com ordem) e o    *
                      *  resultado da ordem. Orcamento de receita e   *
                      *  custo por grupo de contas (CBOROR) com a     *
                      *  estimativa para concluir, relatorio orcado   *
                      *  x realizado com margem e alerta de estouro,  *
                      *  e ranking de rentabilidade das ordens        *
                      *  encerradas por cliente                       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       COPY CBORDSSL.
       COPY CBORSASL.
       COPY CBPLCOSL.
       COPY CBORORSL.
       COPY CBPESSSL.

       DATA DIVISION.
       FILE SECTION.
       COPY CBORDSFD.
       COPY CBORSAFD.
       COPY CBPLCOFD.
       COPY CBORORFD.
       COPY CBPESSFD.

       WORKING-STORAGE SECTION.

           05 DESCRICAO-M               PIC  X(040) VALUE SPACES.
           05 PESSOA-M                  PIC  9(005) VALUE 0.
           05 SITUACAO-M                PIC  X(001) VALUE "A".
           05 PRECO-M                   PIC  9(012)V99 VALUE 0.
           05 CUSTO-ESTIMADO-M          PIC  9(012)V99 VALUE 0.
           05 DATA-HOJE                 PIC  9(008) VALUE 0.
           05 TOTAL-DEBITOS      COMP-3 PIC S9(014)V99 VALUE 0.
           05 TOTAL-CREDITOS     COMP-3 PIC S9(014)V99 VALUE 0.
           05 RESULTADO-ORDEM    COMP-3 PIC S9(014)V99 VALUE 0.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 GRUPO-M                   PIC  9(015) VALUE 0.
           05 NATUREZA-M                PIC  X(001) VALUE "C".
           05 ORCADO-M                  PIC  9(012)V99 VALUE 0.
           05 A-REALIZAR-M              PIC  9(012)V99 VALUE 0.
           05 G                  COMP-3 PIC  9(003) VALUE 0.
           05 G-ACHADO           COMP-3 PIC  9(003) VALUE 0.
           05 P                  COMP-3 PIC  9(003) VALUE 0.
           05 P-MAIOR            COMP-3 PIC  9(003) VALUE 0.
           05 POSICAO            COMP-3 PIC  9(003) VALUE 0.
           05 TOTAL-GRUPOS       COMP-3 PIC  9(003) VALUE 0.
           05 TOTAL-PESSOAS      COMP-3 PIC  9(003) VALUE 0.
           05 CONTA-BUSCA        COMP-3 PIC  9(015) VALUE 0.
           05 PESSOA-BUSCA       COMP-3 PIC  9(005) VALUE 0.
           05 SEM-ORCAMENTO      COMP-3 PIC S9(012)V99 VALUE 0.
           05 RECEITA-ORCADA     COMP-3 PIC S9(012)V99 VALUE 0.
           05 RECEITA-REALIZADA  COMP-3 PIC S9(012)V99 VALUE 0.
           05 RECEITA-A-REALIZAR COMP-3 PIC S9(012)V99 VALUE 0.
           05 CUSTO-ORCADO       COMP-3 PIC S9(012)V99 VALUE 0.
           05 CUSTO-REALIZADO    COMP-3 PIC S9(012)V99 VALUE 0.
           05 CUSTO-A-REALIZAR   COMP-3 PIC S9(012)V99 VALUE 0.
           05 ORCADO-LINHA       COMP-3 PIC S9(012)V99 VALUE 0.
           05 REALIZADO-LINHA    COMP-3 PIC S9(012)V99 VALUE 0.
           05 A-REALIZAR-LINHA   COMP-3 PIC S9(012)V99 VALUE 0.
           05 PROJETADO-LINHA    COMP-3 PIC S9(012)V99 VALUE 0.
           05 MARGEM-RANKING     COMP-3 PIC S9(012)V99 VALUE 0.
           05 PERCENTUAL         COMP-3 PIC S9(005)V9 VALUE 0.
           05 ORDENS-LISTADAS    COMP-3 PIC  9(005) VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBORDS.
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBOROR.
              10 FS-CBOROR              PIC  X(002) VALUE "00".
              10 LB-CBOROR              PIC  X(050) VALUE "CBOROR".
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".

      *    Grupos orcados da ordem em apuracao, com o realizado do
      *    CBORSA acumulado no grupo mais proximo acima da conta

       01  TABELA-GRUPOS.
           05 TB-GRUPO-ITEM OCCURS 99.
              10 TB-GRUPO        COMP-3 PIC  9(015).
              10 TB-NATUREZA            PIC  X(001).
              10 TB-ORCADO       COMP-3 PIC  9(012)V99.
              10 TB-A-REALIZAR   COMP-3 PIC  9(012)V99.
              10 TB-REALIZADO    COMP-3 PIC S9(012)V99.

       01  TABELA-PESSOAS.
           05 TB-PESSOA-ITEM OCCURS 300.
              10 TB-PESSOA       COMP-3 PIC  9(005).
              10 TB-ORDENS       COMP-3 PIC  9(003).
              10 TB-RECEITA      COMP-3 PIC S9(012)V99.
              10 TB-CUSTO        COMP-3 PIC S9(012)V99.
              10 TB-MARGEM-ORCADA
                                 COMP-3 PIC S9(012)V99.
              10 TB-LISTADA             PIC  X(001).

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
           02 LINHA-03.
              05 CLIC-TOTAL-LIT         PIC  X(040).
              05 CLIC-TOTAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 LINHA-04.
              05 FILLER                 PIC  X(040) VALUE
                 "GRUPO                      DESCRICAO    ".
              05 FILLER                 PIC  X(040) VALUE
                 "            N         ORCADO       REALI".
              05 FILLER                 PIC  X(040) VALUE
                 "ZADO   %CONS     A REALIZAR       PROJET".
              05 FILLER                 PIC  X(011) VALUE
                 "ADO  ALERTA".
           02 LINHA-05.
              05 CLOR-GRUPO             PIC  X(026).
              05 FILLER                 PIC  X(001).
              05 CLOR-DESCRICAO         PIC  X(024).
              05 FILLER                 PIC  X(001).
              05 CLOR-NATUREZA          PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLOR-ORCADO            PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLOR-REALIZADO         PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLOR-PERCENTUAL        PIC  ZZZ9,9.
              05 CLOR-PERCENTUAL-X REDEFINES CLOR-PERCENTUAL
                                        PIC  X(006).
              05 FILLER                 PIC  X(001).
              05 CLOR-A-REALIZAR        PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLOR-PROJETADO         PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLOR-ALERTA            PIC  X(007).
           02 LINHA-06.
              05 FILLER                 PIC  X(006) VALUE "ORDEM ".
              05 CLOR-ORDEM             PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLOR-ORDEM-DESCRICAO   PIC  X(040).
              05 FILLER                 PIC  X(010) VALUE
                 " CLIENTE ".
              05 CLOR-PESSOA            PIC  9(005).
              05 FILLER                 PIC  X(001).
              05 CLOR-RAZAO-SOCIAL      PIC  X(040).
              05 FILLER                 PIC  X(001).
              05 CLOR-SITUACAO          PIC  X(010).
           02 LINHA-07.
              05 FILLER                 PIC  X(044) VALUE
                 "*** CUSTO PROJETADO ACIMA DO ORCAMENTO ***".
           02 LINHA-08.
              05 FILLER                 PIC  X(040) VALUE
                 "POS CLI.  RAZAO SOCIAL                  ".
              05 FILLER                 PIC  X(040) VALUE
                 " ORD        RECEITA           CUSTO     ".
              05 FILLER                 PIC  X(035) VALUE
                 "     MARGEM  MARG.%   MARGEM ORCADA".
           02 LINHA-09.
              05 CLRK-POSICAO           PIC  ZZ9.
              05 FILLER                 PIC  X(001).
              05 CLRK-PESSOA            PIC  9(005).
              05 FILLER                 PIC  X(001).
              05 CLRK-RAZAO-SOCIAL      PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLRK-ORDENS            PIC  ZZ9.
              05 FILLER                 PIC  X(001).
              05 CLRK-RECEITA           PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLRK-CUSTO             PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLRK-MARGEM            PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLRK-PERCENTUAL        PIC  ZZZ9,9-.
              05 FILLER                 PIC  X(001).
              05 CLRK-MARGEM-ORCADA     PIC  ZZZ.ZZZ.ZZ9,99-.

       COPY CB002PCW.

       COPY CWIMPR.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Mantem ordem".
           05 LINE 05 COLUMN 03 VALUE "2 - Demonstrativo da ordem".
           05 LINE 06 COLUMN 03 VALUE "3 - Orcamento da ordem".
           05 LINE 07 COLUMN 03 VALUE "4 - Orcado x realizado".
           05 LINE 08 COLUMN 03 VALUE
              "5 - Rentabilidade por cliente".
           05 LINE 10 COLUMN 03 VALUE "Opcao:".
           05 LINE 10 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Ordem..................:".
           05 LINE 06 COLUMN 30 PIC 9(005) USING PESSOA-M.
           05 LINE 07 COLUMN 03 VALUE "Situacao (A/E).........:".
           05 LINE 07 COLUMN 30 PIC X      USING SITUACAO-M.
           05 LINE 08 COLUMN 03 VALUE "Preco do contrato......:".
           05 LINE 08 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING PRECO-M.
           05 LINE 09 COLUMN 03 VALUE "Custo total estimado...:".
           05 LINE 09 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING CUSTO-ESTIMADO-M.

       01  TELA-CHAVE-ORCAMENTO.
           05 LINE 04 COLUMN 03 VALUE "Ordem..................:".
           05 LINE 04 COLUMN 30 PIC 9(006) USING ORDEM-M.
           05 LINE 05 COLUMN 03 VALUE "Grupo de contas........:".
           05 LINE 05 COLUMN 30 PIC 9(015) USING GRUPO-M.
           05 LINE 22 COLUMN 03 VALUE "<Esc>-Fim F4-Exclui".

       01  TELA-ORCAMENTO.
           05 LINE 07 COLUMN 03 VALUE "Natureza (R/C).........:".
           05 LINE 07 COLUMN 30 PIC X      USING NATUREZA-M.
           05 LINE 08 COLUMN 03 VALUE "Valor orcado...........:".
           05 LINE 08 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING ORCADO-M.
           05 LINE 09 COLUMN 03 VALUE "Estimativa p/ concluir.:".
           05 LINE 09 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING A-REALIZAR-M.

       01  TELA-CHAVE-RELATORIO.
           05 LINE 04 COLUMN 03 VALUE "Ordem (zero = abertas).:".
           05 LINE 04 COLUMN 30 PIC 9(006) USING ORDEM-M.

       PROCEDURE DIVISION.

                       WHEN OPCAO = 2
                            PERFORM 200-DEMONSTRATIVO
                                    THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-ORCAMENTO THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-ORCADO-REALIZADO
                                    THRU 400-99-FIM
                       WHEN OPCAO = 5
                            PERFORM 500-RENTABILIDADE
                                    THRU 500-99-FIM
                   END-EVALUATE
           END-PERFORM

                GO TO 100-99-FIM
           END-IF

           MOVE 0       TO EXISTE PESSOA-M PRECO-M CUSTO-ESTIMADO-M
           MOVE SPACES  TO DESCRICAO-M
           MOVE "A"     TO SITUACAO-M
           MOVE ORDEM-M TO CBORDS-ORDEM
                MOVE CBORDS-DESCRICAO  TO DESCRICAO-M
                MOVE CBORDS-PESSOA     TO PESSOA-M
                MOVE CBORDS-SITUACAO   TO SITUACAO-M
                PERFORM 110-CAMPOS-APURACAO THRU 110-99-FIM
                MOVE CBORDS-PRECO-CONTRATO TO PRECO-M
                MOVE CBORDS-CUSTO-ESTIMADO TO CUSTO-ESTIMADO-M
           END-IF

           DISPLAY TELA-ORDEM

           IF   DESCRICAO-M = SPACES
           OR  (SITUACAO-M NOT = "A" AND SITUACAO-M NOT = "E")
           OR  (PRECO-M NOT = 0 AND CUSTO-ESTIMADO-M = 0)
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           MOVE ORDEM-M     TO CBORDS-ORDEM
           MOVE DESCRICAO-M TO CBORDS-DESCRICAO
           MOVE PESSOA-M    TO CBORDS-PESSOA
           MOVE PRECO-M     TO CBORDS-PRECO-CONTRATO
           MOVE CUSTO-ESTIMADO-M
                            TO CBORDS-CUSTO-ESTIMADO
           IF   REGISTRO-EXISTE
                IF   SITUACAO-M = "E"
                AND  NOT CBORDS-ORDEM-ENCERRADA
           ELSE
                MOVE DATA-HOJE  TO CBORDS-DATA-ABERTURA
                MOVE 0          TO CBORDS-DATA-ENCERRAMENTO
                                       CBORDS-RECEITA-AJUSTADA
                                       CBORDS-PERDA-PROVISIONADA
                                       CBORDS-ULTIMA-APURACAO
                MOVE SITUACAO-M TO CBORDS-SITUACAO
                WRITE CBORDS-REG
           END-IF

       100-99-FIM. EXIT.

       110-CAMPOS-APURACAO.

      *    Ordem gravada antes da apuracao por estagio traz estes
      *    campos em branco; valem zero e assim sao regravados

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

       110-99-FIM. EXIT.

       200-DEMONSTRATIVO.

           MOVE 0 TO ORDEM-M

       210-99-FIM. EXIT.

       300-ORCAMENTO.

      *    Um registro por grupo de contas da ordem: a conta de
      *    grupo pode ser de qualquer grau; F4 exclui o grupo

           MOVE 0 TO ORDEM-M GRUPO-M
           DISPLAY TELA-CHAVE-ORCAMENTO
           ACCEPT  TELA-CHAVE-ORCAMENTO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR ORDEM-M = 0 OR GRUPO-M = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           MOVE ORDEM-M TO CBORDS-ORDEM
           READ CBORDS IGNORE LOCK
           IF   FS-CBORDS > "09"
                DISPLAY "Ordem inexistente" LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE GRUPO-M TO CBPLCO-CONTA
           READ CBPLCO IGNORE LOCK
           IF   FS-CBPLCO > "09"
                DISPLAY "Conta inexistente" LINE 23 COLUMN 03
                MOVE "00" TO FS-CBPLCO
                GO TO 300-99-FIM
           END-IF
           DISPLAY CBPLCO-DESCRICAO LINE 05 COLUMN 47

           MOVE 0       TO EXISTE ORCADO-M A-REALIZAR-M
           MOVE "C"     TO NATUREZA-M
           MOVE ORDEM-M TO CBOROR-ORDEM
           MOVE GRUPO-M TO CBOROR-GRUPO
           READ CBOROR
           IF   FS-CBOROR < "10"
                MOVE 1                   TO EXISTE
                MOVE CBOROR-NATUREZA     TO NATUREZA-M
                MOVE CBOROR-VALOR-ORCADO TO ORCADO-M
                MOVE CBOROR-A-REALIZAR   TO A-REALIZAR-M
           END-IF

           DISPLAY TELA-ORCAMENTO
           ACCEPT  TELA-ORCAMENTO
           ACCEPT  TECLA FROM ESCAPE KEY
           INSPECT NATUREZA-M CONVERTING "rc" TO "RC"

           EVALUATE TRUE
                WHEN ESC
                     SET ENTER-KEY TO TRUE
                WHEN F4
                     IF   REGISTRO-EXISTE
                          MOVE ORDEM-M TO CBOROR-ORDEM
                          MOVE GRUPO-M TO CBOROR-GRUPO
                          READ CBOROR LOCK
                          IF   FS-CBOROR < "10"
                               DELETE CBOROR RECORD
                          END-IF
                     END-IF
                     SET ENTER-KEY TO TRUE
                WHEN NATUREZA-M NOT = "R" AND NATUREZA-M NOT = "C"
                     DISPLAY "Natureza deve ser R ou C"
                             LINE 23 COLUMN 03
                WHEN OTHER
                     MOVE ORDEM-M      TO CBOROR-ORDEM
                     MOVE GRUPO-M      TO CBOROR-GRUPO
                     MOVE NATUREZA-M   TO CBOROR-NATUREZA
                     MOVE ORCADO-M     TO CBOROR-VALOR-ORCADO
                     MOVE A-REALIZAR-M TO CBOROR-A-REALIZAR
                     MOVE DATA-HOJE    TO CBOROR-DATA-ESTIMATIVA
                     IF   REGISTRO-EXISTE
                          REWRITE CBOROR-REG
                     ELSE
                          WRITE CBOROR-REG
                     END-IF
                     IF   FS-CBOROR < "10"
                          DISPLAY "Orcamento gravado"
                                  LINE 23 COLUMN 03
                     ELSE
                          DISPLAY "Erro de gravacao em CBOROR"
                                  LINE 23 COLUMN 03
                     END-IF
           END-EVALUATE.

       300-99-FIM. EXIT.

       400-ORCADO-REALIZADO.

           MOVE 0 TO ORDEM-M
           DISPLAY TELA-CHAVE-RELATORIO
           ACCEPT  TELA-CHAVE-RELATORIO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           IF   ORDEM-M NOT = 0
                MOVE ORDEM-M TO CBORDS-ORDEM
                READ CBORDS IGNORE LOCK
                IF   FS-CBORDS > "09"
                     DISPLAY "Ordem inexistente" LINE 23 COLUMN 03
                     GO TO 400-99-FIM
                END-IF
           END-IF

           OPEN INPUT CBORSA

           MOVE "ORDENS DE SERVICO - ORCADO X REALIZADO"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           IF   ORDEM-M = 0
                MOVE "ORDENS ABERTAS" TO CWIMPR-SUB-TITLE
           END-IF
           MOVE LINHA-04  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB178PB" TO CWIMPR-REPORT
           MOVE 0         TO ORDENS-LISTADAS

           IF   ORDEM-M NOT = 0
                PERFORM 410-ORDEM THRU 410-99-FIM
           ELSE
                MOVE 0 TO CBORDS-ORDEM
                START CBORDS KEY NOT LESS CBORDS-CHAVE
                PERFORM UNTIL FS-CBORDS > "09"
                        READ CBORDS NEXT RECORD IGNORE LOCK
                        IF   FS-CBORDS < "10"
                        AND  CBORDS-ORDEM-ABERTA
                             PERFORM 410-ORDEM THRU 410-99-FIM
                        END-IF
                END-PERFORM
                MOVE "00" TO FS-CBORDS
           END-IF

           CLOSE CBORSA
           MOVE "00" TO FS-CBORSA

           IF   ORDENS-LISTADAS = 0
                DISPLAY "Nenhuma ordem listada" LINE 23 COLUMN 03
           ELSE
                MOVE "CLOSE" TO CWIMPR-TIME-REPORT
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF.

       400-99-FIM. EXIT.

       410-ORDEM.

           PERFORM 600-APURA-ORDEM THRU 600-99-FIM
           ADD 1 TO ORDENS-LISTADAS

           MOVE CBORDS-ORDEM     TO CLOR-ORDEM
           MOVE CBORDS-DESCRICAO TO CLOR-ORDEM-DESCRICAO
           MOVE CBORDS-PESSOA    TO CLOR-PESSOA PESSOA-BUSCA
           PERFORM 620-RAZAO-SOCIAL THRU 620-99-FIM
           MOVE CBPESS-RAZAO-SOCIAL TO CLOR-RAZAO-SOCIAL
           IF   CBORDS-ORDEM-ENCERRADA
                MOVE "ENCERRADA" TO CLOR-SITUACAO
           ELSE
                MOVE "ABERTA"    TO CLOR-SITUACAO
           END-IF
           MOVE LINHA-06 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           PERFORM 420-LINHA-GRUPO THRU 420-99-FIM
                   VARYING G FROM 1 BY 1 UNTIL G > TOTAL-GRUPOS

           IF   SEM-ORCAMENTO NOT = 0
                MOVE SPACES          TO LINHA-05
                MOVE "SEM ORCAMENTO" TO CLOR-DESCRICAO
                MOVE 0               TO ORCADO-LINHA A-REALIZAR-LINHA
                MOVE SEM-ORCAMENTO   TO REALIZADO-LINHA
                PERFORM 430-VALORES THRU 430-99-FIM
           END-IF

      *    Totais da ordem: a receita e o custo orcados contra o
      *    realizado, e a margem pela mesma regua

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE SPACES             TO LINHA-05
           MOVE "TOTAL DE RECEITAS" TO CLOR-DESCRICAO
           MOVE "R"                TO CLOR-NATUREZA
           MOVE RECEITA-ORCADA     TO ORCADO-LINHA
           MOVE RECEITA-REALIZADA  TO REALIZADO-LINHA
           MOVE RECEITA-A-REALIZAR TO A-REALIZAR-LINHA
           PERFORM 430-VALORES THRU 430-99-FIM

           MOVE SPACES             TO LINHA-05
           MOVE "TOTAL DE CUSTOS"  TO CLOR-DESCRICAO
           MOVE "C"                TO CLOR-NATUREZA
           MOVE CUSTO-ORCADO       TO ORCADO-LINHA
           MOVE CUSTO-REALIZADO    TO REALIZADO-LINHA
           MOVE CUSTO-A-REALIZAR   TO A-REALIZAR-LINHA
           PERFORM 430-VALORES THRU 430-99-FIM

           MOVE SPACES             TO LINHA-05
           MOVE "MARGEM"           TO CLOR-DESCRICAO
           COMPUTE ORCADO-LINHA     = RECEITA-ORCADA
                                    - CUSTO-ORCADO
           COMPUTE REALIZADO-LINHA  = RECEITA-REALIZADA
                                    - CUSTO-REALIZADO
           COMPUTE A-REALIZAR-LINHA = RECEITA-A-REALIZAR
                                    - CUSTO-A-REALIZAR
           PERFORM 430-VALORES THRU 430-99-FIM

           IF   CUSTO-REALIZADO + CUSTO-A-REALIZAR > CUSTO-ORCADO
                MOVE LINHA-07 TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       410-99-FIM. EXIT.

       420-LINHA-GRUPO.

           MOVE SPACES          TO LINHA-05
           MOVE TB-GRUPO (G)    TO CB002PCW-CONTA CBPLCO-CONTA
           MOVE "E"             TO CB002PCW-FUNCAO
           CALL "CB002PCW"   USING PARAMETROS-CB002PCW
           MOVE CB002PCW-CONTA-ED TO CLOR-GRUPO
           READ CBPLCO IGNORE LOCK
           IF   FS-CBPLCO < "10"
                MOVE CBPLCO-DESCRICAO TO CLOR-DESCRICAO
           END-IF
           MOVE "00"               TO FS-CBPLCO
           MOVE TB-NATUREZA (G)    TO CLOR-NATUREZA
           MOVE TB-ORCADO (G)      TO ORCADO-LINHA
           MOVE TB-REALIZADO (G)   TO REALIZADO-LINHA
           MOVE TB-A-REALIZAR (G)  TO A-REALIZAR-LINHA
           PERFORM 430-VALORES THRU 430-99-FIM.

       420-99-FIM. EXIT.

       430-VALORES.

           COMPUTE PROJETADO-LINHA = REALIZADO-LINHA
                                   + A-REALIZAR-LINHA
           MOVE ORCADO-LINHA     TO CLOR-ORCADO
           MOVE REALIZADO-LINHA  TO CLOR-REALIZADO
           MOVE A-REALIZAR-LINHA TO CLOR-A-REALIZAR
           MOVE PROJETADO-LINHA  TO CLOR-PROJETADO
           IF   ORCADO-LINHA > 0
                COMPUTE PERCENTUAL ROUNDED = REALIZADO-LINHA * 100
                                           / ORCADO-LINHA
                     ON SIZE ERROR
                        MOVE 9999,9 TO PERCENTUAL
                END-COMPUTE
                IF   PERCENTUAL < 0
                     MOVE 0 TO PERCENTUAL
                END-IF
                MOVE PERCENTUAL TO CLOR-PERCENTUAL
           ELSE
                MOVE SPACES     TO CLOR-PERCENTUAL-X
           END-IF
           IF   CLOR-NATUREZA = "C"
           AND  PROJETADO-LINHA > ORCADO-LINHA
                MOVE "ESTOURO" TO CLOR-ALERTA
           END-IF
           MOVE LINHA-05 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       430-99-FIM. EXIT.

       500-RENTABILIDADE.

      *    Ordens encerradas acumuladas por cliente e listadas da
      *    maior para a menor margem realizada

           OPEN INPUT CBORSA
           MOVE 0 TO TOTAL-PESSOAS
           MOVE 0 TO CBORDS-ORDEM
           START CBORDS KEY NOT LESS CBORDS-CHAVE
           PERFORM UNTIL FS-CBORDS > "09"
                   READ CBORDS NEXT RECORD IGNORE LOCK
                   IF   FS-CBORDS < "10"
                   AND  CBORDS-ORDEM-ENCERRADA
                        PERFORM 510-ACUMULA-CLIENTE THRU 510-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBORDS
           CLOSE CBORSA
           MOVE "00" TO FS-CBORSA

           IF   TOTAL-PESSOAS = 0
                DISPLAY "Nenhuma ordem encerrada" LINE 23 COLUMN 03
                GO TO 500-99-FIM
           END-IF

           MOVE "RENTABILIDADE DAS ORDENS ENCERRADAS POR CLIENTE"
             TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           MOVE LINHA-08  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB178PC" TO CWIMPR-REPORT

           PERFORM 520-PROXIMO-CLIENTE THRU 520-99-FIM
                   VARYING POSICAO FROM 1 BY 1
                   UNTIL POSICAO > TOTAL-PESSOAS

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       500-99-FIM. EXIT.

       510-ACUMULA-CLIENTE.

           PERFORM 600-APURA-ORDEM THRU 600-99-FIM

           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > TOTAL-PESSOAS
                      OR TB-PESSOA (P) = CBORDS-PESSOA
                   CONTINUE
           END-PERFORM
           IF   P > TOTAL-PESSOAS
                IF   TOTAL-PESSOAS = 300
                     DISPLAY "Limite de 300 clientes no ranking"
                             LINE 23 COLUMN 03
                     GO TO 510-99-FIM
                END-IF
                ADD  1              TO TOTAL-PESSOAS
                MOVE TOTAL-PESSOAS  TO P
                MOVE CBORDS-PESSOA  TO TB-PESSOA (P)
                MOVE 0              TO TB-ORDENS (P)
                                       TB-RECEITA (P)
                                       TB-CUSTO (P)
                                       TB-MARGEM-ORCADA (P)
                MOVE "N"            TO TB-LISTADA (P)
           END-IF

           ADD 1                 TO TB-ORDENS (P)
           ADD RECEITA-REALIZADA TO TB-RECEITA (P)
           ADD CUSTO-REALIZADO   TO TB-CUSTO (P)
           COMPUTE TB-MARGEM-ORCADA (P) = TB-MARGEM-ORCADA (P)
                                        + RECEITA-ORCADA
                                        - CUSTO-ORCADO.

       510-99-FIM. EXIT.

       520-PROXIMO-CLIENTE.

           MOVE 0 TO P-MAIOR
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > TOTAL-PESSOAS
                   IF   TB-LISTADA (P) = "N"
                        IF   P-MAIOR = 0
                             MOVE P TO P-MAIOR
                        ELSE
                             COMPUTE MARGEM-RANKING
                                   = TB-RECEITA (P) - TB-CUSTO (P)
                                   - TB-RECEITA (P-MAIOR)
                                   + TB-CUSTO (P-MAIOR)
                             IF   MARGEM-RANKING > 0
                                  MOVE P TO P-MAIOR
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM

           MOVE P-MAIOR TO P
           MOVE "S"     TO TB-LISTADA (P)

           MOVE SPACES            TO LINHA-09
           MOVE POSICAO           TO CLRK-POSICAO
           MOVE TB-PESSOA (P)     TO CLRK-PESSOA
           MOVE TB-PESSOA (P)     TO PESSOA-BUSCA
           PERFORM 620-RAZAO-SOCIAL THRU 620-99-FIM
           MOVE CBPESS-RAZAO-SOCIAL TO CLRK-RAZAO-SOCIAL
           MOVE TB-ORDENS (P)     TO CLRK-ORDENS
           MOVE TB-RECEITA (P)    TO CLRK-RECEITA
           MOVE TB-CUSTO (P)      TO CLRK-CUSTO
           COMPUTE MARGEM-RANKING = TB-RECEITA (P) - TB-CUSTO (P)
           MOVE MARGEM-RANKING    TO CLRK-MARGEM
           MOVE 0                 TO PERCENTUAL
           IF   TB-RECEITA (P) > 0
                COMPUTE PERCENTUAL ROUNDED = MARGEM-RANKING * 100
                                           / TB-RECEITA (P)
                     ON SIZE ERROR
                        MOVE 0 TO PERCENTUAL
                END-COMPUTE
           END-IF
           MOVE PERCENTUAL             TO CLRK-PERCENTUAL
           MOVE TB-MARGEM-ORCADA (P)   TO CLRK-MARGEM-ORCADA
           MOVE LINHA-09 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       520-99-FIM. EXIT.

       600-APURA-ORDEM.

      *    Carrega os grupos orcados da ordem e distribui o CBORSA:
      *    cada conta sobe pela estrutura (CB002PCW) ate o primeiro
      *    grupo orcado; o que nao encontra grupo fica sem orcamento.
      *    Custo realizado = debitos - creditos; receita o inverso

           MOVE 0 TO TOTAL-GRUPOS SEM-ORCAMENTO
                     RECEITA-ORCADA RECEITA-REALIZADA RECEITA-A-REALIZAR
                     CUSTO-ORCADO CUSTO-REALIZADO CUSTO-A-REALIZAR

           MOVE CBORDS-ORDEM TO CBOROR-ORDEM
           MOVE 0            TO CBOROR-GRUPO
           START CBOROR KEY NOT LESS CBOROR-CHAVE
           PERFORM UNTIL FS-CBOROR > "09"
                   READ CBOROR NEXT RECORD IGNORE LOCK
                   IF   FS-CBOROR < "10"
                        IF   CBOROR-ORDEM NOT = CBORDS-ORDEM
                             MOVE "10" TO FS-CBOROR
                        ELSE
                             IF   TOTAL-GRUPOS < 99
                                  ADD 1 TO TOTAL-GRUPOS
                                  MOVE TOTAL-GRUPOS TO G
                                  MOVE CBOROR-GRUPO
                                    TO TB-GRUPO (G)
                                  MOVE CBOROR-NATUREZA
                                    TO TB-NATUREZA (G)
                                  MOVE CBOROR-VALOR-ORCADO
                                    TO TB-ORCADO (G)
                                  MOVE CBOROR-A-REALIZAR
                                    TO TB-A-REALIZAR (G)
                                  MOVE 0 TO TB-REALIZADO (G)
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBOROR

           IF   FS-CBORSA = "00"
                MOVE CBORDS-ORDEM TO CBORSA-ORDEM
                MOVE 0            TO CBORSA-COD-RED CBORSA-AAAAMM
                START CBORSA KEY NOT LESS CBORSA-CHAVE
                PERFORM UNTIL FS-CBORSA > "09"
                        READ CBORSA NEXT RECORD IGNORE LOCK
                        IF   FS-CBORSA > "09"
                        OR   CBORSA-ORDEM NOT = CBORDS-ORDEM
                             MOVE "10" TO FS-CBORSA
                        ELSE
                             PERFORM 610-DISTRIBUI THRU 610-99-FIM
                        END-IF
                END-PERFORM
                MOVE "00" TO FS-CBORSA
           END-IF

           PERFORM VARYING G FROM 1 BY 1 UNTIL G > TOTAL-GRUPOS
                   IF   TB-NATUREZA (G) = "R"
                        ADD TB-ORCADO (G)     TO RECEITA-ORCADA
                        ADD TB-REALIZADO (G)  TO RECEITA-REALIZADA
                        ADD TB-A-REALIZAR (G) TO RECEITA-A-REALIZAR
                   ELSE
                        ADD TB-ORCADO (G)     TO CUSTO-ORCADO
                        ADD TB-REALIZADO (G)  TO CUSTO-REALIZADO
                        ADD TB-A-REALIZAR (G) TO CUSTO-A-REALIZAR
                   END-IF
           END-PERFORM

      *    Sem orcamento: saldo devedor e custo, credor e receita

           IF   SEM-ORCAMENTO > 0
                ADD SEM-ORCAMENTO TO CUSTO-REALIZADO
           ELSE
                SUBTRACT SEM-ORCAMENTO FROM RECEITA-REALIZADA
           END-IF.

       600-99-FIM. EXIT.

       610-DISTRIBUI.

           MOVE 0 TO G-ACHADO CONTA-BUSCA
           MOVE CBORSA-COD-RED TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO < "10"
                MOVE CBPLCO-CONTA TO CONTA-BUSCA
           END-IF
           MOVE "00" TO FS-CBPLCO

           PERFORM UNTIL G-ACHADO NOT = 0 OR CONTA-BUSCA = 0
                   PERFORM VARYING G FROM 1 BY 1
                           UNTIL G > TOTAL-GRUPOS
                              OR G-ACHADO NOT = 0
                           IF   TB-GRUPO (G) = CONTA-BUSCA
                                MOVE G TO G-ACHADO
                           END-IF
                   END-PERFORM
                   IF   G-ACHADO = 0
                        MOVE CONTA-BUSCA TO CB002PCW-CONTA
                        MOVE "S"         TO CB002PCW-FUNCAO
                        CALL "CB002PCW" USING PARAMETROS-CB002PCW
                        IF   CB002PCW-CONTA = CONTA-BUSCA
                             MOVE 0 TO CONTA-BUSCA
                        ELSE
                             MOVE CB002PCW-CONTA TO CONTA-BUSCA
                        END-IF
                   END-IF
           END-PERFORM

           IF   G-ACHADO = 0
                COMPUTE SEM-ORCAMENTO = SEM-ORCAMENTO
                                      + CBORSA-A-DEBITO
                                      - CBORSA-A-CREDITO
           ELSE
                MOVE G-ACHADO TO G
                IF   TB-NATUREZA (G) = "R"
                     COMPUTE TB-REALIZADO (G) = TB-REALIZADO (G)
                                              + CBORSA-A-CREDITO
                                              - CBORSA-A-DEBITO
                ELSE
                     COMPUTE TB-REALIZADO (G) = TB-REALIZADO (G)
                                              + CBORSA-A-DEBITO
                                              - CBORSA-A-CREDITO
                END-IF
           END-IF.

       610-99-FIM. EXIT.

       620-RAZAO-SOCIAL.

           MOVE SPACES TO CBPESS-RAZAO-SOCIAL
           IF   FS-CBPESS = "00"
                MOVE PESSOA-BUSCA TO CBPESS-CODIGO
                READ CBPESS IGNORE LOCK
                IF   FS-CBPESS > "09"
                     MOVE SPACES TO CBPESS-RAZAO-SOCIAL
                END-IF
                MOVE "00" TO FS-CBPESS
           END-IF.

       620-99-FIM. EXIT.

       800-INICIAIS.

           ACCEPT DATA-HOJE FROM DATE
                GOBACK
           END-IF

           OPEN I-O CBOROR
           IF   FS-CBOROR = "30" OR "35"
                CLOSE CBOROR
                OPEN OUTPUT CBOROR
                CLOSE CBOROR
                OPEN I-O CBOROR
           END-IF

           OPEN INPUT CBPLCO CBPESS.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBORDS CBPLCO CBOROR CBPESS.

       900-99-FIM. EXIT.

