       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB200PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Estoque permanente por grupo de produto      *
                      *                                               *
                      *  Mantem o registro de estoque (CBESTQ) com    *
                      *  as contas de estoque e de CMV de cada grupo  *
                      *  do faturamento, recebe as entradas de        *
                      *  compra (digitadas, com lancamento estoque x  *
                      *  contrapartida opcional, ou importadas do     *
                      *  arquivo de notas de entrada ja lancadas no   *
                      *  contas a pagar), lista a ficha de estoque e  *
                      *  emite o Livro de Registro de Inventario da   *
                      *  posicao em 31/12, amarrado ao saldo das      *
                      *  contas de estoque no CBCOSA. As saidas vem   *
                      *  das notas do CB152PCW, que lanca o CMV x     *
                      *  estoque de cada nota pelo CB201PCW           *
                      *                                               *
                      *  Layout das entradas: nota 9(8), data 9(8),   *
                      *  grupo 9(4), quantidade 9(9)V999 e valor      *
                      *  9(12)V99                                     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBESTQSL.
       COPY CBESMVSL.
       COPY CBPLCOSL.
       COPY CBCOSASL.

           SELECT ENTRADAS ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-ENTRADAS.

       DATA DIVISION.
       FILE SECTION.

       COPY CBESTQFD.
       COPY CBESMVFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.

       FD  ENTRADAS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-ENTRADAS.

       01  ENTRADAS-REG.
           05 ENTRADAS-NOTA                    PIC  9(008).
           05 ENTRADAS-DATA                    PIC  9(008).
           05 ENTRADAS-GRUPO                   PIC  9(004).
           05 ENTRADAS-QUANTIDADE              PIC  9(009)V999.
           05 ENTRADAS-VALOR                   PIC  9(012)V99.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB200PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 GRUPO-M                   PIC  9(004) VALUE 0.
           05 DESCRICAO-M               PIC  X(030) VALUE SPACES.
           05 UNIDADE-M                 PIC  X(003) VALUE SPACES.
           05 COD-RED-ESTOQUE-M         PIC  9(005) VALUE 0.
           05 COD-RED-CMV-M             PIC  9(005) VALUE 0.
           05 CENTRO-M                  PIC  9(004) VALUE 0.
           05 HISTORICO-M               PIC  9(004) VALUE 0.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 DATA-E                    PIC  9(008) VALUE 0.
           05 QUANTIDADE-E              PIC  9(009)V999 VALUE 0.
           05 VALOR-E                   PIC  9(012)V99 VALUE 0.
           05 NOTA-E                    PIC  9(008) VALUE 0.
           05 COD-RED-CONTRA-E          PIC  9(005) VALUE 0.
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 DATA-DE                   PIC  9(008) VALUE 0.
           05 DATA-ATE                  PIC  9(008) VALUE 0.
           05 ANO-INVENTARIO            PIC  9(004) VALUE 0.
           05 DATA-INVENTARIO           PIC  9(008) VALUE 0.
           05 REF-INVENTARIO            PIC  9(006) VALUE 0.
           05 DATA-DDMMAA               PIC  9(006) VALUE 0.
           05 DATA-W                    PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-W.
              10 DATA-W-AAAA            PIC  9(004).
              10 DATA-W-MM              PIC  9(002).
              10 DATA-W-DD              PIC  9(002).
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 CENTRO-PAR                PIC  9(004) VALUE 0.
           05 HISTORICO-PAR             PIC  9(004) VALUE 0.
           05 DOCTO-PAR                 PIC  9(008) VALUE 0.
           05 VALOR-PAR                 PIC  9(012)V99 VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 QT-LIDAS           COMP-3 PIC  9(006) VALUE 0.
           05 QT-GRAVADAS        COMP-3 PIC  9(006) VALUE 0.
           05 QT-RECUSADAS       COMP-3 PIC  9(006) VALUE 0.
           05 QUANTIDADE-INV     COMP-3 PIC  9(009)V999 VALUE 0.
           05 VALOR-INV          COMP-3 PIC  9(012)V99 VALUE 0.
           05 CUSTO-INV          COMP-3 PIC  9(009)V9999 VALUE 0.
           05 TOTAL-INVENTARIO   COMP-3 PIC  9(014)V99 VALUE 0.
           05 TOTAL-ENTRADAS     COMP-3 PIC  9(014)V99 VALUE 0.
           05 TOTAL-SAIDAS       COMP-3 PIC  9(014)V99 VALUE 0.
           05 SALDO-CONTABIL     COMP-3 PIC S9(014)V99 VALUE 0.
           05 DIFERENCA          COMP-3 PIC S9(014)V99 VALUE 0.
           05 I                         PIC  9(003) VALUE 0.
           05 QT-CONTAS                 PIC  9(003) VALUE 0.
           05 TABELA-CONTAS.
              10 CONTA-ESTOQUE OCCURS 100.
                 15 TB-COD-RED          PIC  9(005).
                 15 TB-VALOR     COMP-3 PIC  9(014)V99.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBESTQ.
              10 FS-CBESTQ              PIC  X(002) VALUE "00".
              10 LB-CBESTQ              PIC  X(050) VALUE "CBESTQ".
           05 ER-CBESMV.
              10 FS-CBESMV              PIC  X(002) VALUE "00".
              10 LB-CBESMV              PIC  X(050) VALUE "CBESMV".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".
           05 ER-ENTRADAS.
              10 FS-ENTRADAS            PIC  X(002) VALUE "00".
              10 LB-ENTRADAS            PIC  X(050) VALUE SPACES.

       COPY CB043PCW.
       COPY CB201PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(010) VALUE "NOTA      ".
              05 FILLER                 PIC  X(011) VALUE "DATA       ".
              05 FILLER                 PIC  X(006) VALUE "GRUPO ".
              05 FILLER                 PIC  X(017) VALUE
                 "       QUANTIDADE".
              05 FILLER                 PIC  X(019) VALUE
                 "             VALOR ".
              05 FILLER                 PIC  X(012) VALUE
                 "SITUACAO    ".
           02 LINHA-02.
              05 CLIC-NOTA              PIC  9(008).
              05 FILLER                 PIC  X(002).
              05 CLIC-DATA              PIC  X(010).
              05 FILLER                 PIC  X(001).
              05 CLIC-GRUPO             PIC  9(004).
              05 FILLER                 PIC  X(002).
              05 CLIC-QUANTIDADE        PIC  ZZZ.ZZZ.ZZ9,999.
              05 FILLER                 PIC  X(001).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-SITUACAO          PIC  X(012).
           02 LINHA-03.
              05 FILLER                 PIC  X(011) VALUE "DATA       ".
              05 FILLER                 PIC  X(002) VALUE "T ".
              05 FILLER                 PIC  X(009) VALUE "DOCTO    ".
              05 FILLER                 PIC  X(009) VALUE "ORIGEM   ".
              05 FILLER                 PIC  X(016) VALUE
                 "      QUANTIDADE".
              05 FILLER                 PIC  X(019) VALUE
                 "             VALOR ".
              05 FILLER                 PIC  X(016) VALUE
                 "     CUSTO MEDIO".
              05 FILLER                 PIC  X(016) VALUE
                 "     SALDO QTDE.".
              05 FILLER                 PIC  X(019) VALUE
                 "       SALDO VALOR ".
              05 FILLER                 PIC  X(008) VALUE "LANCTO. ".
           02 LINHA-04.
              05 CLIC-DATA-F            PIC  X(010).
              05 FILLER                 PIC  X(001).
              05 CLIC-TIPO-F            PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLIC-DOCTO-F           PIC  9(008).
              05 FILLER                 PIC  X(001).
              05 CLIC-ORIGEM-F          PIC  X(008).
              05 FILLER                 PIC  X(001).
              05 CLIC-QUANTIDADE-F      PIC  ZZZ.ZZZ.ZZ9,999.
              05 FILLER                 PIC  X(001).
              05 CLIC-VALOR-F           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-CUSTO-F           PIC  ZZZ.ZZZ.ZZ9,9999.
              05 CLIC-SALDO-QT-F        PIC  ZZZ.ZZZ.ZZ9,999.
              05 FILLER                 PIC  X(001).
              05 CLIC-SALDO-VL-F        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-LANCAMENTO-F      PIC  9(007).
           02 LINHA-05.
              05 FILLER                 PIC  X(006) VALUE "GRUPO ".
              05 FILLER                 PIC  X(032) VALUE
                 "DISCRIMINACAO                   ".
              05 FILLER                 PIC  X(004) VALUE "UN. ".
              05 FILLER                 PIC  X(016) VALUE
                 "      QUANTIDADE".
              05 FILLER                 PIC  X(017) VALUE
                 "  VALOR UNITARIO ".
              05 FILLER                 PIC  X(019) VALUE
                 "       VALOR TOTAL ".
              05 FILLER                 PIC  X(006) VALUE "CONTA ".
           02 LINHA-06.
              05 CLIC-GRUPO-I           PIC  9(004).
              05 FILLER                 PIC  X(002).
              05 CLIC-DESCRICAO-I       PIC  X(030).
              05 FILLER                 PIC  X(002).
              05 CLIC-UNIDADE-I         PIC  X(003).
              05 FILLER                 PIC  X(001).
              05 CLIC-QUANTIDADE-I      PIC  ZZZ.ZZZ.ZZ9,999.
              05 FILLER                 PIC  X(001).
              05 CLIC-CUSTO-I           PIC  ZZZ.ZZZ.ZZ9,9999.
              05 FILLER                 PIC  X(001).
              05 CLIC-VALOR-I           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-COD-RED-I         PIC  9(005).
           02 LINHA-07.
              05 CLIC-TOTAL-LIT         PIC  X(040).
              05 CLIC-TOTAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 LINHA-08.
              05 FILLER                 PIC  X(006) VALUE "CONTA ".
              05 FILLER                 PIC  X(032) VALUE
                 "DESCRICAO                       ".
              05 FILLER                 PIC  X(020) VALUE
                 "   TOTAL INVENTARIO ".
              05 FILLER                 PIC  X(020) VALUE
                 "      SALDO CONTABIL".
              05 FILLER                 PIC  X(020) VALUE
                 "           DIFERENCA".
           02 LINHA-09.
              05 CLIC-COD-RED-T         PIC  9(005).
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO-T       PIC  X(030).
              05 FILLER                 PIC  X(002).
              05 CLIC-INVENTARIO-T      PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-CONTABIL-T        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 CLIC-DIFERENCA-T       PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Mantem grupo de estoque".
           05 LINE 05 COLUMN 03 VALUE "2 - Entrada de compra".
           05 LINE 06 COLUMN 03 VALUE "3 - Importa entradas".
           05 LINE 07 COLUMN 03 VALUE "4 - Ficha de estoque".
           05 LINE 08 COLUMN 03 VALUE "5 - Registro de Inventario".
           05 LINE 10 COLUMN 03 VALUE "Opcao:".
           05 LINE 10 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Grupo de produto.......:".
           05 LINE 04 COLUMN 30 PIC 9(004) USING GRUPO-M.

       01  TELA-GRUPO.
           05 LINE 05 COLUMN 03 VALUE "Descricao..............:".
           05 LINE 05 COLUMN 30 PIC X(030) USING DESCRICAO-M.
           05 LINE 06 COLUMN 03 VALUE "Unidade................:".
           05 LINE 06 COLUMN 30 PIC X(003) USING UNIDADE-M.
           05 LINE 07 COLUMN 03 VALUE "Conta estoque (cod-red):".
           05 LINE 07 COLUMN 30 PIC 9(005) USING COD-RED-ESTOQUE-M.
           05 LINE 08 COLUMN 03 VALUE "Conta CMV (cod-red)....:".
           05 LINE 08 COLUMN 30 PIC 9(005) USING COD-RED-CMV-M.
           05 LINE 09 COLUMN 03 VALUE "Centro de custo........:".
           05 LINE 09 COLUMN 30 PIC 9(004) USING CENTRO-M.
           05 LINE 10 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 10 COLUMN 30 PIC 9(004) USING HISTORICO-M.
           05 LINE 12 COLUMN 03 VALUE "Saldo em quantidade....:".
           05 LINE 12 COLUMN 30 PIC ZZZ.ZZZ.ZZ9,999
                                FROM CBESTQ-QUANTIDADE.
           05 LINE 13 COLUMN 03 VALUE "Saldo em valor.........:".
           05 LINE 13 COLUMN 30 PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                FROM CBESTQ-VALOR.
           05 LINE 14 COLUMN 03 VALUE "Custo medio............:".
           05 LINE 14 COLUMN 30 PIC ZZZ.ZZZ.ZZ9,9999
                                FROM CBESTQ-CUSTO-MEDIO.

       01  TELA-ENTRADA.
           05 LINE 05 COLUMN 03 VALUE "Data (AAAAMMDD)........:".
           05 LINE 05 COLUMN 30 PIC 9(008) USING DATA-E.
           05 LINE 06 COLUMN 03 VALUE "Quantidade.............:".
           05 LINE 06 COLUMN 30 PIC ZZZ.ZZZ.ZZ9,999 USING QUANTIDADE-E.
           05 LINE 07 COLUMN 03 VALUE "Valor..................:".
           05 LINE 07 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING VALOR-E.
           05 LINE 08 COLUMN 03 VALUE "Nota fiscal............:".
           05 LINE 08 COLUMN 30 PIC 9(008) USING NOTA-E.
           05 LINE 09 COLUMN 03 VALUE "Contrapartida (0=ja no".
           05 LINE 10 COLUMN 03 VALUE " contas a pagar).......:".
           05 LINE 10 COLUMN 30 PIC 9(005) USING COD-RED-CONTRA-E.
           05 LINE 11 COLUMN 03 VALUE "BAC (serie/numero).....:".
           05 LINE 11 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 11 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 12 COLUMN 03 VALUE "Dia de referencia......:".
           05 LINE 12 COLUMN 30 PIC 9(002) USING DIA-REF.

       01  TELA-IMPORTA.
           05 LINE 04 COLUMN 03 VALUE "Arquivo de entradas....:".
           05 LINE 04 COLUMN 30 PIC X(050) USING LB-ENTRADAS.

       01  TELA-FICHA.
           05 LINE 05 COLUMN 03 VALUE "Data de (AAAAMMDD).....:".
           05 LINE 05 COLUMN 30 PIC 9(008) USING DATA-DE.
           05 LINE 06 COLUMN 03 VALUE "Data ate (AAAAMMDD)....:".
           05 LINE 06 COLUMN 30 PIC 9(008) USING DATA-ATE.

       01  TELA-INVENTARIO.
           05 LINE 04 COLUMN 03 VALUE "Exercicio (AAAA).......:".
           05 LINE 04 COLUMN 30 PIC 9(004) USING ANO-INVENTARIO.

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
                            PERFORM 100-MANTEM-GRUPO THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-ENTRADA      THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-IMPORTA      THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-FICHA        THRU 400-99-FIM
                       WHEN OPCAO = 5
                            PERFORM 500-INVENTARIO   THRU 500-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-MANTEM-GRUPO.

           MOVE 0 TO GRUPO-M
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR GRUPO-M = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           OPEN I-O CBESTQ
           IF   FS-CBESTQ = "30" OR "35"
                CLOSE CBESTQ
                OPEN OUTPUT CBESTQ
                CLOSE CBESTQ
                OPEN I-O CBESTQ
           END-IF
           IF   FS-CBESTQ > "09"
                DISPLAY "Registro de estoque (CBESTQ) indisponivel"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

      *    Saldos e custo medio so mudam pelo CB201PCW: aqui se
      *    mantem apenas a identificacao e as contas do grupo

           MOVE 0          TO EXISTE COD-RED-ESTOQUE-M COD-RED-CMV-M
                              CENTRO-M HISTORICO-M
           MOVE SPACES     TO DESCRICAO-M UNIDADE-M
           MOVE GRUPO-M    TO CBESTQ-GRUPO
           READ CBESTQ
           IF   FS-CBESTQ < "10"
                MOVE 1                      TO EXISTE
                MOVE CBESTQ-DESCRICAO       TO DESCRICAO-M
                MOVE CBESTQ-UNIDADE         TO UNIDADE-M
                MOVE CBESTQ-COD-RED-ESTOQUE TO COD-RED-ESTOQUE-M
                MOVE CBESTQ-COD-RED-CMV     TO COD-RED-CMV-M
                MOVE CBESTQ-CENTRO-CUSTO    TO CENTRO-M
                MOVE CBESTQ-HISTORICO       TO HISTORICO-M
           ELSE
                INITIALIZE CBESTQ-REG
           END-IF

           DISPLAY TELA-GRUPO
           ACCEPT  TELA-GRUPO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-98-FECHA
           END-IF

           IF   DESCRICAO-M = SPACES
           OR   COD-RED-ESTOQUE-M = 0 OR COD-RED-CMV-M = 0
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-98-FECHA
           END-IF

           MOVE GRUPO-M           TO CBESTQ-GRUPO
           MOVE DESCRICAO-M       TO CBESTQ-DESCRICAO
           MOVE UNIDADE-M         TO CBESTQ-UNIDADE
           MOVE COD-RED-ESTOQUE-M TO CBESTQ-COD-RED-ESTOQUE
           MOVE COD-RED-CMV-M     TO CBESTQ-COD-RED-CMV
           MOVE CENTRO-M          TO CBESTQ-CENTRO-CUSTO
           MOVE HISTORICO-M       TO CBESTQ-HISTORICO
           IF   REGISTRO-EXISTE
                REWRITE CBESTQ-REG
           ELSE
                WRITE CBESTQ-REG
           END-IF
           IF   FS-CBESTQ < "10"
                DISPLAY "Grupo de estoque gravado" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBESTQ"
                        LINE 23 COLUMN 03
           END-IF.

       100-98-FECHA.

           CLOSE CBESTQ.

       100-99-FIM. EXIT.

       200-ENTRADA.

           MOVE 0 TO GRUPO-M
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR GRUPO-M = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           OPEN INPUT CBESTQ
           MOVE GRUPO-M TO CBESTQ-GRUPO
           READ CBESTQ IGNORE LOCK
           IF   FS-CBESTQ > "09"
                DISPLAY "Grupo sem registro de estoque"
                        LINE 23 COLUMN 03
                CLOSE CBESTQ
                GO TO 200-99-FIM
           END-IF
           CLOSE CBESTQ

           MOVE 0 TO DATA-E QUANTIDADE-E VALOR-E NOTA-E
                     COD-RED-CONTRA-E SERIE-BAC NUMERO-BAC DIA-REF
           DISPLAY TELA-ENTRADA
           ACCEPT  TELA-ENTRADA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           IF   DATA-E = 0 OR QUANTIDADE-E = 0 OR VALOR-E = 0
           OR  (COD-RED-CONTRA-E NOT = 0
                AND (SERIE-BAC = 0 OR DIA-REF = 0))
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           IF   DATA-E < CBESTQ-ULTIMA-DATA
                DISPLAY "Data anterior a ultima movimentacao do grupo"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

      *    Compra ainda nao contabilizada: estoque contra a
      *    contrapartida informada; ja lancada pelo contas a pagar,
      *    so entra na ficha

           MOVE 0 TO LANCAMENTO-GERADO
           IF   COD-RED-CONTRA-E NOT = 0
                MOVE CBESTQ-COD-RED-ESTOQUE TO COD-RED-DB
                MOVE COD-RED-CONTRA-E       TO COD-RED-CR
                MOVE CBESTQ-CENTRO-CUSTO    TO CENTRO-PAR
                MOVE CBESTQ-HISTORICO       TO HISTORICO-PAR
                MOVE NOTA-E                 TO DOCTO-PAR
                MOVE DATA-E                 TO DATA-W
                MOVE VALOR-E                TO VALOR-PAR
                PERFORM 700-GERA-PAR THRU 700-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     DISPLAY "Lancamento rejeitado pelo CB043PCW"
                             LINE 23 COLUMN 03
                     GO TO 200-99-FIM
                END-IF
           END-IF

           INITIALIZE PARAMETROS-CB201PCW
           MOVE "E"               TO CB201PCW-COMANDO
           MOVE GRUPO-M           TO CB201PCW-GRUPO
           MOVE DATA-E            TO CB201PCW-DATA
           MOVE QUANTIDADE-E      TO CB201PCW-QUANTIDADE
           MOVE VALOR-E           TO CB201PCW-VALOR
           MOVE NOTA-E            TO CB201PCW-DOCTO
           MOVE "CB200PCW"        TO CB201PCW-ORIGEM
           MOVE SERIE-BAC         TO CB201PCW-SERIE-BAC
           MOVE NUMERO-BAC        TO CB201PCW-NUMERO-BAC
           MOVE LANCAMENTO-GERADO TO CB201PCW-LANCAMENTO
           CALL "CB201PCW" USING PARAMETROS-CB201PCW
           CANCEL "CB201PCW"

           IF   CB201PCW-RETORNO = 0
                DISPLAY "Entrada gravada. Custo medio: "
                        LINE 23 COLUMN 03 CB201PCW-CUSTO-MEDIO
           ELSE
                IF   LANCAMENTO-GERADO NOT = 0
                     PERFORM 710-DESFAZ-PAR THRU 710-99-FIM
                END-IF
                DISPLAY "Entrada recusada pelo estoque, retorno "
                        LINE 23 COLUMN 03 CB201PCW-RETORNO
           END-IF.

       200-99-FIM. EXIT.

       300-IMPORTA.

           MOVE SPACES TO LB-ENTRADAS
           DISPLAY TELA-IMPORTA
           ACCEPT  TELA-IMPORTA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR LB-ENTRADAS = SPACES
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           OPEN INPUT ENTRADAS
           IF   FS-ENTRADAS > "09"
                DISPLAY "Arquivo de entradas nao encontrado"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE "ENTRADAS DE COMPRA NO ESTOQUE" TO CWIMPR-TITLE
           MOVE LB-ENTRADAS TO CWIMPR-SUB-TITLE
           MOVE LINHA-01    TO CWIMPR-HEADER-1
           MOVE "1"         TO CWIMPR-FORM-TYPE
           MOVE "CB200PA"   TO CWIMPR-REPORT

           MOVE 0 TO QT-LIDAS QT-GRAVADAS QT-RECUSADAS
           PERFORM UNTIL FS-ENTRADAS > "09"
                   READ ENTRADAS
                   IF   FS-ENTRADAS < "10"
                        ADD 1 TO QT-LIDAS
                        PERFORM 310-GRAVA-ENTRADA THRU 310-99-FIM
                   END-IF
           END-PERFORM
           CLOSE ENTRADAS
           MOVE "00" TO FS-ENTRADAS

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           DISPLAY "Importacao encerrada. Gravadas: "
                   LINE 23 COLUMN 03
                   QT-GRAVADAS " Recusadas: " QT-RECUSADAS.

       300-99-FIM. EXIT.

       310-GRAVA-ENTRADA.

           INITIALIZE PARAMETROS-CB201PCW
           MOVE "E"               TO CB201PCW-COMANDO
           MOVE ENTRADAS-GRUPO    TO CB201PCW-GRUPO
           MOVE ENTRADAS-DATA     TO CB201PCW-DATA
           MOVE ENTRADAS-QUANTIDADE
                                  TO CB201PCW-QUANTIDADE
           MOVE ENTRADAS-VALOR    TO CB201PCW-VALOR
           MOVE ENTRADAS-NOTA     TO CB201PCW-DOCTO
           MOVE "CB200PCW"        TO CB201PCW-ORIGEM
           CALL "CB201PCW" USING PARAMETROS-CB201PCW
           CANCEL "CB201PCW"

           MOVE ENTRADAS-NOTA       TO CLIC-NOTA
           MOVE ENTRADAS-DATA       TO DATA-W
           MOVE SPACES              TO CLIC-DATA
           STRING DATA-W-DD "/" DATA-W-MM "/" DATA-W-AAAA
                  DELIMITED BY SIZE INTO CLIC-DATA
           MOVE ENTRADAS-GRUPO      TO CLIC-GRUPO
           MOVE ENTRADAS-QUANTIDADE TO CLIC-QUANTIDADE
           MOVE ENTRADAS-VALOR      TO CLIC-VALOR
           EVALUATE CB201PCW-RETORNO
               WHEN 0
                    ADD  1              TO QT-GRAVADAS
                    MOVE "GRAVADA"      TO CLIC-SITUACAO
               WHEN 1
                    ADD  1              TO QT-RECUSADAS
                    MOVE "SEM GRUPO"    TO CLIC-SITUACAO
               WHEN 3
                    ADD  1              TO QT-RECUSADAS
                    MOVE "RETROATIVA"   TO CLIC-SITUACAO
               WHEN 5
                    ADD  1              TO QT-RECUSADAS
                    MOVE "ZERADA"       TO CLIC-SITUACAO
               WHEN OTHER
                    ADD  1              TO QT-RECUSADAS
                    MOVE "ERRO ARQUIVO" TO CLIC-SITUACAO
           END-EVALUATE
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       310-99-FIM. EXIT.

       400-FICHA.

           MOVE 0 TO GRUPO-M
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR GRUPO-M = 0
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           MOVE 0        TO DATA-DE
           MOVE 99999999 TO DATA-ATE
           DISPLAY TELA-FICHA
           ACCEPT  TELA-FICHA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR DATA-DE > DATA-ATE
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           OPEN INPUT CBESTQ CBESMV
           IF   FS-CBESTQ > "09" OR FS-CBESMV > "09"
                DISPLAY "Estoque sem movimento" LINE 23 COLUMN 03
                CLOSE CBESTQ CBESMV
                GO TO 400-99-FIM
           END-IF

           MOVE GRUPO-M TO CBESTQ-GRUPO
           READ CBESTQ IGNORE LOCK
           IF   FS-CBESTQ > "09"
                MOVE SPACES TO CBESTQ-DESCRICAO
           END-IF

           MOVE "FICHA DE ESTOQUE A CUSTO MEDIO" TO CWIMPR-TITLE
           MOVE SPACES   TO CWIMPR-SUB-TITLE
           STRING "GRUPO " GRUPO-M " " CBESTQ-DESCRICAO
                  " DE " DATA-DE " A " DATA-ATE
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-03  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB200PB" TO CWIMPR-REPORT

           MOVE 0 TO TOTAL-ENTRADAS TOTAL-SAIDAS
           MOVE GRUPO-M TO CBESMV-GRUPO
           MOVE DATA-DE TO CBESMV-DATA
           MOVE 0       TO CBESMV-SEQUENCIA
           START CBESMV KEY NOT LESS CBESMV-CHAVE
           PERFORM UNTIL FS-CBESMV > "09"
                   READ CBESMV NEXT RECORD IGNORE LOCK
                   IF   FS-CBESMV > "09"
                   OR   CBESMV-GRUPO NOT = GRUPO-M
                   OR   CBESMV-DATA > DATA-ATE
                        MOVE "10" TO FS-CBESMV
                   ELSE
                        PERFORM 410-LINHA-FICHA THRU 410-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBESMV
           CLOSE CBESTQ CBESMV

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "TOTAL DAS ENTRADAS......................:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-ENTRADAS TO CLIC-TOTAL
           MOVE LINHA-07       TO CWIMPR-DETAIL
           CALL "CB125PCW"    USING PARAMETROS-CWIMPR
           MOVE "TOTAL DAS SAIDAS (CMV)..................:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-SAIDAS   TO CLIC-TOTAL
           MOVE LINHA-07       TO CWIMPR-DETAIL
           CALL "CB125PCW"    USING PARAMETROS-CWIMPR
           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       400-99-FIM. EXIT.

       410-LINHA-FICHA.

           IF   CBESMV-ENTRADA
                ADD CBESMV-VALOR TO TOTAL-ENTRADAS
           ELSE
                ADD CBESMV-VALOR TO TOTAL-SAIDAS
           END-IF

           MOVE CBESMV-DATA             TO DATA-W
           MOVE SPACES                  TO CLIC-DATA-F
           STRING DATA-W-DD "/" DATA-W-MM "/" DATA-W-AAAA
                  DELIMITED BY SIZE INTO CLIC-DATA-F
           MOVE CBESMV-TIPO             TO CLIC-TIPO-F
           MOVE CBESMV-DOCTO            TO CLIC-DOCTO-F
           MOVE CBESMV-ORIGEM           TO CLIC-ORIGEM-F
           MOVE CBESMV-QUANTIDADE       TO CLIC-QUANTIDADE-F
           MOVE CBESMV-VALOR            TO CLIC-VALOR-F
           MOVE CBESMV-CUSTO-MEDIO      TO CLIC-CUSTO-F
           MOVE CBESMV-SALDO-QUANTIDADE TO CLIC-SALDO-QT-F
           MOVE CBESMV-SALDO-VALOR      TO CLIC-SALDO-VL-F
           MOVE CBESMV-LANCAMENTO       TO CLIC-LANCAMENTO-F
           MOVE LINHA-04                TO CWIMPR-DETAIL
           CALL "CB125PCW"             USING PARAMETROS-CWIMPR.

       410-99-FIM. EXIT.

       500-INVENTARIO.

           MOVE 0 TO ANO-INVENTARIO
           DISPLAY TELA-INVENTARIO
           ACCEPT  TELA-INVENTARIO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR ANO-INVENTARIO = 0
                SET ENTER-KEY TO TRUE
                GO TO 500-99-FIM
           END-IF

           OPEN INPUT CBESTQ CBESMV CBPLCO CBCOSA
           IF   FS-CBESTQ > "09" OR FS-CBESMV > "09"
                DISPLAY "Estoque sem movimento" LINE 23 COLUMN 03
                CLOSE CBESTQ CBESMV CBPLCO CBCOSA
                GO TO 500-99-FIM
           END-IF

           COMPUTE DATA-INVENTARIO = ANO-INVENTARIO * 10000 + 1231
           COMPUTE REF-INVENTARIO  = ANO-INVENTARIO * 100 + 12

           MOVE "LIVRO DE REGISTRO DE INVENTARIO" TO CWIMPR-TITLE
           MOVE SPACES   TO CWIMPR-SUB-TITLE
           STRING "ESTOQUES EXISTENTES EM 31/12/" ANO-INVENTARIO
                  " - AVALIADOS PELO CUSTO MEDIO PONDERADO"
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-05  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB200PC" TO CWIMPR-REPORT

           MOVE 0 TO TOTAL-INVENTARIO QT-CONTAS
           INITIALIZE TABELA-CONTAS
           MOVE 0 TO CBESTQ-GRUPO
           START CBESTQ KEY NOT LESS CBESTQ-CHAVE
           PERFORM UNTIL FS-CBESTQ > "09"
                   READ CBESTQ NEXT RECORD IGNORE LOCK
                   IF   FS-CBESTQ < "10"
                        PERFORM 510-POSICAO-GRUPO THRU 510-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBESTQ

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "TOTAL GERAL DO INVENTARIO...............:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-INVENTARIO TO CLIC-TOTAL
           MOVE LINHA-07         TO CWIMPR-DETAIL
           CALL "CB125PCW"      USING PARAMETROS-CWIMPR

      *    Amarracao com a contabilidade: total inventariado de
      *    cada conta de estoque contra o saldo do CBCOSA no mes 12

           MOVE SPACES   TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-08 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-CONTAS
                   PERFORM 520-AMARRA-CONTA THRU 520-99-FIM
           END-PERFORM

           CLOSE CBESTQ CBESMV CBPLCO CBCOSA
           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       500-99-FIM. EXIT.

       510-POSICAO-GRUPO.

      *    Posicao do grupo em 31/12: o ultimo movimento ate a data
      *    traz o saldo resultante; grupo sem movimento ate entao
      *    nao tem estoque a inventariar

           MOVE 0 TO QUANTIDADE-INV VALOR-INV CUSTO-INV
           MOVE CBESTQ-GRUPO    TO CBESMV-GRUPO
           MOVE DATA-INVENTARIO TO CBESMV-DATA
           MOVE 999999999       TO CBESMV-SEQUENCIA
           START CBESMV KEY NOT GREATER CBESMV-CHAVE
           IF   FS-CBESMV < "10"
                READ CBESMV PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBESMV < "10"
                AND  CBESMV-GRUPO = CBESTQ-GRUPO
                     MOVE CBESMV-SALDO-QUANTIDADE TO QUANTIDADE-INV
                     MOVE CBESMV-SALDO-VALOR      TO VALOR-INV
                     MOVE CBESMV-CUSTO-MEDIO      TO CUSTO-INV
                END-IF
           END-IF
           MOVE "00" TO FS-CBESMV

           IF   QUANTIDADE-INV = 0 AND VALOR-INV = 0
                GO TO 510-99-FIM
           END-IF

           ADD VALOR-INV TO TOTAL-INVENTARIO
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-CONTAS
                      OR TB-COD-RED (I) = CBESTQ-COD-RED-ESTOQUE
                   CONTINUE
           END-PERFORM
           IF   I > QT-CONTAS
           AND  QT-CONTAS < 100
                ADD  1                      TO QT-CONTAS
                MOVE QT-CONTAS              TO I
                MOVE CBESTQ-COD-RED-ESTOQUE TO TB-COD-RED (I)
                MOVE 0                      TO TB-VALOR (I)
           END-IF
           IF   I NOT > QT-CONTAS
                ADD VALOR-INV TO TB-VALOR (I)
           END-IF

           MOVE CBESTQ-GRUPO           TO CLIC-GRUPO-I
           MOVE CBESTQ-DESCRICAO       TO CLIC-DESCRICAO-I
           MOVE CBESTQ-UNIDADE         TO CLIC-UNIDADE-I
           MOVE QUANTIDADE-INV         TO CLIC-QUANTIDADE-I
           MOVE CUSTO-INV              TO CLIC-CUSTO-I
           MOVE VALOR-INV              TO CLIC-VALOR-I
           MOVE CBESTQ-COD-RED-ESTOQUE TO CLIC-COD-RED-I
           MOVE LINHA-06               TO CWIMPR-DETAIL
           CALL "CB125PCW"            USING PARAMETROS-CWIMPR.

       510-99-FIM. EXIT.

       520-AMARRA-CONTA.

           MOVE 0      TO SALDO-CONTABIL
           MOVE SPACES TO CBPLCO-DESCRICAO
           MOVE TB-COD-RED (I) TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO < "10"
                MOVE 0              TO CBCOSA-CENTRO-CUSTO
                MOVE CBPLCO-CONTA   TO CBCOSA-CONTA
                MOVE REF-INVENTARIO TO CBCOSA-AAAAMM
                READ CBCOSA IGNORE LOCK
                IF   FS-CBCOSA < "10"
                     MOVE CBCOSA-SALDO-ATUAL TO SALDO-CONTABIL
                END-IF
           ELSE
                MOVE SPACES TO CBPLCO-DESCRICAO
           END-IF
           MOVE "00" TO FS-CBPLCO FS-CBCOSA

           COMPUTE DIFERENCA = SALDO-CONTABIL - TB-VALOR (I)

           MOVE TB-COD-RED (I)   TO CLIC-COD-RED-T
           MOVE CBPLCO-DESCRICAO TO CLIC-DESCRICAO-T
           MOVE TB-VALOR (I)     TO CLIC-INVENTARIO-T
           MOVE SALDO-CONTABIL   TO CLIC-CONTABIL-T
           MOVE DIFERENCA        TO CLIC-DIFERENCA-T
           MOVE LINHA-09         TO CWIMPR-DETAIL
           CALL "CB125PCW"      USING PARAMETROS-CWIMPR.

       520-99-FIM. EXIT.

       700-GERA-PAR.

      *    Gera as duas pernas com o mesmo numero de lancamento,
      *    desfazendo a primeira se a segunda for rejeitada
      *    (mesma mecanica do CB093PCW)

           MOVE 0 TO LANCAMENTO-GERADO
           MOVE DATA-W-DD        TO DATA-DDMMAA (1: 2)
           MOVE DATA-W-MM        TO DATA-DDMMAA (3: 2)
           MOVE DATA-W-AAAA (3: 2) TO DATA-DDMMAA (5: 2)
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"              TO CB043PCW-COMANDO
           MOVE "D"              TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC        TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC       TO CB043PCW-NUMERO-BAC
           MOVE CENTRO-PAR       TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB       TO CB043PCW-COD-RED
           MOVE HISTORICO-PAR    TO CB043PCW-HISTORICO
           MOVE DOCTO-PAR        TO CB043PCW-DOCTO
           MOVE DATA-DDMMAA      TO CB043PCW-AAAAMMDD-DOCTO
           MOVE DIA-REF          TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-PAR        TO CB043PCW-VALOR
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

      *    Estoque recusou a entrada: as duas pernas ja gravadas
      *    saem para o razao nao ficar com compra sem ficha

           MOVE "E"               TO CB043PCW-COMANDO
           MOVE LANCAMENTO-GERADO TO CB043PCW-LANCAMENTO-NUMERO
           MOVE "C"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-CR        TO CB043PCW-COD-RED
           MOVE VALOR-PAR         TO CB043PCW-VALOR
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           MOVE "E"               TO CB043PCW-COMANDO
           MOVE "D"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-DB        TO CB043PCW-COD-RED
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           MOVE 0 TO LANCAMENTO-GERADO.

       710-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBESTQ
           IF   FS-CBESTQ = "30" OR "35"
                CLOSE CBESTQ
                OPEN OUTPUT CBESTQ
           END-IF
           CLOSE CBESTQ
           MOVE "00" TO FS-CBESTQ.

       800-99-FIM. EXIT.

       900-FINAIS.

           EXIT.

       900-99-FIM. EXIT.

       END PROGRAM CB200PCW.
