       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB249PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Margem de contribuicao                       *
                      *                                               *
                      *  1 - Classificacao gerencial das contas por   *
                      *      faixa de classe (CBCLCU): receita,       *
                      *      variavel, fixo ou semivariavel com o     *
                      *      percentual variavel, e grupo de produto  *
                      *  2 - Por centro de custo: cada centro com a   *
                      *      sua subarvore, recuado pela hierarquia   *
                      *  3 - Por grupo de produto (CBFTMP/CBESTQ)     *
                      *                                               *
                      *  Receita, custos variaveis, margem, custos    *
                      *  fixos, resultado e ponto de equilibrio, no   *
                      *  realizado (CBCOSA) ou no orcado (CBCACO),    *
                      *  do mes ou acumulado no ano                   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBCLCUSL.
       COPY CBPLCOSL.
       COPY CBCOSASL.
       COPY CBCACOSL.
       COPY CBCACCSL.
       COPY CBFTMPSL.
       COPY CBESTQSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBCLCUFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.
       COPY CBCACOFD.
       COPY CBCACCFD.
       COPY CBFTMPFD.
       COPY CBESTQFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 CLASSE-DE-M               PIC  9(015) VALUE 0.
           05 CLASSE-ATE-M              PIC  9(015) VALUE 0.
           05 DESCRICAO-M               PIC  X(030) VALUE SPACES.
           05 COMPORTAMENTO-M           PIC  X(001) VALUE SPACES.
           05 PERCENTUAL-M              PIC  9(003)V99 VALUE 0.
           05 GRUPO-M                   PIC  9(004) VALUE 0.
           05 REFERENCIA.
              10 REF-AAAA               PIC  9(004).
              10 REF-MM                 PIC  9(002).
           05 REFERENCIA-INICIAL.
              10 INI-AAAA               PIC  9(004).
              10 INI-MM                 PIC  9(002).
           05 PERIODO                   PIC  X(001) VALUE "M".
           05 BASE                      PIC  X(001) VALUE "R".
              88 BASE-REALIZADO                    VALUE "R".
              88 BASE-ORCADO                       VALUE "O".
           05 MODO                      PIC  X(001) VALUE "C".
              88 POR-CENTRO                        VALUE "C".
              88 POR-GRUPO                         VALUE "G".
           05 CENTRO-ESCOLHIDO          PIC  9(004) VALUE 0.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 ERRO                      PIC  9(001) VALUE 0.
              88 PARAMETRO-COM-ERRO                VALUE 1.
           05 FIM-ARQUIVO               PIC  9(001) VALUE 0.
              88 FIM-SALDOS                        VALUE 1.
           05 I                         PIC  9(003) VALUE 0.
           05 C                         PIC  9(003) VALUE 0.
           05 N                         PIC  9(003) VALUE 0.
           05 G                         PIC  9(003) VALUE 0.
           05 F                         PIC  9(003) VALUE 0.
           05 P                         PIC  9(003) VALUE 0.
           05 SOBE                      PIC  9(004) VALUE 0.
           05 NIVEIS                    PIC  9(002) VALUE 0.
           05 CENTRO-SALDO              PIC  9(004) VALUE 0.
           05 AAAAMM-SALDO              PIC  9(006) VALUE 0.
           05 NO-PERIODO                PIC  9(001) VALUE 0.
              88 REFERENCIA-SALDO-OK               VALUE 1.
           05 CONTA-SALDO               PIC  9(015) VALUE 0.
           05 MOVIMENTO-DEBITO   COMP-3 PIC  9(012)V99 VALUE 0.
           05 MOVIMENTO-CREDITO  COMP-3 PIC  9(012)V99 VALUE 0.
           05 VALOR-CONTA        COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-RECEITA      COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-VARIAVEL     COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-FIXO         COMP-3 PIC S9(012)V99 VALUE 0.
           05 GRUPO-CONTA               PIC  9(004) VALUE 0.
           05 LINHA-RECEITA      COMP-3 PIC S9(012)V99 VALUE 0.
           05 LINHA-VARIAVEL     COMP-3 PIC S9(012)V99 VALUE 0.
           05 LINHA-FIXO         COMP-3 PIC S9(012)V99 VALUE 0.
           05 LINHA-MARGEM       COMP-3 PIC S9(012)V99 VALUE 0.
           05 LINHA-PERCENTUAL   COMP-3 PIC S9(005)V9 VALUE 0.
           05 LINHA-RESULTADO    COMP-3 PIC S9(012)V99 VALUE 0.
           05 LINHA-EQUILIBRIO   COMP-3 PIC S9(012)V99 VALUE 0.
           05 TOTAL-FAIXAS              PIC  9(003) VALUE 0.
           05 TABELA-FAIXAS.
              10 FAIXA-TB OCCURS 300.
                 15 TF-CLASSE-DE COMP-3 PIC  9(015).
                 15 TF-CLASSE-ATE COMP-3 PIC 9(015).
                 15 TF-COMPORTAMENTO    PIC  X(001).
                 15 TF-PERCENTUAL COMP-3 PIC 9(003)V99.
                 15 TF-GRUPO            PIC  9(004).
           05 TOTAL-MAPAS               PIC  9(003) VALUE 0.
           05 TABELA-MAPAS.
              10 MAPA-TB OCCURS 400.
                 15 TM-COD-RED          PIC  9(005).
                 15 TM-GRUPO            PIC  9(004).
           05 TOTAL-GRUPOS              PIC  9(003) VALUE 0.
           05 TABELA-GRUPOS.
              10 GRUPO-TB OCCURS 200.
                 15 TG-GRUPO            PIC  9(004).
                 15 TG-DESCRICAO        PIC  X(030).
                 15 TG-RECEITA   COMP-3 PIC S9(012)V99.
                 15 TG-VARIAVEL  COMP-3 PIC S9(012)V99.
                 15 TG-FIXO      COMP-3 PIC S9(012)V99.
           05 TOTAL-CENTROS             PIC  9(003) VALUE 0.
           05 TABELA-CENTROS.
              10 CENTRO-TB OCCURS 500.
                 15 TC-CODIGO           PIC  9(004).
                 15 TC-PAI              PIC  9(004).
                 15 TC-DESCRICAO        PIC  X(030).
                 15 TC-RECEITA   COMP-3 PIC S9(012)V99.
                 15 TC-VARIAVEL  COMP-3 PIC S9(012)V99.
                 15 TC-FIXO      COMP-3 PIC S9(012)V99.
           05 TOPO                      PIC  9(003) VALUE 0.
           05 PILHA.
              10 PILHA-TB OCCURS 500.
                 15 PL-CENTRO           PIC  9(003).
                 15 PL-NIVEL            PIC  9(002).
           05 NIVEL                     PIC  9(002) VALUE 0.
           05 TT-RECEITA         COMP-3 PIC S9(012)V99 VALUE 0.
           05 TT-VARIAVEL        COMP-3 PIC S9(012)V99 VALUE 0.
           05 TT-FIXO            COMP-3 PIC S9(012)V99 VALUE 0.
           05 QT-LINHAS          COMP-3 PIC  9(006) VALUE 0.
           05 QT-ED                     PIC  ZZZ.ZZ9.
           05 LINHA-BRANCA              PIC  X(076) VALUE SPACES.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBCLCU.
              10 FS-CBCLCU              PIC  X(002) VALUE "00".
              10 LB-CBCLCU              PIC  X(050) VALUE "CBCLCU".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".
           05 ER-CBCACO.
              10 FS-CBCACO              PIC  X(002) VALUE "00".
              10 LB-CBCACO              PIC  X(050) VALUE "CBCACO".
           05 ER-CBCACC.
              10 FS-CBCACC              PIC  X(002) VALUE "00".
              10 LB-CBCACC              PIC  X(050) VALUE "CBCACC".
           05 ER-CBFTMP.
              10 FS-CBFTMP              PIC  X(002) VALUE "00".
              10 LB-CBFTMP              PIC  X(050) VALUE "CBFTMP".
           05 ER-CBESTQ.
              10 FS-CBESTQ              PIC  X(002) VALUE "00".
              10 LB-CBESTQ              PIC  X(050) VALUE "CBESTQ".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(028) VALUE
                 "CENTRO / GRUPO".
              05 FILLER                 PIC  X(032) VALUE
                 "         RECEITA       VARIAVEIS".
              05 FILLER                 PIC  X(040) VALUE
                 "          MARGEM    MC %           FIXOS".
              05 FILLER                 PIC  X(032) VALUE
                 "       RESULTADO    P.EQUILIBRIO".
           02 LINHA-02.
              05 CLMC-DESCRICAO         PIC  X(028).
              05 FILLER                 PIC  X(001).
              05 CLMC-RECEITA           PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLMC-VARIAVEL          PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLMC-MARGEM            PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLMC-PERCENTUAL        PIC  ZZZ9,9-.
              05 FILLER                 PIC  X(001).
              05 CLMC-FIXO              PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLMC-RESULTADO         PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLMC-EQUILIBRIO        PIC  ZZZ.ZZZ.ZZ9,99-.
              05 CLMC-SEM-MARGEM REDEFINES CLMC-EQUILIBRIO
                                        PIC  X(015).

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Classificacao das contas".
           05 LINE 05 COLUMN 03 VALUE
              "2 - Margem de contribuicao por centro de custo".
           05 LINE 06 COLUMN 03 VALUE
              "3 - Margem de contribuicao por grupo de produto".
           05 LINE 08 COLUMN 03 VALUE "Opcao:".
           05 LINE 08 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-FAIXA.
           05 LINE 04 COLUMN 03 VALUE "Classe inicial..:".
           05 LINE 04 COLUMN 21 PIC 9(015) USING CLASSE-DE-M.

       01  TELA-DADOS-FAIXA.
           05 LINE 05 COLUMN 03 VALUE "Classe final....:".
           05 LINE 05 COLUMN 21 PIC 9(015) USING CLASSE-ATE-M.
           05 LINE 06 COLUMN 03 VALUE "Descricao.......:".
           05 LINE 06 COLUMN 21 PIC X(030) USING DESCRICAO-M.
           05 LINE 07 COLUMN 03 VALUE "Comportamento...:".
           05 LINE 07 COLUMN 21 PIC X(001) USING COMPORTAMENTO-M.
           05 LINE 07 COLUMN 24 VALUE
              "R-Receita V-Variavel F-Fixo S-Semivariavel".
           05 LINE 08 COLUMN 03 VALUE "% variavel......:".
           05 LINE 08 COLUMN 21 PIC ZZ9,99 USING PERCENTUAL-M.
           05 LINE 08 COLUMN 28 VALUE "(so semivariavel)".
           05 LINE 09 COLUMN 03 VALUE "Grupo de produto:".
           05 LINE 09 COLUMN 21 PIC 9(004) USING GRUPO-M.
           05 LINE 09 COLUMN 27 VALUE
              "(0 = pelo faturamento/estoque da conta)".
           05 LINE 11 COLUMN 03 VALUE "F4 exclui a faixa".

       01  TELA-PARAMETROS.
           05 LINE 10 COLUMN 03 VALUE "Mes/Ano de referencia (AAAAMM):".
           05 LINE 10 COLUMN 36 PIC 9999 USING REF-AAAA.
           05 LINE 10 COLUMN 40 PIC 99   USING REF-MM.
           05 LINE 11 COLUMN 03 VALUE "Periodo (M mes/A acumulado)..:".
           05 LINE 11 COLUMN 36 PIC X    USING PERIODO.
           05 LINE 12 COLUMN 03 VALUE "Base (R realizado/O orcado)..:".
           05 LINE 12 COLUMN 36 PIC X    USING BASE.

       01  TELA-CENTRO.
           05 LINE 13 COLUMN 03 VALUE "Centro (0 = todas as raizes).:".
           05 LINE 13 COLUMN 36 PIC 9999 USING CENTRO-ESCOLHIDO.

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
                            PERFORM 100-CLASSIFICACAO THRU 100-99-FIM
                       WHEN OPCAO = 2
                            MOVE "C" TO MODO
                            PERFORM 200-MARGEM        THRU 200-99-FIM
                       WHEN OPCAO = 3
                            MOVE "G" TO MODO
                            PERFORM 200-MARGEM        THRU 200-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-CLASSIFICACAO.

           MOVE 0 TO CLASSE-DE-M
           DISPLAY TELA-FAIXA
           ACCEPT  TELA-FAIXA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR CLASSE-DE-M = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE 0           TO EXISTE
           MOVE CLASSE-DE-M TO CLASSE-ATE-M CBCLCU-CLASSE-DE
           MOVE SPACES      TO DESCRICAO-M COMPORTAMENTO-M
           MOVE 0           TO PERCENTUAL-M GRUPO-M
           READ CBCLCU LOCK
           IF   FS-CBCLCU = "9D"
                DISPLAY "Faixa em uso por outro usuario"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           IF   FS-CBCLCU < "10"
                MOVE 1                          TO EXISTE
                MOVE CBCLCU-CLASSE-ATE          TO CLASSE-ATE-M
                MOVE CBCLCU-DESCRICAO           TO DESCRICAO-M
                MOVE CBCLCU-COMPORTAMENTO       TO COMPORTAMENTO-M
                MOVE CBCLCU-PERCENTUAL-VARIAVEL TO PERCENTUAL-M
                MOVE CBCLCU-GRUPO               TO GRUPO-M
           ELSE
                MOVE "00" TO FS-CBCLCU
           END-IF

           DISPLAY TELA-DADOS-FAIXA
           ACCEPT  TELA-DADOS-FAIXA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                PERFORM 190-LIBERA THRU 190-99-FIM
                GO TO 100-99-FIM
           END-IF

           IF   F4
                IF   REGISTRO-EXISTE
                     DELETE CBCLCU RECORD
                     DISPLAY "Faixa excluida" LINE 23 COLUMN 03
                END-IF
                GO TO 100-99-FIM
           END-IF

           PERFORM 150-CRITICA-FAIXA THRU 150-99-FIM
           IF   PARAMETRO-COM-ERRO
                PERFORM 190-LIBERA THRU 190-99-FIM
                GO TO 100-99-FIM
           END-IF

           MOVE CLASSE-DE-M     TO CBCLCU-CLASSE-DE
           MOVE CLASSE-ATE-M    TO CBCLCU-CLASSE-ATE
           MOVE DESCRICAO-M     TO CBCLCU-DESCRICAO
           MOVE COMPORTAMENTO-M TO CBCLCU-COMPORTAMENTO
           MOVE PERCENTUAL-M    TO CBCLCU-PERCENTUAL-VARIAVEL
           MOVE GRUPO-M         TO CBCLCU-GRUPO
           IF   REGISTRO-EXISTE
                REWRITE CBCLCU-REG
           ELSE
                WRITE CBCLCU-REG
           END-IF
           IF   FS-CBCLCU < "10"
                DISPLAY "Faixa gravada" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBCLCU"
                        LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       150-CRITICA-FAIXA.

           MOVE 0 TO ERRO
           INSPECT COMPORTAMENTO-M CONVERTING "rvfs" TO "RVFS"
           EVALUATE COMPORTAMENTO-M
               WHEN "V"
                    MOVE 100 TO PERCENTUAL-M
               WHEN "S"
                    IF   PERCENTUAL-M = 0
                    OR   PERCENTUAL-M NOT < 100
                         DISPLAY "Semivariavel exige % entre 0 e 100"
                                 LINE 23 COLUMN 03
                         MOVE 1 TO ERRO
                         GO TO 150-99-FIM
                    END-IF
               WHEN "R"
               WHEN "F"
                    MOVE 0 TO PERCENTUAL-M
               WHEN OTHER
                    DISPLAY "Comportamento invalido" LINE 23 COLUMN 03
                    MOVE 1 TO ERRO
                    GO TO 150-99-FIM
           END-EVALUATE

           IF   CLASSE-ATE-M < CLASSE-DE-M
                DISPLAY "Classe final menor que a inicial"
                        LINE 23 COLUMN 03
                MOVE 1 TO ERRO
                GO TO 150-99-FIM
           END-IF
           IF   DESCRICAO-M = SPACES
                DISPLAY "Descricao obrigatoria" LINE 23 COLUMN 03
                MOVE 1 TO ERRO
                GO TO 150-99-FIM
           END-IF

           IF   GRUPO-M NOT = 0
                MOVE "G"     TO CBFTMP-TIPO
                MOVE GRUPO-M TO CBFTMP-CODIGO
                READ CBFTMP IGNORE LOCK
                IF   FS-CBFTMP > "09"
                     MOVE "00" TO FS-CBFTMP
                     DISPLAY "Grupo sem mapeamento no CB152PCW"
                             LINE 23 COLUMN 03
                     MOVE 1 TO ERRO
                     GO TO 150-99-FIM
                END-IF
           END-IF

      *    A faixa nao pode cruzar outra ja cadastrada

           PERFORM 410-CARREGA-FAIXAS THRU 410-99-FIM
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > TOTAL-FAIXAS
                                            OR PARAMETRO-COM-ERRO
                   IF   TF-CLASSE-DE (F) NOT = CLASSE-DE-M
                   AND  TF-CLASSE-DE (F) NOT > CLASSE-ATE-M
                   AND  TF-CLASSE-ATE (F) NOT < CLASSE-DE-M
                        DISPLAY "Faixa cruza a faixa iniciada em "
                                LINE 23 COLUMN 03
                                TF-CLASSE-DE (F)
                                LINE 23 COLUMN 36
                        MOVE 1 TO ERRO
                   END-IF
           END-PERFORM.

       150-99-FIM. EXIT.

       190-LIBERA.

           IF   REGISTRO-EXISTE
                UNLOCK CBCLCU
           END-IF.

       190-99-FIM. EXIT.

       200-MARGEM.

           MOVE 0   TO REF-AAAA REF-MM CENTRO-ESCOLHIDO
           MOVE "M" TO PERIODO
           MOVE "R" TO BASE
           DISPLAY TELA-PARAMETROS
           IF   POR-CENTRO
                DISPLAY TELA-CENTRO
           END-IF
           ACCEPT  TELA-PARAMETROS
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF
           IF   POR-CENTRO
                ACCEPT  TELA-CENTRO
                ACCEPT  TECLA FROM ESCAPE KEY
                IF   ESC
                     SET ENTER-KEY TO TRUE
                     GO TO 200-99-FIM
                END-IF
           END-IF

           INSPECT PERIODO CONVERTING "ma" TO "MA"
           INSPECT BASE    CONVERTING "ro" TO "RO"
           IF   REF-AAAA = 0
           OR   REF-MM = 0 OR REF-MM > 13
           OR  (PERIODO NOT = "M" AND PERIODO NOT = "A")
           OR  (BASE NOT = "R" AND BASE NOT = "O")
                DISPLAY "Parametros invalidos" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE REFERENCIA TO REFERENCIA-INICIAL
           IF   PERIODO = "A"
                MOVE 1 TO INI-MM
           END-IF

           PERFORM 410-CARREGA-FAIXAS THRU 410-99-FIM
           IF   TOTAL-FAIXAS = 0
                DISPLAY "Nenhuma conta classificada (opcao 1)"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           IF   BASE-REALIZADO
                OPEN INPUT CBCOSA
                IF   FS-CBCOSA > "09"
                     DISPLAY "Saldos CBCOSA indisponiveis"
                             LINE 23 COLUMN 03
                     GO TO 200-99-FIM
                END-IF
           ELSE
                OPEN INPUT CBCACO
                IF   FS-CBCACO > "09"
                     DISPLAY "Orcamento CBCACO indisponivel"
                             LINE 23 COLUMN 03
                     GO TO 200-99-FIM
                END-IF
           END-IF

           IF   POR-CENTRO
                PERFORM 415-CARREGA-CENTROS THRU 415-99-FIM
           ELSE
                PERFORM 420-CARREGA-GRUPOS  THRU 420-99-FIM
           END-IF

           PERFORM 430-LE-SALDOS THRU 430-99-FIM

           IF   BASE-REALIZADO
                CLOSE CBCOSA
           ELSE
                CLOSE CBCACO
           END-IF

           MOVE SPACES TO CWIMPR-TITLE CWIMPR-SUB-TITLE
           IF   POR-CENTRO
                MOVE "MARGEM DE CONTRIBUICAO POR CENTRO DE CUSTO"
                  TO CWIMPR-TITLE
           ELSE
                MOVE "MARGEM DE CONTRIBUICAO POR GRUPO DE PRODUTO"
                  TO CWIMPR-TITLE
           END-IF
           IF   BASE-REALIZADO
                STRING "REALIZADO (CBCOSA) DE " INI-MM "/" INI-AAAA
                       " A " REF-MM "/" REF-AAAA
                       DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           ELSE
                STRING "ORCADO (CBCACO) DE " INI-MM "/" INI-AAAA
                       " A " REF-MM "/" REF-AAAA
                       DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           END-IF
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB249PA" TO CWIMPR-REPORT
           MOVE 0         TO QT-LINHAS

           IF   POR-CENTRO
                PERFORM 500-IMPRIME-CENTROS THRU 500-99-FIM
           ELSE
                PERFORM 600-IMPRIME-GRUPOS  THRU 600-99-FIM
           END-IF

           IF   QT-LINHAS = 0
                DISPLAY "Nenhum valor no periodo" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE QT-LINHAS TO QT-ED
           DISPLAY "Linhas impressas:" LINE 23 COLUMN 03
                   QT-ED              LINE 23 COLUMN 21.

       200-99-FIM. EXIT.

       410-CARREGA-FAIXAS.

           MOVE 0          TO TOTAL-FAIXAS
           MOVE LOW-VALUES TO CBCLCU-CHAVE
           START CBCLCU KEY NOT LESS CBCLCU-CHAVE
           PERFORM UNTIL FS-CBCLCU > "09"
                      OR TOTAL-FAIXAS = 300
                   READ CBCLCU NEXT RECORD IGNORE LOCK
                   IF   FS-CBCLCU < "10"
                        ADD  1 TO TOTAL-FAIXAS
                        MOVE TOTAL-FAIXAS      TO F
                        MOVE CBCLCU-CLASSE-DE  TO TF-CLASSE-DE  (F)
                        MOVE CBCLCU-CLASSE-ATE TO TF-CLASSE-ATE (F)
                        MOVE CBCLCU-COMPORTAMENTO
                          TO TF-COMPORTAMENTO (F)
                        MOVE CBCLCU-PERCENTUAL-VARIAVEL
                          TO TF-PERCENTUAL (F)
                        MOVE CBCLCU-GRUPO      TO TF-GRUPO      (F)
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCLCU.

       410-99-FIM. EXIT.

       415-CARREGA-CENTROS.

           MOVE 0          TO TOTAL-CENTROS
           MOVE LOW-VALUES TO CBCACC-CHAVE
           START CBCACC KEY NOT LESS CBCACC-CHAVE
           PERFORM UNTIL FS-CBCACC > "09"
                      OR TOTAL-CENTROS = 500
                   READ CBCACC NEXT RECORD IGNORE LOCK
                   IF   FS-CBCACC < "10"
                        ADD  1                TO TOTAL-CENTROS
                        MOVE TOTAL-CENTROS    TO C
                        MOVE CBCACC-CODIGO    TO TC-CODIGO    (C)
                        MOVE CBCACC-PAI       TO TC-PAI       (C)
                        MOVE CBCACC-DESCRICAO TO TC-DESCRICAO (C)
                        MOVE 0 TO TC-RECEITA (C) TC-VARIAVEL (C)
                                  TC-FIXO    (C)
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCACC.

       415-99-FIM. EXIT.

       420-CARREGA-GRUPOS.

      *    Grupos do mapeamento do faturamento com a conta de
      *    receita, contas de CMV do estoque e o grupo zero para o
      *    que nao for atribuido

           MOVE 0 TO TOTAL-MAPAS
           MOVE 1 TO TOTAL-GRUPOS
           MOVE 0 TO TG-GRUPO (1) TG-RECEITA (1) TG-VARIAVEL (1)
                     TG-FIXO  (1)
           MOVE "NAO ATRIBUIDO AO GRUPO" TO TG-DESCRICAO (1)

           MOVE "G"        TO CBFTMP-TIPO
           MOVE 0          TO CBFTMP-CODIGO
           START CBFTMP KEY NOT LESS CBFTMP-CHAVE
           PERFORM UNTIL FS-CBFTMP > "09"
                      OR TOTAL-GRUPOS = 200
                   READ CBFTMP NEXT RECORD IGNORE LOCK
                   IF   FS-CBFTMP < "10"
                        IF   NOT CBFTMP-GRUPO-PRODUTO
                             MOVE "10" TO FS-CBFTMP
                        ELSE
                             ADD  1 TO TOTAL-GRUPOS
                             MOVE TOTAL-GRUPOS     TO G
                             MOVE CBFTMP-CODIGO    TO TG-GRUPO     (G)
                             MOVE CBFTMP-DESCRICAO TO TG-DESCRICAO (G)
                             MOVE 0 TO TG-RECEITA (G) TG-VARIAVEL (G)
                                       TG-FIXO    (G)
                             IF   TOTAL-MAPAS < 400
                             AND  CBFTMP-COD-RED NOT = 0
                                  ADD  1 TO TOTAL-MAPAS
                                  MOVE CBFTMP-COD-RED
                                    TO TM-COD-RED (TOTAL-MAPAS)
                                  MOVE CBFTMP-CODIGO
                                    TO TM-GRUPO   (TOTAL-MAPAS)
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBFTMP

           MOVE LOW-VALUES TO CBESTQ-CHAVE
           START CBESTQ KEY NOT LESS CBESTQ-CHAVE
           PERFORM UNTIL FS-CBESTQ > "09"
                      OR TOTAL-MAPAS = 400
                   READ CBESTQ NEXT RECORD IGNORE LOCK
                   IF   FS-CBESTQ < "10"
                   AND  CBESTQ-COD-RED-CMV NOT = 0
                        ADD  1 TO TOTAL-MAPAS
                        MOVE CBESTQ-COD-RED-CMV
                          TO TM-COD-RED (TOTAL-MAPAS)
                        MOVE CBESTQ-GRUPO
                          TO TM-GRUPO   (TOTAL-MAPAS)
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBESTQ.

       420-99-FIM. EXIT.

       430-LE-SALDOS.

      *    Realizado: movimento do mes no CBCOSA (centro zero e o
      *    total da empresa, usado na visao por grupo); orcado: todos
      *    os centros do CBCACO. So contas analiticas

           MOVE 0 TO FIM-ARQUIVO
           IF   BASE-REALIZADO
                MOVE LOW-VALUES TO CBCOSA-CHAVE
                IF   POR-CENTRO
                     MOVE 1 TO CBCOSA-CENTRO-CUSTO
                END-IF
                START CBCOSA KEY NOT LESS CBCOSA-CHAVE
           ELSE
                MOVE LOW-VALUES TO CBCACO-CHAVE
                START CBCACO KEY NOT LESS CBCACO-CHAVE
           END-IF

           PERFORM UNTIL FIM-SALDOS
                   PERFORM 435-LE-PROXIMO THRU 435-99-FIM
                   IF   NOT FIM-SALDOS
                   AND  REFERENCIA-SALDO-OK
                        PERFORM 440-CLASSIFICA-CONTA THRU 440-99-FIM
                   END-IF
           END-PERFORM.

       430-99-FIM. EXIT.

       435-LE-PROXIMO.

           MOVE 0 TO NO-PERIODO
           IF   BASE-REALIZADO
                READ CBCOSA NEXT RECORD IGNORE LOCK
                IF   FS-CBCOSA > "09"
                     MOVE 1 TO FIM-ARQUIVO
                     GO TO 435-99-FIM
                END-IF
                MOVE CBCOSA-CENTRO-CUSTO TO CENTRO-SALDO
                MOVE CBCOSA-CONTA        TO CONTA-SALDO
                MOVE CBCOSA-AAAAMM       TO AAAAMM-SALDO
                MOVE CBCOSA-A-DEBITO     TO MOVIMENTO-DEBITO
                MOVE CBCOSA-A-CREDITO    TO MOVIMENTO-CREDITO
                IF   POR-GRUPO
                AND  CENTRO-SALDO NOT = 0
                     MOVE 1 TO FIM-ARQUIVO
                     GO TO 435-99-FIM
                END-IF
           ELSE
                READ CBCACO NEXT RECORD IGNORE LOCK
                IF   FS-CBCACO > "09"
                     MOVE 1 TO FIM-ARQUIVO
                     GO TO 435-99-FIM
                END-IF
                MOVE CBCACO-CENTRO-CUSTO TO CENTRO-SALDO
                MOVE CBCACO-CONTA        TO CONTA-SALDO
                MOVE CBCACO-AAAAMM       TO AAAAMM-SALDO
                MOVE CBCACO-A-DEBITO     TO MOVIMENTO-DEBITO
                MOVE CBCACO-A-CREDITO    TO MOVIMENTO-CREDITO
                IF   POR-CENTRO
                AND  CENTRO-SALDO = 0
                     GO TO 435-99-FIM
                END-IF
           END-IF

           IF   AAAAMM-SALDO NOT < REFERENCIA-INICIAL
           AND  AAAAMM-SALDO NOT > REFERENCIA
                MOVE 1 TO NO-PERIODO
           END-IF.

       435-99-FIM. EXIT.

       440-CLASSIFICA-CONTA.

      *    Receita pelo credito liquido, custos pelo debito liquido;
      *    o semivariavel e repartido pelo percentual da faixa

           MOVE CONTA-SALDO TO CBPLCO-CONTA
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-CHAVE
           IF   FS-CBPLCO > "09"
           OR   CBPLCO-COD-RED = 0
                MOVE "00" TO FS-CBPLCO
                GO TO 440-99-FIM
           END-IF

           MOVE 0 TO N
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > TOTAL-FAIXAS
                                            OR N NOT = 0
                   IF   CBPLCO-CLASSE NOT < TF-CLASSE-DE  (F)
                   AND  CBPLCO-CLASSE NOT > TF-CLASSE-ATE (F)
                        MOVE F TO N
                   END-IF
           END-PERFORM
           IF   N = 0
                GO TO 440-99-FIM
           END-IF

           MOVE 0 TO VALOR-RECEITA VALOR-VARIAVEL VALOR-FIXO
           IF   TF-COMPORTAMENTO (N) = "R"
                COMPUTE VALOR-RECEITA = MOVIMENTO-CREDITO
                                      - MOVIMENTO-DEBITO
           ELSE
                COMPUTE VALOR-CONTA = MOVIMENTO-DEBITO
                                    - MOVIMENTO-CREDITO
                COMPUTE VALOR-VARIAVEL ROUNDED =
                        VALOR-CONTA * TF-PERCENTUAL (N) / 100
                COMPUTE VALOR-FIXO = VALOR-CONTA - VALOR-VARIAVEL
           END-IF

           IF   POR-CENTRO
                PERFORM 450-ACUMULA-CENTRO THRU 450-99-FIM
                GO TO 440-99-FIM
           END-IF

           MOVE TF-GRUPO (N) TO GRUPO-CONTA
           IF   GRUPO-CONTA = 0
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-MAPAS
                                                 OR GRUPO-CONTA NOT = 0
                        IF   TM-COD-RED (I) = CBPLCO-COD-RED
                             MOVE TM-GRUPO (I) TO GRUPO-CONTA
                        END-IF
                END-PERFORM
           END-IF
           PERFORM 460-ACUMULA-GRUPO THRU 460-99-FIM.

       440-99-FIM. EXIT.

       450-ACUMULA-CENTRO.

      *    O valor do centro soma nele e em todos os ascendentes pela
      *    cadeia CBCACC-PAI, como a subarvore do CB159PCW

           MOVE CENTRO-SALDO TO SOBE
           MOVE 0            TO NIVEIS
           PERFORM UNTIL SOBE = 0 OR NIVEIS > 20
                   ADD 1 TO NIVEIS
                   MOVE 0 TO C
                   PERFORM VARYING I FROM 1 BY 1
                           UNTIL I > TOTAL-CENTROS OR C NOT = 0
                           IF   TC-CODIGO (I) = SOBE
                                MOVE I TO C
                           END-IF
                   END-PERFORM
                   IF   C = 0
                        MOVE 0 TO SOBE
                   ELSE
                        ADD VALOR-RECEITA  TO TC-RECEITA  (C)
                        ADD VALOR-VARIAVEL TO TC-VARIAVEL (C)
                        ADD VALOR-FIXO     TO TC-FIXO     (C)
                        MOVE TC-PAI (C) TO SOBE
                   END-IF
           END-PERFORM.

       450-99-FIM. EXIT.

       460-ACUMULA-GRUPO.

           MOVE 1 TO G
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > TOTAL-GRUPOS
                                            OR G NOT = 1
                   IF   TG-GRUPO (I) = GRUPO-CONTA
                        MOVE I TO G
                   END-IF
           END-PERFORM
           ADD VALOR-RECEITA  TO TG-RECEITA  (G)
           ADD VALOR-VARIAVEL TO TG-VARIAVEL (G)
           ADD VALOR-FIXO     TO TG-FIXO     (G).

       460-99-FIM. EXIT.

       500-IMPRIME-CENTROS.

      *    Arvore em profundidade: cada centro com o total da sua
      *    subarvore, recuado pelo nivel, seguido dos filhos

           MOVE 0 TO TOPO TT-RECEITA TT-VARIAVEL TT-FIXO
           IF   CENTRO-ESCOLHIDO NOT = 0
                MOVE 0 TO C
                PERFORM VARYING I FROM 1 BY 1
                        UNTIL I > TOTAL-CENTROS OR C NOT = 0
                        IF   TC-CODIGO (I) = CENTRO-ESCOLHIDO
                             MOVE I TO C
                        END-IF
                END-PERFORM
                IF   C = 0
                     DISPLAY "Centro nao cadastrado" LINE 23 COLUMN 03
                     GO TO 500-99-FIM
                END-IF
                MOVE 1 TO TOPO
                MOVE C TO PL-CENTRO (1)
                MOVE 0 TO PL-NIVEL  (1)
           ELSE
                PERFORM VARYING I FROM TOTAL-CENTROS BY -1
                        UNTIL I < 1
                        IF   TC-PAI (I) = 0
                             ADD  1 TO TOPO
                             MOVE I TO PL-CENTRO (TOPO)
                             MOVE 0 TO PL-NIVEL  (TOPO)
                             ADD TC-RECEITA  (I) TO TT-RECEITA
                             ADD TC-VARIAVEL (I) TO TT-VARIAVEL
                             ADD TC-FIXO     (I) TO TT-FIXO
                        END-IF
                END-PERFORM
           END-IF

           PERFORM UNTIL TOPO = 0
                   MOVE PL-CENTRO (TOPO) TO C
                   MOVE PL-NIVEL  (TOPO) TO NIVEL
                   SUBTRACT 1 FROM TOPO
                   PERFORM 510-LINHA-CENTRO THRU 510-99-FIM
                   IF   NIVEL < 20
                        PERFORM VARYING I FROM TOTAL-CENTROS BY -1
                                UNTIL I < 1 OR TOPO = 500
                                IF   TC-PAI (I) = TC-CODIGO (C)
                                AND  I NOT = C
                                     ADD  1 TO TOPO
                                     MOVE I TO PL-CENTRO (TOPO)
                                     COMPUTE PL-NIVEL (TOPO) = NIVEL + 1
                                END-IF
                        END-PERFORM
                   END-IF
           END-PERFORM

           IF   CENTRO-ESCOLHIDO = 0
           AND  QT-LINHAS NOT = 0
                MOVE TT-RECEITA  TO LINHA-RECEITA
                MOVE TT-VARIAVEL TO LINHA-VARIAVEL
                MOVE TT-FIXO     TO LINHA-FIXO
                PERFORM 690-LINHA-TOTAL THRU 690-99-FIM
           END-IF.

       500-99-FIM. EXIT.

       510-LINHA-CENTRO.

           IF   TC-RECEITA  (C) = 0
           AND  TC-VARIAVEL (C) = 0
           AND  TC-FIXO     (C) = 0
                GO TO 510-99-FIM
           END-IF

           MOVE TC-RECEITA  (C) TO LINHA-RECEITA
           MOVE TC-VARIAVEL (C) TO LINHA-VARIAVEL
           MOVE TC-FIXO     (C) TO LINHA-FIXO
           PERFORM 700-CALCULA-LINHA THRU 700-99-FIM

           MOVE SPACES TO CLMC-DESCRICAO
           COMPUTE P = NIVEL * 2 + 1
           IF   P > 7
                MOVE 7 TO P
           END-IF
           STRING TC-CODIGO (C) " " TC-DESCRICAO (C)
                  DELIMITED BY SIZE INTO CLMC-DESCRICAO
                  WITH POINTER P
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           ADD 1 TO QT-LINHAS.

       510-99-FIM. EXIT.

       600-IMPRIME-GRUPOS.

      *    Grupos do cadastro e, por ultimo, o nao atribuido (custos
      *    fixos comuns ficam nele); o total fecha o ponto de
      *    equilibrio da empresa

           MOVE 0 TO TT-RECEITA TT-VARIAVEL TT-FIXO
           PERFORM VARYING G FROM 2 BY 1 UNTIL G > TOTAL-GRUPOS
                   PERFORM 610-LINHA-GRUPO THRU 610-99-FIM
           END-PERFORM
           MOVE 1 TO G
           PERFORM 610-LINHA-GRUPO THRU 610-99-FIM

           IF   QT-LINHAS NOT = 0
                MOVE TT-RECEITA  TO LINHA-RECEITA
                MOVE TT-VARIAVEL TO LINHA-VARIAVEL
                MOVE TT-FIXO     TO LINHA-FIXO
                PERFORM 690-LINHA-TOTAL THRU 690-99-FIM
           END-IF.

       600-99-FIM. EXIT.

       610-LINHA-GRUPO.

           IF   TG-RECEITA  (G) = 0
           AND  TG-VARIAVEL (G) = 0
           AND  TG-FIXO     (G) = 0
                GO TO 610-99-FIM
           END-IF

           MOVE TG-RECEITA  (G) TO LINHA-RECEITA
           MOVE TG-VARIAVEL (G) TO LINHA-VARIAVEL
           MOVE TG-FIXO     (G) TO LINHA-FIXO
           ADD  TG-RECEITA  (G) TO TT-RECEITA
           ADD  TG-VARIAVEL (G) TO TT-VARIAVEL
           ADD  TG-FIXO     (G) TO TT-FIXO
           PERFORM 700-CALCULA-LINHA THRU 700-99-FIM

           MOVE SPACES TO CLMC-DESCRICAO
           STRING TG-GRUPO (G) " " TG-DESCRICAO (G)
                  DELIMITED BY SIZE INTO CLMC-DESCRICAO
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           ADD 1 TO QT-LINHAS.

       610-99-FIM. EXIT.

       690-LINHA-TOTAL.

           PERFORM 700-CALCULA-LINHA THRU 700-99-FIM
           MOVE "TOTAL GERAL" TO CLMC-DESCRICAO
           MOVE SPACES        TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-02      TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       690-99-FIM. EXIT.

       700-CALCULA-LINHA.

      *    Margem = receita - variaveis; resultado = margem - fixos;
      *    ponto de equilibrio = fixos / indice da margem, so com
      *    margem positiva

           COMPUTE LINHA-MARGEM    = LINHA-RECEITA - LINHA-VARIAVEL
           COMPUTE LINHA-RESULTADO = LINHA-MARGEM  - LINHA-FIXO
           MOVE 0 TO LINHA-PERCENTUAL
           IF   LINHA-RECEITA NOT = 0
                COMPUTE LINHA-PERCENTUAL ROUNDED =
                        LINHA-MARGEM * 100 / LINHA-RECEITA
                        ON SIZE ERROR MOVE 0 TO LINHA-PERCENTUAL
                END-COMPUTE
           END-IF

           MOVE LINHA-RECEITA    TO CLMC-RECEITA
           MOVE LINHA-VARIAVEL   TO CLMC-VARIAVEL
           MOVE LINHA-MARGEM     TO CLMC-MARGEM
           MOVE LINHA-PERCENTUAL TO CLMC-PERCENTUAL
           MOVE LINHA-FIXO       TO CLMC-FIXO
           MOVE LINHA-RESULTADO  TO CLMC-RESULTADO

           IF   LINHA-MARGEM > 0
           AND  LINHA-RECEITA > 0
                COMPUTE LINHA-EQUILIBRIO ROUNDED =
                        LINHA-FIXO * LINHA-RECEITA / LINHA-MARGEM
                        ON SIZE ERROR MOVE 0 TO LINHA-EQUILIBRIO
                END-COMPUTE
                MOVE LINHA-EQUILIBRIO TO CLMC-EQUILIBRIO
           ELSE
                MOVE "     SEM MARGEM" TO CLMC-SEM-MARGEM
           END-IF.

       700-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBCLCU
           IF   FS-CBCLCU = "30" OR "35"
                CLOSE CBCLCU
                OPEN OUTPUT CBCLCU
                CLOSE CBCLCU
                OPEN I-O CBCLCU
           END-IF
           IF   FS-CBCLCU > "09"
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN INPUT CBPLCO CBCACC CBFTMP CBESTQ
           IF   FS-CBPLCO > "09"
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBCLCU CBPLCO CBCACC CBFTMP CBESTQ.

       900-99-FIM. EXIT.

       END PROGRAM CB249PCW.
