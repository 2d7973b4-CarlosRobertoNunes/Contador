       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB255PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Direitos do titular de dados pessoais        *
                      *                                               *
                      *  Localiza e exporta os dados de uma pessoa,   *
                      *  anonimiza a pessoa fisica vencido o prazo    *
                      *  de guarda e sem itens em aberto, e lista o   *
                      *  registro das acoes (CBLGPD). Valores e       *
                      *  lancamentos nao sao alterados                *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBPESSSL.
       COPY CBTITUSL.
       COPY CBCIRCSL.
       COPY CBCHEQSL.
       COPY CBADIASL.
       COPY CBCCPOSL.
       COPY CBHIVASL.
       COPY CBMEMOSL.
       COPY CBLGPDSL.

           SELECT EXPLIN ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-EXPLIN.

       DATA DIVISION.
       FILE SECTION.

       COPY CBPESSFD.
       COPY CBTITUFD.
       COPY CBCIRCFD.
       COPY CBCHEQFD.
       COPY CBADIAFD.
       COPY CBCCPOFD.
       COPY CBHIVAFD.
       COPY CBMEMOFD.
       COPY CBLGPDFD.

       FD  EXPLIN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-EXPLIN.

       01  EXPLIN-REG                   PIC  X(120).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB255PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 PESSOA-L                  PIC  9(005) VALUE 0.
           05 ARQUIVO-EXPORTACAO        PIC  X(050) VALUE SPACES.
           05 PRAZO-GUARDA              PIC  9(002) VALUE 5.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 HORA                      PIC  9(008) VALUE 0.
           05 DATA-LIMITE               PIC  9(008) VALUE 0.
           05 ULTIMA-DATA               PIC  9(008) VALUE 0.
           05 DATA-TESTE                PIC  9(008) VALUE 0.
           05 FASE                      PIC  9(001) VALUE 0.
              88 FASE-EXPORTA                      VALUE 1.
              88 FASE-VERIFICA                     VALUE 2.
              88 FASE-ANONIMIZA                    VALUE 3.
           05 VINCULO                   PIC  9(001) VALUE 0.
              88 REGISTRO-DA-PESSOA                VALUE 1.
           05 QT-REGISTROS       COMP-3 PIC  9(005) VALUE 0.
           05 QT-PENDENCIAS      COMP-3 PIC  9(005) VALUE 0.
           05 QT-ALTERADOS       COMP-3 PIC  9(005) VALUE 0.
           05 QT-EDITADO                PIC  ZZZZ9.
           05 SEQUENCIA-LOG             PIC  9(004) VALUE 0.
           05 LOG-GRAVADO               PIC  9(001) VALUE 1.
              88 LOG-OK                            VALUE 1.
           05 CONFIRMA                  PIC  X(001) VALUE "N".
           05 NOME-BUSCA                PIC  X(040) VALUE SPACES.
           05 TAMANHO-NOME              PIC  9(003) VALUE 0.
           05 TAMANHO-BUSCA             PIC  9(003) VALUE 0.
           05 TAMANHO-TEXTO             PIC  9(003) VALUE 0.
           05 POSICAO-NOME              PIC  9(003) VALUE 0.
           05 POSICAO-RESTO             PIC  9(003) VALUE 0.
           05 P                         PIC  9(003) VALUE 0.
           05 VEZES                     PIC  9(001) VALUE 0.
           05 TEXTO-ORIGINAL            PIC  X(120) VALUE SPACES.
           05 TEXTO-MAIUSCULO           PIC  X(120) VALUE SPACES.
           05 TEXTO-NOVO                PIC  X(120) VALUE SPACES.
           05 MINUSCULAS                PIC  X(026) VALUE
              "abcdefghijklmnopqrstuvwxyz".
           05 MAIUSCULAS                PIC  X(026) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 PSEUDONIMO.
              10 FILLER                 PIC  X(020) VALUE
                 "TITULAR ANONIMIZADO ".
              10 PSEUDONIMO-CODIGO      PIC  9(005) VALUE 0.
           05 ACHADO.
              10 AC-ARQUIVO             PIC  X(006) VALUE SPACES.
              10 AC-REGISTRO            PIC  X(020) VALUE SPACES.
              10 AC-CAMPO               PIC  X(020) VALUE SPACES.
              10 AC-CONTEUDO            PIC  X(060) VALUE SPACES.
           05 LOG-ACAO                  PIC  X(001) VALUE SPACE.
           05 LOG-DETALHE               PIC  X(050) VALUE SPACES.
           05 CHAVE-1                   PIC  9(006) VALUE 0.
           05 CHAVE-2                   PIC  9(007) VALUE 0.
           05 CHAVE-3                   PIC  9(002) VALUE 0.
           05 DATA-ED                   PIC  9(008) VALUE 0.
           05 VALOR-ED                  PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 DOCUMENTO-ED              PIC  9(014) VALUE 0.
           05 PARAMETROS-CWGETU.
              10 OPERADOR               PIC  X(030) VALUE SPACES.
              10 TASK                   PIC  X(006) VALUE SPACES.
              10 PROGRAMA               PIC  X(008) VALUE SPACES.
              10 CWMENU                 PIC  X(001) VALUE SPACE.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 LINHA-BRANCA              PIC  X(068) VALUE SPACES.
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".
           05 ER-CBTITU.
              10 FS-CBTITU              PIC  X(002) VALUE "00".
              10 LB-CBTITU              PIC  X(050) VALUE "CBTITU".
           05 ER-CBCIRC.
              10 FS-CBCIRC              PIC  X(002) VALUE "00".
              10 LB-CBCIRC              PIC  X(050) VALUE "CBCIRC".
           05 ER-CBCHEQ.
              10 FS-CBCHEQ              PIC  X(002) VALUE "00".
              10 LB-CBCHEQ              PIC  X(050) VALUE "CBCHEQ".
           05 ER-CBADIA.
              10 FS-CBADIA              PIC  X(002) VALUE "00".
              10 LB-CBADIA              PIC  X(050) VALUE "CBADIA".
           05 ER-CBCCPO.
              10 FS-CBCCPO              PIC  X(002) VALUE "00".
              10 LB-CBCCPO              PIC  X(050) VALUE "CBCCPO".
           05 ER-CBHIVA.
              10 FS-CBHIVA              PIC  X(002) VALUE "00".
              10 LB-CBHIVA              PIC  X(050) VALUE "CBHIVA".
           05 ER-CBMEMO.
              10 FS-CBMEMO              PIC  X(002) VALUE "00".
              10 LB-CBMEMO              PIC  X(050) VALUE "CBMEMO".
           05 ER-CBLGPD.
              10 FS-CBLGPD              PIC  X(002) VALUE "00".
              10 LB-CBLGPD              PIC  X(050) VALUE "CBLGPD".
           05 ER-EXPLIN.
              10 FS-EXPLIN              PIC  X(002) VALUE "00".
              10 LB-EXPLIN              PIC  X(050) VALUE SPACES.

       01  LINHA-EXPORTA.
           05 EX-ARQUIVO                PIC  X(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 EX-REGISTRO               PIC  X(020).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 EX-CAMPO                  PIC  X(020).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 EX-CONTEUDO               PIC  X(060).

       COPY CB233PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "ARQ     REGISTRO              CAMPO     ".
              05 FILLER                 PIC  X(020) VALUE
                 "            CONTEUDO".
           02 LINHA-02.
              05 CLIC-ARQUIVO           PIC  X(006).
              05 FILLER                 PIC  X(002).
              05 CLIC-REGISTRO          PIC  X(020).
              05 FILLER                 PIC  X(002).
              05 CLIC-CAMPO             PIC  X(020).
              05 FILLER                 PIC  X(002).
              05 CLIC-CONTEUDO          PIC  X(060).
           02 LINHA-03.
              05 FILLER                 PIC  X(040) VALUE
                 "PESS.  DATA      HORA      A  ARQ     RE".
              05 FILLER                 PIC  X(040) VALUE
                 "GISTRO              CAMPO/DETALHE       ".
              05 FILLER                 PIC  X(020) VALUE
                 "            OPERADOR".
           02 LINHA-04.
              05 CLIC-L-PESSOA          PIC  9(005).
              05 FILLER                 PIC  X(002).
              05 CLIC-L-DATA            PIC  9(008).
              05 FILLER                 PIC  X(002).
              05 CLIC-L-HORA            PIC  9(008).
              05 FILLER                 PIC  X(002).
              05 CLIC-L-ACAO            PIC  X(001).
              05 FILLER                 PIC  X(002).
              05 CLIC-L-ARQUIVO         PIC  X(006).
              05 FILLER                 PIC  X(002).
              05 CLIC-L-REGISTRO        PIC  X(020).
              05 FILLER                 PIC  X(002).
              05 CLIC-L-CAMPO           PIC  X(030).
              05 FILLER                 PIC  X(002).
              05 CLIC-L-OPERADOR        PIC  X(030).
           02 LINHA-05.
              05 CLIC-TOTAL-LIT         PIC  X(040).
              05 CLIC-TOTAL             PIC  ZZZZ9.

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE
              "1 - Localiza e exporta dados da pessoa".
           05 LINE 05 COLUMN 03 VALUE
              "2 - Anonimiza pessoa apos o prazo de guarda".
           05 LINE 06 COLUMN 03 VALUE
              "3 - Relatorio das acoes registradas".
           05 LINE 08 COLUMN 03 VALUE "Opcao:".
           05 LINE 08 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-LOCALIZA.
           05 LINE 04 COLUMN 03 VALUE "Pessoa.................:".
           05 LINE 04 COLUMN 30 PIC 9(005) USING PESSOA-L.
           05 LINE 05 COLUMN 03 VALUE "Arquivo de exportacao..:".
           05 LINE 05 COLUMN 30 PIC X(050) USING ARQUIVO-EXPORTACAO.

       01  TELA-ANONIMIZA.
           05 LINE 04 COLUMN 03 VALUE "Pessoa.................:".
           05 LINE 04 COLUMN 30 PIC 9(005) USING PESSOA-L.
           05 LINE 05 COLUMN 03 VALUE "Prazo de guarda (anos).:".
           05 LINE 05 COLUMN 30 PIC 9(002) USING PRAZO-GUARDA.

       01  TELA-VERIFICACAO.
           05 LINE 07 COLUMN 03 VALUE "Ultimo registro........:".
           05 LINE 07 COLUMN 30 PIC 9(008) FROM ULTIMA-DATA.
           05 LINE 08 COLUMN 03 VALUE "Guarda exige antes de..:".
           05 LINE 08 COLUMN 30 PIC 9(008) FROM DATA-LIMITE.
           05 LINE 09 COLUMN 03 VALUE "Itens em aberto........:".
           05 LINE 09 COLUMN 30 PIC ZZZZ9  FROM QT-PENDENCIAS.

       01  TELA-REGISTRO.
           05 LINE 04 COLUMN 03 VALUE "Pessoa (0 = todas).....:".
           05 LINE 04 COLUMN 30 PIC 9(005) USING PESSOA-L.

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
                            PERFORM 100-LOCALIZA  THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-ANONIMIZA THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-REGISTRO  THRU 300-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-LOCALIZA.

           MOVE 0      TO PESSOA-L
           MOVE SPACES TO ARQUIVO-EXPORTACAO
           DISPLAY TELA-LOCALIZA
           ACCEPT  TELA-LOCALIZA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR PESSOA-L = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

      *    Cada acao tem hora propria no registro, numerado de 1
           ACCEPT HORA FROM TIME
           MOVE 0 TO SEQUENCIA-LOG
           MOVE 1 TO LOG-GRAVADO

           IF   ARQUIVO-EXPORTACAO = SPACES
                DISPLAY "Informe o arquivo de exportacao"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           PERFORM 150-LE-PESSOA THRU 150-99-FIM
           IF   FS-CBPESS > "09"
                MOVE "00" TO FS-CBPESS
                GO TO 100-99-FIM
           END-IF

           MOVE ARQUIVO-EXPORTACAO TO LB-EXPLIN
           OPEN OUTPUT EXPLIN
           IF   FS-EXPLIN > "09"
                DISPLAY "Arquivo de exportacao nao pode ser criado"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE "DADOS PESSOAIS - LOCALIZACAO E EXPORTACAO"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "PESSOA " PESSOA-L " " CBPESS-RAZAO-SOCIAL
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB255PA" TO CWIMPR-REPORT

           MOVE 1 TO FASE
           MOVE 0 TO QT-REGISTROS
           PERFORM 160-CADASTRO THRU 160-99-FIM
           PERFORM 400-PERCORRE-ARQUIVOS THRU 400-99-FIM
           MOVE 0 TO FASE

           CLOSE EXPLIN
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "REGISTROS LOCALIZADOS E EXPORTADOS......:"
             TO CLIC-TOTAL-LIT
           MOVE QT-REGISTROS   TO CLIC-TOTAL
           MOVE LINHA-05       TO CWIMPR-DETAIL
           CALL "CB125PCW"  USING PARAMETROS-CWIMPR
           MOVE "CLOSE"  TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

      *    A exportacao fica no registro das acoes e, estando a
      *    pessoa ligada no CBLECL, tambem na auditoria de leitura

           MOVE QT-REGISTROS       TO QT-EDITADO
           MOVE SPACES             TO ACHADO
           STRING QT-EDITADO " REGISTROS" DELIMITED BY SIZE
                  INTO AC-REGISTRO
           MOVE "E"                TO LOG-ACAO
           MOVE ARQUIVO-EXPORTACAO TO LOG-DETALHE
           PERFORM 770-GRAVA-LOG THRU 770-99-FIM
           IF   NOT LOG-OK
                GO TO 100-99-FIM
           END-IF

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB255PCW"         TO CB233PCW-PROGRAMA
           MOVE PESSOA-L           TO CB233PCW-PESSOA-DE
                                      CB233PCW-PESSOA-ATE
           CALL "CB233PCW"      USING PARAMETROS-CB233PCW

           DISPLAY QT-REGISTROS LINE 23 COLUMN 03
                   " registros exportados" LINE 23 COLUMN 08.

       100-99-FIM. EXIT.

       150-LE-PESSOA.

           MOVE PESSOA-L TO CBPESS-CODIGO PSEUDONIMO-CODIGO
           READ CBPESS
           IF   FS-CBPESS > "09"
                DISPLAY "Pessoa inexistente" LINE 23 COLUMN 03
                GO TO 150-99-FIM
           END-IF

      *    O nome e procurado sem distinguir maiusculas nos textos
      *    livres; nomes muito curtos ficam de fora da busca para
      *    nao apanhar palavras comuns

           MOVE CBPESS-RAZAO-SOCIAL TO NOME-BUSCA
           INSPECT NOME-BUSCA CONVERTING MINUSCULAS TO MAIUSCULAS
           MOVE 0 TO TAMANHO-NOME
           IF   NOME-BUSCA NOT = SPACES
                MOVE 40 TO TAMANHO-NOME
                PERFORM UNTIL NOME-BUSCA (TAMANHO-NOME: 1) NOT = SPACE
                        SUBTRACT 1 FROM TAMANHO-NOME
                END-PERFORM
           END-IF.

       150-99-FIM. EXIT.

       160-CADASTRO.

           MOVE "CBPESS"            TO AC-ARQUIVO
           MOVE SPACES              TO AC-REGISTRO
           STRING "PESSOA " PESSOA-L DELIMITED BY SIZE
                  INTO AC-REGISTRO
           MOVE "RAZAO-SOCIAL"      TO AC-CAMPO
           MOVE CBPESS-RAZAO-SOCIAL TO AC-CONTEUDO
           PERFORM 750-REGISTRA THRU 750-99-FIM
           MOVE "CNPJ-CPF"          TO AC-CAMPO
           MOVE CBPESS-CNPJ-CPF     TO DOCUMENTO-ED
           MOVE DOCUMENTO-ED        TO AC-CONTEUDO
           PERFORM 750-REGISTRA THRU 750-99-FIM
           MOVE "DADOS"             TO AC-CAMPO
           MOVE CBPESS-COD-RED-PADRAO TO CHAVE-1
           MOVE SPACES              TO AC-CONTEUDO
           STRING "TIPO " CBPESS-TIPO " ATIVA " CBPESS-ATIVA
                  " CONTA PADRAO " CHAVE-1
                  DELIMITED BY SIZE INTO AC-CONTEUDO
           PERFORM 750-REGISTRA THRU 750-99-FIM.

       160-99-FIM. EXIT.

       200-ANONIMIZA.

           MOVE 0 TO PESSOA-L
           MOVE 5 TO PRAZO-GUARDA
           DISPLAY TELA-ANONIMIZA
           ACCEPT  TELA-ANONIMIZA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR PESSOA-L = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

      *    Cada acao tem hora propria no registro, numerado de 1
           ACCEPT HORA FROM TIME
           MOVE 0 TO SEQUENCIA-LOG
           MOVE 1 TO LOG-GRAVADO

           IF   PRAZO-GUARDA = 0
                DISPLAY "Informe o prazo de guarda" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           PERFORM 150-LE-PESSOA THRU 150-99-FIM
           IF   FS-CBPESS > "09"
                MOVE "00" TO FS-CBPESS
                GO TO 200-99-FIM
           END-IF

           IF   CBPESS-PESSOA-ANONIMIZADA
                DISPLAY "Pessoa ja anonimizada" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           IF   NOT CBPESS-PESSOA-FISICA
                DISPLAY "Somente pessoa fisica e anonimizada"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE SPACES TO ACHADO
           MOVE "R"    TO LOG-ACAO

           IF   CBPESS-PESSOA-ATIVA
                MOVE "CADASTRO ATIVO" TO LOG-DETALHE
                PERFORM 770-GRAVA-LOG THRU 770-99-FIM
                DISPLAY "Pessoa ativa - inative o cadastro antes"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

      *    A guarda conta da data mais recente entre titulos,
      *    cheques, adiantamentos, circularizacoes e memorandos da
      *    pessoa; itens ainda em aberto impedem a anonimizacao

           MOVE 2 TO FASE
           MOVE 0 TO ULTIMA-DATA QT-PENDENCIAS
           PERFORM 400-PERCORRE-ARQUIVOS THRU 400-99-FIM
           MOVE 0 TO FASE
           COMPUTE DATA-LIMITE = HOJE - PRAZO-GUARDA * 10000
           DISPLAY TELA-VERIFICACAO

           IF   QT-PENDENCIAS NOT = 0
                MOVE "ITENS EM ABERTO" TO LOG-DETALHE
                PERFORM 770-GRAVA-LOG THRU 770-99-FIM
                DISPLAY "Pessoa com itens em aberto"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           IF   ULTIMA-DATA NOT < DATA-LIMITE
                MOVE "PRAZO DE GUARDA NAO VENCIDO" TO LOG-DETALHE
                PERFORM 770-GRAVA-LOG THRU 770-99-FIM
                DISPLAY "Prazo de guarda ainda nao vencido"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE "N" TO CONFIRMA
           DISPLAY "Confirma anonimizacao (S/N)..:" LINE 11 COLUMN 03
           ACCEPT  CONFIRMA LINE 11 COLUMN 34 WITH PROMPT UPDATE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR (CONFIRMA NOT = "S" AND CONFIRMA NOT = "s")
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

      *    Os textos sao trocados pelo pseudonimo; valores, datas,
      *    contas e lancamentos ficam como estao. O cadastro e o
      *    ultimo a mudar porque dele vem o nome procurado

           MOVE "A" TO LOG-ACAO
           MOVE 0   TO QT-ALTERADOS
           MOVE 3   TO FASE
           PERFORM 400-PERCORRE-ARQUIVOS THRU 400-99-FIM
           MOVE 0   TO FASE
           IF   NOT LOG-OK
                GO TO 200-99-FIM
           END-IF

           MOVE PSEUDONIMO TO CBPESS-RAZAO-SOCIAL
           MOVE 0          TO CBPESS-CNPJ-CPF
           MOVE "X"        TO CBPESS-ATIVA
           REWRITE CBPESS-REG
           IF   FS-CBPESS > "09"
                DISPLAY "Erro de gravacao em CBPESS"
                        LINE 23 COLUMN 03
                MOVE "00" TO FS-CBPESS
                GO TO 200-99-FIM
           END-IF

           MOVE "CBPESS"       TO AC-ARQUIVO
           MOVE SPACES         TO AC-REGISTRO
           STRING "PESSOA " PESSOA-L DELIMITED BY SIZE
                  INTO AC-REGISTRO
           MOVE SPACES         TO LOG-DETALHE
           MOVE "RAZAO-SOCIAL" TO AC-CAMPO
           PERFORM 770-GRAVA-LOG THRU 770-99-FIM
           IF   NOT LOG-OK
                GO TO 200-99-FIM
           END-IF
           MOVE "CNPJ-CPF"     TO AC-CAMPO
           PERFORM 770-GRAVA-LOG THRU 770-99-FIM
           IF   NOT LOG-OK
                GO TO 200-99-FIM
           END-IF
           ADD  1              TO QT-ALTERADOS

           DISPLAY LINHA-BRANCA LINE 23 COLUMN 03
           DISPLAY QT-ALTERADOS LINE 23 COLUMN 03
                   " registros anonimizados" LINE 23 COLUMN 08.

       200-99-FIM. EXIT.

       300-REGISTRO.

           MOVE 0 TO PESSOA-L
           DISPLAY TELA-REGISTRO
           ACCEPT  TELA-REGISTRO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           MOVE "DADOS PESSOAIS - ACOES REGISTRADAS"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           IF   PESSOA-L = 0
                MOVE "TODAS AS PESSOAS" TO CWIMPR-SUB-TITLE
           ELSE
                STRING "PESSOA " PESSOA-L DELIMITED BY SIZE
                       INTO CWIMPR-SUB-TITLE
           END-IF
           MOVE LINHA-03  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB255PB" TO CWIMPR-REPORT

           MOVE 0          TO QT-REGISTROS
           MOVE LOW-VALUES TO CBLGPD-CHAVE
           MOVE PESSOA-L   TO CBLGPD-PESSOA
           START CBLGPD KEY NOT LESS CBLGPD-CHAVE

           PERFORM UNTIL FS-CBLGPD > "09"
                   READ CBLGPD NEXT RECORD
                   IF   FS-CBLGPD < "10"
                        IF   PESSOA-L NOT = 0
                        AND  CBLGPD-PESSOA NOT = PESSOA-L
                             MOVE "10" TO FS-CBLGPD
                        ELSE
                             PERFORM 310-IMPRIME-ACAO
                                     THRU 310-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBLGPD

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "ACOES LISTADAS..........................:"
             TO CLIC-TOTAL-LIT
           MOVE QT-REGISTROS   TO CLIC-TOTAL
           MOVE LINHA-05       TO CWIMPR-DETAIL
           CALL "CB125PCW"  USING PARAMETROS-CWIMPR
           MOVE "CLOSE"  TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       300-99-FIM. EXIT.

       310-IMPRIME-ACAO.

           ADD  1               TO QT-REGISTROS
           MOVE CBLGPD-PESSOA   TO CLIC-L-PESSOA
           MOVE CBLGPD-DATA     TO CLIC-L-DATA
           MOVE CBLGPD-HORA     TO CLIC-L-HORA
           MOVE CBLGPD-ACAO     TO CLIC-L-ACAO
           MOVE CBLGPD-ARQUIVO  TO CLIC-L-ARQUIVO
           MOVE CBLGPD-REGISTRO TO CLIC-L-REGISTRO
           IF   CBLGPD-CAMPO = SPACES
                MOVE CBLGPD-DETALHE TO CLIC-L-CAMPO
           ELSE
                MOVE CBLGPD-CAMPO   TO CLIC-L-CAMPO
           END-IF
           MOVE CBLGPD-OPERADOR TO CLIC-L-OPERADOR
           MOVE LINHA-04        TO CWIMPR-DETAIL
           CALL "CB125PCW"   USING PARAMETROS-CWIMPR.

       310-99-FIM. EXIT.

       400-PERCORRE-ARQUIVOS.

           PERFORM 410-CBTITU THRU 410-99-FIM
           PERFORM 420-CBCIRC THRU 420-99-FIM
           PERFORM 430-CBCHEQ THRU 430-99-FIM
           PERFORM 440-CBADIA THRU 440-99-FIM
           PERFORM 450-CBCCPO THRU 450-99-FIM
           PERFORM 460-CBHIVA THRU 460-99-FIM
           PERFORM 470-CBMEMO THRU 470-99-FIM.

       400-99-FIM. EXIT.

       410-CBTITU.

           IF   FASE-ANONIMIZA
                OPEN I-O CBTITU
           ELSE
                OPEN INPUT CBTITU
           END-IF
           IF   FS-CBTITU > "09"
                MOVE "00" TO FS-CBTITU
                GO TO 410-99-FIM
           END-IF

           PERFORM UNTIL FS-CBTITU > "09" OR NOT LOG-OK
                   READ CBTITU NEXT RECORD
                   IF   FS-CBTITU < "10"
                        PERFORM 415-TITULO THRU 415-99-FIM
                   END-IF
           END-PERFORM
           CLOSE CBTITU
           MOVE "00" TO FS-CBTITU.

       410-99-FIM. EXIT.

       415-TITULO.

      *    Titulo da pessoa pelo codigo ou, nos antigos sem codigo,
      *    pelo nome no texto livre; com codigo o nome nao vincula,
      *    para nao levar o titulo de um homonimo

           MOVE 0 TO VINCULO
           IF   CBTITU-PESSOA-CODIGO NUMERIC
           AND  CBTITU-PESSOA-CODIGO NOT = 0
                IF   CBTITU-PESSOA-CODIGO = PESSOA-L
                     MOVE 1 TO VINCULO
                END-IF
           ELSE
                MOVE CBTITU-PESSOA TO TEXTO-ORIGINAL
                MOVE 30            TO TAMANHO-TEXTO
                PERFORM 700-PROCURA-NOME THRU 700-99-FIM
                IF   POSICAO-NOME NOT = 0
                     MOVE 1 TO VINCULO
                END-IF
           END-IF
           IF   NOT REGISTRO-DA-PESSOA
                GO TO 415-99-FIM
           END-IF

           MOVE "CBTITU"      TO AC-ARQUIVO
           MOVE CBTITU-NUMERO TO CHAVE-1
           MOVE SPACES        TO AC-REGISTRO
           STRING "TITULO " CHAVE-1 DELIMITED BY SIZE
                  INTO AC-REGISTRO
           MOVE "PESSOA"      TO AC-CAMPO

           EVALUATE TRUE
               WHEN FASE-EXPORTA
                    MOVE CBTITU-PESSOA  TO AC-CONTEUDO
                    PERFORM 750-REGISTRA THRU 750-99-FIM
                    MOVE "DADOS"        TO AC-CAMPO
                    MOVE CBTITU-EMISSAO TO DATA-ED
                    MOVE CBTITU-VALOR   TO VALOR-ED
                    MOVE SPACES         TO AC-CONTEUDO
                    STRING "TIPO " CBTITU-TIPO " EMISSAO " DATA-ED
                           " VALOR " VALOR-ED
                           " SITUACAO " CBTITU-SITUACAO
                           DELIMITED BY SIZE INTO AC-CONTEUDO
                    PERFORM 750-REGISTRA THRU 750-99-FIM
               WHEN FASE-VERIFICA
                    MOVE CBTITU-EMISSAO         TO DATA-TESTE
                    PERFORM 760-ULTIMA-DATA THRU 760-99-FIM
                    MOVE CBTITU-VENCIMENTO      TO DATA-TESTE
                    PERFORM 760-ULTIMA-DATA THRU 760-99-FIM
                    MOVE CBTITU-DATA-LIQUIDACAO TO DATA-TESTE
                    PERFORM 760-ULTIMA-DATA THRU 760-99-FIM
                    IF   CBTITU-ABERTO OR CBTITU-EM-REMESSA
                         ADD 1 TO QT-PENDENCIAS
                    END-IF
               WHEN FASE-ANONIMIZA
                    MOVE PSEUDONIMO TO CBTITU-PESSOA
                    REWRITE CBTITU-REG
                    MOVE "00" TO FS-CBTITU
                    MOVE SPACES TO LOG-DETALHE
                    PERFORM 770-GRAVA-LOG THRU 770-99-FIM
                    ADD 1 TO QT-ALTERADOS
           END-EVALUATE.

       415-99-FIM. EXIT.

       420-CBCIRC.

           IF   FASE-ANONIMIZA
                OPEN I-O CBCIRC
           ELSE
                OPEN INPUT CBCIRC
           END-IF
           IF   FS-CBCIRC > "09"
                MOVE "00" TO FS-CBCIRC
                GO TO 420-99-FIM
           END-IF

           PERFORM UNTIL FS-CBCIRC > "09" OR NOT LOG-OK
                   READ CBCIRC NEXT RECORD
                   IF   FS-CBCIRC < "10"
                        PERFORM 425-CIRCULARIZACAO THRU 425-99-FIM
                   END-IF
           END-PERFORM
           CLOSE CBCIRC
           MOVE "00" TO FS-CBCIRC.

       420-99-FIM. EXIT.

       425-CIRCULARIZACAO.

      *    Carta de cliente ou fornecedor com codigo vincula so pelo
      *    codigo; banco e cartas sem codigo, pelo nome

           MOVE 0 TO VINCULO
           IF   NOT CBCIRC-BANCO
           AND  CBCIRC-PESSOA NUMERIC
           AND  CBCIRC-PESSOA NOT = 0
                IF   CBCIRC-PESSOA = PESSOA-L
                     MOVE 1 TO VINCULO
                END-IF
           ELSE
                MOVE CBCIRC-NOME TO TEXTO-ORIGINAL
                MOVE 40          TO TAMANHO-TEXTO
                PERFORM 700-PROCURA-NOME THRU 700-99-FIM
                IF   POSICAO-NOME NOT = 0
                     MOVE 1 TO VINCULO
                END-IF
           END-IF
           IF   NOT REGISTRO-DA-PESSOA
                GO TO 425-99-FIM
           END-IF

           MOVE "CBCIRC"        TO AC-ARQUIVO
           MOVE CBCIRC-CONTROLE TO CHAVE-1
           MOVE SPACES          TO AC-REGISTRO
           STRING "CARTA " CHAVE-1 DELIMITED BY SIZE
                  INTO AC-REGISTRO
           MOVE "NOME"          TO AC-CAMPO

           EVALUATE TRUE
               WHEN FASE-EXPORTA
                    MOVE CBCIRC-NOME         TO AC-CONTEUDO
                    PERFORM 750-REGISTRA THRU 750-99-FIM
                    MOVE "DADOS"             TO AC-CAMPO
                    MOVE CBCIRC-DATA-EMISSAO TO DATA-ED
                    MOVE CBCIRC-SALDO        TO VALOR-ED
                    MOVE SPACES              TO AC-CONTEUDO
                    STRING "EMISSAO " DATA-ED " SALDO " VALOR-ED
                           " SITUACAO " CBCIRC-SITUACAO
                           DELIMITED BY SIZE INTO AC-CONTEUDO
                    PERFORM 750-REGISTRA THRU 750-99-FIM
               WHEN FASE-VERIFICA
                    MOVE CBCIRC-DATA-EMISSAO  TO DATA-TESTE
                    PERFORM 760-ULTIMA-DATA THRU 760-99-FIM
                    MOVE CBCIRC-DATA-RESPOSTA TO DATA-TESTE
                    PERFORM 760-ULTIMA-DATA THRU 760-99-FIM
               WHEN FASE-ANONIMIZA
                    MOVE PSEUDONIMO TO CBCIRC-NOME
                    REWRITE CBCIRC-REG
                    MOVE "00" TO FS-CBCIRC
                    MOVE SPACES TO LOG-DETALHE
                    PERFORM 770-GRAVA-LOG THRU 770-99-FIM
                    ADD 1 TO QT-ALTERADOS
           END-EVALUATE.

       425-99-FIM. EXIT.

       430-CBCHEQ.

           IF   FASE-ANONIMIZA
                OPEN I-O CBCHEQ
           ELSE
                OPEN INPUT CBCHEQ
           END-IF
           IF   FS-CBCHEQ > "09"
                MOVE "00" TO FS-CBCHEQ
                GO TO 430-99-FIM
           END-IF

           PERFORM UNTIL FS-CBCHEQ > "09" OR NOT LOG-OK
                   READ CBCHEQ NEXT RECORD
                   IF   FS-CBCHEQ < "10"
                        PERFORM 435-CHEQUE THRU 435-99-FIM
                   END-IF
           END-PERFORM
           CLOSE CBCHEQ
           MOVE "00" TO FS-CBCHEQ.

       430-99-FIM. EXIT.

       435-CHEQUE.

      *    Cheque com codigo do favorecido vincula so pelo codigo;
      *    sem codigo, pelo nome

           MOVE 0 TO VINCULO
           IF   CBCHEQ-PESSOA-CODIGO NUMERIC
           AND  CBCHEQ-PESSOA-CODIGO NOT = 0
                IF   CBCHEQ-PESSOA-CODIGO = PESSOA-L
                     MOVE 1 TO VINCULO
                END-IF
           ELSE
                MOVE CBCHEQ-FAVORECIDO TO TEXTO-ORIGINAL
                MOVE 40                TO TAMANHO-TEXTO
                PERFORM 700-PROCURA-NOME THRU 700-99-FIM
                IF   POSICAO-NOME NOT = 0
                     MOVE 1 TO VINCULO
                END-IF
           END-IF
           IF   NOT REGISTRO-DA-PESSOA
                GO TO 435-99-FIM
           END-IF

           MOVE "CBCHEQ"       TO AC-ARQUIVO
           MOVE CBCHEQ-COD-RED TO CHAVE-1
           MOVE CBCHEQ-NUMERO  TO CHAVE-2
           MOVE SPACES         TO AC-REGISTRO
           STRING "CHEQUE " CHAVE-1 "/" CHAVE-2 DELIMITED BY SIZE
                  INTO AC-REGISTRO
           MOVE "FAVORECIDO"   TO AC-CAMPO

           EVALUATE TRUE
               WHEN FASE-EXPORTA
                    MOVE CBCHEQ-FAVORECIDO TO AC-CONTEUDO
                    PERFORM 750-REGISTRA THRU 750-99-FIM
                    MOVE "DADOS"           TO AC-CAMPO
                    MOVE CBCHEQ-EMISSAO    TO DATA-ED
                    MOVE CBCHEQ-VALOR      TO VALOR-ED
                    MOVE SPACES            TO AC-CONTEUDO
                    STRING "EMISSAO " DATA-ED " VALOR " VALOR-ED
                           " SITUACAO " CBCHEQ-SITUACAO
                           DELIMITED BY SIZE INTO AC-CONTEUDO
                    PERFORM 750-REGISTRA THRU 750-99-FIM
               WHEN FASE-VERIFICA
                    MOVE CBCHEQ-EMISSAO           TO DATA-TESTE
                    PERFORM 760-ULTIMA-DATA THRU 760-99-FIM
                    MOVE CBCHEQ-DATA-COMPENSACAO  TO DATA-TESTE
                    PERFORM 760-ULTIMA-DATA THRU 760-99-FIM
                    MOVE CBCHEQ-DATA-CANCELAMENTO TO DATA-TESTE
                    PERFORM 760-ULTIMA-DATA THRU 760-99-FIM
                    IF   CBCHEQ-EM-TRANSITO
                         ADD 1 TO QT-PENDENCIAS
                    END-IF
               WHEN FASE-ANONIMIZA
                    MOVE PSEUDONIMO TO CBCHEQ-FAVORECIDO
                    REWRITE CBCHEQ-REG
                    MOVE "00" TO FS-CBCHEQ
                    MOVE SPACES TO LOG-DETALHE
                    PERFORM 770-GRAVA-LOG THRU 770-99-FIM
                    ADD 1 TO QT-ALTERADOS
           END-EVALUATE.

       435-99-FIM. EXIT.

       440-CBADIA.

           IF   FASE-ANONIMIZA
                OPEN I-O CBADIA
           ELSE
                OPEN INPUT CBADIA
           END-IF
           IF   FS-CBADIA > "09"
                MOVE "00" TO FS-CBADIA
                GO TO 440-99-FIM
           END-IF

           PERFORM UNTIL FS-CBADIA > "09" OR NOT LOG-OK
                   READ CBADIA NEXT RECORD
                   IF   FS-CBADIA < "10"
                        PERFORM 445-ADIANTAMENTO THRU 445-99-FIM
                   END-IF
           END-PERFORM
           CLOSE CBADIA
           MOVE "00" TO FS-CBADIA.

       440-99-FIM. EXIT.

       445-ADIANTAMENTO.

      *    O adiantamento aponta a pessoa pelo codigo; so a
      *    descricao livre pode trazer o nome

           MOVE CBADIA-DESCRICAO TO TEXTO-ORIGINAL
           MOVE 30               TO TAMANHO-TEXTO
           PERFORM 700-PROCURA-NOME THRU 700-99-FIM
           MOVE 0 TO VINCULO
           IF   POSICAO-NOME NOT = 0
           OR   CBADIA-PESSOA-CODIGO = PESSOA-L
                MOVE 1 TO VINCULO
           END-IF
           IF   NOT REGISTRO-DA-PESSOA
                GO TO 445-99-FIM
           END-IF

           MOVE "CBADIA"      TO AC-ARQUIVO
           MOVE CBADIA-NUMERO TO CHAVE-1
           MOVE SPACES        TO AC-REGISTRO
           STRING "ADIANTAMENTO " CHAVE-1 DELIMITED BY SIZE
                  INTO AC-REGISTRO
           MOVE "DESCRICAO"   TO AC-CAMPO

           EVALUATE TRUE
               WHEN FASE-EXPORTA
                    MOVE CBADIA-DESCRICAO TO AC-CONTEUDO
                    PERFORM 750-REGISTRA THRU 750-99-FIM
                    MOVE "DADOS"          TO AC-CAMPO
                    MOVE CBADIA-EMISSAO   TO DATA-ED
                    MOVE CBADIA-VALOR     TO VALOR-ED
                    MOVE SPACES           TO AC-CONTEUDO
                    STRING "EMISSAO " DATA-ED " VALOR " VALOR-ED
                           " SITUACAO " CBADIA-SITUACAO
                           DELIMITED BY SIZE INTO AC-CONTEUDO
                    PERFORM 750-REGISTRA THRU 750-99-FIM
               WHEN FASE-VERIFICA
                    MOVE CBADIA-EMISSAO           TO DATA-TESTE
                    PERFORM 760-ULTIMA-DATA THRU 760-99-FIM
                    MOVE CBADIA-DATA-ENCERRAMENTO TO DATA-TESTE
                    PERFORM 760-ULTIMA-DATA THRU 760-99-FIM
                    IF   CBADIA-ABERTO
                    AND  CBADIA-PESSOA-CODIGO = PESSOA-L
                         ADD 1 TO QT-PENDENCIAS
                    END-IF
               WHEN FASE-ANONIMIZA
                AND  POSICAO-NOME NOT = 0
                    PERFORM 710-SUBSTITUI-NOME THRU 710-99-FIM
                    MOVE TEXTO-ORIGINAL TO CBADIA-DESCRICAO
                    REWRITE CBADIA-REG
                    MOVE "00" TO FS-CBADIA
                    MOVE SPACES TO LOG-DETALHE
                    PERFORM 770-GRAVA-LOG THRU 770-99-FIM
                    ADD 1 TO QT-ALTERADOS
           END-EVALUATE.

       445-99-FIM. EXIT.

       450-CBCCPO.

      *    O cartao corporativo so aponta a pessoa pelo codigo:
      *    entra na exportacao e, ativo, impede a anonimizacao

           IF   FASE-ANONIMIZA
                GO TO 450-99-FIM
           END-IF

           OPEN INPUT CBCCPO
           IF   FS-CBCCPO > "09"
                MOVE "00" TO FS-CBCCPO
                GO TO 450-99-FIM
           END-IF

           PERFORM UNTIL FS-CBCCPO > "09"
                   READ CBCCPO NEXT RECORD
                   IF   FS-CBCCPO < "10"
                   AND  CBCCPO-PESSOA-CODIGO = PESSOA-L
                        IF   FASE-EXPORTA
                             MOVE "CBCCPO"        TO AC-ARQUIVO
                             MOVE SPACES          TO AC-REGISTRO
                             STRING "CARTAO " CBCCPO-CARTAO
                                    DELIMITED BY SIZE
                                    INTO AC-REGISTRO
                             MOVE "PORTADOR"      TO AC-CAMPO
                             MOVE CBCCPO-PORTADOR TO AC-CONTEUDO
                             PERFORM 750-REGISTRA THRU 750-99-FIM
                        ELSE
                             IF   CBCCPO-CARTAO-ATIVO
                                  ADD 1 TO QT-PENDENCIAS
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           CLOSE CBCCPO
           MOVE "00" TO FS-CBCCPO.

       450-99-FIM. EXIT.

       460-CBHIVA.

           IF   TAMANHO-NOME < 6
                GO TO 460-99-FIM
           END-IF

           IF   FASE-ANONIMIZA
                OPEN I-O CBHIVA
           ELSE
                OPEN INPUT CBHIVA
           END-IF
           IF   FS-CBHIVA > "09"
                MOVE "00" TO FS-CBHIVA
                GO TO 460-99-FIM
           END-IF

           PERFORM UNTIL FS-CBHIVA > "09" OR NOT LOG-OK
                   READ CBHIVA NEXT RECORD
                   IF   FS-CBHIVA < "10"
                        PERFORM 465-HISTORICO THRU 465-99-FIM
                   END-IF
           END-PERFORM
           CLOSE CBHIVA
           MOVE "00" TO FS-CBHIVA.

       460-99-FIM. EXIT.

       465-HISTORICO.

           MOVE CBHIVA-DESCRICAO TO TEXTO-ORIGINAL
           MOVE 30               TO TAMANHO-TEXTO
           PERFORM 700-PROCURA-NOME THRU 700-99-FIM
           IF   POSICAO-NOME = 0
                GO TO 465-99-FIM
           END-IF

           MOVE "CBHIVA"        TO AC-ARQUIVO
           MOVE CBHIVA-CODIGO   TO CHAVE-1
           MOVE CBHIVA-VARIAVEL TO CHAVE-3
           MOVE SPACES          TO AC-REGISTRO
           STRING "HISTORICO " CHAVE-1 "/" CHAVE-3
                  DELIMITED BY SIZE INTO AC-REGISTRO
           MOVE "DESCRICAO"     TO AC-CAMPO

           EVALUATE TRUE
               WHEN FASE-EXPORTA
                    MOVE CBHIVA-DESCRICAO TO AC-CONTEUDO
                    PERFORM 750-REGISTRA THRU 750-99-FIM
               WHEN FASE-ANONIMIZA
                    PERFORM 710-SUBSTITUI-NOME THRU 710-99-FIM
                    MOVE TEXTO-ORIGINAL TO CBHIVA-DESCRICAO
                    REWRITE CBHIVA-REG
                    MOVE "00" TO FS-CBHIVA
                    MOVE SPACES TO LOG-DETALHE
                    PERFORM 770-GRAVA-LOG THRU 770-99-FIM
                    ADD 1 TO QT-ALTERADOS
           END-EVALUATE.

       465-99-FIM. EXIT.

       470-CBMEMO.

           IF   TAMANHO-NOME < 6
                GO TO 470-99-FIM
           END-IF

           IF   FASE-ANONIMIZA
                OPEN I-O CBMEMO
           ELSE
                OPEN INPUT CBMEMO
           END-IF
           IF   FS-CBMEMO > "09"
                MOVE "00" TO FS-CBMEMO
                GO TO 470-99-FIM
           END-IF

           PERFORM UNTIL FS-CBMEMO > "09" OR NOT LOG-OK
                   READ CBMEMO NEXT RECORD
                   IF   FS-CBMEMO < "10"
                        PERFORM 475-MEMORANDO THRU 475-99-FIM
                   END-IF
           END-PERFORM
           CLOSE CBMEMO
           MOVE "00" TO FS-CBMEMO.

       470-99-FIM. EXIT.

       475-MEMORANDO.

           MOVE CBMEMO-TEXTO TO TEXTO-ORIGINAL
           MOVE 60           TO TAMANHO-TEXTO
           PERFORM 700-PROCURA-NOME THRU 700-99-FIM
           IF   POSICAO-NOME = 0
                GO TO 475-99-FIM
           END-IF

           MOVE "CBMEMO"          TO AC-ARQUIVO
           MOVE CBMEMO-AAAAMM     TO CHAVE-1
           MOVE CBMEMO-LANCAMENTO TO CHAVE-2
           MOVE CBMEMO-LINHA      TO CHAVE-3
           MOVE SPACES            TO AC-REGISTRO
           STRING "MEMO " CHAVE-1 "/" CHAVE-2 "/" CHAVE-3
                  DELIMITED BY SIZE INTO AC-REGISTRO
           MOVE "TEXTO"           TO AC-CAMPO

           EVALUATE TRUE
               WHEN FASE-EXPORTA
                    MOVE CBMEMO-TEXTO TO AC-CONTEUDO
                    PERFORM 750-REGISTRA THRU 750-99-FIM
               WHEN FASE-VERIFICA
                    COMPUTE DATA-TESTE = CBMEMO-AAAAMM * 100 + 31
                    PERFORM 760-ULTIMA-DATA THRU 760-99-FIM
               WHEN FASE-ANONIMIZA
                    PERFORM 710-SUBSTITUI-NOME THRU 710-99-FIM
                    MOVE TEXTO-ORIGINAL TO CBMEMO-TEXTO
                    REWRITE CBMEMO-REG
                    MOVE "00" TO FS-CBMEMO
                    MOVE SPACES TO LOG-DETALHE
                    PERFORM 770-GRAVA-LOG THRU 770-99-FIM
                    ADD 1 TO QT-ALTERADOS
           END-EVALUATE.

       475-99-FIM. EXIT.

       700-PROCURA-NOME.

      *    Procura o nome em TEXTO-ORIGINAL (1: TAMANHO-TEXTO); em
      *    campo menor que o nome vale o comeco do nome

           MOVE 0 TO POSICAO-NOME
           IF   TAMANHO-NOME < 6
                GO TO 700-99-FIM
           END-IF

           IF   TAMANHO-NOME > TAMANHO-TEXTO
                MOVE TAMANHO-TEXTO TO TAMANHO-BUSCA
           ELSE
                MOVE TAMANHO-NOME  TO TAMANHO-BUSCA
           END-IF

           MOVE TEXTO-ORIGINAL TO TEXTO-MAIUSCULO
           INSPECT TEXTO-MAIUSCULO CONVERTING MINUSCULAS TO MAIUSCULAS

           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P + TAMANHO-BUSCA - 1 > TAMANHO-TEXTO
                      OR POSICAO-NOME NOT = 0
                   IF   TEXTO-MAIUSCULO (P: TAMANHO-BUSCA)
                      = NOME-BUSCA (1: TAMANHO-BUSCA)
                        MOVE P TO POSICAO-NOME
                   END-IF
           END-PERFORM.

       700-99-FIM. EXIT.

       710-SUBSTITUI-NOME.

      *    Troca cada ocorrencia do nome pelo pseudonimo, mantendo o
      *    resto do texto; o que passar do tamanho do campo e perdido

           MOVE 0 TO VEZES
           PERFORM 700-PROCURA-NOME THRU 700-99-FIM

           PERFORM UNTIL POSICAO-NOME = 0 OR VEZES > 4
                   ADD  1      TO VEZES
                   MOVE SPACES TO TEXTO-NOVO
                   IF   POSICAO-NOME > 1
                        MOVE TEXTO-ORIGINAL (1: POSICAO-NOME - 1)
                          TO TEXTO-NOVO
                   END-IF
                   MOVE PSEUDONIMO TO TEXTO-NOVO (POSICAO-NOME: 25)
                   COMPUTE POSICAO-RESTO = POSICAO-NOME + TAMANHO-BUSCA
                   IF   POSICAO-RESTO NOT > TAMANHO-TEXTO
                        MOVE TEXTO-ORIGINAL (POSICAO-RESTO:
                             TAMANHO-TEXTO - POSICAO-RESTO + 1)
                          TO TEXTO-NOVO (POSICAO-NOME + 25:)
                   END-IF
                   MOVE SPACES TO TEXTO-ORIGINAL
                   MOVE TEXTO-NOVO (1: TAMANHO-TEXTO)
                     TO TEXTO-ORIGINAL
                   PERFORM 700-PROCURA-NOME THRU 700-99-FIM
           END-PERFORM.

       710-99-FIM. EXIT.

       750-REGISTRA.

           ADD  1           TO QT-REGISTROS
           MOVE AC-ARQUIVO  TO EX-ARQUIVO  CLIC-ARQUIVO
           MOVE AC-REGISTRO TO EX-REGISTRO CLIC-REGISTRO
           MOVE AC-CAMPO    TO EX-CAMPO    CLIC-CAMPO
           MOVE AC-CONTEUDO TO EX-CONTEUDO CLIC-CONTEUDO
           WRITE EXPLIN-REG FROM LINHA-EXPORTA
           MOVE LINHA-02    TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       750-99-FIM. EXIT.

       760-ULTIMA-DATA.

           IF   DATA-TESTE NUMERIC
           AND  DATA-TESTE > ULTIMA-DATA
                MOVE DATA-TESTE TO ULTIMA-DATA
           END-IF.

       760-99-FIM. EXIT.

       770-GRAVA-LOG.

           MOVE PESSOA-L      TO CBLGPD-PESSOA
           MOVE HOJE          TO CBLGPD-DATA
           MOVE HORA          TO CBLGPD-HORA
           MOVE LOG-ACAO      TO CBLGPD-ACAO
           MOVE AC-ARQUIVO    TO CBLGPD-ARQUIVO
           MOVE AC-REGISTRO   TO CBLGPD-REGISTRO
           MOVE AC-CAMPO      TO CBLGPD-CAMPO
           MOVE LOG-DETALHE   TO CBLGPD-DETALHE
           MOVE OPERADOR      TO CBLGPD-OPERADOR
           MOVE "22"          TO FS-CBLGPD
           PERFORM UNTIL FS-CBLGPD NOT = "22"
                   ADD  1             TO SEQUENCIA-LOG
                   MOVE SEQUENCIA-LOG TO CBLGPD-SEQUENCIA
                   WRITE CBLGPD-REG
           END-PERFORM

      *    Sem o registro a acao nao prossegue: nada e alterado ou
      *    exportado sem deixar rastro

           IF   FS-CBLGPD > "09"
                MOVE 0 TO LOG-GRAVADO
                DISPLAY "Erro de gravacao em CBLGPD - acao interrompida"
                        LINE 22 COLUMN 03
           END-IF
           MOVE "00" TO FS-CBLGPD.

       770-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           MOVE "?"            TO CWMENU
           CALL "CWGETU"    USING OPERADOR TASK PROGRAMA CWMENU

           OPEN I-O CBPESS
           OPEN I-O CBLGPD
           IF   FS-CBLGPD = "30" OR "35"
                CLOSE CBLGPD
                OPEN OUTPUT CBLGPD
                CLOSE CBLGPD
                OPEN I-O CBLGPD
           END-IF
           IF   FS-CBPESS > "09" OR FS-CBLGPD > "09"
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBPESS CBLGPD.

       900-99-FIM. EXIT.

       END PROGRAM CB255PCW.
