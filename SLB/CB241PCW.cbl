       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB241PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Mapeamento das contas e linhas da DRE para a *
                      *  taxonomia XBRL da CVM, validacao das         *
                      *  demonstracoes (balanco, DRE e DFC) e geracao *
                      *  da instancia XBRL com periodo comparativo    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBXBRMSL.
       COPY CBDRELSL.
       COPY CBDFCCSL.
       COPY CBPLCOSL.
       COPY CBCOSASL.
       COPY CBMVMSSL.
       COPY CBEMPRSL.
       COPY CBPAEMSL.

           SELECT XBRL-SAIDA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-XBRL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBXBRMFD.
       COPY CBDRELFD.
       COPY CBDFCCFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.
       COPY CBMVMSFD.
       COPY CBEMPRFD.
       COPY CBPAEMFD.

       FD  XBRL-SAIDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-XBRL.

       01  XBRL-REG                     PIC  X(250).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB241PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 DEMONSTRACAO-M            PIC  X(001) VALUE SPACE.
           05 SEQUENCIA-M               PIC  9(004) VALUE 0.
           05 ELEMENTO-M                PIC  X(056) VALUE SPACES.
           05 CODIGO-M                  PIC  X(015) VALUE SPACES.
           05 DESCRICAO-M               PIC  X(040) VALUE SPACES.
           05 NATUREZA-M                PIC  X(001) VALUE SPACE.
           05 SINAL-M                   PIC  X(001) VALUE SPACE.
           05 LINHA-DRE-M               PIC  9(003) VALUE 0.
           05 FAIXAS-M                             VALUE ZEROS.
              10 FAIXA-M OCCURS 5.
                 15 CLASSE-DE           PIC  9(015).
                 15 CLASSE-ATE          PIC  9(015).
           05 REFERENCIA-M              PIC  X(100) VALUE SPACES.
           05 FILLER REDEFINES REFERENCIA-M.
              10 REFERENCIA-M-1         PIC  X(050).
              10 REFERENCIA-M-2         PIC  X(050).
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 REFERENCIA-XBRL.
              10 REF-AAAA               PIC  9(004).
              10 REF-MM                 PIC  9(002).
           05 REFERENCIA-XBRL-N REDEFINES REFERENCIA-XBRL
                                        PIC  9(006).
           05 GERA-INSTANCIA            PIC  X(001) VALUE "S".
           05 RESPOSTA                  PIC  X(001) VALUE "N".
           05 EMPRESA-SESSAO            PIC  9(003) VALUE 0.
           05 RAZAO-EMPRESA             PIC  X(040) VALUE SPACES.
           05 CNPJ-EMPRESA              PIC  9(014) VALUE 0.
           05 SCHEMA-TAXONOMIA          PIC  X(100) VALUE SPACES.
           05 E                  COMP-3 PIC  9(003) VALUE 0.
           05 E2                 COMP-3 PIC  9(003) VALUE 0.
           05 L                  COMP-3 PIC  9(003) VALUE 0.
           05 N                  COMP-3 PIC  9(003) VALUE 0.
           05 S                  COMP-3 PIC  9(003) VALUE 0.
           05 P                  COMP-3 PIC  9(001) VALUE 0.
           05 I                  COMP-3 PIC  9(001) VALUE 0.
           05 K                  COMP-3 PIC  9(003) VALUE 0.
           05 TAMANHO                   PIC  9(002) VALUE 0.
           05 ACHOU                     PIC  X(001) VALUE "N".
              88 ACHOU-ELEMENTO                    VALUE "S".
           05 CONTA-RESULTADO           PIC  X(001) VALUE "N".
              88 E-CONTA-DE-RESULTADO              VALUE "S".
           05 CLASSE-TESTE       COMP-3 PIC  9(015) VALUE 0.
           05 DEMONSTRACAO-TESTE        PIC  X(001) VALUE SPACE.
           05 VALOR-EXERCICIO    COMP-3 PIC S9(013)V99 VALUE 0.
           05 DIFERENCA          COMP-3 PIC S9(013)V99 VALUE 0.
           05 TOTAL-FLUXO        COMP-3 PIC S9(013)V99 VALUE 0.
           05 COD-RED-ED                PIC  9(005) VALUE 0.
           05 LINHA-ED                  PIC  9(003) VALUE 0.
           05 CLASSE-ED                 PIC  9(015) VALUE 0.
           05 QT-PENDENCIAS      COMP-3 PIC  9(005) VALUE 0.
           05 QT-PENDENCIAS-ED          PIC  ZZ.ZZ9.
           05 QT-LINHAS-XML      COMP-3 PIC  9(006) VALUE 0.
           05 QT-LINHAS-XML-ED          PIC  ZZZ.ZZ9.
           05 PERIODOS.
              10 PERIODO-BALANCO        PIC  9(006) OCCURS 2.
              10 PERIODO-RESULTADO      PIC  9(006) OCCURS 2.
              10 DATA-INSTANTE          PIC  X(010) OCCURS 2.
              10 DATA-INICIO            PIC  X(010) OCCURS 2.
              10 DATA-FIM               PIC  X(010) OCCURS 2.
              10 VARIACAO-CAIXA  COMP-3 PIC S9(013)V99 OCCURS 2.
              10 RESULTADO-ACUM  COMP-3 PIC S9(013)V99 OCCURS 2.
           05 CONTEXTOS.
              10 FILLER                 PIC  X(013) VALUE
                 "INST-ATUAL".
              10 FILLER                 PIC  X(013) VALUE
                 "INST-ANTERIOR".
              10 FILLER                 PIC  X(013) VALUE
                 "DUR-ATUAL".
              10 FILLER                 PIC  X(013) VALUE
                 "DUR-ANTERIOR".
           05 FILLER REDEFINES CONTEXTOS.
              10 CONTEXTO               PIC  X(013) OCCURS 4.
           05 CONTEXTO-FATO             PIC  X(013) VALUE SPACES.
           05 DATA-CALCULO              PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-CALCULO.
              10 CAL-AAAA               PIC  9(004).
              10 CAL-MM                 PIC  9(002).
              10 CAL-DD                 PIC  9(002).
           05 DATA-ISO                  PIC  X(010) VALUE SPACES.
           05 DIAS-NO-MES               PIC  X(024) VALUE
              "312831303130313130313031".
           05 FILLER REDEFINES DIAS-NO-MES.
              10 DIAS-MES               PIC  9(002) OCCURS 12.
           05 QUOCIENTE          COMP-3 PIC  9(004) VALUE 0.
           05 RESTO-4            COMP-3 PIC  9(003) VALUE 0.
           05 RESTO-100          COMP-3 PIC  9(003) VALUE 0.
           05 RESTO-400          COMP-3 PIC  9(003) VALUE 0.
           05 REFERENCIA-CORRENTE.
              10 COR-AAAA               PIC  9(004).
              10 COR-MM                 PIC  9(002).
           05 REFERENCIA-CORRENTE-N REDEFINES REFERENCIA-CORRENTE
                                        PIC  9(006).
           05 ATIVIDADE-MOV             PIC  X(001) VALUE SPACE.
           05 DESCRICAO-MOV             PIC  X(040) VALUE SPACES.
           05 CHAVE-CORRENTE            PIC  X(005) VALUE SPACES.
           05 CLASSE-CONTRA             PIC  9(015) VALUE 0.
           05 ENTRADA-MOV        COMP-3 PIC S9(013)V99 VALUE 0.
           05 PENDENCIA.
              10 PEND-TEXTO             PIC  X(040).
              10 PEND-ORIGEM            PIC  X(050).
              10 PEND-PERIODO.
                 15 PEND-AAAA           PIC  9(004).
                 15 PEND-MM             PIC  9(002).
              10 PEND-VALOR      COMP-3 PIC S9(013)V99.
           05 VALOR-XML                 PIC  -(013)9,99.
           05 LINHA-XML                 PIC  X(250) VALUE SPACES.
           05 LINHA-BRANCA              PIC  X(068) VALUE SPACES.
           05 RODAPE-CB241              PIC  X(068) VALUE
              "<Esc>-Fim F2-Grava F4-Exclui".
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 RK-CBPAEM          COMP   PIC  9(002) VALUE 10.
           05 ER-CBXBRM.
              10 FS-CBXBRM              PIC  X(002) VALUE "00".
              10 LB-CBXBRM              PIC  X(050) VALUE "CBXBRM".
           05 ER-CBDREL.
              10 FS-CBDREL              PIC  X(002) VALUE "00".
              10 LB-CBDREL              PIC  X(050) VALUE "CBDREL".
           05 ER-CBDFCC.
              10 FS-CBDFCC              PIC  X(002) VALUE "00".
              10 LB-CBDFCC              PIC  X(050) VALUE "CBDFCC".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".
           05 ER-CBMVMS.
              10 FS-CBMVMS              PIC  X(002) VALUE "00".
              10 LB-CBMVMS              PIC  X(050) VALUE "CBMV000000".
           05 ER-CBEMPR.
              10 FS-CBEMPR              PIC  X(002) VALUE "00".
              10 LB-CBEMPR              PIC  X(050) VALUE "CBEMPR".
           05 ER-CBPAEM.
              10 FS-CBPAEM              PIC  X(002) VALUE "00".
              10 LB-CBPAEM              PIC  X(050) VALUE "CBPAEM".
           05 ER-XBRL.
              10 FS-XBRL                PIC  X(002) VALUE "00".
              10 LB-XBRL                PIC  X(050) VALUE SPACES.

      *    Elementos do mapeamento, com os valores do periodo atual
      *    (1) e do comparativo (2)

       01  TABELA-ELEMENTOS.
           05 QT-ELEMENTOS       COMP-3 PIC  9(003) VALUE 0.
           05 TB-ELEMENTO OCCURS 400.
              10 TE-DEMONSTRACAO        PIC  X(001).
              10 TE-SEQUENCIA           PIC  9(004).
              10 TE-ELEMENTO            PIC  X(056).
              10 TE-CODIGO              PIC  X(015).
              10 TE-TAMANHO             PIC  9(002).
              10 TE-DESCRICAO           PIC  X(040).
              10 TE-NATUREZA            PIC  X(001).
              10 TE-SINAL               PIC  X(001).
              10 TE-LINHA-DRE           PIC  9(003).
              10 TE-FAIXA OCCURS 5.
                 15 TE-CLASSE-DE COMP-3 PIC  9(015).
                 15 TE-CLASSE-ATE
                                 COMP-3 PIC  9(015).
              10 TE-VALOR        COMP-3 PIC S9(013)V99 OCCURS 2.
              10 TE-FILHOS       COMP-3 PIC  9(003).

      *    Linhas da DRE (CBDREL), acumuladas como no CB077PCW

       01  TABELA-DRE.
           05 QT-LINHAS-DRE      COMP-3 PIC  9(003) VALUE 0.
           05 TD-LINHA-DRE OCCURS 99.
              10 TD-LINHA               PIC  9(003).
              10 TD-TITULO              PIC  X(040).
              10 TD-TIPO                PIC  X(001).
              10 TD-FAIXA OCCURS 5.
                 15 TD-CLASSE-DE COMP-3 PIC  9(015).
                 15 TD-CLASSE-ATE
                                 COMP-3 PIC  9(015).
              10 TD-VALOR        COMP-3 PIC S9(013)V99 OCCURS 2.
              10 TD-MAPEADA             PIC  X(001).

       01  TABELA-NAMESPACES.
           05 QT-NAMESPACES      COMP-3 PIC  9(003) VALUE 0.
           05 TN-NAMESPACE OCCURS 20.
              10 TN-PREFIXO             PIC  X(030).
              10 TN-URI                 PIC  X(100).

      *    Classes de contrapartida do fluxo de caixa sem elemento

       01  TABELA-SEM-ELEMENTO.
           05 QT-SEM-ELEMENTO    COMP-3 PIC  9(003) VALUE 0.
           05 TS-CLASSE-FLUXO OCCURS 100.
              10 TS-CLASSE              PIC  9(015).
              10 TS-ATIVIDADE           PIC  X(001).
              10 TS-DESCRICAO           PIC  X(040).
              10 TS-VALOR        COMP-3 PIC S9(013)V99 OCCURS 2.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "CODIGO CVM      DESCRICAO               ".
              05 FILLER                 PIC  X(040) VALUE
                 "                 ELEMENTO               ".
              05 FILLER                 PIC  X(040) VALUE
                 "                           ATUAL        ".
              05 FILLER                 PIC  X(012) VALUE
                 "    ANTERIOR".
           02 LINHA-02.
              05 CLIC-CODIGO            PIC  X(015).
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO         PIC  X(040).
              05 FILLER                 PIC  X(001).
              05 CLIC-ELEMENTO          PIC  X(035).
              05 FILLER                 PIC  X(001).
              05 CLIC-ATUAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLIC-ANTERIOR          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 LINHA-03.
              05 CLIC-PENDENCIA         PIC  X(040).
              05 FILLER                 PIC  X(001).
              05 CLIC-ORIGEM            PIC  X(050).
              05 FILLER                 PIC  X(001).
              05 CLIC-PERIODO           PIC  X(007).
              05 FILLER                 PIC  X(001).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-
                                        BLANK WHEN ZERO.
           02 LINHA-04.
              05 CLIC-SECAO             PIC  X(080).

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE
              "1 - Mapeamento para a taxonomia XBRL".
           05 LINE 05 COLUMN 03 VALUE
              "2 - Validacao e geracao da instancia XBRL".
           05 LINE 07 COLUMN 03 VALUE "Opcao:".
           05 LINE 07 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Demonstracao.......:".
           05 LINE 04 COLUMN 24 PIC X(001) USING DEMONSTRACAO-M.
           05 LINE 04 COLUMN 30 VALUE "Sequencia:".
           05 LINE 04 COLUMN 41 PIC 9(004) USING SEQUENCIA-M.
           05 LINE 05 COLUMN 03 VALUE
              "B-Balanco D-DRE F-DFC N-Namespace S-Schema".

       01  TELA-MAPA.
           05 LINE 07 COLUMN 03 VALUE "Elemento / prefixo.:".
           05 LINE 07 COLUMN 24 PIC X(056) USING ELEMENTO-M.
           05 LINE 08 COLUMN 03 VALUE "Codigo CVM.........:".
           05 LINE 08 COLUMN 24 PIC X(015) USING CODIGO-M.
           05 LINE 09 COLUMN 03 VALUE "Descricao..........:".
           05 LINE 09 COLUMN 24 PIC X(040) USING DESCRICAO-M.
           05 LINE 10 COLUMN 03 VALUE "Natureza (D/T).....:".
           05 LINE 10 COLUMN 24 PIC X(001) USING NATUREZA-M.
           05 LINE 10 COLUMN 30 VALUE
              "D-Detalhe T-Total dos codigos filhos".
           05 LINE 11 COLUMN 03 VALUE "Sinal (+/-)........:".
           05 LINE 11 COLUMN 24 PIC X(001) USING SINAL-M.
           05 LINE 11 COLUMN 30 VALUE "- inverte o valor apurado".
           05 LINE 12 COLUMN 03 VALUE "Linha da DRE.......:".
           05 LINE 12 COLUMN 24 PIC 9(003) USING LINHA-DRE-M.
           05 LINE 13 COLUMN 03 VALUE "Faixas de classe (de/ate):".
           05 LINE 14 COLUMN 06 PIC 9(015)  USING CLASSE-DE  (1).
           05 LINE 14 COLUMN 25 PIC 9(015)  USING CLASSE-ATE (1).
           05 LINE 15 COLUMN 06 PIC 9(015)  USING CLASSE-DE  (2).
           05 LINE 15 COLUMN 25 PIC 9(015)  USING CLASSE-ATE (2).
           05 LINE 16 COLUMN 06 PIC 9(015)  USING CLASSE-DE  (3).
           05 LINE 16 COLUMN 25 PIC 9(015)  USING CLASSE-ATE (3).
           05 LINE 17 COLUMN 06 PIC 9(015)  USING CLASSE-DE  (4).
           05 LINE 17 COLUMN 25 PIC 9(015)  USING CLASSE-ATE (4).
           05 LINE 18 COLUMN 06 PIC 9(015)  USING CLASSE-DE  (5).
           05 LINE 18 COLUMN 25 PIC 9(015)  USING CLASSE-ATE (5).
           05 LINE 19 COLUMN 03 VALUE "Namespace / schema.:".
           05 LINE 19 COLUMN 24 PIC X(050) USING REFERENCIA-M-1.
           05 LINE 20 COLUMN 24 PIC X(050) USING REFERENCIA-M-2.

       01  TELA-GERACAO.
           05 LINE 06 COLUMN 03 VALUE "Referencia (AAAAMM)....:".
           05 LINE 06 COLUMN 28 PIC 9999 USING REF-AAAA.
           05 LINE 06 COLUMN 32 PIC 99   USING REF-MM.
           05 LINE 08 COLUMN 03 VALUE "Gera a instancia (S/N).:".
           05 LINE 08 COLUMN 28 PIC X    USING GERA-INSTANCIA.
           05 LINE 10 COLUMN 03 VALUE "Arquivo da instancia...:".
           05 LINE 10 COLUMN 28 PIC X(050) USING LB-XBRL.

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
                            PERFORM 100-MANUTENCAO THRU 100-99-FIM
                                    UNTIL ESC
                            SET ENTER-KEY TO TRUE
                       WHEN OPCAO = 2
                            PERFORM 200-VALIDACAO  THRU 200-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-MANUTENCAO.

           MOVE SPACE TO DEMONSTRACAO-M
           MOVE 0     TO SEQUENCIA-M
           DISPLAY TELA-CHAVE
           DISPLAY LINHA-BRANCA LINE 23 COLUMN 03
           DISPLAY RODAPE-CB241 LINE 23 COLUMN 03
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY

           IF   ESC OR DEMONSTRACAO-M = SPACE
                SET ESC TO TRUE
                GO TO 100-99-FIM
           END-IF

           INSPECT DEMONSTRACAO-M CONVERTING "bdfns" TO "BDFNS"
           IF   DEMONSTRACAO-M NOT = "B" AND NOT = "D" AND NOT = "F"
                               AND NOT = "N" AND NOT = "S"
                DISPLAY "Demonstracao invalida" LINE 22 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE 0      TO EXISTE LINHA-DRE-M
           MOVE SPACES TO ELEMENTO-M CODIGO-M DESCRICAO-M
                          REFERENCIA-M
           MOVE "D"    TO NATUREZA-M
           MOVE "+"    TO SINAL-M
           MOVE ZEROS  TO FAIXAS-M

           MOVE DEMONSTRACAO-M TO CBXBRM-DEMONSTRACAO
           MOVE SEQUENCIA-M    TO CBXBRM-SEQUENCIA
           READ CBXBRM
           IF   FS-CBXBRM < "10"
                MOVE 1                  TO EXISTE
                MOVE CBXBRM-ELEMENTO    TO ELEMENTO-M
                MOVE CBXBRM-CODIGO-CVM  TO CODIGO-M
                MOVE CBXBRM-DESCRICAO   TO DESCRICAO-M
                MOVE CBXBRM-NATUREZA    TO NATUREZA-M
                MOVE CBXBRM-SINAL       TO SINAL-M
                MOVE CBXBRM-LINHA-DRE   TO LINHA-DRE-M
                MOVE CBXBRM-REFERENCIA  TO REFERENCIA-M
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                        MOVE CBXBRM-CLASSE-DE  (I) TO CLASSE-DE  (I)
                        MOVE CBXBRM-CLASSE-ATE (I) TO CLASSE-ATE (I)
                END-PERFORM
           END-IF

           DISPLAY TELA-MAPA
           ACCEPT  TELA-MAPA
           ACCEPT  TECLA FROM ESCAPE KEY

           EVALUATE TRUE
               WHEN ESC
                    SET ENTER-KEY TO TRUE
               WHEN F4
                    PERFORM 120-EXCLUI THRU 120-99-FIM
               WHEN OTHER
                    PERFORM 110-GRAVA  THRU 110-99-FIM
           END-EVALUATE.

       100-99-FIM. EXIT.

       110-GRAVA.

           INSPECT NATUREZA-M CONVERTING "dt" TO "DT"
           IF   SINAL-M = SPACE
                MOVE "+" TO SINAL-M
           END-IF

           EVALUATE DEMONSTRACAO-M
               WHEN "N"
                    IF   ELEMENTO-M = SPACES OR REFERENCIA-M = SPACES
                         DISPLAY "Informe o prefixo e o namespace"
                                 LINE 22 COLUMN 03
                         GO TO 110-99-FIM
                    END-IF
               WHEN "S"
                    IF   REFERENCIA-M = SPACES
                         DISPLAY "Informe o schema da taxonomia"
                                 LINE 22 COLUMN 03
                         GO TO 110-99-FIM
                    END-IF
               WHEN OTHER
                    PERFORM 115-CRITICA-ELEMENTO THRU 115-99-FIM
                    IF   ELEMENTO-M = SPACES
                         GO TO 110-99-FIM
                    END-IF
           END-EVALUATE

           MOVE DEMONSTRACAO-M TO CBXBRM-DEMONSTRACAO
           MOVE SEQUENCIA-M    TO CBXBRM-SEQUENCIA
           MOVE ELEMENTO-M     TO CBXBRM-ELEMENTO
           MOVE CODIGO-M       TO CBXBRM-CODIGO-CVM
           MOVE DESCRICAO-M    TO CBXBRM-DESCRICAO
           MOVE NATUREZA-M     TO CBXBRM-NATUREZA
           MOVE SINAL-M        TO CBXBRM-SINAL
           MOVE LINHA-DRE-M    TO CBXBRM-LINHA-DRE
           MOVE REFERENCIA-M   TO CBXBRM-REFERENCIA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                   MOVE CLASSE-DE  (I) TO CBXBRM-CLASSE-DE  (I)
                   MOVE CLASSE-ATE (I) TO CBXBRM-CLASSE-ATE (I)
           END-PERFORM

           IF   REGISTRO-EXISTE
                REWRITE CBXBRM-REG
           ELSE
                WRITE CBXBRM-REG
           END-IF

           IF   FS-CBXBRM > "09"
                DISPLAY "Erro de gravacao em CBXBRM"
                        LINE 22 COLUMN 03
           END-IF.

       110-99-FIM. EXIT.

       115-CRITICA-ELEMENTO.

      *    Elemento com prefixo, codigo CVM e origem coerente com a
      *    natureza: o total nao tem origem propria; o detalhe da
      *    DRE aponta uma linha do CBDREL, os demais faixas de classe

           IF   ELEMENTO-M = SPACES OR CODIGO-M = SPACES
           OR  (NATUREZA-M NOT = "D" AND NATUREZA-M NOT = "T")
           OR  (SINAL-M NOT = "+" AND SINAL-M NOT = "-")
                DISPLAY "Elemento, codigo, natureza ou sinal invalido"
                        LINE 22 COLUMN 03
                MOVE SPACES TO ELEMENTO-M
                GO TO 115-99-FIM
           END-IF

           MOVE 0 TO K
           INSPECT ELEMENTO-M TALLYING K FOR ALL ":"
           IF   K NOT = 1
                DISPLAY "Elemento sem prefixo (prefixo:nome)"
                        LINE 22 COLUMN 03
                MOVE SPACES TO ELEMENTO-M
                GO TO 115-99-FIM
           END-IF

           IF   NATUREZA-M = "T"
                MOVE 0     TO LINHA-DRE-M
                MOVE ZEROS TO FAIXAS-M
                GO TO 115-99-FIM
           END-IF

           IF   DEMONSTRACAO-M = "D"
                MOVE ZEROS       TO FAIXAS-M
                MOVE LINHA-DRE-M TO CBDREL-LINHA
                READ CBDREL IGNORE LOCK
                IF   FS-CBDREL > "09"
                     DISPLAY "Linha inexistente no CBDREL (CB076PCW)"
                             LINE 22 COLUMN 03
                     MOVE "00"   TO FS-CBDREL
                     MOVE SPACES TO ELEMENTO-M
                END-IF
                GO TO 115-99-FIM
           END-IF

           MOVE 0 TO LINHA-DRE-M
           IF   CLASSE-ATE (1) = 0 AND CLASSE-ATE (2) = 0
           AND  CLASSE-ATE (3) = 0 AND CLASSE-ATE (4) = 0
           AND  CLASSE-ATE (5) = 0
                DISPLAY "Informe ao menos uma faixa de classe"
                        LINE 22 COLUMN 03
                MOVE SPACES TO ELEMENTO-M
           END-IF.

       115-99-FIM. EXIT.

       120-EXCLUI.

           IF   NOT REGISTRO-EXISTE
                GO TO 120-99-FIM
           END-IF

           MOVE DEMONSTRACAO-M TO CBXBRM-DEMONSTRACAO
           MOVE SEQUENCIA-M    TO CBXBRM-SEQUENCIA
           READ CBXBRM LOCK
           IF   FS-CBXBRM < "10"
                DELETE CBXBRM RECORD
           END-IF.

       120-99-FIM. EXIT.

       200-VALIDACAO.

           MOVE 0   TO REF-AAAA REF-MM
           MOVE "S" TO GERA-INSTANCIA
           MOVE SPACES TO LB-XBRL
           DISPLAY TELA-GERACAO
           ACCEPT  TELA-GERACAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF
           IF   REF-AAAA < 1900 OR REF-MM = 0 OR REF-MM > 12
                DISPLAY "Referencia invalida" LINE 22 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   LB-XBRL = SPACES
                STRING "XBRL" REFERENCIA-XBRL ".XML"
                       DELIMITED BY SIZE INTO LB-XBRL
           END-IF

           PERFORM 210-EMPRESA THRU 210-99-FIM
           IF   EMPRESA-SESSAO = 0
                GO TO 200-99-FIM
           END-IF

           PERFORM 220-PERIODOS THRU 220-99-FIM
           PERFORM 230-CARREGA-MAPA THRU 230-99-FIM
           IF   QT-ELEMENTOS = 0
                DISPLAY "Mapeamento XBRL vazio - use a opcao 1"
                        LINE 22 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           PERFORM 240-CARREGA-DRE THRU 240-99-FIM

           MOVE "VALIDACAO DO MAPEAMENTO XBRL DAS DEMONSTRACOES"
             TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "REFERENCIA " REF-MM "/" REF-AAAA " - "
                  RAZAO-EMPRESA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB241PA" TO CWIMPR-REPORT
           MOVE 0         TO QT-PENDENCIAS PEND-VALOR
           MOVE SPACES    TO PEND-ORIGEM
           MOVE ZEROS     TO PEND-PERIODO

           MOVE "PENDENCIAS DE VALIDACAO" TO CLIC-SECAO
           MOVE LINHA-04                  TO CWIMPR-DETAIL
           PERFORM 190-IMPRIME THRU 190-99-FIM
           MOVE SPACES                    TO CWIMPR-DETAIL
           PERFORM 190-IMPRIME THRU 190-99-FIM

           PERFORM 300-SALDOS        THRU 300-99-FIM
           PERFORM 340-ELEMENTOS-DRE THRU 340-99-FIM
           PERFORM 400-FLUXO         THRU 400-99-FIM
           PERFORM 450-TOTAIS        THRU 450-99-FIM
           PERFORM 470-CONFERENCIAS  THRU 470-99-FIM

           IF   QT-PENDENCIAS = 0
                MOVE "NENHUMA PENDENCIA ENCONTRADA" TO CLIC-SECAO
                MOVE LINHA-04                       TO CWIMPR-DETAIL
                PERFORM 190-IMPRIME THRU 190-99-FIM
           END-IF
           PERFORM 480-LISTA-ELEMENTOS THRU 480-99-FIM
           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           PERFORM 190-IMPRIME THRU 190-99-FIM

           MOVE QT-PENDENCIAS TO QT-PENDENCIAS-ED
           IF   GERA-INSTANCIA NOT = "S" AND NOT = "s"
                DISPLAY "Validacao concluida. Pendencias:"
                        LINE 22 COLUMN 03
                        QT-PENDENCIAS-ED LINE 22 COLUMN 37
                GO TO 200-99-FIM
           END-IF

           IF   QT-PENDENCIAS > 0
                MOVE "N" TO RESPOSTA
                DISPLAY "Pendencias:"          LINE 22 COLUMN 03
                        QT-PENDENCIAS-ED       LINE 22 COLUMN 15
                        "Gera a instancia assim mesmo (S/N)?"
                                               LINE 22 COLUMN 23
                ACCEPT RESPOSTA LINE 22 COLUMN 60
                DISPLAY LINHA-BRANCA LINE 22 COLUMN 03
                IF   RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
                     GO TO 200-99-FIM
                END-IF
           END-IF

           PERFORM 500-GERA-INSTANCIA THRU 500-99-FIM.

       200-99-FIM. EXIT.

       190-IMPRIME.

           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       190-99-FIM. EXIT.

       195-PENDENCIA.

           ADD  1            TO QT-PENDENCIAS
           MOVE PEND-TEXTO   TO CLIC-PENDENCIA
           MOVE PEND-ORIGEM  TO CLIC-ORIGEM
           MOVE SPACES       TO CLIC-PERIODO
           IF   PEND-PERIODO NOT = ZEROS
                STRING PEND-MM "/" PEND-AAAA
                       DELIMITED BY SIZE INTO CLIC-PERIODO
           END-IF
           MOVE PEND-VALOR   TO CLIC-VALOR
           MOVE LINHA-03     TO CWIMPR-DETAIL
           PERFORM 190-IMPRIME THRU 190-99-FIM
           MOVE SPACES       TO PEND-ORIGEM
           MOVE ZEROS        TO PEND-PERIODO
           MOVE 0            TO PEND-VALOR.

       195-99-FIM. EXIT.

       210-EMPRESA.

      *    Empresa da sessao pela posicao 10 do CBPAEM (CB141PCW);
      *    razao social e CNPJ vem do cadastro central CBEMPR

           MOVE 0 TO EMPRESA-SESSAO
           CALL "CWFILE" USING LB-CBPAEM
               ON EXCEPTION
                    CONTINUE
           END-CALL
           OPEN INPUT CBPAEM
           IF   FS-CBPAEM < "10"
                MOVE 10 TO RK-CBPAEM
                READ CBPAEM
                IF   FS-CBPAEM < "10"
                AND  CBPAEM-REG (1: 3) NUMERIC
                     MOVE CBPAEM-REG (1: 3) TO EMPRESA-SESSAO
                END-IF
                CLOSE CBPAEM
           END-IF
           MOVE "00" TO FS-CBPAEM

           IF   EMPRESA-SESSAO = 0
                DISPLAY "Empresa da sessao nao identificada (CB141PCW)"
                        LINE 22 COLUMN 03
                GO TO 210-99-FIM
           END-IF

           OPEN INPUT CBEMPR
           IF   FS-CBEMPR > "09"
                DISPLAY "Cadastro de empresas indisponivel"
                        LINE 22 COLUMN 03
                MOVE "00" TO FS-CBEMPR
                MOVE 0    TO EMPRESA-SESSAO
                GO TO 210-99-FIM
           END-IF
           MOVE EMPRESA-SESSAO TO CBEMPR-CODIGO
           READ CBEMPR IGNORE LOCK
           IF   FS-CBEMPR > "09"
           OR   CBEMPR-CNPJ = 0
                DISPLAY "Empresa sem CNPJ no CBEMPR (CB140PCW)"
                        LINE 22 COLUMN 03
                MOVE 0 TO EMPRESA-SESSAO
           ELSE
                MOVE CBEMPR-RAZAO-SOCIAL TO RAZAO-EMPRESA
                MOVE CBEMPR-CNPJ         TO CNPJ-EMPRESA
           END-IF
           MOVE "00" TO FS-CBEMPR
           CLOSE CBEMPR.

       210-99-FIM. EXIT.

       220-PERIODOS.

      *    Balanco: fim do mes de referencia contra o fim do
      *    exercicio anterior; DRE e DFC: acumulado do exercicio ate
      *    o mes contra o mesmo periodo do exercicio anterior

           MOVE REFERENCIA-XBRL-N TO PERIODO-BALANCO   (1)
                                     PERIODO-RESULTADO (1)
           COMPUTE PERIODO-BALANCO   (2) = (REF-AAAA - 1) * 100 + 12
           COMPUTE PERIODO-RESULTADO (2) = (REF-AAAA - 1) * 100
                                         + REF-MM

           MOVE REF-AAAA TO CAL-AAAA
           MOVE REF-MM   TO CAL-MM
           PERFORM 225-DATA-ISO THRU 225-99-FIM
           MOVE DATA-ISO TO DATA-INSTANTE (1) DATA-FIM (1)
           MOVE 1        TO CAL-MM
           MOVE 1        TO CAL-DD
           PERFORM 226-FORMATA THRU 226-99-FIM
           MOVE DATA-ISO TO DATA-INICIO (1)

           COMPUTE CAL-AAAA = REF-AAAA - 1
           MOVE 12       TO CAL-MM
           PERFORM 225-DATA-ISO THRU 225-99-FIM
           MOVE DATA-ISO TO DATA-INSTANTE (2)
           MOVE REF-MM   TO CAL-MM
           PERFORM 225-DATA-ISO THRU 225-99-FIM
           MOVE DATA-ISO TO DATA-FIM (2)
           MOVE 1        TO CAL-MM
           MOVE 1        TO CAL-DD
           PERFORM 226-FORMATA THRU 226-99-FIM
           MOVE DATA-ISO TO DATA-INICIO (2).

       220-99-FIM. EXIT.

       225-DATA-ISO.

      *    Ultimo dia do mes de CAL-AAAA/CAL-MM, em AAAA-MM-DD

           MOVE DIAS-MES (CAL-MM) TO CAL-DD
           IF   CAL-MM = 2
                DIVIDE CAL-AAAA BY 4   GIVING QUOCIENTE
                                       REMAINDER RESTO-4
                DIVIDE CAL-AAAA BY 100 GIVING QUOCIENTE
                                       REMAINDER RESTO-100
                DIVIDE CAL-AAAA BY 400 GIVING QUOCIENTE
                                       REMAINDER RESTO-400
                IF   RESTO-400 = 0
                OR  (RESTO-4 = 0 AND RESTO-100 NOT = 0)
                     MOVE 29 TO CAL-DD
                END-IF
           END-IF

           PERFORM 226-FORMATA THRU 226-99-FIM.

       225-99-FIM. EXIT.

       226-FORMATA.

           MOVE SPACES TO DATA-ISO
           STRING CAL-AAAA "-" CAL-MM "-" CAL-DD
                  DELIMITED BY SIZE INTO DATA-ISO.

       226-99-FIM. EXIT.

       230-CARREGA-MAPA.

           MOVE 0      TO QT-ELEMENTOS QT-NAMESPACES
           MOVE SPACES TO SCHEMA-TAXONOMIA
           MOVE LOW-VALUES TO CBXBRM-CHAVE
           START CBXBRM KEY NOT LESS CBXBRM-CHAVE
           PERFORM UNTIL FS-CBXBRM > "09"
                   READ CBXBRM NEXT RECORD IGNORE LOCK
                   IF   FS-CBXBRM < "10"
                        EVALUATE TRUE
                            WHEN CBXBRM-SCHEMA
                                 MOVE CBXBRM-REFERENCIA
                                   TO SCHEMA-TAXONOMIA
                            WHEN CBXBRM-NAMESPACE
                                 IF   QT-NAMESPACES < 20
                                      ADD 1 TO QT-NAMESPACES
                                      MOVE CBXBRM-ELEMENTO
                                        TO TN-PREFIXO (QT-NAMESPACES)
                                      MOVE CBXBRM-REFERENCIA
                                        TO TN-URI     (QT-NAMESPACES)
                                 END-IF
                            WHEN OTHER
                                 IF   QT-ELEMENTOS < 400
                                      PERFORM 235-GUARDA-ELEMENTO
                                         THRU 235-99-FIM
                                 END-IF
                        END-EVALUATE
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBXBRM.

       230-99-FIM. EXIT.

       235-GUARDA-ELEMENTO.

           ADD  1                    TO QT-ELEMENTOS
           MOVE QT-ELEMENTOS         TO E
           MOVE CBXBRM-DEMONSTRACAO  TO TE-DEMONSTRACAO (E)
           MOVE CBXBRM-SEQUENCIA     TO TE-SEQUENCIA    (E)
           MOVE CBXBRM-ELEMENTO      TO TE-ELEMENTO     (E)
           MOVE CBXBRM-CODIGO-CVM    TO TE-CODIGO       (E)
           MOVE CBXBRM-DESCRICAO     TO TE-DESCRICAO    (E)
           MOVE CBXBRM-NATUREZA      TO TE-NATUREZA     (E)
           MOVE CBXBRM-SINAL         TO TE-SINAL        (E)
           MOVE CBXBRM-LINHA-DRE     TO TE-LINHA-DRE    (E)
           MOVE 0                    TO TE-VALOR (E 1) TE-VALOR (E 2)
                                        TE-FILHOS (E)
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                   MOVE CBXBRM-CLASSE-DE  (I) TO TE-CLASSE-DE  (E I)
                   MOVE CBXBRM-CLASSE-ATE (I) TO TE-CLASSE-ATE (E I)
           END-PERFORM

      *    Tamanho do codigo CVM, para achar os filhos dos totais

           PERFORM VARYING TAMANHO FROM 15 BY -1
                     UNTIL TAMANHO = 0
                        OR CBXBRM-CODIGO-CVM (TAMANHO: 1) NOT = SPACE
                   CONTINUE
           END-PERFORM
           MOVE TAMANHO TO TE-TAMANHO (E).

       235-99-FIM. EXIT.

       240-CARREGA-DRE.

           MOVE 0          TO QT-LINHAS-DRE
           MOVE LOW-VALUES TO CBDREL-CHAVE
           START CBDREL KEY NOT LESS CBDREL-CHAVE
           PERFORM UNTIL FS-CBDREL > "09"
                      OR QT-LINHAS-DRE = 99
                   READ CBDREL NEXT RECORD IGNORE LOCK
                   IF   FS-CBDREL < "10"
                        ADD  1              TO QT-LINHAS-DRE
                        MOVE QT-LINHAS-DRE  TO L
                        MOVE CBDREL-LINHA   TO TD-LINHA  (L)
                        MOVE CBDREL-TITULO  TO TD-TITULO (L)
                        MOVE CBDREL-TIPO    TO TD-TIPO   (L)
                        MOVE "N"            TO TD-MAPEADA (L)
                        MOVE 0              TO TD-VALOR (L 1)
                                               TD-VALOR (L 2)
                        PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                                MOVE CBDREL-CLASSE-DE  (I)
                                  TO TD-CLASSE-DE  (L I)
                                MOVE CBDREL-CLASSE-ATE (I)
                                  TO TD-CLASSE-ATE (L I)
                        END-PERFORM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBDREL.

       240-99-FIM. EXIT.

       300-SALDOS.

      *    Registros consolidados de centro 0 (os primeiros da chave)
      *    dos meses do balanco e da DRE nos dois periodos

           MOVE 0 TO RESULTADO-ACUM (1) RESULTADO-ACUM (2)
           MOVE LOW-VALUES TO CBCOSA-CHAVE
           START CBCOSA KEY NOT LESS CBCOSA-CHAVE
           PERFORM UNTIL FS-CBCOSA > "09"
                   READ CBCOSA NEXT RECORD IGNORE LOCK
                   IF   FS-CBCOSA < "10"
                        IF   CBCOSA-CENTRO-CUSTO NOT = 0
                             MOVE "10" TO FS-CBCOSA
                        ELSE
                             IF   CBCOSA-AAAAMM = PERIODO-BALANCO (1)
                             OR   CBCOSA-AAAAMM = PERIODO-BALANCO (2)
                             OR   CBCOSA-AAAAMM = PERIODO-RESULTADO (2)
                                  PERFORM 310-CLASSIFICA-SALDO
                                     THRU 310-99-FIM
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCOSA

      *    Linhas de total da DRE: resultado acumulado ate a linha

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                   MOVE 0 TO RESULTADO-ACUM (P)
                   PERFORM VARYING L FROM 1 BY 1
                             UNTIL L > QT-LINHAS-DRE
                           IF   TD-TIPO (L) = "D"
                                ADD TD-VALOR (L P)
                                 TO RESULTADO-ACUM (P)
                           ELSE
                                MOVE RESULTADO-ACUM (P)
                                  TO TD-VALOR (L P)
                           END-IF
                   END-PERFORM
           END-PERFORM.

       300-99-FIM. EXIT.

       310-CLASSIFICA-SALDO.

           MOVE CBCOSA-CONTA TO CBPLCO-CONTA
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-CHAVE
           IF   FS-CBPLCO > "09"
           OR   CBPLCO-COD-RED = 0
      *         Conta sintetica: os valores ja estao nas analiticas
                MOVE "00" TO FS-CBPLCO
                GO TO 310-99-FIM
           END-IF

           MOVE CBPLCO-CLASSE TO CLASSE-TESTE
           PERFORM 320-CONTA-DE-RESULTADO THRU 320-99-FIM

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                   IF   CBCOSA-AAAAMM = PERIODO-BALANCO (P)
                        PERFORM 330-SOMA-BALANCO THRU 330-99-FIM
                   END-IF
                   IF   CBCOSA-AAAAMM = PERIODO-RESULTADO (P)
                   AND  E-CONTA-DE-RESULTADO
                        PERFORM 335-SOMA-DRE THRU 335-99-FIM
                   END-IF
           END-PERFORM.

       310-99-FIM. EXIT.

       320-CONTA-DE-RESULTADO.

           MOVE "N" TO CONTA-RESULTADO
           PERFORM VARYING L FROM 1 BY 1
                     UNTIL L > QT-LINHAS-DRE
                        OR E-CONTA-DE-RESULTADO
                   IF   TD-TIPO (L) = "D"
                        PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                           IF   TD-CLASSE-ATE (L I) NOT = 0
                           AND  CLASSE-TESTE NOT < TD-CLASSE-DE  (L I)
                           AND  CLASSE-TESTE NOT > TD-CLASSE-ATE (L I)
                                MOVE "S" TO CONTA-RESULTADO
                           END-IF
                        END-PERFORM
                   END-IF
           END-PERFORM.

       320-99-FIM. EXIT.

       330-SOMA-BALANCO.

      *    O saldo entra no primeiro elemento detalhe do balanco
      *    cuja faixa cobre a classe; conta patrimonial sem elemento
      *    vai para a lista de pendencias

           MOVE "B" TO DEMONSTRACAO-TESTE
           PERFORM 360-PROCURA-ELEMENTO THRU 360-99-FIM
           IF   ACHOU-ELEMENTO
                ADD CBCOSA-SALDO-ATUAL TO TE-VALOR (E P)
                GO TO 330-99-FIM
           END-IF

           IF   CBCOSA-SALDO-ATUAL NOT = 0
           AND  NOT E-CONTA-DE-RESULTADO
                MOVE CBPLCO-COD-RED TO COD-RED-ED
                MOVE "CONTA SEM ELEMENTO NO BALANCO" TO PEND-TEXTO
                STRING "REDUZIDO " COD-RED-ED " " CBPLCO-DESCRICAO
                       DELIMITED BY SIZE INTO PEND-ORIGEM
                MOVE PERIODO-BALANCO (P) TO PEND-PERIODO
                MOVE CBCOSA-SALDO-ATUAL  TO PEND-VALOR
                PERFORM 195-PENDENCIA THRU 195-99-FIM
           END-IF.

       330-99-FIM. EXIT.

       335-SOMA-DRE.

      *    Credito aumenta o resultado, debito diminui, como no
      *    CB077PCW; o acumulado do exercicio esta no saldo atual

           COMPUTE VALOR-EXERCICIO = 0 - CBCOSA-SALDO-ATUAL
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > QT-LINHAS-DRE
              IF   TD-TIPO (L) = "D"
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                      IF   TD-CLASSE-ATE (L I) NOT = 0
                      AND  CLASSE-TESTE NOT < TD-CLASSE-DE  (L I)
                      AND  CLASSE-TESTE NOT > TD-CLASSE-ATE (L I)
                           ADD VALOR-EXERCICIO TO TD-VALOR (L P)
                           MOVE 6 TO I
                      END-IF
                   END-PERFORM
              END-IF
           END-PERFORM.

       335-99-FIM. EXIT.

       340-ELEMENTOS-DRE.

           PERFORM VARYING E FROM 1 BY 1 UNTIL E > QT-ELEMENTOS
                   IF   TE-DEMONSTRACAO (E) = "D"
                   AND  TE-NATUREZA (E) = "D"
                        PERFORM 345-VALOR-DA-LINHA THRU 345-99-FIM
                   END-IF
           END-PERFORM

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > QT-LINHAS-DRE
                   IF   TD-MAPEADA (L) = "N"
                        MOVE TD-LINHA (L) TO LINHA-ED
                        MOVE "LINHA DA DRE SEM ELEMENTO" TO PEND-TEXTO
                        STRING "LINHA " LINHA-ED " " TD-TITULO (L)
                               DELIMITED BY SIZE INTO PEND-ORIGEM
                        MOVE TD-VALOR (L 1) TO PEND-VALOR
                        PERFORM 195-PENDENCIA THRU 195-99-FIM
                   END-IF
           END-PERFORM.

       340-99-FIM. EXIT.

       345-VALOR-DA-LINHA.

           PERFORM VARYING L FROM 1 BY 1
                     UNTIL L > QT-LINHAS-DRE
                        OR TD-LINHA (L) = TE-LINHA-DRE (E)
                   CONTINUE
           END-PERFORM

           IF   L > QT-LINHAS-DRE
                MOVE TE-LINHA-DRE (E) TO LINHA-ED
                MOVE "LINHA DA DRE INEXISTENTE NO CBDREL"
                  TO PEND-TEXTO
                STRING "LINHA " LINHA-ED " " TE-ELEMENTO (E)
                       DELIMITED BY SIZE INTO PEND-ORIGEM
                PERFORM 195-PENDENCIA THRU 195-99-FIM
                GO TO 345-99-FIM
           END-IF

           MOVE "S"            TO TD-MAPEADA (L)
           MOVE TD-VALOR (L 1) TO TE-VALOR (E 1)
           MOVE TD-VALOR (L 2) TO TE-VALOR (E 2).

       345-99-FIM. EXIT.

       360-PROCURA-ELEMENTO.

      *    Primeiro elemento detalhe de DEMONSTRACAO-TESTE cuja
      *    faixa cobre CLASSE-TESTE; devolve o indice em E

           MOVE "N" TO ACHOU
           PERFORM VARYING E FROM 1 BY 1
                     UNTIL E > QT-ELEMENTOS
                        OR ACHOU-ELEMENTO
                   IF   TE-DEMONSTRACAO (E) = DEMONSTRACAO-TESTE
                   AND  TE-NATUREZA (E) = "D"
                        PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                           IF   TE-CLASSE-ATE (E I) NOT = 0
                           AND  CLASSE-TESTE NOT < TE-CLASSE-DE  (E I)
                           AND  CLASSE-TESTE NOT > TE-CLASSE-ATE (E I)
                                MOVE "S" TO ACHOU
                           END-IF
                        END-PERFORM
                   END-IF
           END-PERFORM
           IF   ACHOU-ELEMENTO
                SUBTRACT 1 FROM E
           END-IF.

       360-99-FIM. EXIT.

       400-FLUXO.

      *    Metodo direto do CB079PCW: movimento mensal das contas de
      *    disponibilidades, origem pela classe da contrapartida

           MOVE 0 TO VARIACAO-CAIXA (1) VARIACAO-CAIXA (2)
                     QT-SEM-ELEMENTO
           OPEN INPUT CBDFCC
           IF   FS-CBDFCC > "09"
                MOVE "TABELA CBDFCC INEXISTENTE (CB078PCW)"
                  TO PEND-TEXTO
                MOVE "DFC NAO APURADA" TO PEND-ORIGEM
                PERFORM 195-PENDENCIA THRU 195-99-FIM
                MOVE "00" TO FS-CBDFCC
                GO TO 400-99-FIM
           END-IF

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                   MOVE PERIODO-RESULTADO (P) TO REFERENCIA-CORRENTE-N
                   MOVE 1                     TO COR-MM
                   PERFORM 410-PROCESSA-MES THRU 410-99-FIM
                     UNTIL REFERENCIA-CORRENTE-N > PERIODO-RESULTADO (P)
           END-PERFORM
           CLOSE CBDFCC

           PERFORM VARYING S FROM 1 BY 1 UNTIL S > QT-SEM-ELEMENTO
                   MOVE TS-CLASSE (S) TO CLASSE-ED
                   MOVE "CLASSE DO FLUXO DE CAIXA SEM ELEMENTO"
                     TO PEND-TEXTO
                   STRING CLASSE-ED " " TS-ATIVIDADE (S) " "
                          TS-DESCRICAO (S)
                          DELIMITED BY SIZE INTO PEND-ORIGEM
                   MOVE PERIODO-RESULTADO (1) TO PEND-PERIODO
                   MOVE TS-VALOR (S 1)        TO PEND-VALOR
                   PERFORM 195-PENDENCIA THRU 195-99-FIM
           END-PERFORM.

       400-99-FIM. EXIT.

       410-PROCESSA-MES.

           MOVE COR-AAAA TO LB-CBMVMS (5: 4)
           MOVE COR-MM   TO LB-CBMVMS (9: 2)
           OPEN INPUT CBMVMS

           IF   FS-CBMVMS < "10"
                PERFORM UNTIL FS-CBMVMS > "09"
                        READ CBMVMS NEXT RECORD IGNORE LOCK
                        IF   FS-CBMVMS < "10"
                        AND  CBMVMS-LANCAMENTO NOT = 0
                             PERFORM 420-CLASSIFICA THRU 420-99-FIM
                        END-IF
                END-PERFORM
                CLOSE CBMVMS
           END-IF
           MOVE "00" TO FS-CBMVMS

           ADD 1 TO COR-MM
           IF  COR-MM > 12
               MOVE 1 TO COR-MM
               ADD  1 TO COR-AAAA
           END-IF.

       410-99-FIM. EXIT.

       420-CLASSIFICA.

      *    So interessa a perna que toca uma disponibilidade; debito
      *    no caixa e entrada, credito e saida

           PERFORM 430-CLASSE-DA-CONTA THRU 430-99-FIM
           IF   ATIVIDADE-MOV NOT = "D"
                GO TO 420-99-FIM
           END-IF

           IF   CBMVMS-TIPO = "D"
                MOVE CBMVMS-VALOR TO ENTRADA-MOV
           ELSE
                COMPUTE ENTRADA-MOV = 0 - CBMVMS-VALOR
           END-IF
           ADD ENTRADA-MOV TO VARIACAO-CAIXA (P)

           PERFORM 440-LE-CONTRAPARTIDA THRU 440-99-FIM

           IF   ATIVIDADE-MOV = "D"
      *         Transferencia entre disponibilidades nao entra na DFC
                SUBTRACT ENTRADA-MOV FROM VARIACAO-CAIXA (P)
                GO TO 420-99-FIM
           END-IF

           MOVE CLASSE-CONTRA TO CLASSE-TESTE
           MOVE "F"           TO DEMONSTRACAO-TESTE
           PERFORM 360-PROCURA-ELEMENTO THRU 360-99-FIM
           IF   ACHOU-ELEMENTO
                ADD ENTRADA-MOV TO TE-VALOR (E P)
                GO TO 420-99-FIM
           END-IF

           PERFORM VARYING S FROM 1 BY 1
                     UNTIL S > QT-SEM-ELEMENTO
                        OR (TS-CLASSE (S) = CLASSE-CONTRA
                       AND  TS-ATIVIDADE (S) = ATIVIDADE-MOV)
                   CONTINUE
           END-PERFORM
           IF   S > QT-SEM-ELEMENTO
                IF   QT-SEM-ELEMENTO = 100
                     GO TO 420-99-FIM
                END-IF
                ADD  1             TO QT-SEM-ELEMENTO
                MOVE QT-SEM-ELEMENTO TO S
                MOVE CLASSE-CONTRA TO TS-CLASSE    (S)
                MOVE ATIVIDADE-MOV TO TS-ATIVIDADE (S)
                MOVE DESCRICAO-MOV TO TS-DESCRICAO (S)
                MOVE 0             TO TS-VALOR (S 1) TS-VALOR (S 2)
           END-IF
           ADD ENTRADA-MOV TO TS-VALOR (S P).

       420-99-FIM. EXIT.

       430-CLASSE-DA-CONTA.

           MOVE SPACE  TO ATIVIDADE-MOV
           MOVE SPACES TO DESCRICAO-MOV
           MOVE 0      TO CLASSE-CONTRA

           MOVE CBMVMS-COD-RED TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                GO TO 430-99-FIM
           END-IF

           MOVE CBPLCO-CLASSE TO CLASSE-CONTRA CBDFCC-CLASSE
           READ CBDFCC IGNORE LOCK
           IF   FS-CBDFCC < "10"
                MOVE CBDFCC-ATIVIDADE TO ATIVIDADE-MOV
                MOVE CBDFCC-DESCRICAO TO DESCRICAO-MOV
           ELSE
                MOVE "00"                  TO FS-CBDFCC
                MOVE "N"                   TO ATIVIDADE-MOV
                MOVE "MOVIMENTO SEM CLASSIFICACAO NA TABELA"
                  TO DESCRICAO-MOV
           END-IF.

       430-99-FIM. EXIT.

       440-LE-CONTRAPARTIDA.

      *    A perna oposta do mesmo lancamento da a origem; a leitura
      *    randomica desloca o ponteiro, que e restaurado na volta

           MOVE CBMVMS-CHAVE TO CHAVE-CORRENTE
           IF   CBMVMS-TIPO = "D"
                MOVE "C" TO CBMVMS-TIPO
           ELSE
                MOVE "D" TO CBMVMS-TIPO
           END-IF
           READ CBMVMS IGNORE LOCK

           IF   FS-CBMVMS < "10"
                PERFORM 430-CLASSE-DA-CONTA THRU 430-99-FIM
           ELSE
                MOVE "N"                   TO ATIVIDADE-MOV
                MOVE "LANCAMENTO SEM CONTRAPARTIDA"
                  TO DESCRICAO-MOV
                MOVE 0                     TO CLASSE-CONTRA
           END-IF

           MOVE CHAVE-CORRENTE TO CBMVMS-CHAVE
           READ CBMVMS IGNORE LOCK
           MOVE "00"           TO FS-CBMVMS.

       440-99-FIM. EXIT.

       450-TOTAIS.

      *    Sinal dos detalhes, depois os totais pela soma dos
      *    detalhes da mesma demonstracao com codigo CVM filho

           PERFORM VARYING E FROM 1 BY 1 UNTIL E > QT-ELEMENTOS
                   IF   TE-NATUREZA (E) = "D"
                   AND  TE-SINAL (E) = "-"
                        COMPUTE TE-VALOR (E 1) = 0 - TE-VALOR (E 1)
                        COMPUTE TE-VALOR (E 2) = 0 - TE-VALOR (E 2)
                   END-IF
           END-PERFORM

           PERFORM VARYING E FROM 1 BY 1 UNTIL E > QT-ELEMENTOS
                   IF   TE-NATUREZA (E) = "T"
                        PERFORM 455-SOMA-FILHOS THRU 455-99-FIM
                   END-IF
           END-PERFORM.

       450-99-FIM. EXIT.

       455-SOMA-FILHOS.

           MOVE TE-TAMANHO (E) TO TAMANHO
           IF   TAMANHO = 0 OR TAMANHO > 14
                GO TO 455-99-FIM
           END-IF

           PERFORM VARYING E2 FROM 1 BY 1 UNTIL E2 > QT-ELEMENTOS
                   IF   TE-DEMONSTRACAO (E2) = TE-DEMONSTRACAO (E)
                   AND  TE-NATUREZA (E2) = "D"
                   AND  TE-CODIGO (E2) (1: TAMANHO) =
                        TE-CODIGO (E)  (1: TAMANHO)
                   AND  TE-CODIGO (E2) (TAMANHO + 1: 1) = "."
                        ADD 1 TO TE-FILHOS (E)
                        ADD TE-VALOR (E2 1) TO TE-VALOR (E 1)
                        ADD TE-VALOR (E2 2) TO TE-VALOR (E 2)
                   END-IF
           END-PERFORM

           IF   TE-SINAL (E) = "-"
                COMPUTE TE-VALOR (E 1) = 0 - TE-VALOR (E 1)
                COMPUTE TE-VALOR (E 2) = 0 - TE-VALOR (E 2)
           END-IF.

       455-99-FIM. EXIT.

       470-CONFERENCIAS.

           IF   SCHEMA-TAXONOMIA = SPACES
                MOVE "SCHEMA DA TAXONOMIA NAO CADASTRADO"
                  TO PEND-TEXTO
                MOVE "DEMONSTRACAO S NO MAPEAMENTO" TO PEND-ORIGEM
                PERFORM 195-PENDENCIA THRU 195-99-FIM
           END-IF

           PERFORM VARYING E FROM 1 BY 1 UNTIL E > QT-ELEMENTOS
                   PERFORM 475-CONFERE-ELEMENTO THRU 475-99-FIM
           END-PERFORM

      *    Ativo total (codigo 1) contra passivo total (codigo 2)

           MOVE 0 TO E2 N
           PERFORM VARYING E FROM 1 BY 1 UNTIL E > QT-ELEMENTOS
                   IF   TE-DEMONSTRACAO (E) = "B"
                        IF   TE-CODIGO (E) = "1"
                             MOVE E TO E2
                        END-IF
                        IF   TE-CODIGO (E) = "2"
                             MOVE E TO N
                        END-IF
                   END-IF
           END-PERFORM
           IF   E2 = 0 OR N = 0
                MOVE "ATIVO (1) OU PASSIVO (2) SEM ELEMENTO"
                  TO PEND-TEXTO
                MOVE "BALANCO NAO CONFERIDO" TO PEND-ORIGEM
                PERFORM 195-PENDENCIA THRU 195-99-FIM
           ELSE
                PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                        COMPUTE DIFERENCA = TE-VALOR (E2 P)
                                          - TE-VALOR (N P)
                        IF   DIFERENCA NOT = 0
                             MOVE "ATIVO TOTAL DIFERE DO PASSIVO TOTAL"
                               TO PEND-TEXTO
                             MOVE "DIFERENCA ATIVO - PASSIVO"
                               TO PEND-ORIGEM
                             MOVE PERIODO-BALANCO (P) TO PEND-PERIODO
                             MOVE DIFERENCA           TO PEND-VALOR
                             PERFORM 195-PENDENCIA THRU 195-99-FIM
                        END-IF
                END-PERFORM
           END-IF

      *    Soma dos detalhes da DFC contra a variacao do caixa

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                   MOVE 0 TO TOTAL-FLUXO
                   PERFORM VARYING E FROM 1 BY 1 UNTIL E > QT-ELEMENTOS
                           IF   TE-DEMONSTRACAO (E) = "F"
                           AND  TE-NATUREZA (E) = "D"
                                ADD TE-VALOR (E P) TO TOTAL-FLUXO
                           END-IF
                   END-PERFORM
                   COMPUTE DIFERENCA = VARIACAO-CAIXA (P) - TOTAL-FLUXO
                   IF   DIFERENCA NOT = 0
                        MOVE "DFC NAO FECHA COM A VARIACAO DO CAIXA"
                          TO PEND-TEXTO
                        MOVE "VARIACAO DAS DISPONIBILIDADES - DFC"
                          TO PEND-ORIGEM
                        MOVE PERIODO-RESULTADO (P) TO PEND-PERIODO
                        MOVE DIFERENCA             TO PEND-VALOR
                        PERFORM 195-PENDENCIA THRU 195-99-FIM
                   END-IF
           END-PERFORM.

       470-99-FIM. EXIT.

       475-CONFERE-ELEMENTO.

           MOVE SPACES TO PEND-TEXTO
           IF   TE-NATUREZA (E) = "T"
           AND  TE-FILHOS (E) = 0
                MOVE "TOTAL SEM ELEMENTOS FILHOS" TO PEND-TEXTO
           END-IF

      *    O mesmo elemento duas vezes no mesmo tipo de contexto
      *    (instante no balanco, duracao na DRE e DFC) duplicaria
      *    o fato na instancia

           PERFORM VARYING E2 FROM 1 BY 1 UNTIL E2 NOT < E
                   IF   TE-ELEMENTO (E2) = TE-ELEMENTO (E)
                   AND ((TE-DEMONSTRACAO (E2) = "B"
                   AND   TE-DEMONSTRACAO (E)  = "B")
                   OR   (TE-DEMONSTRACAO (E2) NOT = "B"
                   AND   TE-DEMONSTRACAO (E)  NOT = "B"))
                        MOVE "ELEMENTO REPETIDO NO MAPEAMENTO"
                          TO PEND-TEXTO
                        MOVE E TO E2
                   END-IF
           END-PERFORM

           IF   PEND-TEXTO NOT = SPACES
                STRING TE-DEMONSTRACAO (E) " " TE-SEQUENCIA (E) " "
                       TE-ELEMENTO (E)
                       DELIMITED BY SIZE INTO PEND-ORIGEM
                PERFORM 195-PENDENCIA THRU 195-99-FIM
           END-IF.

       475-99-FIM. EXIT.

       480-LISTA-ELEMENTOS.

           MOVE SPACES                 TO CWIMPR-DETAIL
           PERFORM 190-IMPRIME THRU 190-99-FIM
           MOVE "ELEMENTOS DA INSTANCIA - PERIODO ATUAL E ANTERIOR"
             TO CLIC-SECAO
           MOVE LINHA-04               TO CWIMPR-DETAIL
           PERFORM 190-IMPRIME THRU 190-99-FIM
           MOVE SPACES                 TO CWIMPR-DETAIL
           PERFORM 190-IMPRIME THRU 190-99-FIM

           PERFORM VARYING E FROM 1 BY 1 UNTIL E > QT-ELEMENTOS
                   MOVE TE-CODIGO    (E)   TO CLIC-CODIGO
                   MOVE TE-DESCRICAO (E)   TO CLIC-DESCRICAO
                   MOVE TE-ELEMENTO  (E)   TO CLIC-ELEMENTO
                   MOVE TE-VALOR     (E 1) TO CLIC-ATUAL
                   MOVE TE-VALOR     (E 2) TO CLIC-ANTERIOR
                   MOVE LINHA-02           TO CWIMPR-DETAIL
                   PERFORM 190-IMPRIME THRU 190-99-FIM
           END-PERFORM.

       480-99-FIM. EXIT.

       500-GERA-INSTANCIA.

           OPEN OUTPUT XBRL-SAIDA
           IF   FS-XBRL > "09"
                DISPLAY "Erro na abertura do arquivo da instancia"
                        LINE 22 COLUMN 03
                MOVE "00" TO FS-XBRL
                GO TO 500-99-FIM
           END-IF
           MOVE 0 TO QT-LINHAS-XML

           MOVE '<?xml version="1.0" encoding="ISO-8859-1"?>'
             TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           STRING "<!-- " DELIMITED BY SIZE
                  RAZAO-EMPRESA DELIMITED BY "  "
                  " CNPJ " CNPJ-EMPRESA " REFERENCIA "
                  REF-MM "/" REF-AAAA " -->" DELIMITED BY SIZE
                  INTO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM

           MOVE '<xbrli:xbrl xmlns:xbrli="http://www.xbrl.org/2003/in
      -         'stance"'
             TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           MOVE '  xmlns:link="http://www.xbrl.org/2003/linkbase"'
             TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           MOVE '  xmlns:xlink="http://www.w3.org/1999/xlink"'
             TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           MOVE '  xmlns:iso4217="http://www.xbrl.org/2003/iso4217"'
             TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > QT-NAMESPACES
                   STRING '  xmlns:'      DELIMITED BY SIZE
                          TN-PREFIXO (N)  DELIMITED BY SPACE
                          '="'            DELIMITED BY SIZE
                          TN-URI (N)      DELIMITED BY SPACE
                          '"'             DELIMITED BY SIZE
                          INTO LINHA-XML
                   PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           END-PERFORM
           MOVE '  xmlns:xbrldi="http://xbrl.org/2006/xbrldi">'
             TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM

           STRING '  <link:schemaRef xlink:type="simple" xlink:href="'
                  DELIMITED BY SIZE
                  SCHEMA-TAXONOMIA DELIMITED BY SPACE
                  '"/>' DELIMITED BY SIZE
                  INTO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                   MOVE CONTEXTO (P) TO CONTEXTO-FATO
                   PERFORM 510-ABRE-CONTEXTO THRU 510-99-FIM
                   STRING '      <xbrli:instant>' DATA-INSTANTE (P)
                          '</xbrli:instant>'
                          DELIMITED BY SIZE INTO LINHA-XML
                   PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
                   PERFORM 520-FECHA-CONTEXTO THRU 520-99-FIM
           END-PERFORM
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                   MOVE CONTEXTO (P + 2) TO CONTEXTO-FATO
                   PERFORM 510-ABRE-CONTEXTO THRU 510-99-FIM
                   STRING '      <xbrli:startDate>' DATA-INICIO (P)
                          '</xbrli:startDate>'
                          DELIMITED BY SIZE INTO LINHA-XML
                   PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
                   STRING '      <xbrli:endDate>' DATA-FIM (P)
                          '</xbrli:endDate>'
                          DELIMITED BY SIZE INTO LINHA-XML
                   PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
                   PERFORM 520-FECHA-CONTEXTO THRU 520-99-FIM
           END-PERFORM

           MOVE '  <xbrli:unit id="BRL">' TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           MOVE '    <xbrli:measure>iso4217:BRL</xbrli:measure>'
             TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           MOVE '  </xbrli:unit>' TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM

           PERFORM VARYING E FROM 1 BY 1 UNTIL E > QT-ELEMENTOS
                   IF   TE-ELEMENTO (E) NOT = SPACES
                        PERFORM 530-GRAVA-FATOS THRU 530-99-FIM
                   END-IF
           END-PERFORM

           MOVE '</xbrli:xbrl>' TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           CLOSE XBRL-SAIDA

           MOVE QT-LINHAS-XML TO QT-LINHAS-XML-ED
           DISPLAY "Instancia gravada. Linhas:" LINE 22 COLUMN 03
                   QT-LINHAS-XML-ED             LINE 22 COLUMN 30.

       500-99-FIM. EXIT.

       510-ABRE-CONTEXTO.

           STRING '  <xbrli:context id="' DELIMITED BY SIZE
                  CONTEXTO-FATO           DELIMITED BY SPACE
                  '">'                    DELIMITED BY SIZE
                  INTO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           MOVE '    <xbrli:entity>' TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           STRING '      <xbrli:identifier scheme="http://www.cvm.gov.'
                  'br">' CNPJ-EMPRESA '</xbrli:identifier>'
                  DELIMITED BY SIZE INTO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           MOVE '    </xbrli:entity>' TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           MOVE '    <xbrli:period>' TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM.

       510-99-FIM. EXIT.

       520-FECHA-CONTEXTO.

           MOVE '    </xbrli:period>' TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           MOVE '  </xbrli:context>' TO LINHA-XML
           PERFORM 590-GRAVA-LINHA THRU 590-99-FIM.

       520-99-FIM. EXIT.

       530-GRAVA-FATOS.

      *    Um fato por periodo; valor com ponto decimal, sem
      *    separador de milhar, negativo com sinal a esquerda

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                   IF   TE-DEMONSTRACAO (E) = "B"
                        MOVE CONTEXTO (P)     TO CONTEXTO-FATO
                   ELSE
                        MOVE CONTEXTO (P + 2) TO CONTEXTO-FATO
                   END-IF
                   MOVE TE-VALOR (E P) TO VALOR-XML
                   INSPECT VALOR-XML REPLACING ALL "," BY "."
                   MOVE 0 TO K
                   INSPECT VALOR-XML TALLYING K FOR LEADING SPACES
                   ADD 1 TO K
                   STRING '  <'                DELIMITED BY SIZE
                          TE-ELEMENTO (E)      DELIMITED BY SPACE
                          ' contextRef="'      DELIMITED BY SIZE
                          CONTEXTO-FATO        DELIMITED BY SPACE
                          '" unitRef="BRL" decimals="2">'
                                               DELIMITED BY SIZE
                          VALOR-XML (K:)       DELIMITED BY SIZE
                          '</'                 DELIMITED BY SIZE
                          TE-ELEMENTO (E)      DELIMITED BY SPACE
                          '>'                  DELIMITED BY SIZE
                          INTO LINHA-XML
                   PERFORM 590-GRAVA-LINHA THRU 590-99-FIM
           END-PERFORM.

       530-99-FIM. EXIT.

       590-GRAVA-LINHA.

           WRITE XBRL-REG FROM LINHA-XML
           ADD 1 TO QT-LINHAS-XML
           MOVE SPACES TO LINHA-XML.

       590-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBXBRM
           IF   FS-CBXBRM = "30" OR "35"
                CLOSE CBXBRM
                OPEN OUTPUT CBXBRM
                CLOSE CBXBRM
                OPEN I-O CBXBRM
           END-IF
           IF   FS-CBXBRM > "09"
                DISPLAY "Mapeamento XBRL (CBXBRM) indisponivel"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN INPUT CBDREL
           IF   FS-CBDREL > "09"
                DISPLAY "Definicao da DRE inexistente - use CB076PCW"
                        LINE 23 COLUMN 03
                CLOSE CBXBRM
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN INPUT CBPLCO CBCOSA
           IF   FS-CBPLCO > "09" OR FS-CBCOSA > "09"
                CLOSE CBXBRM CBDREL CBPLCO CBCOSA
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           IF   FS-CBXBRM < "10"
                CLOSE CBXBRM CBDREL CBPLCO CBCOSA
           END-IF.

       900-99-FIM. EXIT.

       END PROGRAM CB241PCW.
