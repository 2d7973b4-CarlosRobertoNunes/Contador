       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB202PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Apuracao do PIS/COFINS nao cumulativo        *
                      *                                               *
                      *  1 - Parametros por tributo (CBPCPA)          *
                      *  2 - Faixas de contas de credito (CBPCFX)     *
                      *  3 - Apura a competencia: debito sobre a      *
                      *      receita dos grupos do CBFTMP lancada     *
                      *      pelo CB152PCW, credito sobre o saldo     *
                      *      devedor do mes das faixas e sobre a      *
                      *      depreciacao do CBATIV, saldo credor      *
                      *      anterior, lancamentos pelo CB043PCW e    *
                      *      valor a pagar na agenda do CBRETE        *
                      *  4 - Gera a EFD-Contribuicoes da competencia  *
                      *      (blocos 0, A, C, F, M, 1 e 9) a partir   *
                      *      da apuracao gravada no CBPCAP            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBPCPASL.
       COPY CBPCFXSL.
       COPY CBPCAPSL.
       COPY CBFTMPSL.
       COPY CBPLCOSL.
       COPY CBATIVSL.
       COPY CBRETESL.
       COPY CBMVMSSL.

           SELECT EFDTXT ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-EFDTXT.

       DATA DIVISION.
       FILE SECTION.

       COPY CBPCPAFD.
       COPY CBPCFXFD.
       COPY CBPCAPFD.
       COPY CBFTMPFD.
       COPY CBPLCOFD.
       COPY CBATIVFD.
       COPY CBRETEFD.
       COPY CBMVMSFD.

       FD  EFDTXT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-EFDTXT.

       01  EFDTXT-REG                   PIC  X(250).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB202PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 TRIBUTO-M                 PIC  X(006) VALUE SPACES.
           05 ALIQUOTA-M                PIC  9(002)V9999 VALUE 0.
           05 COD-RED-RECOLHER-M        PIC  9(005) VALUE 0.
           05 COD-RED-DESPESA-M         PIC  9(005) VALUE 0.
           05 COD-RED-RECUPERAR-M       PIC  9(005) VALUE 0.
           05 COD-RED-REDUTORA-M        PIC  9(005) VALUE 0.
           05 CENTRO-M                  PIC  9(004) VALUE 0.
           05 HISTORICO-M               PIC  9(004) VALUE 0.
           05 DIA-VENCIMENTO-M          PIC  9(002) VALUE 0.
           05 DEBITO-FATURAMENTO-M      PIC  X(001) VALUE "N".
           05 CREDITA-DEPRECIACAO-M     PIC  X(001) VALUE "N".
           05 SEQUENCIA-M               PIC  9(003) VALUE 0.
           05 DESCRICAO-M               PIC  X(030) VALUE SPACES.
           05 CONTA-INICIAL-M           PIC  9(015) VALUE 0.
           05 CONTA-FINAL-M             PIC  9(015) VALUE 0.
           05 NATUREZA-M                PIC  9(002) VALUE 0.
           05 EXCLUI-M                  PIC  X(001) VALUE "N".
           05 COMPETENCIA.
              10 COMP-AAAA              PIC  9(004).
              10 COMP-MM                PIC  9(002).
           05 COMPETENCIA-ANTERIOR      PIC  9(006) VALUE 0.
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 CNPJ-EMPRESA              PIC  9(014) VALUE 0.
           05 NOME-EMPRESA              PIC  X(040) VALUE SPACES.
           05 UF-EMPRESA                PIC  X(002) VALUE SPACES.
           05 MUNICIPIO-EMPRESA         PIC  9(007) VALUE 0.
           05 ULTIMO-DIA                PIC  9(002) VALUE 0.
           05 DATA-INICIAL-EFD          PIC  X(008) VALUE SPACES.
           05 DATA-FINAL-EFD            PIC  X(008) VALUE SPACES.
           05 RESTO                     PIC  9(004) VALUE 0.
           05 QUOCIENTE                 PIC  9(004) VALUE 0.
           05 COD-RED-SOMA              PIC  9(005) VALUE 0.
           05 SOMA-DEBITOS       COMP-3 PIC  9(012)V99 VALUE 0.
           05 SOMA-CREDITOS      COMP-3 PIC  9(012)V99 VALUE 0.
           05 SALDO-CONTA        COMP-3 PIC S9(012)V99 VALUE 0.
           05 BASE-RECEITA       COMP-3 PIC S9(012)V99 VALUE 0.
           05 BASE-DEPRECIACAO   COMP-3 PIC  9(012)V99 VALUE 0.
           05 BASE-CREDITO-TOTAL COMP-3 PIC  9(012)V99 VALUE 0.
           05 CREDITO-DISPONIVEL COMP-3 PIC  9(012)V99 VALUE 0.
           05 QUOTA-MES          COMP-3 PIC  9(012)V99 VALUE 0.
           05 DIAS-NO-MES        COMP-3 PIC  9(002) VALUE 0.
           05 AQUISICAO-AAAAMM          PIC  9(006) VALUE 0.
           05 DATA-AQUISICAO-X          PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-AQUISICAO-X.
              10 AQ-AAAA                PIC  9(004).
              10 AQ-MM                  PIC  9(002).
              10 AQ-DD                  PIC  9(002).
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 VALOR-PAR                 PIC  9(012)V99 VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 FALHOU                    PIC  9(001) VALUE 0.
           05 QT-PENDENTES              PIC  9(001) VALUE 0.
           05 QT-PARES           COMP-3 PIC  9(002) VALUE 0.
           05 TABELA-PARES.
              10 PAR OCCURS 3.
                 15 PAR-LANCAMENTO      PIC  9(007).
                 15 PAR-COD-RED-DB      PIC  9(005).
                 15 PAR-COD-RED-CR      PIC  9(005).
                 15 PAR-VALOR           PIC  9(012)V99.
           05 I                         PIC  9(003) VALUE 0.
           05 K                         PIC  9(003) VALUE 0.
           05 QT-SOMADAS         COMP-3 PIC  9(003) VALUE 0.
           05 JA-SOMADA                 PIC  9(001) VALUE 0.
           05 TABELA-SOMADAS.
              10 SOMADA-COD-RED OCCURS 500 PIC 9(005).
           05 Y                         PIC  9(003) VALUE 0.
           05 QT-FAIXAS                 PIC  9(003) VALUE 0.
           05 TABELA-FAIXAS.
              10 FAIXA OCCURS 100.
                 15 TB-SEQUENCIA        PIC  9(003).
                 15 TB-CONTA-INICIAL    PIC  9(015).
                 15 TB-CONTA-FINAL      PIC  9(015).
                 15 TB-NATUREZA         PIC  9(002).
                 15 TB-BASE      COMP-3 PIC  9(012)V99.
           05 APURACAO-PIS.
              10 PIS-ALIQUOTA    COMP-3 PIC  9(002)V9999.
              10 PIS-BASE-DEBITO COMP-3 PIC  9(012)V99.
              10 PIS-DEBITO      COMP-3 PIC  9(012)V99.
              10 PIS-BASE-CRED   COMP-3 PIC  9(012)V99.
              10 PIS-CREDITO     COMP-3 PIC  9(012)V99.
              10 PIS-ANTERIOR    COMP-3 PIC  9(012)V99.
              10 PIS-UTILIZADO   COMP-3 PIC  9(012)V99.
              10 PIS-A-PAGAR     COMP-3 PIC  9(012)V99.
              10 PIS-SALDO       COMP-3 PIC  9(012)V99.
           05 APURACAO-COFINS.
              10 COF-ALIQUOTA    COMP-3 PIC  9(002)V9999.
              10 COF-BASE-DEBITO COMP-3 PIC  9(012)V99.
              10 COF-DEBITO      COMP-3 PIC  9(012)V99.
              10 COF-BASE-CRED   COMP-3 PIC  9(012)V99.
              10 COF-CREDITO     COMP-3 PIC  9(012)V99.
              10 COF-ANTERIOR    COMP-3 PIC  9(012)V99.
              10 COF-UTILIZADO   COMP-3 PIC  9(012)V99.
              10 COF-A-PAGAR     COMP-3 PIC  9(012)V99.
              10 COF-SALDO       COMP-3 PIC  9(012)V99.
           05 VALOR-TEXTO               PIC  X(016) VALUE SPACES.
           05 VALOR-EDITADO             PIC  -(012)9,99.
           05 VALOR-ABSOLUTO     COMP-3 PIC S9(012)V99 VALUE 0.
           05 ALIQUOTA-TEXTO            PIC  X(008) VALUE SPACES.
           05 ALIQUOTA-EDITADA          PIC  Z9,9999.
           05 REGISTRO-EFD              PIC  X(004) VALUE SPACES.
           05 QT-LINHAS-EFD             PIC  9(006) VALUE 0.
           05 QT-LINHAS-BLOCO           PIC  9(006) VALUE 0.
           05 QT-LINHAS-ED              PIC  9(006) VALUE 0.
           05 QT-EDITADA                PIC  Z(005)9.
           05 QT-TEXTO                  PIC  X(006) VALUE SPACES.
           05 QT-REGISTROS-EFD          PIC  9(003) VALUE 0.
           05 TABELA-REGISTROS-EFD.
              10 REGISTRO-CONTADO OCCURS 40.
                 15 TB-REGISTRO         PIC  X(004).
                 15 TB-QUANTIDADE       PIC  9(006).
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBPCPA.
              10 FS-CBPCPA              PIC  X(002) VALUE "00".
              10 LB-CBPCPA              PIC  X(050) VALUE "CBPCPA".
           05 ER-CBPCFX.
              10 FS-CBPCFX              PIC  X(002) VALUE "00".
              10 LB-CBPCFX              PIC  X(050) VALUE "CBPCFX".
           05 ER-CBPCAP.
              10 FS-CBPCAP              PIC  X(002) VALUE "00".
              10 LB-CBPCAP              PIC  X(050) VALUE "CBPCAP".
           05 ER-CBFTMP.
              10 FS-CBFTMP              PIC  X(002) VALUE "00".
              10 LB-CBFTMP              PIC  X(050) VALUE "CBFTMP".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBATIV.
              10 FS-CBATIV              PIC  X(002) VALUE "00".
              10 LB-CBATIV              PIC  X(050) VALUE "CBATIV".
           05 ER-CBRETE.
              10 FS-CBRETE              PIC  X(002) VALUE "00".
              10 LB-CBRETE              PIC  X(050) VALUE "CBRETE".
           05 ER-CBMVMS.
              10 FS-CBMVMS              PIC  X(002) VALUE "00".
              10 LB-CBMVMS              PIC  X(050) VALUE "CBMV000000".
           05 ER-EFDTXT.
              10 FS-EFDTXT              PIC  X(002) VALUE "00".
              10 LB-EFDTXT              PIC  X(050) VALUE SPACES.

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(008) VALUE "TRIBUTO ".
              05 FILLER                 PIC  X(032) VALUE
                 "ITEM                            ".
              05 FILLER                 PIC  X(019) VALUE
                 "              BASE ".
              05 FILLER                 PIC  X(019) VALUE
                 "             VALOR ".
              05 FILLER                 PIC  X(012) VALUE
                 "LANCAMENTO  ".
           02 LINHA-02.
              05 CLIC-TRIBUTO           PIC  X(006).
              05 FILLER                 PIC  X(002).
              05 CLIC-ITEM              PIC  X(030).
              05 FILLER                 PIC  X(002).
              05 CLIC-BASE              PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-LANCAMENTO        PIC  X(012).

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Parametros do tributo".
           05 LINE 05 COLUMN 03 VALUE "2 - Faixas de contas de credito".
           05 LINE 06 COLUMN 03 VALUE "3 - Apura competencia".
           05 LINE 07 COLUMN 03 VALUE "4 - Gera EFD-Contribuicoes".
           05 LINE 09 COLUMN 03 VALUE "Opcao:".
           05 LINE 09 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-TRIBUTO.
           05 LINE 04 COLUMN 03 VALUE "Tributo (PIS/COFINS)...:".
           05 LINE 04 COLUMN 30 PIC X(006) USING TRIBUTO-M.

       01  TELA-PARAMETROS.
           05 LINE 05 COLUMN 03 VALUE "Aliquota (%)...........:".
           05 LINE 05 COLUMN 30 PIC Z9,9999 USING ALIQUOTA-M.
           05 LINE 06 COLUMN 03 VALUE "Conta a recolher.......:".
           05 LINE 06 COLUMN 30 PIC 9(005) USING COD-RED-RECOLHER-M.
           05 LINE 07 COLUMN 03 VALUE "Conta de despesa.......:".
           05 LINE 07 COLUMN 30 PIC 9(005) USING COD-RED-DESPESA-M.
           05 LINE 08 COLUMN 03 VALUE "Conta a recuperar......:".
           05 LINE 08 COLUMN 30 PIC 9(005) USING COD-RED-RECUPERAR-M.
           05 LINE 09 COLUMN 03 VALUE "Conta redutora custo...:".
           05 LINE 09 COLUMN 30 PIC 9(005) USING COD-RED-REDUTORA-M.
           05 LINE 10 COLUMN 03 VALUE "Centro de custo........:".
           05 LINE 10 COLUMN 30 PIC 9(004) USING CENTRO-M.
           05 LINE 11 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 11 COLUMN 30 PIC 9(004) USING HISTORICO-M.
           05 LINE 12 COLUMN 03 VALUE "Dia de vencimento......:".
           05 LINE 12 COLUMN 30 PIC 9(002) USING DIA-VENCIMENTO-M.
           05 LINE 13 COLUMN 03 VALUE "Debito no faturamento..:".
           05 LINE 13 COLUMN 30 PIC X(001) USING DEBITO-FATURAMENTO-M.
           05 LINE 14 COLUMN 03 VALUE "Credito s/ depreciacao.:".
           05 LINE 14 COLUMN 30 PIC X(001) USING CREDITA-DEPRECIACAO-M.

       01  TELA-FAIXA.
           05 LINE 04 COLUMN 03 VALUE "Sequencia..............:".
           05 LINE 04 COLUMN 30 PIC 9(003) USING SEQUENCIA-M.

       01  TELA-FAIXA-DADOS.
           05 LINE 05 COLUMN 03 VALUE "Descricao..............:".
           05 LINE 05 COLUMN 30 PIC X(030) USING DESCRICAO-M.
           05 LINE 06 COLUMN 03 VALUE "Conta inicial..........:".
           05 LINE 06 COLUMN 30 PIC 9(015) USING CONTA-INICIAL-M.
           05 LINE 07 COLUMN 03 VALUE "Conta final............:".
           05 LINE 07 COLUMN 30 PIC 9(015) USING CONTA-FINAL-M.
           05 LINE 08 COLUMN 03 VALUE "Natureza da base.......:".
           05 LINE 08 COLUMN 30 PIC 9(002) USING NATUREZA-M.
           05 LINE 09 COLUMN 03 VALUE "Exclui a faixa (S/N)...:".
           05 LINE 09 COLUMN 30 PIC X(001) USING EXCLUI-M.

       01  TELA-APURACAO.
           05 LINE 04 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 04 COLUMN 30 PIC 9999 USING COMP-AAAA.
           05 LINE 04 COLUMN 34 PIC 99   USING COMP-MM.
           05 LINE 05 COLUMN 03 VALUE "BAC (serie/numero).....:".
           05 LINE 05 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 05 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 06 COLUMN 03 VALUE "Dia de referencia......:".
           05 LINE 06 COLUMN 30 PIC 9(002) USING DIA-REF.

       01  TELA-EFD.
           05 LINE 04 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 04 COLUMN 30 PIC 9999 USING COMP-AAAA.
           05 LINE 04 COLUMN 34 PIC 99   USING COMP-MM.
           05 LINE 05 COLUMN 03 VALUE "CNPJ...................:".
           05 LINE 05 COLUMN 30 PIC 9(014) USING CNPJ-EMPRESA.
           05 LINE 06 COLUMN 03 VALUE "Nome empresarial.......:".
           05 LINE 06 COLUMN 30 PIC X(040) USING NOME-EMPRESA.
           05 LINE 07 COLUMN 03 VALUE "UF / municipio (IBGE)..:".
           05 LINE 07 COLUMN 30 PIC X(002) USING UF-EMPRESA.
           05 LINE 07 COLUMN 33 PIC 9(007) USING MUNICIPIO-EMPRESA.
           05 LINE 08 COLUMN 03 VALUE "Arquivo de saida.......:".
           05 LINE 08 COLUMN 30 PIC X(050) USING LB-EFDTXT.

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
                            PERFORM 100-PARAMETROS THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-FAIXAS     THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-APURA      THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-EFD        THRU 400-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-PARAMETROS.

           MOVE SPACES TO TRIBUTO-M
           DISPLAY TELA-TRIBUTO
           ACCEPT  TELA-TRIBUTO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF
           IF   TRIBUTO-M NOT = "PIS" AND TRIBUTO-M NOT = "COFINS"
                DISPLAY "Informe PIS ou COFINS" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE 0 TO EXISTE
           MOVE TRIBUTO-M TO CBPCPA-TRIBUTO
           READ CBPCPA
           IF   FS-CBPCPA < "10"
                MOVE 1                          TO EXISTE
                MOVE CBPCPA-ALIQUOTA            TO ALIQUOTA-M
                MOVE CBPCPA-COD-RED-RECOLHER    TO COD-RED-RECOLHER-M
                MOVE CBPCPA-COD-RED-DESPESA     TO COD-RED-DESPESA-M
                MOVE CBPCPA-COD-RED-RECUPERAR   TO COD-RED-RECUPERAR-M
                MOVE CBPCPA-COD-RED-REDUTORA    TO COD-RED-REDUTORA-M
                MOVE CBPCPA-CENTRO-CUSTO        TO CENTRO-M
                MOVE CBPCPA-HISTORICO           TO HISTORICO-M
                MOVE CBPCPA-DIA-VENCIMENTO      TO DIA-VENCIMENTO-M
                MOVE CBPCPA-DEBITO-FATURAMENTO  TO DEBITO-FATURAMENTO-M
                MOVE CBPCPA-CREDITA-DEPRECIACAO
                                             TO CREDITA-DEPRECIACAO-M
           ELSE
      *         Aliquotas do regime nao cumulativo como sugestao
                IF   TRIBUTO-M = "PIS"
                     MOVE 1,65 TO ALIQUOTA-M
                ELSE
                     MOVE 7,60 TO ALIQUOTA-M
                END-IF
                MOVE 0   TO COD-RED-RECOLHER-M COD-RED-DESPESA-M
                            COD-RED-RECUPERAR-M COD-RED-REDUTORA-M
                            CENTRO-M HISTORICO-M
                MOVE 25  TO DIA-VENCIMENTO-M
                MOVE "N" TO DEBITO-FATURAMENTO-M
                            CREDITA-DEPRECIACAO-M
           END-IF

           DISPLAY TELA-PARAMETROS
           ACCEPT  TELA-PARAMETROS
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           IF   ALIQUOTA-M = 0
           OR   COD-RED-RECOLHER-M  = 0 OR COD-RED-DESPESA-M  = 0
           OR   COD-RED-RECUPERAR-M = 0 OR COD-RED-REDUTORA-M = 0
           OR   DIA-VENCIMENTO-M = 0 OR DIA-VENCIMENTO-M > 31
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE TRIBUTO-M             TO CBPCPA-TRIBUTO
           MOVE ALIQUOTA-M            TO CBPCPA-ALIQUOTA
           MOVE COD-RED-RECOLHER-M    TO CBPCPA-COD-RED-RECOLHER
           MOVE COD-RED-DESPESA-M     TO CBPCPA-COD-RED-DESPESA
           MOVE COD-RED-RECUPERAR-M   TO CBPCPA-COD-RED-RECUPERAR
           MOVE COD-RED-REDUTORA-M    TO CBPCPA-COD-RED-REDUTORA
           MOVE CENTRO-M              TO CBPCPA-CENTRO-CUSTO
           MOVE HISTORICO-M           TO CBPCPA-HISTORICO
           MOVE DIA-VENCIMENTO-M      TO CBPCPA-DIA-VENCIMENTO
           MOVE DEBITO-FATURAMENTO-M  TO CBPCPA-DEBITO-FATURAMENTO
           MOVE CREDITA-DEPRECIACAO-M TO CBPCPA-CREDITA-DEPRECIACAO
           IF   REGISTRO-EXISTE
                REWRITE CBPCPA-REG
           ELSE
                WRITE CBPCPA-REG
           END-IF
           DISPLAY "Parametros gravados" LINE 23 COLUMN 03.

       100-99-FIM. EXIT.

       200-FAIXAS.

           MOVE 0 TO SEQUENCIA-M
           DISPLAY TELA-FAIXA
           ACCEPT  TELA-FAIXA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR SEQUENCIA-M = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE 0   TO EXISTE CONTA-INICIAL-M CONTA-FINAL-M NATUREZA-M
           MOVE "N" TO EXCLUI-M
           MOVE SPACES TO DESCRICAO-M
           MOVE SEQUENCIA-M TO CBPCFX-SEQUENCIA
           READ CBPCFX
           IF   FS-CBPCFX < "10"
                MOVE 1                    TO EXISTE
                MOVE CBPCFX-DESCRICAO     TO DESCRICAO-M
                MOVE CBPCFX-CONTA-INICIAL TO CONTA-INICIAL-M
                MOVE CBPCFX-CONTA-FINAL   TO CONTA-FINAL-M
                MOVE CBPCFX-NATUREZA      TO NATUREZA-M
           END-IF

           DISPLAY TELA-FAIXA-DADOS
           ACCEPT  TELA-FAIXA-DADOS
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           IF   EXCLUI-M = "S" OR "s"
                IF   REGISTRO-EXISTE
                     DELETE CBPCFX RECORD
                     DISPLAY "Faixa excluida" LINE 23 COLUMN 03
                END-IF
                GO TO 200-99-FIM
           END-IF

           IF   CONTA-INICIAL-M = 0 OR CONTA-FINAL-M < CONTA-INICIAL-M
           OR   NATUREZA-M = 0 OR NATUREZA-M > 18
                DISPLAY "Faixa invalida" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE SEQUENCIA-M     TO CBPCFX-SEQUENCIA
           MOVE DESCRICAO-M     TO CBPCFX-DESCRICAO
           MOVE CONTA-INICIAL-M TO CBPCFX-CONTA-INICIAL
           MOVE CONTA-FINAL-M   TO CBPCFX-CONTA-FINAL
           MOVE NATUREZA-M      TO CBPCFX-NATUREZA
           IF   REGISTRO-EXISTE
                REWRITE CBPCFX-REG
           ELSE
                WRITE CBPCFX-REG
           END-IF
           DISPLAY "Faixa gravada" LINE 23 COLUMN 03.

       200-99-FIM. EXIT.

       300-APURA.

           MOVE 0 TO COMP-AAAA COMP-MM SERIE-BAC NUMERO-BAC DIA-REF
           DISPLAY TELA-APURACAO
           ACCEPT  TELA-APURACAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
           OR   COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
           OR   SERIE-BAC = 0 OR DIA-REF = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           INITIALIZE APURACAO-PIS APURACAO-COFINS
           MOVE "PIS" TO CBPCPA-TRIBUTO
           READ CBPCPA IGNORE LOCK
           IF   FS-CBPCPA > "09"
                DISPLAY "Parametros do PIS nao cadastrados"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF
           MOVE "COFINS" TO CBPCPA-TRIBUTO
           READ CBPCPA IGNORE LOCK
           IF   FS-CBPCPA > "09"
                DISPLAY "Parametros da COFINS nao cadastrados"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

      *    Tributo ja apurado fica como esta; uma nova rodada na
      *    competencia apura so o tributo que ficou pendente

           MOVE "PIS"       TO CBPCAP-TRIBUTO
           MOVE COMPETENCIA TO CBPCAP-COMPETENCIA
           MOVE 0           TO CBPCAP-SEQUENCIA
           READ CBPCAP IGNORE LOCK
           IF   FS-CBPCAP < "10"
                MOVE "COFINS" TO CBPCAP-TRIBUTO
                READ CBPCAP IGNORE LOCK
                IF   FS-CBPCAP < "10"
                     DISPLAY "Competencia ja apurada"
                             LINE 23 COLUMN 03
                     GO TO 300-99-FIM
                END-IF
           END-IF
           MOVE "00" TO FS-CBPCAP

           MOVE COMPETENCIA TO LB-CBMVMS (5: 6)
           OPEN INPUT CBMVMS
           IF   FS-CBMVMS > "09"
                DISPLAY "Competencia sem movimento"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF
           OPEN INPUT CBFTMP CBPLCO CBATIV

           MOVE "APURACAO DO PIS/COFINS NAO CUMULATIVO"
             TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " COMP-MM "/" COMP-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB202PA" TO CWIMPR-REPORT

           PERFORM 310-BASE-DEBITO      THRU 310-99-FIM
           PERFORM 320-BASE-CREDITO     THRU 320-99-FIM
           PERFORM 330-BASE-DEPRECIACAO THRU 330-99-FIM

           CLOSE CBMVMS CBFTMP CBPLCO CBATIV
           MOVE "00" TO FS-CBMVMS FS-CBFTMP FS-CBPLCO FS-CBATIV

           COMPUTE COMPETENCIA-ANTERIOR = COMP-AAAA * 100 + COMP-MM
           IF   COMP-MM = 1
                COMPUTE COMPETENCIA-ANTERIOR = (COMP-AAAA - 1) * 100
                                             + 12
           ELSE
                SUBTRACT 1 FROM COMPETENCIA-ANTERIOR
           END-IF

           MOVE 0 TO QT-PENDENTES
           MOVE "PIS" TO CBPCPA-TRIBUTO
           READ CBPCPA IGNORE LOCK
           PERFORM 340-CALCULA-TRIBUTO THRU 340-99-FIM
           MOVE "COFINS" TO CBPCPA-TRIBUTO
           READ CBPCPA IGNORE LOCK
           PERFORM 340-CALCULA-TRIBUTO THRU 340-99-FIM

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           IF   QT-PENDENTES = 0
                DISPLAY "Apuracao concluida - relatorio CB202PA"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Lancamento rejeitado - tributo pendente, "
                        "ver CB202PA" LINE 23 COLUMN 03
           END-IF.

       300-99-FIM. EXIT.

       310-BASE-DEBITO.

      *    Receita bruta dos grupos mapeados no faturamento: creditos
      *    menos debitos do mes nas contas de receita do CBFTMP

           MOVE 0 TO BASE-RECEITA QT-SOMADAS
           IF   FS-CBFTMP > "09"
                GO TO 310-99-FIM
           END-IF

           MOVE "G" TO CBFTMP-TIPO
           MOVE 0   TO CBFTMP-CODIGO
           START CBFTMP KEY NOT LESS CBFTMP-CHAVE
           PERFORM UNTIL FS-CBFTMP > "09"
                   READ CBFTMP NEXT RECORD IGNORE LOCK
                   IF   FS-CBFTMP < "10"
                        IF   NOT CBFTMP-GRUPO-PRODUTO
                             MOVE "10" TO FS-CBFTMP
                        ELSE
                             PERFORM 315-SOMA-RECEITA THRU 315-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBFTMP
           IF   BASE-RECEITA < 0
                MOVE 0 TO BASE-RECEITA
           END-IF

           MOVE "PIS/CO"                TO CLIC-TRIBUTO
           MOVE "RECEITA BRUTA TRIBUTADA"
                                        TO CLIC-ITEM
           MOVE BASE-RECEITA            TO CLIC-BASE
           MOVE 0                       TO CLIC-VALOR
           MOVE SPACES                  TO CLIC-LANCAMENTO
           MOVE LINHA-02                TO CWIMPR-DETAIL
           CALL "CB125PCW"           USING PARAMETROS-CWIMPR.

       310-99-FIM. EXIT.

       315-SOMA-RECEITA.

      *    Grupos diferentes podem apontar a mesma conta de receita:
      *    cada conta entra uma vez so na base

           MOVE 0 TO JA-SOMADA
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-SOMADAS
                   IF   SOMADA-COD-RED (K) = CBFTMP-COD-RED
                        MOVE 1 TO JA-SOMADA
                   END-IF
           END-PERFORM
           IF   JA-SOMADA = 1
                GO TO 315-99-FIM
           END-IF
           IF   QT-SOMADAS < 500
                ADD  1              TO QT-SOMADAS
                MOVE CBFTMP-COD-RED TO SOMADA-COD-RED (QT-SOMADAS)
           END-IF

           MOVE CBFTMP-COD-RED TO COD-RED-SOMA
           PERFORM 350-SOMA-CONTA THRU 350-99-FIM
           COMPUTE BASE-RECEITA = BASE-RECEITA
                                + SOMA-CREDITOS
                                - SOMA-DEBITOS.

       315-99-FIM. EXIT.

       320-BASE-CREDITO.

      *    Cada faixa soma o saldo devedor do mes das contas
      *    analiticas (com codigo reduzido) entre a inicial e a final

           MOVE 0 TO QT-FAIXAS BASE-CREDITO-TOTAL
           INITIALIZE TABELA-FAIXAS
           MOVE 0 TO CBPCFX-SEQUENCIA
           START CBPCFX KEY NOT LESS CBPCFX-CHAVE
           PERFORM UNTIL FS-CBPCFX > "09"
                   READ CBPCFX NEXT RECORD IGNORE LOCK
                   IF   FS-CBPCFX < "10"
                   AND  QT-FAIXAS < 100
                        ADD  1                    TO QT-FAIXAS
                        MOVE CBPCFX-SEQUENCIA     TO TB-SEQUENCIA (
                                                     QT-FAIXAS)
                        MOVE CBPCFX-CONTA-INICIAL TO TB-CONTA-INICIAL (
                                                     QT-FAIXAS)
                        MOVE CBPCFX-CONTA-FINAL   TO TB-CONTA-FINAL (
                                                     QT-FAIXAS)
                        MOVE CBPCFX-NATUREZA      TO TB-NATUREZA (
                                                     QT-FAIXAS)
                        MOVE 0                    TO TB-BASE (
                                                     QT-FAIXAS)
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPCFX

           IF   FS-CBPLCO > "09"
                GO TO 320-99-FIM
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-FAIXAS
                   PERFORM 325-SOMA-FAIXA THRU 325-99-FIM
                   ADD TB-BASE (I) TO BASE-CREDITO-TOTAL
                   MOVE TB-SEQUENCIA (I) TO CBPCFX-SEQUENCIA
                   READ CBPCFX IGNORE LOCK
                   MOVE "PIS/CO"         TO CLIC-TRIBUTO
                   MOVE CBPCFX-DESCRICAO TO CLIC-ITEM
                   MOVE TB-BASE (I)      TO CLIC-BASE
                   MOVE 0                TO CLIC-VALOR
                   MOVE SPACES           TO CLIC-LANCAMENTO
                   MOVE LINHA-02         TO CWIMPR-DETAIL
                   CALL "CB125PCW"    USING PARAMETROS-CWIMPR
           END-PERFORM
           MOVE "00" TO FS-CBPCFX.

       320-99-FIM. EXIT.

       325-SOMA-FAIXA.

           MOVE TB-CONTA-INICIAL (I) TO CBPLCO-CONTA
           START CBPLCO KEY NOT LESS CBPLCO-CHAVE
           PERFORM UNTIL FS-CBPLCO > "09"
                   READ CBPLCO NEXT RECORD IGNORE LOCK
                   IF   FS-CBPLCO < "10"
                        IF   CBPLCO-CONTA > TB-CONTA-FINAL (I)
                             MOVE "10" TO FS-CBPLCO
                        ELSE
                             IF   CBPLCO-COD-RED NOT = 0
                                  MOVE CBPLCO-COD-RED TO COD-RED-SOMA
                                  PERFORM 350-SOMA-CONTA
                                     THRU 350-99-FIM
                                  COMPUTE SALDO-CONTA = SOMA-DEBITOS
                                                      - SOMA-CREDITOS
                                  IF   SALDO-CONTA > 0
                                       ADD SALDO-CONTA TO TB-BASE (I)
                                  END-IF
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPLCO.

       325-99-FIM. EXIT.

       330-BASE-DEPRECIACAO.

      *    Quota do mes dos bens ja depreciados na competencia pelo
      *    CB096PCW, no mesmo calculo (pro rata de 30 avos no mes
      *    da aquisicao)

           MOVE 0 TO BASE-DEPRECIACAO
           IF   FS-CBATIV > "09"
                GO TO 330-99-FIM
           END-IF

           MOVE LOW-VALUES TO CBATIV-CHAVE
           START CBATIV KEY NOT LESS CBATIV-CHAVE
           PERFORM UNTIL FS-CBATIV > "09"
                   READ CBATIV NEXT RECORD IGNORE LOCK
                   IF   FS-CBATIV < "10"
                   AND  CBATIV-ATIVO
                   AND  CBATIV-ULTIMA-COMPETENCIA = COMPETENCIA
                        PERFORM 335-QUOTA-BEM THRU 335-99-FIM
                        ADD QUOTA-MES TO BASE-DEPRECIACAO
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBATIV

           MOVE "PIS/CO"                  TO CLIC-TRIBUTO
           MOVE "DEPRECIACAO DO IMOBILIZADO"
                                          TO CLIC-ITEM
           MOVE BASE-DEPRECIACAO          TO CLIC-BASE
           MOVE 0                         TO CLIC-VALOR
           MOVE SPACES                    TO CLIC-LANCAMENTO
           MOVE LINHA-02                  TO CWIMPR-DETAIL
           CALL "CB125PCW"             USING PARAMETROS-CWIMPR.

       330-99-FIM. EXIT.

       335-QUOTA-BEM.

      *    A DEPR-ACUMULADA ja inclui a quota da competencia: vale a
      *    quota gravada pelo CB096PCW, que ja foi limitada ao que
      *    restava depreciar do valor do bem

           IF   CBATIV-QUOTA-COMPETENCIA NUMERIC
                MOVE CBATIV-QUOTA-COMPETENCIA TO QUOTA-MES
                GO TO 335-99-FIM
           END-IF

           COMPUTE QUOTA-MES ROUNDED =
                   CBATIV-VALOR * CBATIV-TAXA-ANUAL / 100 / 12
           MOVE CBATIV-DATA-AQUISICAO   TO DATA-AQUISICAO-X
           MOVE DATA-AQUISICAO-X (1: 6) TO AQUISICAO-AAAAMM
           IF   AQUISICAO-AAAAMM = COMPETENCIA
                COMPUTE DIAS-NO-MES = 30 - AQ-DD + 1
                IF   DIAS-NO-MES > 30
                     MOVE 30 TO DIAS-NO-MES
                END-IF
                COMPUTE QUOTA-MES ROUNDED =
                        QUOTA-MES * DIAS-NO-MES / 30
           END-IF
      *    Bem depreciado antes da quota gravada: sem o acumulado
      *    anterior a quota nao passa do acumulado
           IF   QUOTA-MES > CBATIV-DEPR-ACUMULADA
                MOVE CBATIV-DEPR-ACUMULADA TO QUOTA-MES
           END-IF.

       335-99-FIM. EXIT.

       340-CALCULA-TRIBUTO.

           MOVE CBPCPA-TRIBUTO TO CBPCAP-TRIBUTO
           MOVE COMPETENCIA    TO CBPCAP-COMPETENCIA
           MOVE 0              TO CBPCAP-SEQUENCIA
           READ CBPCAP IGNORE LOCK
           IF   FS-CBPCAP < "10"
                MOVE "JA APURADO EM RODADA ANTERIOR" TO CLIC-ITEM
                MOVE 0                        TO CLIC-BASE
                MOVE CBPCAP-VALOR-A-PAGAR     TO CLIC-VALOR
                MOVE SPACES                   TO CLIC-LANCAMENTO
                PERFORM 370-IMPRIME THRU 370-99-FIM
                GO TO 340-99-FIM
           END-IF
           MOVE "00" TO FS-CBPCAP
           MOVE 0    TO QT-PARES FALHOU

           PERFORM 345-CREDITO-ANTERIOR THRU 345-99-FIM

           INITIALIZE CBPCAP-REG
           MOVE CBPCPA-TRIBUTO  TO CBPCAP-TRIBUTO
           MOVE COMPETENCIA     TO CBPCAP-COMPETENCIA
           MOVE 0               TO CBPCAP-SEQUENCIA
           MOVE CBPCPA-ALIQUOTA TO CBPCAP-ALIQUOTA
           MOVE BASE-RECEITA    TO CBPCAP-BASE-DEBITO
           COMPUTE CBPCAP-VALOR-DEBITO ROUNDED =
                   BASE-RECEITA * CBPCPA-ALIQUOTA / 100
           MOVE BASE-CREDITO-TOTAL TO CBPCAP-BASE-CREDITO
           IF   CBPCPA-CREDITO-DEPRECIACAO
                ADD BASE-DEPRECIACAO TO CBPCAP-BASE-CREDITO
           END-IF
           COMPUTE CBPCAP-VALOR-CREDITO ROUNDED =
                   CBPCAP-BASE-CREDITO * CBPCPA-ALIQUOTA / 100
           MOVE CREDITO-DISPONIVEL TO CBPCAP-CREDITO-ANTERIOR

           COMPUTE CREDITO-DISPONIVEL = CBPCAP-VALOR-CREDITO
                                      + CBPCAP-CREDITO-ANTERIOR
           IF   CREDITO-DISPONIVEL > CBPCAP-VALOR-DEBITO
                MOVE CBPCAP-VALOR-DEBITO TO CBPCAP-CREDITO-UTILIZADO
           ELSE
                MOVE CREDITO-DISPONIVEL  TO CBPCAP-CREDITO-UTILIZADO
           END-IF
           COMPUTE CBPCAP-VALOR-A-PAGAR = CBPCAP-VALOR-DEBITO
                                        - CBPCAP-CREDITO-UTILIZADO
           COMPUTE CBPCAP-SALDO-CREDOR  = CREDITO-DISPONIVEL
                                        - CBPCAP-CREDITO-UTILIZADO

      *    Debito: despesa x a recolher, salvo quando o faturamento
      *    ja lanca a contribuicao nota a nota

           IF   NOT CBPCPA-DEBITO-NO-FATURAMENTO
           AND  CBPCAP-VALOR-DEBITO > 0
                MOVE CBPCPA-COD-RED-DESPESA  TO COD-RED-DB
                MOVE CBPCPA-COD-RED-RECOLHER TO COD-RED-CR
                MOVE CBPCAP-VALOR-DEBITO     TO VALOR-PAR
                PERFORM 700-GERA-PAR THRU 700-99-FIM
                MOVE LANCAMENTO-GERADO TO CBPCAP-LANC-DEBITO
           END-IF
           MOVE "DEBITO DA CONTRIBUICAO"  TO CLIC-ITEM
           MOVE CBPCAP-BASE-DEBITO        TO CLIC-BASE
           MOVE CBPCAP-VALOR-DEBITO       TO CLIC-VALOR
           IF   CBPCPA-DEBITO-NO-FATURAMENTO
                MOVE "FATURAMENTO" TO CLIC-LANCAMENTO
           ELSE
                PERFORM 360-SITUACAO THRU 360-99-FIM
           END-IF
           PERFORM 370-IMPRIME THRU 370-99-FIM

      *    Credito do mes: a recuperar x redutora do custo

           MOVE 0 TO LANCAMENTO-GERADO
           IF   CBPCAP-VALOR-CREDITO > 0
                MOVE CBPCPA-COD-RED-RECUPERAR TO COD-RED-DB
                MOVE CBPCPA-COD-RED-REDUTORA  TO COD-RED-CR
                MOVE CBPCAP-VALOR-CREDITO     TO VALOR-PAR
                PERFORM 700-GERA-PAR THRU 700-99-FIM
                MOVE LANCAMENTO-GERADO TO CBPCAP-LANC-CREDITO
           END-IF
           MOVE "CREDITOS DO MES"         TO CLIC-ITEM
           MOVE CBPCAP-BASE-CREDITO       TO CLIC-BASE
           MOVE CBPCAP-VALOR-CREDITO      TO CLIC-VALOR
           IF   CBPCAP-VALOR-CREDITO > 0
                PERFORM 360-SITUACAO THRU 360-99-FIM
           ELSE
                MOVE SPACES TO CLIC-LANCAMENTO
           END-IF
           PERFORM 370-IMPRIME THRU 370-99-FIM

           MOVE "SALDO CREDOR ANTERIOR"   TO CLIC-ITEM
           MOVE 0                         TO CLIC-BASE
           MOVE CBPCAP-CREDITO-ANTERIOR   TO CLIC-VALOR
           MOVE SPACES                    TO CLIC-LANCAMENTO
           PERFORM 370-IMPRIME THRU 370-99-FIM

      *    Compensacao: a recolher x a recuperar pelo credito
      *    utilizado

           MOVE 0 TO LANCAMENTO-GERADO
           IF   CBPCAP-CREDITO-UTILIZADO > 0
                MOVE CBPCPA-COD-RED-RECOLHER  TO COD-RED-DB
                MOVE CBPCPA-COD-RED-RECUPERAR TO COD-RED-CR
                MOVE CBPCAP-CREDITO-UTILIZADO TO VALOR-PAR
                PERFORM 700-GERA-PAR THRU 700-99-FIM
                MOVE LANCAMENTO-GERADO TO CBPCAP-LANC-COMPENSACAO
           END-IF
           MOVE "CREDITO DESCONTADO"      TO CLIC-ITEM
           MOVE 0                         TO CLIC-BASE
           MOVE CBPCAP-CREDITO-UTILIZADO  TO CLIC-VALOR
           IF   CBPCAP-CREDITO-UTILIZADO > 0
                PERFORM 360-SITUACAO THRU 360-99-FIM
           ELSE
                MOVE SPACES TO CLIC-LANCAMENTO
           END-IF
           PERFORM 370-IMPRIME THRU 370-99-FIM

           MOVE "CONTRIBUICAO A PAGAR"    TO CLIC-ITEM
           MOVE 0                         TO CLIC-BASE
           MOVE CBPCAP-VALOR-A-PAGAR      TO CLIC-VALOR
           MOVE SPACES                    TO CLIC-LANCAMENTO
           PERFORM 370-IMPRIME THRU 370-99-FIM
           MOVE "SALDO CREDOR A TRANSPORTAR"
                                          TO CLIC-ITEM
           MOVE CBPCAP-SALDO-CREDOR       TO CLIC-VALOR
           PERFORM 370-IMPRIME THRU 370-99-FIM

      *    Lancamento rejeitado: os pares aceitos do tributo saem e a
      *    apuracao nao e gravada, para a proxima rodada refazer o
      *    tributo inteiro

           IF   FALHOU NOT = 0
                PERFORM 720-DESFAZ-PARES THRU 720-99-FIM
                MOVE "PENDENTE - PARES DESFEITOS" TO CLIC-ITEM
                MOVE 0                        TO CLIC-BASE CLIC-VALOR
                MOVE SPACES                   TO CLIC-LANCAMENTO
                PERFORM 370-IMPRIME THRU 370-99-FIM
                ADD  1 TO QT-PENDENTES
                GO TO 340-99-FIM
           END-IF

           IF   CBPCPA-PIS
                MOVE CBPCAP-ALIQUOTA          TO PIS-ALIQUOTA
                MOVE CBPCAP-BASE-DEBITO       TO PIS-BASE-DEBITO
                MOVE CBPCAP-VALOR-DEBITO      TO PIS-DEBITO
                MOVE CBPCAP-BASE-CREDITO      TO PIS-BASE-CRED
                MOVE CBPCAP-VALOR-CREDITO     TO PIS-CREDITO
                MOVE CBPCAP-CREDITO-ANTERIOR  TO PIS-ANTERIOR
                MOVE CBPCAP-CREDITO-UTILIZADO TO PIS-UTILIZADO
                MOVE CBPCAP-VALOR-A-PAGAR     TO PIS-A-PAGAR
                MOVE CBPCAP-SALDO-CREDOR      TO PIS-SALDO
           ELSE
                MOVE CBPCAP-ALIQUOTA          TO COF-ALIQUOTA
                MOVE CBPCAP-BASE-DEBITO       TO COF-BASE-DEBITO
                MOVE CBPCAP-VALOR-DEBITO      TO COF-DEBITO
                MOVE CBPCAP-BASE-CREDITO      TO COF-BASE-CRED
                MOVE CBPCAP-VALOR-CREDITO     TO COF-CREDITO
                MOVE CBPCAP-CREDITO-ANTERIOR  TO COF-ANTERIOR
                MOVE CBPCAP-CREDITO-UTILIZADO TO COF-UTILIZADO
                MOVE CBPCAP-VALOR-A-PAGAR     TO COF-A-PAGAR
                MOVE CBPCAP-SALDO-CREDOR      TO COF-SALDO
           END-IF

           WRITE CBPCAP-REG

      *    Detalhe das bases de credito para os registros F100 e
      *    M105/M505 da EFD-Contribuicoes

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-FAIXAS
                   IF   TB-BASE (I) > 0
                        INITIALIZE CBPCAP-REG
                        MOVE CBPCPA-TRIBUTO   TO CBPCAP-TRIBUTO
                        MOVE COMPETENCIA      TO CBPCAP-COMPETENCIA
                        MOVE TB-SEQUENCIA (I) TO CBPCAP-SEQUENCIA
                        MOVE TB-NATUREZA (I)  TO CBPCAP-NATUREZA
                        MOVE CBPCPA-ALIQUOTA  TO CBPCAP-ALIQUOTA
                        MOVE TB-BASE (I)      TO CBPCAP-BASE-CREDITO
                        COMPUTE CBPCAP-VALOR-CREDITO ROUNDED =
                                TB-BASE (I) * CBPCPA-ALIQUOTA / 100
                        WRITE CBPCAP-REG
                   END-IF
           END-PERFORM
           IF   CBPCPA-CREDITO-DEPRECIACAO
           AND  BASE-DEPRECIACAO > 0
                INITIALIZE CBPCAP-REG
                MOVE CBPCPA-TRIBUTO   TO CBPCAP-TRIBUTO
                MOVE COMPETENCIA      TO CBPCAP-COMPETENCIA
                MOVE 999              TO CBPCAP-SEQUENCIA
                MOVE 09               TO CBPCAP-NATUREZA
                MOVE CBPCPA-ALIQUOTA  TO CBPCAP-ALIQUOTA
                MOVE BASE-DEPRECIACAO TO CBPCAP-BASE-CREDITO
                COMPUTE CBPCAP-VALOR-CREDITO ROUNDED =
                        BASE-DEPRECIACAO * CBPCPA-ALIQUOTA / 100
                WRITE CBPCAP-REG
           END-IF

           PERFORM 380-AGENDA THRU 380-99-FIM.

       340-99-FIM. EXIT.

       345-CREDITO-ANTERIOR.

      *    Saldo credor da ultima competencia apurada antes desta

           MOVE CBPCPA-TRIBUTO       TO CBPCAP-TRIBUTO
           MOVE COMPETENCIA-ANTERIOR TO CBPCAP-COMPETENCIA
           MOVE 999                  TO CBPCAP-SEQUENCIA
           START CBPCAP KEY NOT GREATER CBPCAP-CHAVE
           IF   FS-CBPCAP < "10"
                READ CBPCAP PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBPCAP < "10"
                AND  CBPCAP-TRIBUTO = CBPCPA-TRIBUTO
                     MOVE 0 TO CBPCAP-SEQUENCIA
                     READ CBPCAP IGNORE LOCK
                     IF   FS-CBPCAP < "10"
                          MOVE CBPCAP-SALDO-CREDOR
                            TO CREDITO-DISPONIVEL
                     ELSE
                          MOVE 0 TO CREDITO-DISPONIVEL
                     END-IF
                ELSE
                     MOVE 0 TO CREDITO-DISPONIVEL
                END-IF
           ELSE
                MOVE 0 TO CREDITO-DISPONIVEL
           END-IF
           MOVE "00" TO FS-CBPCAP.

       345-99-FIM. EXIT.

       350-SOMA-CONTA.

           MOVE 0 TO SOMA-DEBITOS SOMA-CREDITOS
           MOVE COD-RED-SOMA TO CBMVMS-COD-RED
           MOVE 0            TO CBMVMS-DIA
           START CBMVMS KEY NOT LESS CBMVMS-COD-RED-CHAVE
           PERFORM UNTIL FS-CBMVMS > "09"
                   READ CBMVMS NEXT RECORD IGNORE LOCK
                   IF   FS-CBMVMS < "10"
                        IF   CBMVMS-COD-RED NOT = COD-RED-SOMA
                             MOVE "10" TO FS-CBMVMS
                        ELSE
                             IF   CBMVMS-TIPO = "C"
                                  ADD CBMVMS-VALOR TO SOMA-CREDITOS
                             ELSE
                                  ADD CBMVMS-VALOR TO SOMA-DEBITOS
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBMVMS.

       350-99-FIM. EXIT.

       360-SITUACAO.

           IF   LANCAMENTO-GERADO = 0
                MOVE "REJEITADO"       TO CLIC-LANCAMENTO
           ELSE
                MOVE LANCAMENTO-GERADO TO CLIC-LANCAMENTO
           END-IF.

       360-99-FIM. EXIT.

       370-IMPRIME.

           MOVE CBPCPA-TRIBUTO TO CLIC-TRIBUTO
           MOVE LINHA-02       TO CWIMPR-DETAIL
           CALL "CB125PCW"  USING PARAMETROS-CWIMPR.

       370-99-FIM. EXIT.

       380-AGENDA.

      *    Valor a pagar na agenda do CBRETE, com a configuracao da
      *    conta a recolher marcada como apuracao propria para o
      *    CB135PCW nao reapurar pelos creditos da conta

           OPEN I-O CBRETE
           IF   FS-CBRETE = "30" OR "35"
                CLOSE CBRETE
                OPEN OUTPUT CBRETE
                CLOSE CBRETE
                OPEN I-O CBRETE
           END-IF
           IF   FS-CBRETE > "09"
                GO TO 380-99-FIM
           END-IF

           MOVE CBPCPA-COD-RED-RECOLHER TO CBRETE-COD-RED
           MOVE 0                       TO CBRETE-COMPETENCIA
           READ CBRETE
           IF   FS-CBRETE > "09"
                MOVE CBPCPA-COD-RED-RECOLHER TO CBRETE-COD-RED
                MOVE 0 TO CBRETE-COMPETENCIA CBRETE-VALOR-APURADO
                          CBRETE-VALOR-PAGO CBRETE-DATA-PAGAMENTO
                PERFORM 385-TRIBUTO-AGENDA THRU 385-99-FIM
                WRITE CBRETE-REG
           ELSE
                PERFORM 385-TRIBUTO-AGENDA THRU 385-99-FIM
                REWRITE CBRETE-REG
           END-IF

           MOVE CBPCPA-COD-RED-RECOLHER TO CBRETE-COD-RED
           MOVE COMPETENCIA             TO CBRETE-COMPETENCIA
           READ CBRETE
           IF   FS-CBRETE < "10"
                MOVE CBPCAP-VALOR-A-PAGAR TO CBRETE-VALOR-APURADO
                REWRITE CBRETE-REG
           ELSE
                MOVE CBPCPA-COD-RED-RECOLHER TO CBRETE-COD-RED
                MOVE COMPETENCIA             TO CBRETE-COMPETENCIA
                PERFORM 385-TRIBUTO-AGENDA THRU 385-99-FIM
                MOVE CBPCAP-VALOR-A-PAGAR    TO CBRETE-VALOR-APURADO
                MOVE 0 TO CBRETE-VALOR-PAGO CBRETE-DATA-PAGAMENTO
                WRITE CBRETE-REG
           END-IF
           CLOSE CBRETE.

       380-99-FIM. EXIT.

       385-TRIBUTO-AGENDA.

           IF   CBPCPA-PIS
                SET CBRETE-PIS-NAO-CUMULATIVO    TO TRUE
           ELSE
                SET CBRETE-COFINS-NAO-CUMULATIVO TO TRUE
           END-IF
           MOVE CBPCPA-DIA-VENCIMENTO TO CBRETE-DIA-VENCIMENTO.

       385-99-FIM. EXIT.

       400-EFD.

           MOVE 0      TO COMP-AAAA COMP-MM
           MOVE SPACES TO LB-EFDTXT
           DISPLAY TELA-EFD
           ACCEPT  TELA-EFD
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
           OR   COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
           OR   CNPJ-EMPRESA = 0 OR LB-EFDTXT = SPACES
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           INITIALIZE APURACAO-PIS APURACAO-COFINS
           MOVE "PIS"       TO CBPCAP-TRIBUTO
           MOVE COMPETENCIA TO CBPCAP-COMPETENCIA
           MOVE 0           TO CBPCAP-SEQUENCIA
           READ CBPCAP IGNORE LOCK
           IF   FS-CBPCAP > "09"
                DISPLAY "Competencia nao apurada" LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF
           MOVE CBPCAP-ALIQUOTA          TO PIS-ALIQUOTA
           MOVE CBPCAP-BASE-DEBITO       TO PIS-BASE-DEBITO
           MOVE CBPCAP-VALOR-DEBITO      TO PIS-DEBITO
           MOVE CBPCAP-BASE-CREDITO      TO PIS-BASE-CRED
           MOVE CBPCAP-VALOR-CREDITO     TO PIS-CREDITO
           MOVE CBPCAP-CREDITO-ANTERIOR  TO PIS-ANTERIOR
           MOVE CBPCAP-CREDITO-UTILIZADO TO PIS-UTILIZADO
           MOVE CBPCAP-VALOR-A-PAGAR     TO PIS-A-PAGAR
           MOVE CBPCAP-SALDO-CREDOR      TO PIS-SALDO
           MOVE "COFINS"    TO CBPCAP-TRIBUTO
           READ CBPCAP IGNORE LOCK
           IF   FS-CBPCAP > "09"
                DISPLAY "Competencia nao apurada" LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF
           MOVE CBPCAP-ALIQUOTA          TO COF-ALIQUOTA
           MOVE CBPCAP-BASE-DEBITO       TO COF-BASE-DEBITO
           MOVE CBPCAP-VALOR-DEBITO      TO COF-DEBITO
           MOVE CBPCAP-BASE-CREDITO      TO COF-BASE-CRED
           MOVE CBPCAP-VALOR-CREDITO     TO COF-CREDITO
           MOVE CBPCAP-CREDITO-ANTERIOR  TO COF-ANTERIOR
           MOVE CBPCAP-CREDITO-UTILIZADO TO COF-UTILIZADO
           MOVE CBPCAP-VALOR-A-PAGAR     TO COF-A-PAGAR
           MOVE CBPCAP-SALDO-CREDOR      TO COF-SALDO

           OPEN OUTPUT EFDTXT
           IF   FS-EFDTXT > "09"
                DISPLAY "Erro ao criar arquivo de saida"
                        LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           MOVE 0 TO QT-LINHAS-EFD QT-REGISTROS-EFD
           INITIALIZE TABELA-REGISTROS-EFD

      *    Periodo: primeiro e ultimo dia do mes (DDMMAAAA)

           EVALUATE COMP-MM
               WHEN 2
                    DIVIDE COMP-AAAA BY 4 GIVING QUOCIENTE
                           REMAINDER RESTO
                    IF   RESTO = 0
                         MOVE 29 TO ULTIMO-DIA
                    ELSE
                         MOVE 28 TO ULTIMO-DIA
                    END-IF
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                    MOVE 30 TO ULTIMO-DIA
               WHEN OTHER
                    MOVE 31 TO ULTIMO-DIA
           END-EVALUATE
           STRING "01" COMP-MM COMP-AAAA
                  DELIMITED BY SIZE INTO DATA-INICIAL-EFD
           STRING ULTIMO-DIA COMP-MM COMP-AAAA
                  DELIMITED BY SIZE INTO DATA-FINAL-EFD

           PERFORM 410-BLOCO-0 THRU 410-99-FIM
           PERFORM 420-BLOCOS-A-C THRU 420-99-FIM
           PERFORM 430-BLOCO-F THRU 430-99-FIM
           PERFORM 440-BLOCO-M THRU 440-99-FIM
           PERFORM 450-BLOCO-9 THRU 450-99-FIM

           CLOSE EFDTXT
           DISPLAY "EFD-Contribuicoes gerada" LINE 23 COLUMN 03.

       400-99-FIM. EXIT.

       410-BLOCO-0.

           MOVE 0 TO QT-LINHAS-BLOCO
           MOVE SPACES TO EFDTXT-REG
           STRING "|0000|006|0|||" DATA-INICIAL-EFD "|"
                  DATA-FINAL-EFD "|" NOME-EMPRESA DELIMITED BY "  "
                  "|" CNPJ-EMPRESA "|" UF-EMPRESA "|"
                  MUNICIPIO-EMPRESA "||00|2|"
                  DELIMITED BY SIZE INTO EFDTXT-REG
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM
           MOVE "|0001|0|" TO EFDTXT-REG
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM
      *    Regime nao cumulativo, apropriacao direta, aliquota basica
           MOVE "|0110|1|1|1||" TO EFDTXT-REG
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM
           MOVE SPACES TO EFDTXT-REG
           STRING "|0140||" NOME-EMPRESA DELIMITED BY "  "
                  "|" CNPJ-EMPRESA "|" UF-EMPRESA "||"
                  MUNICIPIO-EMPRESA "|||"
                  DELIMITED BY SIZE INTO EFDTXT-REG
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM
           MOVE "0990" TO REGISTRO-EFD
           PERFORM 495-ENCERRA-BLOCO THRU 495-99-FIM.

       410-99-FIM. EXIT.

       420-BLOCOS-A-C.

      *    Receita e creditos sao informados consolidados no bloco F:
      *    os blocos de documentos fiscais vao sem dados

           MOVE 0 TO QT-LINHAS-BLOCO
           MOVE "|A001|1|" TO EFDTXT-REG
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM
           MOVE "A990" TO REGISTRO-EFD
           PERFORM 495-ENCERRA-BLOCO THRU 495-99-FIM
           MOVE 0 TO QT-LINHAS-BLOCO
           MOVE "|C001|1|" TO EFDTXT-REG
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM
           MOVE "C990" TO REGISTRO-EFD
           PERFORM 495-ENCERRA-BLOCO THRU 495-99-FIM.

       420-99-FIM. EXIT.

       430-BLOCO-F.

           MOVE 0 TO QT-LINHAS-BLOCO
           MOVE "|F001|0|" TO EFDTXT-REG
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM
           MOVE SPACES TO EFDTXT-REG
           STRING "|F010|" CNPJ-EMPRESA "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM

      *    F100 da receita (operacao 1, CST 01) e de cada base de
      *    credito gravada na apuracao (operacao 0, CST 50)

           MOVE 1 TO Y
           MOVE SPACES TO EFDTXT-REG
           STRING "|F100|1|||" DATA-FINAL-EFD "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE PIS-BASE-DEBITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|01|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE PIS-ALIQUOTA TO ALIQUOTA-EDITADA
           PERFORM 485-EDITA-ALIQUOTA THRU 485-99-FIM
           STRING ALIQUOTA-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE PIS-DEBITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|01|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE COF-BASE-DEBITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE COF-ALIQUOTA TO ALIQUOTA-EDITADA
           PERFORM 485-EDITA-ALIQUOTA THRU 485-99-FIM
           STRING ALIQUOTA-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE COF-DEBITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "||||||"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM

           MOVE "PIS"       TO CBPCAP-TRIBUTO
           MOVE COMPETENCIA TO CBPCAP-COMPETENCIA
           MOVE 1           TO CBPCAP-SEQUENCIA
           START CBPCAP KEY NOT LESS CBPCAP-CHAVE
           PERFORM UNTIL FS-CBPCAP > "09"
                   READ CBPCAP NEXT RECORD IGNORE LOCK
                   IF   FS-CBPCAP < "10"
                        IF   CBPCAP-TRIBUTO NOT = "PIS"
                        OR   CBPCAP-COMPETENCIA NOT = COMPETENCIA
                             MOVE "10" TO FS-CBPCAP
                        ELSE
                             PERFORM 435-F100-CREDITO THRU 435-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPCAP

           MOVE "F990" TO REGISTRO-EFD
           PERFORM 495-ENCERRA-BLOCO THRU 495-99-FIM.

       430-99-FIM. EXIT.

       435-F100-CREDITO.

      *    A base e comum aos dois tributos; a COFINS da faixa sai
      *    da aliquota da COFINS sobre a mesma base

           MOVE 1 TO Y
           MOVE SPACES TO EFDTXT-REG
           STRING "|F100|0|||" DATA-FINAL-EFD "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE CBPCAP-BASE-CREDITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|50|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE PIS-ALIQUOTA TO ALIQUOTA-EDITADA
           PERFORM 485-EDITA-ALIQUOTA THRU 485-99-FIM
           STRING ALIQUOTA-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE CBPCAP-VALOR-CREDITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|50|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE CBPCAP-BASE-CREDITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE COF-ALIQUOTA TO ALIQUOTA-EDITADA
           PERFORM 485-EDITA-ALIQUOTA THRU 485-99-FIM
           STRING ALIQUOTA-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           COMPUTE VALOR-ABSOLUTO ROUNDED =
                   CBPCAP-BASE-CREDITO * COF-ALIQUOTA / 100
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  CBPCAP-NATUREZA "|0||||"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM.

       435-99-FIM. EXIT.

       440-BLOCO-M.

           MOVE 0 TO QT-LINHAS-BLOCO
           MOVE "|M001|0|" TO EFDTXT-REG
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM

      *    M100 credito do PIS (tipo 101, aliquota basica)

           MOVE 1 TO Y
           MOVE SPACES TO EFDTXT-REG
           STRING "|M100|101|0|" DELIMITED BY SIZE
                  INTO EFDTXT-REG WITH POINTER Y
           MOVE PIS-BASE-CRED TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE PIS-ALIQUOTA TO ALIQUOTA-EDITADA
           PERFORM 485-EDITA-ALIQUOTA THRU 485-99-FIM
           STRING ALIQUOTA-TEXTO DELIMITED BY SPACE "|||"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE PIS-CREDITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|0|0|0|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|0|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           COMPUTE VALOR-ABSOLUTO = PIS-UTILIZADO
           IF   VALOR-ABSOLUTO > PIS-CREDITO
                MOVE PIS-CREDITO TO VALOR-ABSOLUTO
           END-IF
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           COMPUTE VALOR-ABSOLUTO = PIS-CREDITO - VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM

           MOVE "PIS" TO CBPCAP-TRIBUTO
           PERFORM 445-M105 THRU 445-99-FIM

      *    M200/M210 contribuicao do PIS do periodo

           MOVE 1 TO Y
           MOVE SPACES TO EFDTXT-REG
           STRING "|M200|" DELIMITED BY SIZE
                  INTO EFDTXT-REG WITH POINTER Y
           MOVE PIS-DEBITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
      *    Credito descontado: primeiro o do mes, depois o anterior
           MOVE PIS-UTILIZADO TO VALOR-ABSOLUTO
           IF   VALOR-ABSOLUTO > PIS-CREDITO
                MOVE PIS-CREDITO TO VALOR-ABSOLUTO
           END-IF
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           COMPUTE VALOR-ABSOLUTO = PIS-UTILIZADO - VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE PIS-A-PAGAR TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|0|0|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|0|0|0|0|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM

           MOVE 1 TO Y
           MOVE SPACES TO EFDTXT-REG
           STRING "|M210|01|" DELIMITED BY SIZE
                  INTO EFDTXT-REG WITH POINTER Y
           MOVE PIS-BASE-DEBITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|0|0|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE PIS-ALIQUOTA TO ALIQUOTA-EDITADA
           PERFORM 485-EDITA-ALIQUOTA THRU 485-99-FIM
           STRING ALIQUOTA-TEXTO DELIMITED BY SPACE "|||"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE PIS-DEBITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|0|0|0|0|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM

      *    M500/M505/M600/M610 repetem o quadro para a COFINS

           MOVE 1 TO Y
           MOVE SPACES TO EFDTXT-REG
           STRING "|M500|101|0|" DELIMITED BY SIZE
                  INTO EFDTXT-REG WITH POINTER Y
           MOVE COF-BASE-CRED TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE COF-ALIQUOTA TO ALIQUOTA-EDITADA
           PERFORM 485-EDITA-ALIQUOTA THRU 485-99-FIM
           STRING ALIQUOTA-TEXTO DELIMITED BY SPACE "|||"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE COF-CREDITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|0|0|0|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|0|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           COMPUTE VALOR-ABSOLUTO = COF-UTILIZADO
           IF   VALOR-ABSOLUTO > COF-CREDITO
                MOVE COF-CREDITO TO VALOR-ABSOLUTO
           END-IF
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           COMPUTE VALOR-ABSOLUTO = COF-CREDITO - VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM

           MOVE "COFINS" TO CBPCAP-TRIBUTO
           PERFORM 445-M105 THRU 445-99-FIM

           MOVE 1 TO Y
           MOVE SPACES TO EFDTXT-REG
           STRING "|M600|" DELIMITED BY SIZE
                  INTO EFDTXT-REG WITH POINTER Y
           MOVE COF-DEBITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
      *    Credito descontado: primeiro o do mes, depois o anterior
           MOVE COF-UTILIZADO TO VALOR-ABSOLUTO
           IF   VALOR-ABSOLUTO > COF-CREDITO
                MOVE COF-CREDITO TO VALOR-ABSOLUTO
           END-IF
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           COMPUTE VALOR-ABSOLUTO = COF-UTILIZADO - VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE COF-A-PAGAR TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|0|0|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|0|0|0|0|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM

           MOVE 1 TO Y
           MOVE SPACES TO EFDTXT-REG
           STRING "|M610|01|" DELIMITED BY SIZE
                  INTO EFDTXT-REG WITH POINTER Y
           MOVE COF-BASE-DEBITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|0|0|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE COF-ALIQUOTA TO ALIQUOTA-EDITADA
           PERFORM 485-EDITA-ALIQUOTA THRU 485-99-FIM
           STRING ALIQUOTA-TEXTO DELIMITED BY SPACE "|||"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           MOVE COF-DEBITO TO VALOR-ABSOLUTO
           PERFORM 480-EDITA-VALOR THRU 480-99-FIM
           STRING VALOR-TEXTO DELIMITED BY SPACE "|0|0|0|0|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           STRING VALOR-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG WITH POINTER Y
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM

           MOVE "M990" TO REGISTRO-EFD
           PERFORM 495-ENCERRA-BLOCO THRU 495-99-FIM

           MOVE 0 TO QT-LINHAS-BLOCO
           MOVE "|1001|1|" TO EFDTXT-REG
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM
           MOVE "1990" TO REGISTRO-EFD
           PERFORM 495-ENCERRA-BLOCO THRU 495-99-FIM.

       440-99-FIM. EXIT.

       445-M105.

      *    Bases de credito do tributo por natureza, lidas do detalhe
      *    da apuracao (CBPCAP-TRIBUTO ja informado)

           MOVE COMPETENCIA TO CBPCAP-COMPETENCIA
           MOVE 1           TO CBPCAP-SEQUENCIA
           MOVE CBPCAP-TRIBUTO TO TRIBUTO-M
           START CBPCAP KEY NOT LESS CBPCAP-CHAVE
           PERFORM UNTIL FS-CBPCAP > "09"
                   READ CBPCAP NEXT RECORD IGNORE LOCK
                   IF   FS-CBPCAP < "10"
                        IF   CBPCAP-TRIBUTO NOT = TRIBUTO-M
                        OR   CBPCAP-COMPETENCIA NOT = COMPETENCIA
                             MOVE "10" TO FS-CBPCAP
                        ELSE
                             MOVE 1 TO Y
                             MOVE SPACES TO EFDTXT-REG
                             IF   TRIBUTO-M = "PIS"
                                  STRING "|M105|"
                                         DELIMITED BY SIZE
                                         INTO EFDTXT-REG WITH POINTER Y
                             ELSE
                                  STRING "|M505|"
                                         DELIMITED BY SIZE
                                         INTO EFDTXT-REG WITH POINTER Y
                             END-IF
                             MOVE CBPCAP-BASE-CREDITO
                               TO VALOR-ABSOLUTO
                             PERFORM 480-EDITA-VALOR THRU 480-99-FIM
                             STRING CBPCAP-NATUREZA "|50|"
                                    VALOR-TEXTO DELIMITED BY SPACE
                                    "||" VALOR-TEXTO
                                    DELIMITED BY SPACE "|"
                                    VALOR-TEXTO DELIMITED BY SPACE
                                    "||||"
                                    DELIMITED BY SIZE
                                    INTO EFDTXT-REG WITH POINTER Y
                             PERFORM 490-GRAVA-LINHA THRU 490-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPCAP.

       445-99-FIM. EXIT.

       450-BLOCO-9.

           MOVE 0 TO QT-LINHAS-BLOCO
           MOVE "|9001|0|" TO EFDTXT-REG
           PERFORM 490-GRAVA-LINHA THRU 490-99-FIM

      *    9900 de cada registro gerado, incluindo os do proprio
      *    bloco 9 (9900 conta tambem os 9990 e 9999)

           MOVE "9900" TO REGISTRO-EFD
           PERFORM 496-CONTA-REGISTRO THRU 496-99-FIM
           MOVE "9990" TO REGISTRO-EFD
           PERFORM 496-CONTA-REGISTRO THRU 496-99-FIM
           MOVE "9999" TO REGISTRO-EFD
           PERFORM 496-CONTA-REGISTRO THRU 496-99-FIM
           COMPUTE TB-QUANTIDADE (QT-REGISTROS-EFD - 2) =
                   QT-REGISTROS-EFD
           MOVE 0 TO TB-QUANTIDADE (QT-REGISTROS-EFD - 1)
           MOVE 0 TO TB-QUANTIDADE (QT-REGISTROS-EFD)

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-REGISTROS-EFD
                   MOVE TB-QUANTIDADE (I) TO QT-LINHAS-ED
                   IF   TB-REGISTRO (I) = "9990" OR "9999"
                        MOVE 1 TO QT-LINHAS-ED
                   END-IF
                   PERFORM 487-EDITA-QUANTIDADE THRU 487-99-FIM
                   MOVE SPACES TO EFDTXT-REG
                   STRING "|9900|" TB-REGISTRO (I) "|"
                          QT-TEXTO DELIMITED BY SPACE "|"
                          DELIMITED BY SIZE INTO EFDTXT-REG
                   WRITE EFDTXT-REG
                   ADD 1 TO QT-LINHAS-EFD QT-LINHAS-BLOCO
           END-PERFORM

           ADD  2 TO QT-LINHAS-BLOCO
           MOVE QT-LINHAS-BLOCO TO QT-LINHAS-ED
           PERFORM 487-EDITA-QUANTIDADE THRU 487-99-FIM
           MOVE SPACES TO EFDTXT-REG
           STRING "|9990|" QT-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG
           WRITE EFDTXT-REG
           ADD  2 TO QT-LINHAS-EFD
           MOVE QT-LINHAS-EFD TO QT-LINHAS-ED
           PERFORM 487-EDITA-QUANTIDADE THRU 487-99-FIM
           MOVE SPACES TO EFDTXT-REG
           STRING "|9999|" QT-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG
           WRITE EFDTXT-REG.

       450-99-FIM. EXIT.

       480-EDITA-VALOR.

           MOVE VALOR-ABSOLUTO TO VALOR-EDITADO
           MOVE SPACES         TO VALOR-TEXTO
           MOVE 1              TO I
           INSPECT VALOR-EDITADO TALLYING I FOR LEADING SPACE
           MOVE VALOR-EDITADO (I: ) TO VALOR-TEXTO.

       480-99-FIM. EXIT.

       485-EDITA-ALIQUOTA.

           MOVE SPACES TO ALIQUOTA-TEXTO
           IF   ALIQUOTA-EDITADA (1: 1) = SPACE
                MOVE ALIQUOTA-EDITADA (2: ) TO ALIQUOTA-TEXTO
           ELSE
                MOVE ALIQUOTA-EDITADA       TO ALIQUOTA-TEXTO
           END-IF.

       485-99-FIM. EXIT.

       487-EDITA-QUANTIDADE.

           MOVE QT-LINHAS-ED TO QT-EDITADA
           MOVE SPACES       TO QT-TEXTO
           MOVE 1            TO Y
           INSPECT QT-EDITADA TALLYING Y FOR LEADING SPACE
           MOVE QT-EDITADA (Y: ) TO QT-TEXTO.

       487-99-FIM. EXIT.

       490-GRAVA-LINHA.

           MOVE EFDTXT-REG (2: 4) TO REGISTRO-EFD
           PERFORM 496-CONTA-REGISTRO THRU 496-99-FIM
           WRITE EFDTXT-REG
           ADD 1 TO QT-LINHAS-EFD QT-LINHAS-BLOCO.

       490-99-FIM. EXIT.

       495-ENCERRA-BLOCO.

      *    Registro de encerramento com a quantidade de linhas do
      *    bloco, ele incluido (REGISTRO-EFD traz o nome: 0990...)

           PERFORM 496-CONTA-REGISTRO THRU 496-99-FIM
           ADD  1 TO QT-LINHAS-BLOCO
           MOVE QT-LINHAS-BLOCO TO QT-LINHAS-ED
           PERFORM 487-EDITA-QUANTIDADE THRU 487-99-FIM
           MOVE SPACES TO EFDTXT-REG
           STRING "|" REGISTRO-EFD "|" QT-TEXTO DELIMITED BY SPACE "|"
                  DELIMITED BY SIZE INTO EFDTXT-REG
           WRITE EFDTXT-REG
           ADD 1 TO QT-LINHAS-EFD.

       495-99-FIM. EXIT.

       496-CONTA-REGISTRO.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-REGISTROS-EFD
                      OR TB-REGISTRO (I) = REGISTRO-EFD
                   CONTINUE
           END-PERFORM
           IF   I > QT-REGISTROS-EFD
           AND  QT-REGISTROS-EFD < 40
                ADD  1             TO QT-REGISTROS-EFD
                MOVE QT-REGISTROS-EFD TO I
                MOVE REGISTRO-EFD  TO TB-REGISTRO (I)
                MOVE 0             TO TB-QUANTIDADE (I)
           END-IF
           IF   I NOT > QT-REGISTROS-EFD
                ADD 1 TO TB-QUANTIDADE (I)
           END-IF.

       496-99-FIM. EXIT.

       700-GERA-PAR.

      *    Gera as duas pernas com o mesmo numero de lancamento,
      *    desfazendo a primeira se a segunda for rejeitada; os
      *    pares aceitos ficam guardados para o 720-DESFAZ-PARES

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                 TO CB043PCW-COMANDO
           MOVE "D"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC           TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC          TO CB043PCW-NUMERO-BAC
           MOVE CBPCPA-CENTRO-CUSTO TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB          TO CB043PCW-COD-RED
           MOVE CBPCPA-HISTORICO    TO CB043PCW-HISTORICO
           MOVE COMPETENCIA         TO CB043PCW-DOCTO
           MOVE 0                   TO CB043PCW-AAAAMMDD-DOCTO
           MOVE DIA-REF             TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-PAR           TO CB043PCW-VALOR
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                MOVE 1 TO FALHOU
                GO TO 700-99-FIM
           END-IF

           MOVE CB043PCW-LANCAMENTO-NUMERO TO LANCAMENTO-GERADO
           MOVE "C"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-CR          TO CB043PCW-COD-RED
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
      *         Desfaz a perna a debito ja gravada para nao deixar
      *         o lancamento descasado
                MOVE "E"        TO CB043PCW-COMANDO
                MOVE "D"        TO CB043PCW-LANCAMENTO-TIPO
                MOVE COD-RED-DB TO CB043PCW-COD-RED
                CALL "CB043PCW" USING PARAMETROS-CB043PCW
                CANCEL "CB043PCW"
                MOVE 0 TO LANCAMENTO-GERADO
                MOVE 1 TO FALHOU
                GO TO 700-99-FIM
           END-IF

           IF   QT-PARES < 3
                ADD  1                 TO QT-PARES
                MOVE LANCAMENTO-GERADO TO PAR-LANCAMENTO (QT-PARES)
                MOVE COD-RED-DB        TO PAR-COD-RED-DB (QT-PARES)
                MOVE COD-RED-CR        TO PAR-COD-RED-CR (QT-PARES)
                MOVE VALOR-PAR         TO PAR-VALOR (QT-PARES)
           END-IF.

       700-99-FIM. EXIT.

       720-DESFAZ-PARES.

      *    Os pares ja gravados do tributo saem, do ultimo para o
      *    primeiro

           PERFORM VARYING K FROM QT-PARES BY -1 UNTIL K = 0
                   INITIALIZE PARAMETROS-CB043PCW
                   MOVE "E"                TO CB043PCW-COMANDO
                   MOVE SERIE-BAC          TO CB043PCW-SERIE-BAC
                   MOVE NUMERO-BAC         TO CB043PCW-NUMERO-BAC
                   MOVE PAR-LANCAMENTO (K)
                     TO CB043PCW-LANCAMENTO-NUMERO
                   MOVE "C"                TO CB043PCW-LANCAMENTO-TIPO
                   MOVE PAR-COD-RED-CR (K) TO CB043PCW-COD-RED
                   MOVE PAR-VALOR (K)      TO CB043PCW-VALOR
                   CALL "CB043PCW"      USING PARAMETROS-CB043PCW
                   CANCEL "CB043PCW"
                   MOVE "E"                TO CB043PCW-COMANDO
                   MOVE "D"                TO CB043PCW-LANCAMENTO-TIPO
                   MOVE PAR-COD-RED-DB (K) TO CB043PCW-COD-RED
                   CALL "CB043PCW"      USING PARAMETROS-CB043PCW
                   CANCEL "CB043PCW"
           END-PERFORM
           MOVE 0 TO QT-PARES.

       720-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBPCPA
           IF   FS-CBPCPA = "30" OR "35"
                CLOSE CBPCPA
                OPEN OUTPUT CBPCPA
                CLOSE CBPCPA
                OPEN I-O CBPCPA
           END-IF
           OPEN I-O CBPCFX
           IF   FS-CBPCFX = "30" OR "35"
                CLOSE CBPCFX
                OPEN OUTPUT CBPCFX
                CLOSE CBPCFX
                OPEN I-O CBPCFX
           END-IF
           OPEN I-O CBPCAP
           IF   FS-CBPCAP = "30" OR "35"
                CLOSE CBPCAP
                OPEN OUTPUT CBPCAP
                CLOSE CBPCAP
                OPEN I-O CBPCAP
           END-IF
           IF   FS-CBPCPA > "09" OR FS-CBPCFX > "09"
           OR   FS-CBPCAP > "09"
                DISPLAY "Arquivos da apuracao indisponiveis"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBPCPA CBPCFX CBPCAP.

       900-99-FIM. EXIT.

       END PROGRAM CB202PCW.
