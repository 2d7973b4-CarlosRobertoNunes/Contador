       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB229PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Contingencias judiciais                      *
                      *                                               *
                      *  Cadastro dos processos trabalhistas,         *
                      *  fiscais e civeis (CBJUPR) com a perda        *
                      *  estimada, a probabilidade e os depositos     *
                      *  judiciais; o processamento trimestral        *
                      *  contabiliza o movimento da provisao das      *
                      *  perdas provaveis e a atualizacao dos         *
                      *  depositos (CBJUMV) e grava o quadro das      *
                      *  perdas possiveis na nota explicativa da      *
                      *  conta de provisao (CBPLNO)                   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBJUPRSL.
       COPY CBJUMVSL.
       COPY CBPLCOSL.
       COPY CBPLNOSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBJUPRFD.
       COPY CBJUMVFD.
       COPY CBPLCOFD.
       COPY CBPLNOFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB229PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 PROCESSO-J                PIC  9(006) VALUE 0.
           05 NUMERO-JUDICIAL-J         PIC  X(025) VALUE SPACES.
           05 NATUREZA-J                PIC  X(001) VALUE SPACE.
           05 PARTE-J                   PIC  X(030) VALUE SPACES.
           05 OBJETO-J                  PIC  X(040) VALUE SPACES.
           05 VALOR-CAUSA-J             PIC  9(012)V99 VALUE 0.
           05 PERDA-ESTIMADA-J          PIC  9(012)V99 VALUE 0.
           05 PROBABILIDADE-J           PIC  X(001) VALUE SPACE.
           05 DEPOSITO-J                PIC  9(012)V99 VALUE 0.
           05 DATA-DEPOSITO-J           PIC  9(008) VALUE 0.
           05 DEPOSITO-ATUALIZADO-J     PIC  9(012)V99 VALUE 0.
           05 PROVISAO-J                PIC  9(012)V99 VALUE 0.
           05 SITUACAO-J                PIC  X(001) VALUE "A".
           05 DATA-BASE                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-BASE.
              10 BASE-AAAA              PIC  9(004).
              10 BASE-MM                PIC  9(002).
              10 BASE-DD                PIC  9(002).
           05 TRIMESTRE                 PIC  9(005) VALUE 0.
           05 INDICE                    PIC  9(003)V9(004) VALUE 0.
           05 COD-RED-DESPESA           PIC  9(005) VALUE 0.
           05 COD-RED-PROVISAO          PIC  9(005) VALUE 0.
           05 COD-RED-DEPOSITOS         PIC  9(005) VALUE 0.
           05 COD-RED-RECEITA           PIC  9(005) VALUE 0.
           05 HISTORICO-J               PIC  9(004) VALUE 0.
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 CONTA-PROVISAO     COMP-3 PIC  9(015) VALUE 0.
           05 CONFIRMA                  PIC  X(001) VALUE SPACE.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 SALDO-ALVO                PIC  9(012)V99 VALUE 0.
           05 MOVIMENTO                 PIC S9(012)V99 VALUE 0.
           05 VALOR-LANCAMENTO          PIC  9(012)V99 VALUE 0.
           05 DOCTO-LANCAMENTO          PIC  9(008) VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 QT-LANCADOS               PIC  9(005) VALUE 0.
           05 QT-REJEITADOS             PIC  9(005) VALUE 0.
           05 QT-PROCESSOS              PIC  9(005) VALUE 0.
           05 N                         PIC  9(001) VALUE 0.
           05 P                         PIC  9(001) VALUE 0.
           05 L                         PIC  9(002) VALUE 0.
           05 OPERADOR                  PIC  X(030) VALUE SPACES.
           05 TASK                      PIC  X(006) VALUE SPACES.
           05 PROGRAMA                  PIC  X(008) VALUE SPACES.
           05 CWMENU                    PIC  X(001) VALUE SPACE.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBJUPR.
              10 FS-CBJUPR              PIC  X(002) VALUE "00".
              10 LB-CBJUPR              PIC  X(050) VALUE "CBJUPR".
           05 ER-CBJUMV.
              10 FS-CBJUMV              PIC  X(002) VALUE "00".
              10 LB-CBJUMV              PIC  X(050) VALUE "CBJUMV".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBPLNO.
              10 FS-CBPLNO              PIC  X(002) VALUE "00".
              10 LB-CBPLNO              PIC  X(050) VALUE "CBPLNO".

      *    Totais por natureza (trabalhista, fiscal, civel) e por
      *    probabilidade (provavel, possivel, remota)

       01  TABELA-NATUREZAS.
           05 NATUREZAS-LIT             PIC  X(036) VALUE
              "TRABALHISTAFISCAIS    CIVEIS      ".
           05 FILLER REDEFINES NATUREZAS-LIT.
              10 NATUREZA-LIT OCCURS 3  PIC  X(012).
           05 PROBABILIDADES-LIT        PIC  X(024) VALUE
              "PROVAVELPOSSIVELREMOTA  ".
           05 FILLER REDEFINES PROBABILIDADES-LIT.
              10 PROBABILIDADE-LIT OCCURS 3 PIC X(008).
           05 TOTAIS.
              10 TOTAL-PROBABILIDADE OCCURS 3.
                 15 TOTAL-NATUREZA OCCURS 3.
                    20 TOT-QUANTIDADE   PIC  9(005).
                    20 TOT-PERDA        PIC  9(012)V99.
           05 TOTAL-PROVISAO            PIC  9(012)V99 VALUE 0.
           05 TOTAL-DEPOSITOS           PIC  9(012)V99 VALUE 0.

      *    Linhas da nota explicativa da conta de provisao (CBPLNO)

       01  NOTAS-CONTINGENCIAS.
           05 NOTA-LINHA OCCURS 23.
              10 NOTA-ROTULO            PIC  X(016).
              10 NOTA-VALOR             PIC  ZZZ.ZZZ.ZZ9,99.

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "PROC.   NATUREZA      PARTE CONTRARIA   ".
              05 FILLER                 PIC  X(040) VALUE
                 "              PROBAB.      VALOR CAUSA  ".
              05 FILLER                 PIC  X(040) VALUE
                 "  PERDA ESTIM.        PROVISAO   DEPOSIT".
              05 FILLER                 PIC  X(006) VALUE
                 "O ATU.".
           02 LINHA-02.
              05 CLIC-PROCESSO          PIC  9(006).
              05 FILLER                 PIC  X(002).
              05 CLIC-NATUREZA          PIC  X(012).
              05 FILLER                 PIC  X(002).
              05 CLIC-PARTE             PIC  X(030).
              05 FILLER                 PIC  X(002).
              05 CLIC-PROBABILIDADE     PIC  X(008).
              05 FILLER                 PIC  X(002).
              05 CLIC-CAUSA             PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(002).
              05 CLIC-PERDA             PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(002).
              05 CLIC-PROVISAO          PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(002).
              05 CLIC-DEPOSITO          PIC  ZZZ.ZZZ.ZZ9,99.
           02 LINHA-03.
              05 FILLER                 PIC  X(040) VALUE
                 "PROC.   MOVIMENTO     SALDO ANTERIOR    ".
              05 FILLER                 PIC  X(040) VALUE
                 "        VALOR     SALDO ATUAL  LANCAM.  ".
              05 FILLER                 PIC  X(010) VALUE
                 "OBSERVACAO".
           02 LINHA-04.
              05 CLIC-M-PROCESSO        PIC  9(006).
              05 FILLER                 PIC  X(002).
              05 CLIC-M-TIPO            PIC  X(012).
              05 FILLER                 PIC  X(002).
              05 CLIC-M-ANTERIOR        PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(002).
              05 CLIC-M-VALOR           PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(002).
              05 CLIC-M-ATUAL           PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(002).
              05 CLIC-M-LANCAMENTO      PIC  9(007).
              05 FILLER                 PIC  X(002).
              05 CLIC-M-OBS             PIC  X(030).
           02 LINHA-05.
              05 CLIC-TOTAL-LIT         PIC  X(040).
              05 CLIC-TOTAL-QT          PIC  ZZZZ9.
              05 FILLER                 PIC  X(002).
              05 CLIC-TOTAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Mantem processo".
           05 LINE 05 COLUMN 03 VALUE "2 - Processamento trimestral".
           05 LINE 06 COLUMN 03 VALUE "3 - Relaciona contingencias".
           05 LINE 08 COLUMN 03 VALUE "Opcao:".
           05 LINE 08 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-PROCESSO.
           05 LINE 04 COLUMN 03 VALUE "Processo (controle).......:".
           05 LINE 04 COLUMN 31 PIC 9(006) USING PROCESSO-J.

       01  TELA-DADOS-PROCESSO.
           05 LINE 05 COLUMN 03 VALUE "Numero judicial (CNJ).....:".
           05 LINE 05 COLUMN 31 PIC X(025) USING NUMERO-JUDICIAL-J.
           05 LINE 06 COLUMN 03 VALUE "Natureza (T/F/C)..........:".
           05 LINE 06 COLUMN 31 PIC X      USING NATUREZA-J.
           05 LINE 06 COLUMN 34 VALUE
              "T trabalhista  F fiscal  C civel".
           05 LINE 07 COLUMN 03 VALUE "Parte contraria...........:".
           05 LINE 07 COLUMN 31 PIC X(030) USING PARTE-J.
           05 LINE 08 COLUMN 03 VALUE "Objeto....................:".
           05 LINE 08 COLUMN 31 PIC X(040) USING OBJETO-J.
           05 LINE 09 COLUMN 03 VALUE "Valor da causa............:".
           05 LINE 09 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      USING VALOR-CAUSA-J.
           05 LINE 10 COLUMN 03 VALUE "Perda estimada............:".
           05 LINE 10 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      USING PERDA-ESTIMADA-J.
           05 LINE 11 COLUMN 03 VALUE "Probabilidade de perda....:".
           05 LINE 11 COLUMN 31 PIC X      USING PROBABILIDADE-J.
           05 LINE 11 COLUMN 34 VALUE
              "1 provavel  2 possivel  3 remota".
           05 LINE 12 COLUMN 03 VALUE "Deposito judicial.........:".
           05 LINE 12 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      USING DEPOSITO-J.
           05 LINE 13 COLUMN 03 VALUE "Data do deposito..........:".
           05 LINE 13 COLUMN 31 PIC 9(008) USING DATA-DEPOSITO-J.
           05 LINE 14 COLUMN 03 VALUE "Deposito atualizado.......:".
           05 LINE 14 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      FROM DEPOSITO-ATUALIZADO-J.
           05 LINE 15 COLUMN 03 VALUE "Provisao constituida......:".
           05 LINE 15 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      FROM PROVISAO-J.
           05 LINE 16 COLUMN 03 VALUE "Situacao (A ativo/E encer):".
           05 LINE 16 COLUMN 31 PIC X      USING SITUACAO-J.

       01  TELA-TRIMESTRE.
           05 LINE 04 COLUMN 03 VALUE "Data base (AAAAMMDD)......:".
           05 LINE 04 COLUMN 31 PIC 9(008) USING DATA-BASE.
           05 LINE 05 COLUMN 03 VALUE "Atualizacao depositos (%).:".
           05 LINE 05 COLUMN 31 PIC ZZ9,9999 USING INDICE.
           05 LINE 06 COLUMN 03 VALUE "Conta despesa provisao....:".
           05 LINE 06 COLUMN 31 PIC 9(005) USING COD-RED-DESPESA.
           05 LINE 07 COLUMN 03 VALUE "Conta provisao (passivo)..:".
           05 LINE 07 COLUMN 31 PIC 9(005) USING COD-RED-PROVISAO.
           05 LINE 08 COLUMN 03 VALUE "Conta depositos judiciais.:".
           05 LINE 08 COLUMN 31 PIC 9(005) USING COD-RED-DEPOSITOS.
           05 LINE 09 COLUMN 03 VALUE "Conta receita atualizacao.:".
           05 LINE 09 COLUMN 31 PIC 9(005) USING COD-RED-RECEITA.
           05 LINE 10 COLUMN 03 VALUE "Historico padrao..........:".
           05 LINE 10 COLUMN 31 PIC 9(004) USING HISTORICO-J.
           05 LINE 11 COLUMN 03 VALUE "BAC (serie/numero)........:".
           05 LINE 11 COLUMN 31 PIC 9(004) USING SERIE-BAC.
           05 LINE 11 COLUMN 36 PIC 9(004) USING NUMERO-BAC.
           05 LINE 12 COLUMN 03 VALUE "Dia de referencia.........:".
           05 LINE 12 COLUMN 31 PIC 9(002) USING DIA-REF.

       01  TELA-CONFIRMA.
           05 LINE 14 COLUMN 03 VALUE "Confirma (S/N)?".
           05 LINE 14 COLUMN 19 PIC X USING CONFIRMA.

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
                            PERFORM 100-PROCESSO   THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-TRIMESTRAL THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-RELACIONA  THRU 300-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-PROCESSO.

           MOVE 0 TO PROCESSO-J
           DISPLAY TELA-PROCESSO
           ACCEPT  TELA-PROCESSO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR PROCESSO-J = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE PROCESSO-J TO CBJUPR-PROCESSO
           READ CBJUPR WITH LOCK
           IF   FS-CBJUPR < "10"
                MOVE CBJUPR-NUMERO-JUDICIAL     TO NUMERO-JUDICIAL-J
                MOVE CBJUPR-NATUREZA            TO NATUREZA-J
                MOVE CBJUPR-PARTE               TO PARTE-J
                MOVE CBJUPR-OBJETO              TO OBJETO-J
                MOVE CBJUPR-VALOR-CAUSA         TO VALOR-CAUSA-J
                MOVE CBJUPR-PERDA-ESTIMADA      TO PERDA-ESTIMADA-J
                MOVE CBJUPR-PROBABILIDADE       TO PROBABILIDADE-J
                MOVE CBJUPR-DEPOSITO            TO DEPOSITO-J
                MOVE CBJUPR-DATA-DEPOSITO       TO DATA-DEPOSITO-J
                MOVE CBJUPR-DEPOSITO-ATUALIZADO TO DEPOSITO-ATUALIZADO-J
                MOVE CBJUPR-PROVISAO            TO PROVISAO-J
                MOVE CBJUPR-SITUACAO            TO SITUACAO-J
           ELSE
                MOVE SPACES TO NUMERO-JUDICIAL-J NATUREZA-J PARTE-J
                               OBJETO-J PROBABILIDADE-J
                MOVE 0      TO VALOR-CAUSA-J PERDA-ESTIMADA-J
                               DEPOSITO-J DATA-DEPOSITO-J
                               DEPOSITO-ATUALIZADO-J PROVISAO-J
                MOVE "A"    TO SITUACAO-J
           END-IF

           DISPLAY TELA-DADOS-PROCESSO
           ACCEPT  TELA-DADOS-PROCESSO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                IF   FS-CBJUPR < "10"
                     UNLOCK CBJUPR
                END-IF
                MOVE "00" TO FS-CBJUPR
                GO TO 100-99-FIM
           END-IF

           IF   NATUREZA-J      = "t" MOVE "T" TO NATUREZA-J      END-IF
           IF   NATUREZA-J      = "f" MOVE "F" TO NATUREZA-J      END-IF
           IF   NATUREZA-J      = "c" MOVE "C" TO NATUREZA-J      END-IF
           IF   SITUACAO-J      = "a" MOVE "A" TO SITUACAO-J      END-IF
           IF   SITUACAO-J      = "e" MOVE "E" TO SITUACAO-J      END-IF
           IF  (NATUREZA-J NOT = "T" AND "F" AND "C")
           OR  (PROBABILIDADE-J NOT = "1" AND "2" AND "3")
           OR  (SITUACAO-J NOT = "A" AND "E")
           OR   PARTE-J = SPACES
                IF   FS-CBJUPR < "10"
                     UNLOCK CBJUPR
                END-IF
                MOVE "00" TO FS-CBJUPR
                DISPLAY "Natureza, parte, probabilidade e situacao "
                        "sao obrigatorias" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

      *    Deposito complementar (ou levantamento parcial) informado
      *    na manutencao entra pelo valor no saldo atualizado; as
      *    atualizacoes vem so do processamento trimestral

           IF   FS-CBJUPR < "10"
                COMPUTE DEPOSITO-ATUALIZADO-J = DEPOSITO-ATUALIZADO-J
                      + DEPOSITO-J - CBJUPR-DEPOSITO
           ELSE
                MOVE DEPOSITO-J TO DEPOSITO-ATUALIZADO-J
           END-IF

           MOVE PROCESSO-J            TO CBJUPR-PROCESSO
           MOVE NUMERO-JUDICIAL-J     TO CBJUPR-NUMERO-JUDICIAL
           MOVE NATUREZA-J            TO CBJUPR-NATUREZA
           MOVE PARTE-J               TO CBJUPR-PARTE
           MOVE OBJETO-J              TO CBJUPR-OBJETO
           MOVE VALOR-CAUSA-J         TO CBJUPR-VALOR-CAUSA
           MOVE PERDA-ESTIMADA-J      TO CBJUPR-PERDA-ESTIMADA
           MOVE PROBABILIDADE-J       TO CBJUPR-PROBABILIDADE
           MOVE DEPOSITO-J            TO CBJUPR-DEPOSITO
           MOVE DATA-DEPOSITO-J       TO CBJUPR-DATA-DEPOSITO
           MOVE DEPOSITO-ATUALIZADO-J TO CBJUPR-DEPOSITO-ATUALIZADO
           MOVE PROVISAO-J            TO CBJUPR-PROVISAO
           MOVE SITUACAO-J            TO CBJUPR-SITUACAO
           MOVE HOJE                  TO CBJUPR-DATA-REVISAO
           MOVE "?"                   TO CWMENU
           CALL "CWGETU" USING OPERADOR
                               TASK
                               PROGRAMA
                               CWMENU
           MOVE OPERADOR              TO CBJUPR-USUARIO
           IF   FS-CBJUPR < "10"
                REWRITE CBJUPR-REG
                UNLOCK CBJUPR
           ELSE
                WRITE CBJUPR-REG
           END-IF
           IF   FS-CBJUPR < "10"
                DISPLAY "Processo gravado; a provisao sera ajustada "
                        "no processamento trimestral"
                        LINE 23 COLUMN 03
           ELSE
                MOVE "00" TO FS-CBJUPR
                DISPLAY "Erro de gravacao em CBJUPR" LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       200-TRIMESTRAL.

           MOVE HOJE TO DATA-BASE
           MOVE 0    TO INDICE
           DISPLAY TELA-TRIMESTRE
           ACCEPT  TELA-TRIMESTRE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           IF   BASE-MM < 1 OR BASE-MM > 12
           OR   COD-RED-DESPESA = 0 OR COD-RED-PROVISAO = 0
           OR  (INDICE NOT = 0
                AND (COD-RED-DEPOSITOS = 0 OR COD-RED-RECEITA = 0))
                DISPLAY "Data base e contas sao obrigatorias"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

      *    A nota explicativa vai na conta analitica da provisao
      *    (CBPLNO por conta), impressa com o balanco pelo CB018PCW

           MOVE COD-RED-PROVISAO TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                DISPLAY "Conta de provisao nao cadastrada"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           MOVE CBPLCO-CONTA TO CONTA-PROVISAO

           MOVE SPACE TO CONFIRMA
           DISPLAY TELA-CONFIRMA
           ACCEPT  TELA-CONFIRMA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR (CONFIRMA NOT = "S" AND "s")
                SET ENTER-KEY TO TRUE
                DISPLAY "Nada processado" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           COMPUTE TRIMESTRE = BASE-AAAA * 10 + (BASE-MM + 2) / 3

           MOVE SPACES TO CWIMPR-TIME-REPORT
           MOVE "CONTINGENCIAS - PROCESSAMENTO TRIMESTRAL"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "TRIMESTRE " TRIMESTRE (1: 4) "/" TRIMESTRE (5: 1)
                  " - DATA BASE " DATA-BASE
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-03  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB229PA" TO CWIMPR-REPORT

           MOVE 0 TO QT-LANCADOS QT-REJEITADOS
           MOVE LOW-VALUES TO CBJUPR-CHAVE
           START CBJUPR KEY NOT LESS CBJUPR-CHAVE
           PERFORM UNTIL FS-CBJUPR > "09"
                   READ CBJUPR NEXT RECORD WITH LOCK
                   IF   FS-CBJUPR < "10"
                        PERFORM 210-PROVISAO    THRU 210-99-FIM
                        PERFORM 220-ATUALIZACAO THRU 220-99-FIM
                        REWRITE CBJUPR-REG
                        UNLOCK CBJUPR
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBJUPR

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE SPACES TO LINHA-05
           MOVE "LANCAMENTOS GERADOS.....................:"
             TO CLIC-TOTAL-LIT
           MOVE QT-LANCADOS   TO CLIC-TOTAL-QT
           MOVE LINHA-05      TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "REJEITADOS PELO CB043PCW................:"
             TO CLIC-TOTAL-LIT
           MOVE QT-REJEITADOS TO CLIC-TOTAL-QT
           MOVE LINHA-05      TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           PERFORM 250-NOTA-EXPLICATIVA THRU 250-99-FIM

           DISPLAY "Lancamentos: " LINE 23 COLUMN 03 QT-LANCADOS
                   "  rejeitados: " QT-REJEITADOS
                   "  nota explicativa atualizada".

       200-99-FIM. EXIT.

       210-PROVISAO.

      *    Provisao: o saldo alvo e a perda estimada do processo
      *    ativo de perda provavel; possivel, remota ou encerrado
      *    revertem o que estiver constituido

           IF   CBJUPR-ATIVO AND CBJUPR-PROVAVEL
                MOVE CBJUPR-PERDA-ESTIMADA TO SALDO-ALVO
           ELSE
                MOVE 0                     TO SALDO-ALVO
           END-IF
           COMPUTE MOVIMENTO = SALDO-ALVO - CBJUPR-PROVISAO
           IF   MOVIMENTO = 0
                GO TO 210-99-FIM
           END-IF

           MOVE SPACES             TO LINHA-04
           MOVE CBJUPR-PROCESSO    TO CLIC-M-PROCESSO
           MOVE "PROVISAO"         TO CLIC-M-TIPO
           MOVE CBJUPR-PROVISAO    TO CLIC-M-ANTERIOR
           MOVE MOVIMENTO          TO CLIC-M-VALOR

           MOVE TRIMESTRE          TO CBJUMV-TRIMESTRE
           MOVE CBJUPR-PROCESSO    TO CBJUMV-PROCESSO
           MOVE "P"                TO CBJUMV-TIPO
           READ CBJUMV IGNORE LOCK
           IF   FS-CBJUMV < "10"
                MOVE CBJUPR-PROVISAO TO CLIC-M-ATUAL
                MOVE "JA PROCESSADO NO TRIMESTRE" TO CLIC-M-OBS
                PERFORM 290-IMPRIME THRU 290-99-FIM
                GO TO 210-99-FIM
           END-IF
           MOVE "00" TO FS-CBJUMV

           IF   MOVIMENTO > 0
                MOVE COD-RED-DESPESA  TO COD-RED-DB
                MOVE COD-RED-PROVISAO TO COD-RED-CR
                MOVE MOVIMENTO        TO VALOR-LANCAMENTO
           ELSE
                MOVE COD-RED-PROVISAO TO COD-RED-DB
                MOVE COD-RED-DESPESA  TO COD-RED-CR
                COMPUTE VALOR-LANCAMENTO = 0 - MOVIMENTO
           END-IF
           MOVE CBJUPR-PROCESSO TO DOCTO-LANCAMENTO
           PERFORM 500-GERA-PAR THRU 500-99-FIM
           IF   LANCAMENTO-GERADO = 0
                ADD  1 TO QT-REJEITADOS
                MOVE CBJUPR-PROVISAO TO CLIC-M-ATUAL
                MOVE "REJEITADO PELO CB043PCW" TO CLIC-M-OBS
                PERFORM 290-IMPRIME THRU 290-99-FIM
                GO TO 210-99-FIM
           END-IF

           ADD  1                  TO QT-LANCADOS
           MOVE DATA-BASE          TO CBJUMV-DATA-BASE
           MOVE CBJUPR-PROVISAO    TO CBJUMV-SALDO-ANTERIOR
           MOVE MOVIMENTO          TO CBJUMV-VALOR
           MOVE SALDO-ALVO         TO CBJUMV-SALDO-ATUAL
                                      CBJUPR-PROVISAO
           MOVE 0                  TO CBJUMV-INDICE
           MOVE LANCAMENTO-GERADO  TO CBJUMV-LANCAMENTO
                                      CLIC-M-LANCAMENTO
           WRITE CBJUMV-REG
           MOVE SALDO-ALVO         TO CLIC-M-ATUAL
           PERFORM 290-IMPRIME THRU 290-99-FIM.

       210-99-FIM. EXIT.

       220-ATUALIZACAO.

      *    Atualizacao monetaria do deposito judicial pelo indice
      *    do trimestre: debita os depositos e credita a receita

           IF   INDICE = 0
           OR   CBJUPR-ENCERRADO
           OR   CBJUPR-DEPOSITO-ATUALIZADO = 0
                GO TO 220-99-FIM
           END-IF
           COMPUTE VALOR-LANCAMENTO ROUNDED =
                   CBJUPR-DEPOSITO-ATUALIZADO * INDICE / 100
           IF   VALOR-LANCAMENTO = 0
                GO TO 220-99-FIM
           END-IF

           MOVE SPACES                     TO LINHA-04
           MOVE CBJUPR-PROCESSO            TO CLIC-M-PROCESSO
           MOVE "ATUALIZACAO"              TO CLIC-M-TIPO
           MOVE CBJUPR-DEPOSITO-ATUALIZADO TO CLIC-M-ANTERIOR
                                              CLIC-M-ATUAL
           MOVE VALOR-LANCAMENTO           TO CLIC-M-VALOR

           MOVE TRIMESTRE          TO CBJUMV-TRIMESTRE
           MOVE CBJUPR-PROCESSO    TO CBJUMV-PROCESSO
           MOVE "D"                TO CBJUMV-TIPO
           READ CBJUMV IGNORE LOCK
           IF   FS-CBJUMV < "10"
                MOVE "JA PROCESSADO NO TRIMESTRE" TO CLIC-M-OBS
                PERFORM 290-IMPRIME THRU 290-99-FIM
                GO TO 220-99-FIM
           END-IF
           MOVE "00" TO FS-CBJUMV

           MOVE COD-RED-DEPOSITOS TO COD-RED-DB
           MOVE COD-RED-RECEITA   TO COD-RED-CR
           MOVE CBJUPR-PROCESSO   TO DOCTO-LANCAMENTO
           PERFORM 500-GERA-PAR THRU 500-99-FIM
           IF   LANCAMENTO-GERADO = 0
                ADD  1 TO QT-REJEITADOS
                MOVE "REJEITADO PELO CB043PCW" TO CLIC-M-OBS
                PERFORM 290-IMPRIME THRU 290-99-FIM
                GO TO 220-99-FIM
           END-IF

           ADD  1                          TO QT-LANCADOS
           MOVE DATA-BASE                  TO CBJUMV-DATA-BASE
           MOVE CBJUPR-DEPOSITO-ATUALIZADO TO CBJUMV-SALDO-ANTERIOR
           MOVE VALOR-LANCAMENTO           TO CBJUMV-VALOR
           ADD  VALOR-LANCAMENTO       TO CBJUPR-DEPOSITO-ATUALIZADO
           MOVE CBJUPR-DEPOSITO-ATUALIZADO TO CBJUMV-SALDO-ATUAL
                                              CLIC-M-ATUAL
           MOVE INDICE                     TO CBJUMV-INDICE
           MOVE LANCAMENTO-GERADO          TO CBJUMV-LANCAMENTO
                                              CLIC-M-LANCAMENTO
           WRITE CBJUMV-REG
           PERFORM 290-IMPRIME THRU 290-99-FIM.

       220-99-FIM. EXIT.

       250-NOTA-EXPLICATIVA.

      *    Quadro dos passivos contingentes de perda possivel (nao
      *    provisionados), por natureza, com a provisao e os
      *    depositos; substitui as linhas da nota da conta

           PERFORM 400-TOTALIZA THRU 400-99-FIM

           MOVE SPACES TO NOTAS-CONTINGENCIAS
           MOVE "Provisao para contingencias" TO NOTA-LINHA (1)
           MOVE "perdas provaveis:"           TO NOTA-LINHA (2)
           MOVE 2 TO L
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > 3
                   ADD  1                  TO L
                   MOVE NATUREZA-LIT (N)   TO NOTA-ROTULO (L)
                   MOVE TOT-PERDA (1 N)    TO NOTA-VALOR (L)
           END-PERFORM
           ADD  2 TO L
           MOVE "Passivos contingentes de"    TO NOTA-LINHA (L)
           ADD  1 TO L
           MOVE "perda possivel (nao provis.):" TO NOTA-LINHA (L)
           PERFORM VARYING N FROM 1 BY 1 UNTIL N > 3
                   ADD  1                  TO L
                   MOVE NATUREZA-LIT (N)   TO NOTA-ROTULO (L)
                   MOVE TOT-PERDA (2 N)    TO NOTA-VALOR (L)
           END-PERFORM
           ADD  2 TO L
           MOVE "Depositos judiciais"     TO NOTA-ROTULO (L)
           ADD  1 TO L
           MOVE "atualizados"             TO NOTA-ROTULO (L)
           MOVE TOTAL-DEPOSITOS           TO NOTA-VALOR  (L)

           SET  CBPLNO-POR-CONTA TO TRUE
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 23
                   MOVE CONTA-PROVISAO TO CBPLNO-CONTA
                   MOVE L              TO CBPLNO-LINHA
                   READ CBPLNO
                   IF   FS-CBPLNO < "10"
                        DELETE CBPLNO RECORD
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPLNO

           MOVE 0 TO P
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 23
                   IF   NOTA-LINHA (L) NOT = SPACES
                        ADD  1                TO P
                        MOVE CONTA-PROVISAO   TO CBPLNO-CONTA
                        MOVE P                TO CBPLNO-LINHA
                        MOVE NOTA-LINHA (L)   TO CBPLNO-TEXTO
                        WRITE CBPLNO-REG
                   END-IF
           END-PERFORM.

       250-99-FIM. EXIT.

       290-IMPRIME.

           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       290-99-FIM. EXIT.

       300-RELACIONA.

           MOVE SPACES TO CWIMPR-TIME-REPORT
           MOVE "CONTINGENCIAS - PROCESSOS JUDICIAIS" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "POSICAO EM " HOJE
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB229PB" TO CWIMPR-REPORT

      *    Todos os processos ativos, depois o quadro dos de perda
      *    possivel para divulgacao e os totais por probabilidade

           MOVE 0 TO QT-PROCESSOS
           MOVE LOW-VALUES TO CBJUPR-CHAVE
           START CBJUPR KEY NOT LESS CBJUPR-CHAVE
           PERFORM UNTIL FS-CBJUPR > "09"
                   READ CBJUPR NEXT RECORD IGNORE LOCK
                   IF   FS-CBJUPR < "10"
                   AND  CBJUPR-ATIVO
                        ADD 1 TO QT-PROCESSOS
                        PERFORM 310-LISTA-PROCESSO THRU 310-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBJUPR

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "PASSIVOS CONTINGENTES DE PERDA POSSIVEL - DIVULGACAO"
             TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LOW-VALUES TO CBJUPR-CHAVE
           START CBJUPR KEY NOT LESS CBJUPR-CHAVE
           PERFORM UNTIL FS-CBJUPR > "09"
                   READ CBJUPR NEXT RECORD IGNORE LOCK
                   IF   FS-CBJUPR < "10"
                   AND  CBJUPR-ATIVO
                   AND  CBJUPR-POSSIVEL
                        PERFORM 310-LISTA-PROCESSO THRU 310-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBJUPR

           PERFORM 400-TOTALIZA THRU 400-99-FIM
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
                   PERFORM VARYING N FROM 1 BY 1 UNTIL N > 3
                           MOVE SPACES TO LINHA-05
                           STRING PROBABILIDADE-LIT (P) " - "
                                  NATUREZA-LIT (N)
                                  DELIMITED BY SIZE
                                  INTO CLIC-TOTAL-LIT
                           MOVE TOT-QUANTIDADE (P N) TO CLIC-TOTAL-QT
                           MOVE TOT-PERDA (P N)      TO CLIC-TOTAL
                           MOVE LINHA-05 TO CWIMPR-DETAIL
                           CALL "CB125PCW" USING PARAMETROS-CWIMPR
                   END-PERFORM
           END-PERFORM
           MOVE SPACES TO LINHA-05
           MOVE "PROVISAO CONSTITUIDA....................:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-PROVISAO  TO CLIC-TOTAL
           MOVE LINHA-05        TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "DEPOSITOS JUDICIAIS ATUALIZADOS.........:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-DEPOSITOS TO CLIC-TOTAL
           MOVE LINHA-05        TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Processos ativos: " LINE 23 COLUMN 03
                   QT-PROCESSOS.

       300-99-FIM. EXIT.

       310-LISTA-PROCESSO.

           MOVE SPACES                     TO LINHA-02
           MOVE CBJUPR-PROCESSO            TO CLIC-PROCESSO
           EVALUATE TRUE
               WHEN CBJUPR-TRABALHISTA MOVE 1 TO N
               WHEN CBJUPR-FISCAL      MOVE 2 TO N
               WHEN OTHER              MOVE 3 TO N
           END-EVALUATE
           MOVE NATUREZA-LIT (N)           TO CLIC-NATUREZA
           MOVE CBJUPR-PARTE               TO CLIC-PARTE
           EVALUATE TRUE
               WHEN CBJUPR-PROVAVEL MOVE 1 TO P
               WHEN CBJUPR-POSSIVEL MOVE 2 TO P
               WHEN OTHER           MOVE 3 TO P
           END-EVALUATE
           MOVE PROBABILIDADE-LIT (P)      TO CLIC-PROBABILIDADE
           MOVE CBJUPR-VALOR-CAUSA         TO CLIC-CAUSA
           MOVE CBJUPR-PERDA-ESTIMADA      TO CLIC-PERDA
           MOVE CBJUPR-PROVISAO            TO CLIC-PROVISAO
           MOVE CBJUPR-DEPOSITO-ATUALIZADO TO CLIC-DEPOSITO
           MOVE LINHA-02                   TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           IF   CBJUPR-POSSIVEL
           AND  CBJUPR-OBJETO NOT = SPACES
                MOVE SPACES TO CWIMPR-DETAIL
                MOVE CBJUPR-OBJETO          TO CWIMPR-DETAIL (23: 40)
                MOVE CBJUPR-NUMERO-JUDICIAL TO CWIMPR-DETAIL (65: 25)
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF.

       310-99-FIM. EXIT.

       400-TOTALIZA.

      *    Perda estimada por probabilidade e natureza dos processos
      *    ativos; sem estimativa, o valor da causa

           INITIALIZE TOTAIS
           MOVE 0 TO TOTAL-PROVISAO TOTAL-DEPOSITOS
           MOVE LOW-VALUES TO CBJUPR-CHAVE
           START CBJUPR KEY NOT LESS CBJUPR-CHAVE
           PERFORM UNTIL FS-CBJUPR > "09"
                   READ CBJUPR NEXT RECORD IGNORE LOCK
                   IF   FS-CBJUPR < "10"
                        ADD CBJUPR-PROVISAO TO TOTAL-PROVISAO
                        ADD CBJUPR-DEPOSITO-ATUALIZADO
                         TO TOTAL-DEPOSITOS
                   END-IF
                   IF   FS-CBJUPR < "10"
                   AND  CBJUPR-ATIVO
                        EVALUATE TRUE
                            WHEN CBJUPR-TRABALHISTA MOVE 1 TO N
                            WHEN CBJUPR-FISCAL      MOVE 2 TO N
                            WHEN OTHER              MOVE 3 TO N
                        END-EVALUATE
                        EVALUATE TRUE
                            WHEN CBJUPR-PROVAVEL MOVE 1 TO P
                            WHEN CBJUPR-POSSIVEL MOVE 2 TO P
                            WHEN OTHER           MOVE 3 TO P
                        END-EVALUATE
                        ADD 1 TO TOT-QUANTIDADE (P N)
                        IF   CBJUPR-PERDA-ESTIMADA NOT = 0
                             ADD CBJUPR-PERDA-ESTIMADA
                              TO TOT-PERDA (P N)
                        ELSE
                             ADD CBJUPR-VALOR-CAUSA
                              TO TOT-PERDA (P N)
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBJUPR.

       400-99-FIM. EXIT.

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
           MOVE HISTORICO-J         TO CB043PCW-HISTORICO
           MOVE DOCTO-LANCAMENTO    TO CB043PCW-DOCTO
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

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           OPEN I-O CBJUPR
           IF   FS-CBJUPR = "30" OR "35"
                CLOSE CBJUPR
                OPEN OUTPUT CBJUPR
                CLOSE CBJUPR
                OPEN I-O CBJUPR
           END-IF
           OPEN I-O CBJUMV
           IF   FS-CBJUMV = "30" OR "35"
                CLOSE CBJUMV
                OPEN OUTPUT CBJUMV
                CLOSE CBJUMV
                OPEN I-O CBJUMV
           END-IF
           OPEN INPUT CBPLCO
           OPEN I-O CBPLNO
           IF   FS-CBPLNO = "30" OR "35"
                CLOSE CBPLNO
                OPEN OUTPUT CBPLNO
                CLOSE CBPLNO
                OPEN I-O CBPLNO
           END-IF
           IF   FS-CBJUPR > "09" OR FS-CBJUMV > "09"
           OR   FS-CBPLCO > "09" OR FS-CBPLNO > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBJUPR CBJUMV CBPLCO CBPLNO.

       900-99-FIM. EXIT.

       END PROGRAM CB229PCW.
