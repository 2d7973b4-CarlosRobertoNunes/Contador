       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB239PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Titulos em moeda estrangeira                 *
                      *                                               *
                      *  Cadastra por moeda as contas de resultado    *
                      *  da variacao cambial dos titulos (CBMOTI):    *
                      *  realizada, usada na liquidacao do CB093PCW   *
                      *  e no retorno do CB145PCW, e nao realizada.   *
                      *                                               *
                      *  No fechamento mensal reavalia os titulos     *
                      *  abertos do CBTITU em moeda a taxa do ultimo  *
                      *  dia com cotacao no mes (CB240PCW): a         *
                      *  diferenca entre o valor na moeda a essa taxa *
                      *  e o valor historico, menos a variacao ja     *
                      *  registrada, e contabilizada pelo CB043PCW    *
                      *  contra a conta do titulo e acumulada nele;   *
                      *  memorando por titulo no relatorio CB239PA    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBMOTISL.
       COPY CBTITUSL.
       COPY CBPLCOSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBMOTIFD.
       COPY CBTITUFD.
       COPY CBPLCOFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB239PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 MOEDA-M                   PIC  9(002) VALUE 0.
           05 COD-RED-ATIVA-M           PIC  9(005) VALUE 0.
           05 COD-RED-PASSIVA-M         PIC  9(005) VALUE 0.
           05 COD-RED-NR-ATIVA-M        PIC  9(005) VALUE 0.
           05 COD-RED-NR-PASSIVA-M      PIC  9(005) VALUE 0.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 REFERENCIA-AJUSTE.
              10 REF-AAAA               PIC  9(004).
              10 REF-MM                 PIC  9(002).
           05 REFERENCIA-AJUSTE-N REDEFINES REFERENCIA-AJUSTE
                                        PIC  9(006).
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 HISTORICO-AJUSTE          PIC  9(004) VALUE 0.
           05 EMISSAO-AAAAMM            PIC  9(006) VALUE 0.
           05 VALOR-FECHAMENTO   COMP-3 PIC  9(012)V99 VALUE 0.
           05 VARIACAO-ATUAL     COMP-3 PIC S9(012)V99 VALUE 0.
           05 VARIACAO-DESEJADA  COMP-3 PIC S9(012)V99 VALUE 0.
           05 VARIACAO-MES       COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-AJUSTE              PIC  9(012)V99 VALUE 0.
           05 TOTAL-VARIACAO     COMP-3 PIC S9(014)V99 VALUE 0.
           05 QT-AJUSTADOS       COMP-3 PIC  9(005) VALUE 0.
           05 QT-PENDENTES       COMP-3 PIC  9(005) VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 OBSERVACAO                PIC  X(014) VALUE SPACES.
           05 LINHA-BRANCA              PIC  X(068) VALUE SPACES.
           05 RODAPE-CB239              PIC  X(068) VALUE
              "<Esc>-Fim F2-Grava F4-Exclui".
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBMOTI.
              10 FS-CBMOTI              PIC  X(002) VALUE "00".
              10 LB-CBMOTI              PIC  X(050) VALUE "CBMOTI".
           05 ER-CBTITU.
              10 FS-CBTITU              PIC  X(002) VALUE "00".
              10 LB-CBTITU              PIC  X(050) VALUE "CBTITU".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".

       COPY CB043PCW.
       COPY CB240PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "TITULO T MD VALOR NA MOEDA         TAXA ".
              05 FILLER                 PIC  X(040) VALUE
                 "   VALOR HISTORICO     NA TAXA DO MES   ".
              05 FILLER                 PIC  X(040) VALUE
                 "  VARIACAO NO MES      VAR. ACUMULADA OB".
              05 FILLER                 PIC  X(008) VALUE
                 "SERVACAO".
           02 LINHA-02.
              05 CLIC-TITULO            PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-TIPO              PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLIC-MOEDA             PIC  9(002).
              05 FILLER                 PIC  X(001).
              05 CLIC-VALOR-MOEDA       PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-TAXA              PIC  ZZZ.ZZ9,9999.
              05 FILLER                 PIC  X(001).
              05 CLIC-HISTORICO         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-FECHAMENTO        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-VARIACAO-MES      PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLIC-ACUMULADA         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLIC-OBSERVACAO        PIC  X(014).
           02 LINHA-03.
              05 CLIC-TOTAL-LIT         PIC  X(040).
              05 CLIC-TOTAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE
              "1 - Contas de variacao cambial por moeda".
           05 LINE 05 COLUMN 03 VALUE
              "2 - Ajuste mensal dos titulos a taxa de fechamento".
           05 LINE 07 COLUMN 03 VALUE "Opcao:".
           05 LINE 07 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Moeda (CBCOMD).........:".
           05 LINE 04 COLUMN 30 PIC 9(002) USING MOEDA-M.

       01  TELA-MOEDA.
           05 LINE 06 COLUMN 03 VALUE "Realizada - ganho......:".
           05 LINE 06 COLUMN 30 PIC 9(005) USING COD-RED-ATIVA-M.
           05 LINE 07 COLUMN 03 VALUE "Realizada - perda......:".
           05 LINE 07 COLUMN 30 PIC 9(005) USING COD-RED-PASSIVA-M.
           05 LINE 08 COLUMN 03 VALUE "Nao realizada - ganho..:".
           05 LINE 08 COLUMN 30 PIC 9(005) USING COD-RED-NR-ATIVA-M.
           05 LINE 09 COLUMN 03 VALUE "Nao realizada - perda..:".
           05 LINE 09 COLUMN 30 PIC 9(005)
              USING COD-RED-NR-PASSIVA-M.

       01  TELA-AJUSTE.
           05 LINE 06 COLUMN 03 VALUE "Competencia (AAAAMM).:".
           05 LINE 06 COLUMN 26 PIC 9999 USING REF-AAAA.
           05 LINE 06 COLUMN 30 PIC 99   USING REF-MM.
           05 LINE 08 COLUMN 03 VALUE "BAC (serie/numero)...:".
           05 LINE 08 COLUMN 26 PIC 9999 USING SERIE-BAC.
           05 LINE 08 COLUMN 31 PIC 9999 USING NUMERO-BAC.
           05 LINE 10 COLUMN 03 VALUE "Dia de referencia....:".
           05 LINE 10 COLUMN 26 PIC 99   USING DIA-REF.
           05 LINE 12 COLUMN 03 VALUE "Historico padrao.....:".
           05 LINE 12 COLUMN 26 PIC 9999 USING HISTORICO-AJUSTE.

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
                            PERFORM 200-AJUSTE     THRU 200-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-MANUTENCAO.

           MOVE 0 TO MOEDA-M
           DISPLAY TELA-CHAVE
           DISPLAY LINHA-BRANCA LINE 23 COLUMN 03
           DISPLAY RODAPE-CB239 LINE 23 COLUMN 03
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY

           IF   ESC OR MOEDA-M = 0
                SET ESC TO TRUE
                GO TO 100-99-FIM
           END-IF

           INITIALIZE PARAMETROS-CB240PCW
           MOVE MOEDA-M TO CB240PCW-MOEDA
           CALL "CB240PCW" USING PARAMETROS-CB240PCW
           IF   CB240PCW-MOEDA-INEXISTENTE
                DISPLAY "Moeda inexistente no CBCOMD" LINE 22 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           DISPLAY CB240PCW-MOEDA-NOME LINE 04 COLUMN 34

           MOVE 0 TO EXISTE COD-RED-ATIVA-M COD-RED-PASSIVA-M
                     COD-RED-NR-ATIVA-M COD-RED-NR-PASSIVA-M

           MOVE MOEDA-M TO CBMOTI-MOEDA
           READ CBMOTI
           IF   FS-CBMOTI < "10"
                MOVE 1                         TO EXISTE
                MOVE CBMOTI-COD-RED-ATIVA      TO COD-RED-ATIVA-M
                MOVE CBMOTI-COD-RED-PASSIVA    TO COD-RED-PASSIVA-M
                MOVE CBMOTI-COD-RED-NR-ATIVA   TO COD-RED-NR-ATIVA-M
                MOVE CBMOTI-COD-RED-NR-PASSIVA TO COD-RED-NR-PASSIVA-M
           END-IF

           DISPLAY TELA-MOEDA
           ACCEPT  TELA-MOEDA
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

           IF   COD-RED-ATIVA-M = 0 OR COD-RED-PASSIVA-M = 0
           OR   COD-RED-NR-ATIVA-M = 0 OR COD-RED-NR-PASSIVA-M = 0
                DISPLAY "Dados incompletos" LINE 22 COLUMN 03
                GO TO 110-99-FIM
           END-IF

           MOVE COD-RED-ATIVA-M TO CBPLCO-COD-RED
           PERFORM 130-CONFERE-CONTA THRU 130-99-FIM
           IF   FS-CBPLCO > "09"
                GO TO 110-99-FIM
           END-IF
           MOVE COD-RED-PASSIVA-M TO CBPLCO-COD-RED
           PERFORM 130-CONFERE-CONTA THRU 130-99-FIM
           IF   FS-CBPLCO > "09"
                GO TO 110-99-FIM
           END-IF
           MOVE COD-RED-NR-ATIVA-M TO CBPLCO-COD-RED
           PERFORM 130-CONFERE-CONTA THRU 130-99-FIM
           IF   FS-CBPLCO > "09"
                GO TO 110-99-FIM
           END-IF
           MOVE COD-RED-NR-PASSIVA-M TO CBPLCO-COD-RED
           PERFORM 130-CONFERE-CONTA THRU 130-99-FIM
           IF   FS-CBPLCO > "09"
                GO TO 110-99-FIM
           END-IF

           MOVE MOEDA-M              TO CBMOTI-MOEDA
           MOVE COD-RED-ATIVA-M      TO CBMOTI-COD-RED-ATIVA
           MOVE COD-RED-PASSIVA-M    TO CBMOTI-COD-RED-PASSIVA
           MOVE COD-RED-NR-ATIVA-M   TO CBMOTI-COD-RED-NR-ATIVA
           MOVE COD-RED-NR-PASSIVA-M TO CBMOTI-COD-RED-NR-PASSIVA

           IF   REGISTRO-EXISTE
                REWRITE CBMOTI-REG
           ELSE
                WRITE CBMOTI-REG
           END-IF

           IF   FS-CBMOTI > "09"
                DISPLAY "Erro de gravacao em CBMOTI"
                        LINE 22 COLUMN 03
           END-IF.

       110-99-FIM. EXIT.

       120-EXCLUI.

           IF   NOT REGISTRO-EXISTE
                GO TO 120-99-FIM
           END-IF

           MOVE MOEDA-M TO CBMOTI-MOEDA
           READ CBMOTI LOCK
           IF   FS-CBMOTI < "10"
                DELETE CBMOTI RECORD
           END-IF.

       120-99-FIM. EXIT.

       130-CONFERE-CONTA.

           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                DISPLAY "Conta reduzida inexistente" LINE 22 COLUMN 03
           END-IF.

       130-99-FIM. EXIT.

       200-AJUSTE.

           MOVE 0 TO REF-AAAA REF-MM SERIE-BAC NUMERO-BAC
                     DIA-REF HISTORICO-AJUSTE
           DISPLAY TELA-AJUSTE
           ACCEPT  TELA-AJUSTE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF
           IF   REF-AAAA = 0 OR REF-MM = 0 OR REF-MM > 12
           OR   NUMERO-BAC = 0 OR DIA-REF = 0
                DISPLAY "Competencia, BAC ou dia invalido"
                        LINE 22 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE "AJUSTE CAMBIAL DOS TITULOS EM MOEDA ESTRANGEIRA"
             TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " REF-MM "/" REF-AAAA
                  " - VARIACAO NAO REALIZADA"
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB239PA" TO CWIMPR-REPORT
           MOVE 0         TO QT-AJUSTADOS QT-PENDENTES TOTAL-VARIACAO

           MOVE 0 TO CBTITU-NUMERO
           START CBTITU KEY NOT LESS CBTITU-CHAVE
           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD
                   IF   FS-CBTITU < "10"
                        IF  (CBTITU-ABERTO OR CBTITU-EM-REMESSA)
                        AND  CBTITU-MOEDA NUMERIC
                        AND  CBTITU-MOEDA NOT = 0
                             PERFORM 210-AJUSTA-TITULO
                                THRU 210-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTITU

           IF   QT-AJUSTADOS = 0 AND QT-PENDENTES = 0
                DISPLAY "Nenhum titulo em moeda a ajustar"
                        LINE 22 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "VARIACAO NAO REALIZADA NO MES..........:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-VARIACAO TO CLIC-TOTAL
           MOVE LINHA-03       TO CWIMPR-DETAIL
           CALL "CB125PCW"  USING PARAMETROS-CWIMPR
           MOVE "CLOSE"        TO CWIMPR-TIME-REPORT
           CALL "CB125PCW"  USING PARAMETROS-CWIMPR

           DISPLAY "Titulos ajustados:" LINE 22 COLUMN 03
                   QT-AJUSTADOS LINE 22 COLUMN 22
                   "Pendentes:" LINE 22 COLUMN 30
                   QT-PENDENTES LINE 22 COLUMN 41.

       200-99-FIM. EXIT.

       210-AJUSTA-TITULO.

           IF   CBTITU-ULT-VARIACAO NUMERIC
           AND  CBTITU-ULT-VARIACAO NOT < REFERENCIA-AJUSTE-N
      *         Competencia ja ajustada para o titulo
                GO TO 210-99-FIM
           END-IF

           COMPUTE EMISSAO-AAAAMM = CBTITU-EMISSAO / 100
           IF   EMISSAO-AAAAMM > REFERENCIA-AJUSTE-N
      *         Titulo emitido depois da competencia
                GO TO 210-99-FIM
           END-IF

           IF   CBTITU-VARIACAO-NR NUMERIC
                MOVE CBTITU-VARIACAO-NR TO VARIACAO-ATUAL
           ELSE
                MOVE 0                  TO VARIACAO-ATUAL
           END-IF
           MOVE 0      TO VARIACAO-MES VALOR-FECHAMENTO
           MOVE SPACES TO OBSERVACAO

           MOVE CBTITU-MOEDA TO CBMOTI-MOEDA
           READ CBMOTI IGNORE LOCK
           IF   FS-CBMOTI > "09"
                MOVE "SEM CONTAS"  TO OBSERVACAO
                ADD  1             TO QT-PENDENTES
                GO TO 210-89-IMPRIME
           END-IF

      *    Taxa de fechamento: ultima cotacao do mes

           INITIALIZE PARAMETROS-CB240PCW
           MOVE CBTITU-MOEDA TO CB240PCW-MOEDA
           COMPUTE CB240PCW-DATA = REFERENCIA-AJUSTE-N * 100 + 31
           CALL "CB240PCW" USING PARAMETROS-CB240PCW
           IF   NOT CB240PCW-TAXA-OK
                MOVE "SEM TAXA"    TO OBSERVACAO
                ADD  1             TO QT-PENDENTES
                GO TO 210-89-IMPRIME
           END-IF

           COMPUTE VALOR-FECHAMENTO ROUNDED =
                   CBTITU-VALOR-MOEDA * CB240PCW-TAXA
           COMPUTE VARIACAO-DESEJADA = VALOR-FECHAMENTO
                                     - CBTITU-VALOR
           COMPUTE VARIACAO-MES = VARIACAO-DESEJADA - VARIACAO-ATUAL

           IF   VARIACAO-MES = 0
                GO TO 210-80-GRAVA
           END-IF

      *    Titulo que cresce em reais: a pagar e perda, a receber e
      *    ganho; que diminui, o inverso

           IF   VARIACAO-MES > 0
                MOVE VARIACAO-MES TO VALOR-AJUSTE
                IF   CBTITU-A-PAGAR
                     MOVE CBMOTI-COD-RED-NR-PASSIVA TO COD-RED-DB
                     MOVE CBTITU-COD-RED            TO COD-RED-CR
                ELSE
                     MOVE CBTITU-COD-RED            TO COD-RED-DB
                     MOVE CBMOTI-COD-RED-NR-ATIVA   TO COD-RED-CR
                END-IF
           ELSE
                COMPUTE VALOR-AJUSTE = 0 - VARIACAO-MES
                IF   CBTITU-A-PAGAR
                     MOVE CBTITU-COD-RED            TO COD-RED-DB
                     MOVE CBMOTI-COD-RED-NR-ATIVA   TO COD-RED-CR
                ELSE
                     MOVE CBMOTI-COD-RED-NR-PASSIVA TO COD-RED-DB
                     MOVE CBTITU-COD-RED            TO COD-RED-CR
                END-IF
           END-IF

           PERFORM 500-GERA-PAR THRU 500-99-FIM
           IF   LANCAMENTO-GERADO = 0
                MOVE "REJEITADO"   TO OBSERVACAO
                MOVE 0             TO VARIACAO-MES
                ADD  1             TO QT-PENDENTES
                GO TO 210-89-IMPRIME
           END-IF
           ADD VARIACAO-MES TO TOTAL-VARIACAO.

       210-80-GRAVA.

           MOVE VARIACAO-DESEJADA    TO CBTITU-VARIACAO-NR
                                        VARIACAO-ATUAL
           MOVE REFERENCIA-AJUSTE-N  TO CBTITU-ULT-VARIACAO
           IF   NOT (CBTITU-TAXA-LIQUIDACAO NUMERIC)
                MOVE 0 TO CBTITU-TAXA-LIQUIDACAO
           END-IF
           IF   NOT (CBTITU-VARIACAO-REALIZADA NUMERIC)
                MOVE 0 TO CBTITU-VARIACAO-REALIZADA
           END-IF
           REWRITE CBTITU-REG
           ADD  1 TO QT-AJUSTADOS.

       210-89-IMPRIME.

           MOVE CBTITU-NUMERO      TO CLIC-TITULO
           MOVE CBTITU-TIPO        TO CLIC-TIPO
           MOVE CBTITU-MOEDA       TO CLIC-MOEDA
           MOVE CBTITU-VALOR-MOEDA TO CLIC-VALOR-MOEDA
           MOVE CB240PCW-TAXA      TO CLIC-TAXA
           MOVE CBTITU-VALOR       TO CLIC-HISTORICO
           MOVE VALOR-FECHAMENTO   TO CLIC-FECHAMENTO
           MOVE VARIACAO-MES       TO CLIC-VARIACAO-MES
           MOVE VARIACAO-ATUAL     TO CLIC-ACUMULADA
           MOVE OBSERVACAO         TO CLIC-OBSERVACAO
           MOVE LINHA-02           TO CWIMPR-DETAIL
           CALL "CB125PCW"      USING PARAMETROS-CWIMPR.

       210-99-FIM. EXIT.

       500-GERA-PAR.

      *    Gera as duas pernas com o mesmo numero de lancamento,
      *    desfazendo a primeira se a segunda for rejeitada
      *    (mesma mecanica do CB093PCW)

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                 TO CB043PCW-COMANDO
           MOVE "D"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC           TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC          TO CB043PCW-NUMERO-BAC
           MOVE CBTITU-CENTRO-CUSTO TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB          TO CB043PCW-COD-RED
           MOVE HISTORICO-AJUSTE    TO CB043PCW-HISTORICO
           MOVE CBTITU-NUMERO       TO CB043PCW-DOCTO
           MOVE DIA-REF             TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-AJUSTE        TO CB043PCW-VALOR
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

           OPEN I-O CBMOTI
           IF   FS-CBMOTI = "30" OR "35"
                CLOSE CBMOTI
                OPEN OUTPUT CBMOTI
                CLOSE CBMOTI
                OPEN I-O CBMOTI
           END-IF
           IF   FS-CBMOTI > "09"
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN I-O CBTITU
           IF   FS-CBTITU > "09"
                DISPLAY "Auxiliar de titulos (CBTITU) indisponivel"
                        LINE 23 COLUMN 03
                CLOSE CBMOTI
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN INPUT CBPLCO.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBMOTI CBTITU CBPLCO.

       900-99-FIM. EXIT.

       END PROGRAM CB239PCW.
