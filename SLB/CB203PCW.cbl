       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB203PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Controle de credito de ICMS do ativo         *
                      *  permanente (CIAP)                            *
                      *                                               *
                      *  1 - Configuracao das contas (CBCIAP zero)    *
                      *  2 - Cadastro do ICMS da nota por bem do      *
                      *      CBATIV                                   *
                      *  3 - Apropriacao mensal: 1/48 do ICMS de cada *
                      *      bem pelo coeficiente de saidas           *
                      *      tributadas; a parte sem credito sai do   *
                      *      CIAP para a conta de perda. Bem baixado  *
                      *      pelo CB147PCW deixa de apropriar e o     *
                      *      saldo restante e estornado               *
                      *  4 - Livro CIAP modelo C (ficha por bem)      *
                      *  5 - Livro CIAP modelo D (apuracao mensal)    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBCIAPSL.
       COPY CBCIMVSL.
       COPY CBATIVSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBCIAPFD.
       COPY CBCIMVFD.
       COPY CBATIVFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB203PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 CODIGO-BEM                PIC  9(005) VALUE 0.
           05 NOTA-M                    PIC  9(008) VALUE 0.
           05 DATA-ENTRADA-M.
              10 ENTRADA-DD             PIC  9(002).
              10 ENTRADA-MM             PIC  9(002).
              10 ENTRADA-AAAA           PIC  9(004).
           05 DATA-ENTRADA-AAAAMMDD     PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-ENTRADA-AAAAMMDD.
              10 ENT-AAAAMM             PIC  9(006).
              10 ENT-DD                 PIC  9(002).
           05 VALOR-ICMS-M              PIC  9(012)V99 VALUE 0.
           05 EXCLUI-M                  PIC  X(001) VALUE "N".
           05 COD-RED-CIAP-M            PIC  9(005) VALUE 0.
           05 COD-RED-ICMS-M            PIC  9(005) VALUE 0.
           05 COD-RED-PERDA-M           PIC  9(005) VALUE 0.
           05 HISTORICO-M               PIC  9(004) VALUE 0.
           05 COMPETENCIA.
              10 COMP-AAAA              PIC  9(004).
              10 COMP-MM                PIC  9(002).
           05 ANO-LIVRO                 PIC  9(004) VALUE 0.
           05 SAIDAS-TRIBUTADAS         PIC  9(012)V99 VALUE 0.
           05 SAIDAS-TOTAIS             PIC  9(012)V99 VALUE 0.
           05 COEFICIENTE        COMP-3 PIC  9(001)V9(6) VALUE 0.
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 VALOR-PARCELA             PIC  9(012)V99 VALUE 0.
           05 VALOR-CREDITO             PIC  9(012)V99 VALUE 0.
           05 VALOR-SEM-CREDITO         PIC  9(012)V99 VALUE 0.
           05 SALDO-BEM                 PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 VALOR-PAR                 PIC  9(012)V99 VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 LANCAMENTO-CREDITO        PIC  9(007) VALUE 0.
           05 CENTRO-BEM                PIC  9(004) VALUE 0.
           05 TOTAL-PARCELAS     COMP-3 PIC  9(012)V99 VALUE 0.
           05 TOTAL-CREDITOS     COMP-3 PIC  9(012)V99 VALUE 0.
           05 TOTAL-BAIXAS       COMP-3 PIC  9(012)V99 VALUE 0.
           05 TOTAL-SALDO        COMP-3 PIC  9(012)V99 VALUE 0.
           05 BENS-REJEITADOS           PIC  9(005) VALUE 0.
           05 DATA-EDITADA.
              10 ED-DD                  PIC  9(002).
              10 FILLER                 PIC  X(001) VALUE "/".
              10 ED-MM                  PIC  9(002).
              10 FILLER                 PIC  X(001) VALUE "/".
              10 ED-AAAA                PIC  9(004).
           05 DATA-AUXILIAR             PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-AUXILIAR.
              10 AUX-AAAA               PIC  9(004).
              10 AUX-MM                 PIC  9(002).
              10 AUX-DD                 PIC  9(002).
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBCIAP.
              10 FS-CBCIAP              PIC  X(002) VALUE "00".
              10 LB-CBCIAP              PIC  X(050) VALUE "CBCIAP".
           05 ER-CBCIMV.
              10 FS-CBCIMV              PIC  X(002) VALUE "00".
              10 LB-CBCIMV              PIC  X(050) VALUE "CBCIMV".
           05 ER-CBATIV.
              10 FS-CBATIV              PIC  X(002) VALUE "00".
              10 LB-CBATIV              PIC  X(050) VALUE "CBATIV".

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(006) VALUE "BEM   ".
              05 FILLER                 PIC  X(032) VALUE
                 "DESCRICAO                       ".
              05 FILLER                 PIC  X(006) VALUE "PARC. ".
              05 FILLER                 PIC  X(019) VALUE
                 "        PARCELA    ".
              05 FILLER                 PIC  X(019) VALUE
                 "        CREDITO    ".
              05 FILLER                 PIC  X(019) VALUE
                 "    SALDO BAIXADO  ".
              05 FILLER                 PIC  X(012) VALUE
                 "LANCAMENTO  ".
           02 LINHA-02.
              05 CLIC-CODIGO            PIC  9(005).
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO         PIC  X(030).
              05 FILLER                 PIC  X(002).
              05 CLIC-PARCELA           PIC  X(005).
              05 FILLER                 PIC  X(001).
              05 CLIC-PARCELA-VL        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-CREDITO           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-BAIXA             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-LANCAMENTO        PIC  X(012).
           02 LINHA-03.
              05 FILLER                 PIC  X(012) VALUE
                 "COMPETENCIA ".
              05 FILLER                 PIC  X(006) VALUE "PARC. ".
              05 FILLER                 PIC  X(019) VALUE
                 "     FRACAO 1/48   ".
              05 FILLER                 PIC  X(010) VALUE
                 "COEFIC.   ".
              05 FILLER                 PIC  X(019) VALUE
                 "    CREDITO MES    ".
              05 FILLER                 PIC  X(019) VALUE
                 "    SALDO BAIXADO  ".
              05 FILLER                 PIC  X(019) VALUE
                 "  TOTAL APROPRIADO ".
           02 LINHA-04.
              05 FILLER                 PIC  X(004).
              05 CLIC-MM-C              PIC  9(002).
              05 FILLER                 PIC  X(001) VALUE "/".
              05 CLIC-AAAA-C            PIC  9(004).
              05 FILLER                 PIC  X(001).
              05 CLIC-PARCELA-C         PIC  X(005).
              05 FILLER                 PIC  X(001).
              05 CLIC-FRACAO-C          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-COEFICIENTE-C     PIC  9,999999.
              05 FILLER                 PIC  X(001).
              05 CLIC-CREDITO-C         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-BAIXA-C           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-ACUMULADO-C       PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 LINHA-05.
              05 FILLER                 PIC  X(006) VALUE "BEM:  ".
              05 CLIC-CODIGO-C          PIC  9(005).
              05 FILLER                 PIC  X(002).
              05 CLIC-DESCRICAO-C       PIC  X(030).
              05 FILLER                 PIC  X(008) VALUE "  NOTA: ".
              05 CLIC-NOTA-C            PIC  9(008).
              05 FILLER                 PIC  X(010) VALUE
                 "  ENTRADA:".
              05 CLIC-ENTRADA-C         PIC  X(010).
              05 FILLER                 PIC  X(008) VALUE "  ICMS: ".
              05 CLIC-ICMS-C            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 LINHA-06.
              05 FILLER                 PIC  X(012) VALUE
                 "COMPETENCIA ".
              05 FILLER                 PIC  X(019) VALUE
                 "  SAIDAS TRIBUTADAS".
              05 FILLER                 PIC  X(019) VALUE
                 "      SAIDAS TOTAIS".
              05 FILLER                 PIC  X(010) VALUE
                 " COEFIC.  ".
              05 FILLER                 PIC  X(019) VALUE
                 "   SALDO DO CIAP   ".
              05 FILLER                 PIC  X(019) VALUE
                 "   SOMA FRACOES    ".
              05 FILLER                 PIC  X(019) VALUE
                 "   CREDITO DO MES  ".
           02 LINHA-07.
              05 FILLER                 PIC  X(004).
              05 CLIC-MM-D              PIC  9(002).
              05 FILLER                 PIC  X(001) VALUE "/".
              05 CLIC-AAAA-D            PIC  9(004).
              05 FILLER                 PIC  X(001).
              05 CLIC-TRIBUTADAS-D      PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-TOTAIS-D          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-COEFICIENTE-D     PIC  9,999999.
              05 FILLER                 PIC  X(001).
              05 CLIC-SALDO-D           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-FRACOES-D         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-CREDITO-D         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Configuracao das contas".
           05 LINE 05 COLUMN 03 VALUE "2 - ICMS do bem no CIAP".
           05 LINE 06 COLUMN 03 VALUE "3 - Apropriacao mensal".
           05 LINE 07 COLUMN 03 VALUE "4 - Livro CIAP modelo C".
           05 LINE 08 COLUMN 03 VALUE "5 - Livro CIAP modelo D".
           05 LINE 10 COLUMN 03 VALUE "Opcao:".
           05 LINE 10 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CONFIGURACAO.
           05 LINE 04 COLUMN 03 VALUE "Conta do CIAP (ativo)..:".
           05 LINE 04 COLUMN 30 PIC 9(005) USING COD-RED-CIAP-M.
           05 LINE 05 COLUMN 03 VALUE "ICMS a recuperar.......:".
           05 LINE 05 COLUMN 30 PIC 9(005) USING COD-RED-ICMS-M.
           05 LINE 06 COLUMN 03 VALUE "Parcela sem credito....:".
           05 LINE 06 COLUMN 30 PIC 9(005) USING COD-RED-PERDA-M.
           05 LINE 07 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 07 COLUMN 30 PIC 9(004) USING HISTORICO-M.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Codigo do bem..........:".
           05 LINE 04 COLUMN 30 PIC 9(005) USING CODIGO-BEM.

       01  TELA-BEM.
           05 LINE 05 COLUMN 03 VALUE "Descricao..............:".
           05 LINE 05 COLUMN 30 PIC X(030) FROM CBATIV-DESCRICAO.
           05 LINE 06 COLUMN 03 VALUE "Nota fiscal............:".
           05 LINE 06 COLUMN 30 PIC 9(008) USING NOTA-M.
           05 LINE 07 COLUMN 03 VALUE "Data de entrada........:".
           05 LINE 07 COLUMN 30 PIC 99/99/9999 USING DATA-ENTRADA-M.
           05 LINE 08 COLUMN 03 VALUE "ICMS destacado.........:".
           05 LINE 08 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING VALOR-ICMS-M.
           05 LINE 09 COLUMN 03 VALUE "Exclui do CIAP (S/N)...:".
           05 LINE 09 COLUMN 30 PIC X(001) USING EXCLUI-M.

       01  TELA-APROPRIACAO.
           05 LINE 04 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 04 COLUMN 30 PIC 9999 USING COMP-AAAA.
           05 LINE 04 COLUMN 34 PIC 99   USING COMP-MM.
           05 LINE 05 COLUMN 03 VALUE "Saidas tributadas......:".
           05 LINE 05 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING SAIDAS-TRIBUTADAS.
           05 LINE 06 COLUMN 03 VALUE "Total das saidas.......:".
           05 LINE 06 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING SAIDAS-TOTAIS.
           05 LINE 07 COLUMN 03 VALUE "BAC (serie/numero).....:".
           05 LINE 07 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 07 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 08 COLUMN 03 VALUE "Dia de referencia......:".
           05 LINE 08 COLUMN 30 PIC 9(002) USING DIA-REF.

       01  TELA-LIVRO.
           05 LINE 04 COLUMN 03 VALUE "Exercicio (AAAA).......:".
           05 LINE 04 COLUMN 30 PIC 9(004) USING ANO-LIVRO.
           05 LINE 05 COLUMN 03 VALUE "Bem (zero = todos).....:".
           05 LINE 05 COLUMN 30 PIC 9(005) USING CODIGO-BEM.

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
                            PERFORM 100-CONFIGURA  THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-CADASTRA   THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-APROPRIA   THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-MODELO-C   THRU 400-99-FIM
                       WHEN OPCAO = 5
                            PERFORM 500-MODELO-D   THRU 500-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-CONFIGURA.

           MOVE 0 TO EXISTE COD-RED-CIAP-M COD-RED-ICMS-M
                     COD-RED-PERDA-M HISTORICO-M
           MOVE 0 TO CBCIAP-CODIGO
           READ CBCIAP
           IF   FS-CBCIAP < "10"
                MOVE 1                    TO EXISTE
                MOVE CBCIAP-COD-RED-CIAP  TO COD-RED-CIAP-M
                MOVE CBCIAP-COD-RED-ICMS  TO COD-RED-ICMS-M
                MOVE CBCIAP-COD-RED-PERDA TO COD-RED-PERDA-M
                MOVE CBCIAP-HISTORICO     TO HISTORICO-M
           END-IF

           DISPLAY TELA-CONFIGURACAO
           ACCEPT  TELA-CONFIGURACAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF
           IF   COD-RED-CIAP-M = 0 OR COD-RED-ICMS-M = 0
           OR   COD-RED-PERDA-M = 0
                DISPLAY "Informe as tres contas" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           INITIALIZE CBCIAP-REG
           MOVE 0               TO CBCIAP-CODIGO
           MOVE COD-RED-CIAP-M  TO CBCIAP-COD-RED-CIAP
           MOVE COD-RED-ICMS-M  TO CBCIAP-COD-RED-ICMS
           MOVE COD-RED-PERDA-M TO CBCIAP-COD-RED-PERDA
           MOVE HISTORICO-M     TO CBCIAP-HISTORICO
           IF   REGISTRO-EXISTE
                REWRITE CBCIAP-REG
           ELSE
                WRITE CBCIAP-REG
           END-IF
           DISPLAY "Configuracao gravada" LINE 23 COLUMN 03.

       100-99-FIM. EXIT.

       200-CADASTRA.

           MOVE 0 TO CODIGO-BEM
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR CODIGO-BEM = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE CODIGO-BEM TO CBATIV-CODIGO
           READ CBATIV IGNORE LOCK
           IF   FS-CBATIV > "09"
                DISPLAY "Bem inexistente no CBATIV" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE 0   TO EXISTE NOTA-M VALOR-ICMS-M
           MOVE "N" TO EXCLUI-M
           MOVE CBATIV-DATA-AQUISICAO TO DATA-AUXILIAR
           MOVE AUX-DD                TO ENTRADA-DD
           MOVE AUX-MM                TO ENTRADA-MM
           MOVE AUX-AAAA              TO ENTRADA-AAAA
           MOVE CODIGO-BEM TO CBCIAP-CODIGO
           READ CBCIAP
           IF   FS-CBCIAP < "10"
                MOVE 1                  TO EXISTE
                MOVE CBCIAP-NOTA        TO NOTA-M
                MOVE CBCIAP-VALOR-ICMS  TO VALOR-ICMS-M
                MOVE CBCIAP-DATA-ENTRADA TO DATA-AUXILIAR
                MOVE AUX-DD             TO ENTRADA-DD
                MOVE AUX-MM             TO ENTRADA-MM
                MOVE AUX-AAAA           TO ENTRADA-AAAA
           END-IF

           DISPLAY TELA-BEM
           ACCEPT  TELA-BEM
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

      *    Depois da primeira parcela o controle so muda pela baixa
      *    do bem: as parcelas ja lancadas dependem do valor original

           IF   REGISTRO-EXISTE
           AND  CBCIAP-PARCELAS NOT = 0
                DISPLAY "Bem ja em apropriacao - nao pode ser alterado"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           IF   EXCLUI-M = "S" OR "s"
                IF   REGISTRO-EXISTE
                     DELETE CBCIAP RECORD
                     DISPLAY "Bem excluido do CIAP" LINE 23 COLUMN 03
                END-IF
                GO TO 200-99-FIM
           END-IF

           MOVE ENTRADA-AAAA TO DATA-ENTRADA-AAAAMMDD (1: 4)
           MOVE ENTRADA-MM   TO DATA-ENTRADA-AAAAMMDD (5: 2)
           MOVE ENTRADA-DD   TO DATA-ENTRADA-AAAAMMDD (7: 2)
           IF   VALOR-ICMS-M = 0 OR NOTA-M = 0
           OR   ENTRADA-MM = 0 OR ENTRADA-MM > 12
           OR   ENTRADA-DD = 0 OR ENTRADA-DD > 31
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           INITIALIZE CBCIAP-REG
           MOVE CODIGO-BEM            TO CBCIAP-CODIGO
           MOVE NOTA-M                TO CBCIAP-NOTA
           MOVE DATA-ENTRADA-AAAAMMDD TO CBCIAP-DATA-ENTRADA
           MOVE VALOR-ICMS-M          TO CBCIAP-VALOR-ICMS
           SET  CBCIAP-EM-APROPRIACAO TO TRUE
           IF   REGISTRO-EXISTE
                REWRITE CBCIAP-REG
           ELSE
                WRITE CBCIAP-REG
           END-IF
           DISPLAY "Bem gravado no CIAP" LINE 23 COLUMN 03.

       200-99-FIM. EXIT.

       300-APROPRIA.

           MOVE 0 TO COMP-AAAA COMP-MM SAIDAS-TRIBUTADAS SAIDAS-TOTAIS
                     SERIE-BAC NUMERO-BAC DIA-REF
           DISPLAY TELA-APROPRIACAO
           ACCEPT  TELA-APROPRIACAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
           OR   COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
           OR   SERIE-BAC = 0 OR DIA-REF = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF
           IF   SAIDAS-TRIBUTADAS > SAIDAS-TOTAIS
                DISPLAY "Saidas tributadas maiores que o total"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE 0 TO CBCIAP-CODIGO
           READ CBCIAP IGNORE LOCK
           IF   FS-CBCIAP > "09"
                DISPLAY "Configure as contas do CIAP (opcao 1)"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF
           MOVE CBCIAP-COD-RED-CIAP  TO COD-RED-CIAP-M
           MOVE CBCIAP-COD-RED-ICMS  TO COD-RED-ICMS-M
           MOVE CBCIAP-COD-RED-PERDA TO COD-RED-PERDA-M
           MOVE CBCIAP-HISTORICO     TO HISTORICO-M

      *    Bem ja apropriado na competencia e saltado pela
      *    ULTIMA-COMPETENCIA: uma nova rodada apropria so os bens
      *    que ficaram pendentes

           IF   SAIDAS-TOTAIS = 0
                MOVE 0 TO COEFICIENTE
           ELSE
                COMPUTE COEFICIENTE ROUNDED =
                        SAIDAS-TRIBUTADAS / SAIDAS-TOTAIS
           END-IF

           MOVE "APROPRIACAO MENSAL DO CIAP" TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " COMP-MM "/" COMP-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB203PA" TO CWIMPR-REPORT

           MOVE 0 TO TOTAL-PARCELAS TOTAL-CREDITOS TOTAL-BAIXAS
                     TOTAL-SALDO BENS-REJEITADOS
           MOVE 1 TO CBCIAP-CODIGO
           START CBCIAP KEY NOT LESS CBCIAP-CHAVE
           PERFORM UNTIL FS-CBCIAP > "09"
                   READ CBCIAP NEXT RECORD
                   IF   FS-CBCIAP < "10"
                        IF   CBCIAP-EM-APROPRIACAO
                             PERFORM 310-PROCESSA-BEM THRU 310-99-FIM
                        END-IF
                        IF   CBCIAP-EM-APROPRIACAO
                             COMPUTE TOTAL-SALDO = TOTAL-SALDO
                                     + CBCIAP-VALOR-ICMS
                                     - CBCIAP-VALOR-APROPRIADO
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCIAP

      *    Resumo da competencia para o livro modelo D; numa nova
      *    rodada os valores dos bens pendentes somam-se ao resumo
      *    ja gravado

           MOVE 0                 TO CBCIMV-CODIGO
           MOVE COMPETENCIA       TO CBCIMV-COMPETENCIA
           READ CBCIMV
           IF   FS-CBCIMV > "09"
                INITIALIZE CBCIMV-REG
                MOVE 0            TO CBCIMV-CODIGO
                MOVE COMPETENCIA  TO CBCIMV-COMPETENCIA
           END-IF
           MOVE SAIDAS-TRIBUTADAS TO CBCIMV-SAIDAS-TRIBUTADAS
           MOVE SAIDAS-TOTAIS     TO CBCIMV-SAIDAS-TOTAIS
           MOVE COEFICIENTE       TO CBCIMV-COEFICIENTE
           ADD  TOTAL-PARCELAS    TO CBCIMV-VALOR-PARCELA
           ADD  TOTAL-CREDITOS    TO CBCIMV-VALOR-CREDITO
           ADD  TOTAL-BAIXAS      TO CBCIMV-VALOR-BAIXA
           MOVE TOTAL-SALDO       TO CBCIMV-SALDO-CIAP
           WRITE CBCIMV-REG
           IF   FS-CBCIMV = "22"
                REWRITE CBCIMV-REG
           END-IF

           MOVE SPACES         TO LINHA-02
           MOVE "TOTAL"        TO CLIC-DESCRICAO
           MOVE TOTAL-PARCELAS TO CLIC-PARCELA-VL
           MOVE TOTAL-CREDITOS TO CLIC-CREDITO
           MOVE TOTAL-BAIXAS   TO CLIC-BAIXA
           MOVE LINHA-02       TO CWIMPR-DETAIL
           CALL "CB125PCW"  USING PARAMETROS-CWIMPR
           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           IF   BENS-REJEITADOS = 0
                DISPLAY "Apropriacao concluida - relatorio CB203PA"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Bens rejeitados pelo CB043PCW: "
                        LINE 23 COLUMN 03
                        BENS-REJEITADOS LINE 23 COLUMN 34
           END-IF.

       300-99-FIM. EXIT.

       310-PROCESSA-BEM.

           IF   CBCIAP-ULTIMA-COMPETENCIA NOT < COMPETENCIA
                GO TO 310-99-FIM
           END-IF
           MOVE CBCIAP-DATA-ENTRADA TO DATA-ENTRADA-AAAAMMDD
           IF   ENT-AAAAMM > COMPETENCIA
                GO TO 310-99-FIM
           END-IF

           MOVE CBCIAP-CODIGO TO CBATIV-CODIGO
           READ CBATIV IGNORE LOCK
           IF   FS-CBATIV > "09"
                MOVE SPACES TO CBATIV-DESCRICAO
                MOVE 0      TO CBATIV-CENTRO-CUSTO
                SET  CBATIV-BAIXADO TO TRUE
           END-IF
           MOVE CBATIV-CENTRO-CUSTO TO CENTRO-BEM

           MOVE SPACES               TO LINHA-02
           MOVE CBCIAP-CODIGO        TO CLIC-CODIGO
           MOVE CBATIV-DESCRICAO     TO CLIC-DESCRICAO

           IF   CBATIV-BAIXADO
                PERFORM 320-BAIXA-SALDO THRU 320-99-FIM
                GO TO 310-99-FIM
           END-IF

      *    Parcela de 1/48; a ultima leva o residuo do arredondamento

           ADD 1 TO CBCIAP-PARCELAS
           IF   CBCIAP-PARCELAS NOT < 48
                COMPUTE VALOR-PARCELA = CBCIAP-VALOR-ICMS
                                      - CBCIAP-VALOR-APROPRIADO
           ELSE
                COMPUTE VALOR-PARCELA ROUNDED =
                        CBCIAP-VALOR-ICMS / 48
           END-IF
           COMPUTE VALOR-CREDITO ROUNDED = VALOR-PARCELA * COEFICIENTE
           COMPUTE VALOR-SEM-CREDITO = VALOR-PARCELA - VALOR-CREDITO

           MOVE 0 TO LANCAMENTO-CREDITO
           IF   VALOR-CREDITO > 0
                MOVE COD-RED-ICMS-M TO COD-RED-DB
                MOVE COD-RED-CIAP-M TO COD-RED-CR
                MOVE VALOR-CREDITO  TO VALOR-PAR
                PERFORM 700-GERA-PAR THRU 700-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     PERFORM 330-REJEITA THRU 330-99-FIM
                     GO TO 310-99-FIM
                END-IF
                MOVE LANCAMENTO-GERADO TO LANCAMENTO-CREDITO
           END-IF

           IF   VALOR-SEM-CREDITO > 0
                MOVE COD-RED-PERDA-M   TO COD-RED-DB
                MOVE COD-RED-CIAP-M    TO COD-RED-CR
                MOVE VALOR-SEM-CREDITO TO VALOR-PAR
                PERFORM 700-GERA-PAR THRU 700-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     IF   LANCAMENTO-CREDITO NOT = 0
                          MOVE COD-RED-ICMS-M     TO COD-RED-DB
                          MOVE VALOR-CREDITO      TO VALOR-PAR
                          MOVE LANCAMENTO-CREDITO TO LANCAMENTO-GERADO
                          PERFORM 710-DESFAZ-PAR THRU 710-99-FIM
                     END-IF
                     PERFORM 330-REJEITA THRU 330-99-FIM
                     GO TO 310-99-FIM
                END-IF
                IF   LANCAMENTO-CREDITO = 0
                     MOVE LANCAMENTO-GERADO TO LANCAMENTO-CREDITO
                END-IF
           END-IF

           ADD  VALOR-PARCELA TO CBCIAP-VALOR-APROPRIADO
                                 TOTAL-PARCELAS
           ADD  VALOR-CREDITO TO CBCIAP-VALOR-CREDITADO
                                 TOTAL-CREDITOS
           MOVE COMPETENCIA   TO CBCIAP-ULTIMA-COMPETENCIA
           IF   CBCIAP-PARCELAS NOT < 48
                SET CBCIAP-ENCERRADO TO TRUE
           END-IF
           REWRITE CBCIAP-REG

           INITIALIZE CBCIMV-REG
           MOVE CBCIAP-CODIGO      TO CBCIMV-CODIGO
           MOVE COMPETENCIA        TO CBCIMV-COMPETENCIA
           MOVE COEFICIENTE        TO CBCIMV-COEFICIENTE
           MOVE CBCIAP-PARCELAS    TO CBCIMV-PARCELA
           MOVE VALOR-PARCELA      TO CBCIMV-VALOR-PARCELA
           MOVE VALOR-CREDITO      TO CBCIMV-VALOR-CREDITO
           COMPUTE CBCIMV-SALDO-CIAP = CBCIAP-VALOR-ICMS
                                     - CBCIAP-VALOR-APROPRIADO
           MOVE LANCAMENTO-CREDITO TO CBCIMV-LANCAMENTO
           WRITE CBCIMV-REG

           MOVE SPACES             TO CLIC-PARCELA
           STRING CBCIAP-PARCELAS "/48" DELIMITED BY SIZE
                  INTO CLIC-PARCELA
           MOVE VALOR-PARCELA      TO CLIC-PARCELA-VL
           MOVE VALOR-CREDITO      TO CLIC-CREDITO
           MOVE 0                  TO CLIC-BAIXA
           MOVE LANCAMENTO-CREDITO TO CLIC-LANCAMENTO
           MOVE LINHA-02           TO CWIMPR-DETAIL
           CALL "CB125PCW"      USING PARAMETROS-CWIMPR.

       310-99-FIM. EXIT.

       320-BAIXA-SALDO.

      *    Bem baixado antes de completar as 48 parcelas: o saldo
      *    ainda nao apropriado perde o direito ao credito e sai do
      *    CIAP para a conta de perda

           COMPUTE SALDO-BEM = CBCIAP-VALOR-ICMS
                             - CBCIAP-VALOR-APROPRIADO
           MOVE 0 TO LANCAMENTO-GERADO
           IF   SALDO-BEM > 0
                MOVE COD-RED-PERDA-M TO COD-RED-DB
                MOVE COD-RED-CIAP-M  TO COD-RED-CR
                MOVE SALDO-BEM       TO VALOR-PAR
                PERFORM 700-GERA-PAR THRU 700-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     PERFORM 330-REJEITA THRU 330-99-FIM
                     GO TO 320-99-FIM
                END-IF
           END-IF

           MOVE SALDO-BEM   TO CBCIAP-VALOR-BAIXADO
           MOVE COMPETENCIA TO CBCIAP-ULTIMA-COMPETENCIA
           SET  CBCIAP-BAIXADO TO TRUE
           REWRITE CBCIAP-REG
           ADD  SALDO-BEM   TO TOTAL-BAIXAS

           INITIALIZE CBCIMV-REG
           MOVE CBCIAP-CODIGO     TO CBCIMV-CODIGO
           MOVE COMPETENCIA       TO CBCIMV-COMPETENCIA
           MOVE 0                 TO CBCIMV-PARCELA
           MOVE SALDO-BEM         TO CBCIMV-VALOR-BAIXA
           MOVE LANCAMENTO-GERADO TO CBCIMV-LANCAMENTO
           WRITE CBCIMV-REG

           MOVE "BAIXA"           TO CLIC-PARCELA
           MOVE 0                 TO CLIC-PARCELA-VL CLIC-CREDITO
           MOVE SALDO-BEM         TO CLIC-BAIXA
           MOVE LANCAMENTO-GERADO TO CLIC-LANCAMENTO
           MOVE LINHA-02          TO CWIMPR-DETAIL
           CALL "CB125PCW"     USING PARAMETROS-CWIMPR.

       320-99-FIM. EXIT.

       330-REJEITA.

           ADD  1           TO BENS-REJEITADOS
           MOVE 0           TO CLIC-PARCELA-VL CLIC-CREDITO CLIC-BAIXA
           MOVE "REJEITADO" TO CLIC-LANCAMENTO
           MOVE LINHA-02    TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       330-99-FIM. EXIT.

       400-MODELO-C.

           MOVE 0 TO ANO-LIVRO CODIGO-BEM
           DISPLAY TELA-LIVRO
           ACCEPT  TELA-LIVRO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR ANO-LIVRO = 0
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           MOVE "LIVRO CIAP - MODELO C" TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "EXERCICIO " ANO-LIVRO
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-03  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB203PB" TO CWIMPR-REPORT

           IF   CODIGO-BEM = 0
                MOVE 1 TO CBCIAP-CODIGO
           ELSE
                MOVE CODIGO-BEM TO CBCIAP-CODIGO
           END-IF
           START CBCIAP KEY NOT LESS CBCIAP-CHAVE
           PERFORM UNTIL FS-CBCIAP > "09"
                   READ CBCIAP NEXT RECORD IGNORE LOCK
                   IF   FS-CBCIAP < "10"
                        IF   CODIGO-BEM NOT = 0
                        AND  CBCIAP-CODIGO NOT = CODIGO-BEM
                             MOVE "10" TO FS-CBCIAP
                        ELSE
                             PERFORM 410-FICHA-BEM THRU 410-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCIAP

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Livro CIAP modelo C emitido (CB203PB)"
                   LINE 23 COLUMN 03.

       400-99-FIM. EXIT.

       410-FICHA-BEM.

      *    Bens que entraram depois do exercicio ou que encerraram
      *    antes dele nao tem ficha no livro do ano

           MOVE CBCIAP-DATA-ENTRADA TO DATA-AUXILIAR
           IF   AUX-AAAA > ANO-LIVRO
                GO TO 410-99-FIM
           END-IF
           IF   NOT CBCIAP-EM-APROPRIACAO
           AND  CBCIAP-ULTIMA-COMPETENCIA (1: 4) < ANO-LIVRO
                GO TO 410-99-FIM
           END-IF

           MOVE CBCIAP-CODIGO TO CBATIV-CODIGO
           READ CBATIV IGNORE LOCK
           IF   FS-CBATIV > "09"
                MOVE SPACES TO CBATIV-DESCRICAO
           END-IF
           MOVE AUX-DD TO ED-DD
           MOVE AUX-MM TO ED-MM
           MOVE AUX-AAAA TO ED-AAAA
           MOVE SPACES              TO CWIMPR-DETAIL
           CALL "CB125PCW"       USING PARAMETROS-CWIMPR
           MOVE CBCIAP-CODIGO       TO CLIC-CODIGO-C
           MOVE CBATIV-DESCRICAO    TO CLIC-DESCRICAO-C
           MOVE CBCIAP-NOTA         TO CLIC-NOTA-C
           MOVE DATA-EDITADA        TO CLIC-ENTRADA-C
           MOVE CBCIAP-VALOR-ICMS   TO CLIC-ICMS-C
           MOVE LINHA-05            TO CWIMPR-DETAIL
           CALL "CB125PCW"       USING PARAMETROS-CWIMPR

           MOVE 0 TO TOTAL-PARCELAS
           MOVE CBCIAP-CODIGO TO CBCIMV-CODIGO
           MOVE 0             TO CBCIMV-COMPETENCIA
           START CBCIMV KEY NOT LESS CBCIMV-CHAVE
           PERFORM UNTIL FS-CBCIMV > "09"
                   READ CBCIMV NEXT RECORD IGNORE LOCK
                   IF   FS-CBCIMV < "10"
                        IF   CBCIMV-CODIGO NOT = CBCIAP-CODIGO
                        OR   CBCIMV-COMPETENCIA (1: 4) > ANO-LIVRO
                             MOVE "10" TO FS-CBCIMV
                        ELSE
                             ADD CBCIMV-VALOR-PARCELA TO TOTAL-PARCELAS
                             IF   CBCIMV-COMPETENCIA (1: 4) = ANO-LIVRO
                                  PERFORM 420-LINHA-FICHA
                                     THRU 420-99-FIM
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCIMV.

       410-99-FIM. EXIT.

       420-LINHA-FICHA.

           MOVE SPACES                   TO LINHA-04
           MOVE CBCIMV-COMPETENCIA (5: 2) TO CLIC-MM-C
           MOVE CBCIMV-COMPETENCIA (1: 4) TO CLIC-AAAA-C
           MOVE "/"                      TO LINHA-04 (7: 1)
           IF   CBCIMV-PARCELA = 0
                MOVE "BAIXA" TO CLIC-PARCELA-C
           ELSE
                STRING CBCIMV-PARCELA "/48" DELIMITED BY SIZE
                       INTO CLIC-PARCELA-C
           END-IF
           MOVE CBCIMV-VALOR-PARCELA     TO CLIC-FRACAO-C
           MOVE CBCIMV-COEFICIENTE       TO CLIC-COEFICIENTE-C
           MOVE CBCIMV-VALOR-CREDITO     TO CLIC-CREDITO-C
           MOVE CBCIMV-VALOR-BAIXA       TO CLIC-BAIXA-C
           MOVE TOTAL-PARCELAS           TO CLIC-ACUMULADO-C
           MOVE LINHA-04                 TO CWIMPR-DETAIL
           CALL "CB125PCW"            USING PARAMETROS-CWIMPR.

       420-99-FIM. EXIT.

       500-MODELO-D.

           MOVE 0 TO ANO-LIVRO CODIGO-BEM
           DISPLAY TELA-LIVRO
           ACCEPT  TELA-LIVRO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR ANO-LIVRO = 0
                SET ENTER-KEY TO TRUE
                GO TO 500-99-FIM
           END-IF

           MOVE "LIVRO CIAP - MODELO D" TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "EXERCICIO " ANO-LIVRO
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-06  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB203PC" TO CWIMPR-REPORT

           MOVE 0 TO TOTAL-PARCELAS TOTAL-CREDITOS
           MOVE 0 TO CBCIMV-CODIGO
           COMPUTE CBCIMV-COMPETENCIA = ANO-LIVRO * 100 + 1
           START CBCIMV KEY NOT LESS CBCIMV-CHAVE
           PERFORM UNTIL FS-CBCIMV > "09"
                   READ CBCIMV NEXT RECORD IGNORE LOCK
                   IF   FS-CBCIMV < "10"
                        IF   CBCIMV-CODIGO NOT = 0
                        OR   CBCIMV-COMPETENCIA (1: 4) NOT = ANO-LIVRO
                             MOVE "10" TO FS-CBCIMV
                        ELSE
                             MOVE SPACES TO LINHA-07
                             MOVE CBCIMV-COMPETENCIA (5: 2)
                               TO CLIC-MM-D
                             MOVE CBCIMV-COMPETENCIA (1: 4)
                               TO CLIC-AAAA-D
                             MOVE "/" TO LINHA-07 (7: 1)
                             MOVE CBCIMV-SAIDAS-TRIBUTADAS
                               TO CLIC-TRIBUTADAS-D
                             MOVE CBCIMV-SAIDAS-TOTAIS
                               TO CLIC-TOTAIS-D
                             MOVE CBCIMV-COEFICIENTE
                               TO CLIC-COEFICIENTE-D
                             MOVE CBCIMV-SALDO-CIAP
                               TO CLIC-SALDO-D
                             MOVE CBCIMV-VALOR-PARCELA
                               TO CLIC-FRACOES-D
                             MOVE CBCIMV-VALOR-CREDITO
                               TO CLIC-CREDITO-D
                             ADD  CBCIMV-VALOR-PARCELA
                               TO TOTAL-PARCELAS
                             ADD  CBCIMV-VALOR-CREDITO
                               TO TOTAL-CREDITOS
                             MOVE LINHA-07 TO CWIMPR-DETAIL
                             CALL "CB125PCW" USING PARAMETROS-CWIMPR
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCIMV

           MOVE SPACES         TO LINHA-07
           MOVE TOTAL-PARCELAS TO CLIC-FRACOES-D
           MOVE TOTAL-CREDITOS TO CLIC-CREDITO-D
           MOVE "TOTAL"        TO LINHA-07 (1: 5)
           MOVE LINHA-07       TO CWIMPR-DETAIL
           CALL "CB125PCW"  USING PARAMETROS-CWIMPR

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Livro CIAP modelo D emitido (CB203PC)"
                   LINE 23 COLUMN 03.

       500-99-FIM. EXIT.

       700-GERA-PAR.

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                 TO CB043PCW-COMANDO
           MOVE "D"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC           TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC          TO CB043PCW-NUMERO-BAC
           MOVE CENTRO-BEM          TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB          TO CB043PCW-COD-RED
           MOVE HISTORICO-M         TO CB043PCW-HISTORICO
           MOVE CBCIAP-CODIGO       TO CB043PCW-DOCTO
           MOVE 0                   TO CB043PCW-AAAAMMDD-DOCTO
           MOVE DIA-REF             TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-PAR           TO CB043PCW-VALOR
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
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
           END-IF.

       700-99-FIM. EXIT.

       710-DESFAZ-PAR.

      *    A parcela sem credito foi rejeitada: o credito ja gravado
      *    sai para o bem ficar inteiro para a proxima rodada

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "E"               TO CB043PCW-COMANDO
           MOVE SERIE-BAC         TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC        TO CB043PCW-NUMERO-BAC
           MOVE LANCAMENTO-GERADO TO CB043PCW-LANCAMENTO-NUMERO
           MOVE "C"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-CIAP-M    TO CB043PCW-COD-RED
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

           OPEN I-O CBCIAP
           IF   FS-CBCIAP = "30" OR "35"
                CLOSE CBCIAP
                OPEN OUTPUT CBCIAP
                CLOSE CBCIAP
                OPEN I-O CBCIAP
           END-IF
           OPEN I-O CBCIMV
           IF   FS-CBCIMV = "30" OR "35"
                CLOSE CBCIMV
                OPEN OUTPUT CBCIMV
                CLOSE CBCIMV
                OPEN I-O CBCIMV
           END-IF
           IF   FS-CBCIAP > "09" OR FS-CBCIMV > "09"
                DISPLAY "Arquivos do CIAP indisponiveis"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN INPUT CBATIV
           IF   FS-CBATIV > "09"
                DISPLAY "Imobilizado CBATIV inexistente - use CB095PCW"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBCIAP CBCIMV CBATIV.

       900-99-FIM. EXIT.

       END PROGRAM CB203PCW.
