       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB228PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Parcelamento de documento em titulos,        *
                      *  acordo de renegociacao de titulos a receber  *
                      *  com juros acordados e relacao do acordo;     *
                      *  vinculos no CBACOR e no proprio CBTITU       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBTITUSL.
       COPY CBPESSSL.
       COPY CBACORSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBTITUFD.
       COPY CBPESSFD.
       COPY CBACORFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB228PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 TIPO-TITULO               PIC  X(001) VALUE "R".
           05 PESSOA-CODIGO-TITULO      PIC  9(005) VALUE 0.
           05 DOCUMENTO-TITULO          PIC  9(009) VALUE 0.
           05 EMISSAO-TITULO            PIC  9(008) VALUE 0.
           05 VALOR-TITULO              PIC  9(012)V99 VALUE 0.
           05 COD-RED-TITULO            PIC  9(005) VALUE 0.
           05 COD-RED-CONTRA            PIC  9(005) VALUE 0.
           05 CENTRO-CUSTO-TITULO       PIC  9(004) VALUE 0.
           05 HISTORICO-TITULO          PIC  9(004) VALUE 0.
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 QT-PARCELAS               PIC  9(003) VALUE 0.
           05 PRIMEIRO-VENCIMENTO       PIC  9(008) VALUE 0.
           05 REGRA                     PIC  X(001) VALUE "M".
           05 INTERVALO                 PIC  9(003) VALUE 0.
           05 TAXA-JUROS                PIC  9(003)V99 VALUE 0.
           05 VALOR-ACORDO              PIC  9(012)V99 VALUE 0.
           05 COD-RED-RESULTADO         PIC  9(005) VALUE 0.
           05 TITULO-ORIGINAL           PIC  9(006) VALUE 0.
           05 NUMERO-ACORDO             PIC  9(006) VALUE 0.
           05 CONFIRMA                  PIC  X(001) VALUE SPACE.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 SALDO-TITULO              PIC  9(012)V99 VALUE 0.
           05 SALDO-RENEGOCIADO         PIC  9(012)V99 VALUE 0.
           05 DIFERENCA                 PIC S9(012)V99 VALUE 0.
           05 VALOR-PARCELA             PIC  9(012)V99 VALUE 0.
           05 VALOR-LANCAMENTO          PIC  9(012)V99 VALUE 0.
           05 DOCTO-LANCAMENTO          PIC  9(008) VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 ULTIMO-TITULO             PIC  9(006) VALUE 0.
           05 ULTIMO-ACORDO             PIC  9(006) VALUE 0.
           05 RAZAO-PESSOA              PIC  X(040) VALUE SPACES.
           05 K                         PIC  9(003) VALUE 0.
           05 O                         PIC  9(003) VALUE 0.
           05 SEQUENCIA                 PIC  9(003) VALUE 0.
           05 QT-ORIGINAIS              PIC  9(003) VALUE 0.
           05 DIAS-RESTANTES            PIC  9(005) VALUE 0.
           05 DIA-BASE                  PIC  9(002) VALUE 0.
           05 ULTIMO-DIA                PIC  9(002) VALUE 0.
           05 QUOCIENTE                 PIC  9(004) VALUE 0.
           05 RESTO-4                   PIC  9(003) VALUE 0.
           05 RESTO-100                 PIC  9(003) VALUE 0.
           05 RESTO-400                 PIC  9(003) VALUE 0.
           05 DIAS-NO-MES-TAB           PIC  X(024) VALUE
              "312831303130313130313031".
           05 DIAS-NO-MES REDEFINES DIAS-NO-MES-TAB
                                        OCCURS 12   PIC  9(002).
           05 DATA-VENCIMENTO           PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-VENCIMENTO.
              10 VENC-AAAA              PIC  9(004).
              10 VENC-MM                PIC  9(002).
              10 VENC-DD                PIC  9(002).
           05 PLANO-VALIDO              PIC  9(001) VALUE 0.
           05 ORIGINAIS-VALIDOS         PIC  9(001) VALUE 0.
           05 TIPO-LIT                  PIC  X(013) VALUE SPACES.
           05 OPERADOR                  PIC  X(030) VALUE SPACES.
           05 TASK                      PIC  X(006) VALUE SPACES.
           05 PROGRAMA                  PIC  X(008) VALUE SPACES.
           05 CWMENU                    PIC  X(001) VALUE SPACE.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBTITU.
              10 FS-CBTITU              PIC  X(002) VALUE "00".
              10 LB-CBTITU              PIC  X(050) VALUE "CBTITU".
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".
           05 ER-CBACOR.
              10 FS-CBACOR              PIC  X(002) VALUE "00".
              10 LB-CBACOR              PIC  X(050) VALUE "CBACOR".

      *    Titulos renegociados no acordo

       01  TABELA-ORIGINAIS.
           05 ORI OCCURS 30.
              10 ORI-TITULO             PIC  9(006).
              10 ORI-VENCIMENTO         PIC  9(008).
              10 ORI-SALDO              PIC  9(012)V99.

      *    Parcelas do plano

       01  TABELA-PARCELAS.
           05 PAR OCCURS 99.
              10 PAR-VENCIMENTO         PIC  9(008).
              10 PAR-VALOR              PIC  9(012)V99.

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "TIPO         PARC   TITULO   VENCTO     ".
              05 FILLER                 PIC  X(022) VALUE
                 "             VALOR   S".
           02 LINHA-02.
              05 CLIC-PAPEL             PIC  X(013).
              05 FILLER                 PIC  X(001).
              05 CLIC-PARCELA           PIC  ZZ9.
              05 FILLER                 PIC  X(003).
              05 CLIC-TITULO            PIC  9(006).
              05 FILLER                 PIC  X(003).
              05 CLIC-VENCIMENTO        PIC  9(008).
              05 FILLER                 PIC  X(003).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(003).
              05 CLIC-SITUACAO          PIC  X(001).
           02 LINHA-03.
              05 CLIC-TOTAL-LIT         PIC  X(040).
              05 CLIC-TOTAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Parcelamento de documento".
           05 LINE 05 COLUMN 03 VALUE "2 - Acordo de renegociacao".
           05 LINE 06 COLUMN 03 VALUE "3 - Relaciona acordo".
           05 LINE 08 COLUMN 03 VALUE "Opcao:".
           05 LINE 08 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-DOCUMENTO.
           05 LINE 04 COLUMN 03 VALUE "Tipo (P/R)...............:".
           05 LINE 04 COLUMN 31 PIC X      USING TIPO-TITULO.
           05 LINE 05 COLUMN 03 VALUE "Pessoa (cadastro)........:".
           05 LINE 05 COLUMN 31 PIC 9(005) USING PESSOA-CODIGO-TITULO.
           05 LINE 06 COLUMN 03 VALUE "Documento fiscal.........:".
           05 LINE 06 COLUMN 31 PIC 9(009) USING DOCUMENTO-TITULO.
           05 LINE 07 COLUMN 03 VALUE "Emissao (AAAAMMDD).......:".
           05 LINE 07 COLUMN 31 PIC 9(008) USING EMISSAO-TITULO.
           05 LINE 08 COLUMN 03 VALUE "Valor total..............:".
           05 LINE 08 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      USING VALOR-TITULO.
           05 LINE 09 COLUMN 03 VALUE "Conta do titulo..........:".
           05 LINE 09 COLUMN 31 PIC 9(005) USING COD-RED-TITULO.
           05 LINE 10 COLUMN 03 VALUE "Contrapartida............:".
           05 LINE 10 COLUMN 31 PIC 9(005) USING COD-RED-CONTRA.
           05 LINE 11 COLUMN 03 VALUE "Centro de custo..........:".
           05 LINE 11 COLUMN 31 PIC 9(004) USING CENTRO-CUSTO-TITULO.
           05 LINE 12 COLUMN 03 VALUE "Historico padrao.........:".
           05 LINE 12 COLUMN 31 PIC 9(004) USING HISTORICO-TITULO.
           05 LINE 13 COLUMN 03 VALUE "BAC (serie/numero).......:".
           05 LINE 13 COLUMN 31 PIC 9(004) USING SERIE-BAC.
           05 LINE 13 COLUMN 36 PIC 9(004) USING NUMERO-BAC.
           05 LINE 14 COLUMN 03 VALUE "Dia de referencia........:".
           05 LINE 14 COLUMN 31 PIC 9(002) USING DIA-REF.

       01  TELA-PESSOA.
           05 LINE 04 COLUMN 03 VALUE "Cliente (cadastro).......:".
           05 LINE 04 COLUMN 31 PIC 9(005) USING PESSOA-CODIGO-TITULO.

       01  TELA-RAZAO.
           05 LINE 05 COLUMN 31 PIC X(040) FROM RAZAO-PESSOA.

       01  TELA-ORIGINAL.
           05 LINE 07 COLUMN 03 VALUE "Titulo (zero encerra)....:".
           05 LINE 07 COLUMN 31 PIC 9(006) USING TITULO-ORIGINAL.
           05 LINE 08 COLUMN 03 VALUE "Titulos / saldo..........:".
           05 LINE 08 COLUMN 31 PIC ZZ9       FROM QT-ORIGINAIS.
           05 LINE 08 COLUMN 35
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      FROM SALDO-RENEGOCIADO.

       01  TELA-ACORDO.
           05 LINE 10 COLUMN 03 VALUE "Data do acordo (AAAAMMDD):".
           05 LINE 10 COLUMN 31 PIC 9(008) USING EMISSAO-TITULO.
           05 LINE 11 COLUMN 03 VALUE "Juros acordados (%)......:".
           05 LINE 11 COLUMN 31 PIC ZZ9,99 USING TAXA-JUROS.
           05 LINE 12 COLUMN 03 VALUE "Valor do acordo (0=calc.):".
           05 LINE 12 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      USING VALOR-ACORDO.
           05 LINE 13 COLUMN 03 VALUE "Conta juros/desconto.....:".
           05 LINE 13 COLUMN 31 PIC 9(005) USING COD-RED-RESULTADO.
           05 LINE 14 COLUMN 03 VALUE "Historico padrao.........:".
           05 LINE 14 COLUMN 31 PIC 9(004) USING HISTORICO-TITULO.
           05 LINE 15 COLUMN 03 VALUE "BAC (serie/numero).......:".
           05 LINE 15 COLUMN 31 PIC 9(004) USING SERIE-BAC.
           05 LINE 15 COLUMN 36 PIC 9(004) USING NUMERO-BAC.
           05 LINE 16 COLUMN 03 VALUE "Dia de referencia........:".
           05 LINE 16 COLUMN 31 PIC 9(002) USING DIA-REF.

       01  TELA-PLANO.
           05 LINE 17 COLUMN 03 VALUE "Numero de parcelas.......:".
           05 LINE 17 COLUMN 31 PIC 9(003) USING QT-PARCELAS.
           05 LINE 18 COLUMN 03 VALUE "Primeiro venc. (AAAAMMDD):".
           05 LINE 18 COLUMN 31 PIC 9(008) USING PRIMEIRO-VENCIMENTO.
           05 LINE 19 COLUMN 03 VALUE "Regra (M mensal, D dias).:".
           05 LINE 19 COLUMN 31 PIC X      USING REGRA.
           05 LINE 20 COLUMN 03 VALUE "Intervalo em dias (D)....:".
           05 LINE 20 COLUMN 31 PIC 9(003) USING INTERVALO.

       01  TELA-CONFIRMA.
           05 LINE 21 COLUMN 03 VALUE "Parcela de..............:".
           05 LINE 21 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      FROM VALOR-PARCELA.
           05 LINE 21 COLUMN 52 VALUE "Confirma (S/N)?".
           05 LINE 21 COLUMN 68 PIC X USING CONFIRMA.

       01  TELA-NUMERO.
           05 LINE 04 COLUMN 03 VALUE "Acordo/parcelamento......:".
           05 LINE 04 COLUMN 31 PIC 9(006) USING NUMERO-ACORDO.

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
                            PERFORM 100-PARCELAMENTO THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-ACORDO       THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-RELACIONA    THRU 300-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-PARCELAMENTO.

           MOVE "R"    TO TIPO-TITULO
           MOVE "M"    TO REGRA
           MOVE HOJE   TO EMISSAO-TITULO
           MOVE 0      TO PESSOA-CODIGO-TITULO DOCUMENTO-TITULO
                          VALOR-TITULO COD-RED-TITULO COD-RED-CONTRA
                          CENTRO-CUSTO-TITULO HISTORICO-TITULO
                          SERIE-BAC NUMERO-BAC DIA-REF
                          QT-PARCELAS PRIMEIRO-VENCIMENTO INTERVALO
                          TAXA-JUROS
           DISPLAY TELA-DOCUMENTO
           ACCEPT  TELA-DOCUMENTO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

      *    Como no CB093PCW: a pessoa do cadastro da a razao social
      *    e, na falta, a conta padrao do titulo

           MOVE PESSOA-CODIGO-TITULO TO CBPESS-CODIGO
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS > "09"
           OR   NOT CBPESS-PESSOA-ATIVA
                MOVE "00" TO FS-CBPESS
                DISPLAY "Pessoa inexistente ou inativa"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           MOVE CBPESS-RAZAO-SOCIAL TO RAZAO-PESSOA
           IF   COD-RED-TITULO = 0
                MOVE CBPESS-COD-RED-PADRAO TO COD-RED-TITULO
           END-IF

           IF  (TIPO-TITULO NOT = "P" AND TIPO-TITULO NOT = "R")
           OR   VALOR-TITULO = 0
           OR   COD-RED-TITULO = 0 OR COD-RED-CONTRA = 0
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           PERFORM 400-PLANO THRU 400-99-FIM
           IF   PLANO-VALIDO = 0
                GO TO 100-99-FIM
           END-IF

           PERFORM 450-NUMERACAO THRU 450-99-FIM
           IF   ULTIMO-TITULO = 0
                GO TO 100-99-FIM
           END-IF

      *    Um unico reconhecimento pelo total do documento;
      *    pagar: debita a despesa e credita o fornecedor;
      *    receber: debita o cliente e credita a receita

           IF   TIPO-TITULO = "P"
                MOVE COD-RED-CONTRA TO COD-RED-DB
                MOVE COD-RED-TITULO TO COD-RED-CR
           ELSE
                MOVE COD-RED-TITULO TO COD-RED-DB
                MOVE COD-RED-CONTRA TO COD-RED-CR
           END-IF
           MOVE VALOR-TITULO TO VALOR-LANCAMENTO
           COMPUTE DOCTO-LANCAMENTO = ULTIMO-TITULO + 1
           PERFORM 500-GERA-PAR THRU 500-99-FIM
           IF   LANCAMENTO-GERADO = 0
                DISPLAY "Lancamento rejeitado pelo CB043PCW"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE 0 TO SEQUENCIA
           PERFORM 460-GRAVA-PARCELAS THRU 460-99-FIM

           MOVE NUMERO-ACORDO     TO CBACOR-NUMERO
           MOVE 0                 TO CBACOR-SEQUENCIA
           MOVE SPACES            TO CBACOR-DADOS
           MOVE "P"               TO CBACOR-TIPO
           MOVE PESSOA-CODIGO-TITULO TO CBACOR-PESSOA
           MOVE TIPO-TITULO       TO CBACOR-TIPO-TITULO
           MOVE EMISSAO-TITULO    TO CBACOR-DATA
           MOVE VALOR-TITULO      TO CBACOR-VALOR-ORIGINAL
                                     CBACOR-VALOR-TOTAL
           MOVE 0                 TO CBACOR-TAXA-JUROS
                                     CBACOR-DIFERENCA
           MOVE LANCAMENTO-GERADO TO CBACOR-LANCAMENTO
           PERFORM 470-GRAVA-CABECALHO THRU 470-99-FIM

           DISPLAY "Parcelamento " LINE 23 COLUMN 03 NUMERO-ACORDO
                   " gravado e contabilizado".

       100-99-FIM. EXIT.

       200-ACORDO.

           MOVE 0 TO PESSOA-CODIGO-TITULO
           DISPLAY TELA-PESSOA
           ACCEPT  TELA-PESSOA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR PESSOA-CODIGO-TITULO = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE PESSOA-CODIGO-TITULO TO CBPESS-CODIGO
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS > "09"
                MOVE "00" TO FS-CBPESS
                DISPLAY "Cliente inexistente" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           MOVE CBPESS-RAZAO-SOCIAL TO RAZAO-PESSOA
           DISPLAY TELA-RAZAO

      *    Titulos a receber em aberto do cliente, um a um, todos
      *    na mesma conta; as parcelas novas herdam conta,
      *    contrapartida e centro de custo do primeiro

           MOVE 0 TO QT-ORIGINAIS SALDO-RENEGOCIADO
           MOVE 1 TO TITULO-ORIGINAL
           PERFORM UNTIL TITULO-ORIGINAL = 0
                   MOVE 0 TO TITULO-ORIGINAL
                   DISPLAY TELA-ORIGINAL
                   ACCEPT  TELA-ORIGINAL
                   ACCEPT  TECLA FROM ESCAPE KEY
                   IF   ESC
                        MOVE 0 TO TITULO-ORIGINAL QT-ORIGINAIS
                   END-IF
                   IF   TITULO-ORIGINAL NOT = 0
                        PERFORM 210-INCLUI-ORIGINAL THRU 210-99-FIM
                   END-IF
           END-PERFORM
           IF   QT-ORIGINAIS = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF
           DISPLAY TELA-ORIGINAL

           MOVE "M"  TO REGRA
           MOVE HOJE TO EMISSAO-TITULO
           MOVE 0    TO TAXA-JUROS VALOR-ACORDO COD-RED-RESULTADO
                        SERIE-BAC NUMERO-BAC DIA-REF
                        QT-PARCELAS PRIMEIRO-VENCIMENTO INTERVALO
           DISPLAY TELA-ACORDO
           ACCEPT  TELA-ACORDO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

      *    Valor do acordo informado prevalece; sem ele, o saldo
      *    renegociado mais os juros acordados

           IF   VALOR-ACORDO = 0
                COMPUTE VALOR-ACORDO ROUNDED = SALDO-RENEGOCIADO
                      + SALDO-RENEGOCIADO * TAXA-JUROS / 100
           END-IF
           COMPUTE DIFERENCA = VALOR-ACORDO - SALDO-RENEGOCIADO
           IF   DIFERENCA NOT = 0
           AND  COD-RED-RESULTADO = 0
                DISPLAY "Informe a conta de juros/desconto"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE "R"          TO TIPO-TITULO
           MOVE VALOR-ACORDO TO VALOR-TITULO
           PERFORM 400-PLANO THRU 400-99-FIM
           IF   PLANO-VALIDO = 0
                GO TO 200-99-FIM
           END-IF

           PERFORM 220-CONFERE-ORIGINAIS THRU 220-99-FIM
           IF   ORIGINAIS-VALIDOS = 0
                GO TO 200-99-FIM
           END-IF

           PERFORM 450-NUMERACAO THRU 450-99-FIM
           IF   ULTIMO-TITULO = 0
                GO TO 200-99-FIM
           END-IF

      *    Diferenca positiva: juros, debita o cliente e credita a
      *    receita financeira; negativa: desconto concedido,
      *    debita a despesa e credita o cliente

           MOVE 0 TO LANCAMENTO-GERADO
           IF   DIFERENCA NOT = 0
                IF   DIFERENCA > 0
                     MOVE COD-RED-TITULO    TO COD-RED-DB
                     MOVE COD-RED-RESULTADO TO COD-RED-CR
                     MOVE DIFERENCA         TO VALOR-LANCAMENTO
                ELSE
                     MOVE COD-RED-RESULTADO TO COD-RED-DB
                     MOVE COD-RED-TITULO    TO COD-RED-CR
                     COMPUTE VALOR-LANCAMENTO = 0 - DIFERENCA
                END-IF
                MOVE NUMERO-ACORDO TO DOCTO-LANCAMENTO
                PERFORM 500-GERA-PAR THRU 500-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     DISPLAY "Lancamento rejeitado pelo CB043PCW"
                             LINE 23 COLUMN 03
                     GO TO 200-99-FIM
                END-IF
           END-IF

           MOVE 0 TO SEQUENCIA
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > QT-ORIGINAIS
                   PERFORM 230-RENEGOCIA THRU 230-99-FIM
           END-PERFORM

           PERFORM 460-GRAVA-PARCELAS THRU 460-99-FIM

           MOVE NUMERO-ACORDO     TO CBACOR-NUMERO
           MOVE 0                 TO CBACOR-SEQUENCIA
           MOVE SPACES            TO CBACOR-DADOS
           MOVE "A"               TO CBACOR-TIPO
           MOVE PESSOA-CODIGO-TITULO TO CBACOR-PESSOA
           MOVE "R"               TO CBACOR-TIPO-TITULO
           MOVE EMISSAO-TITULO    TO CBACOR-DATA
           MOVE SALDO-RENEGOCIADO TO CBACOR-VALOR-ORIGINAL
           MOVE VALOR-ACORDO      TO CBACOR-VALOR-TOTAL
           MOVE TAXA-JUROS        TO CBACOR-TAXA-JUROS
           MOVE DIFERENCA         TO CBACOR-DIFERENCA
           MOVE LANCAMENTO-GERADO TO CBACOR-LANCAMENTO
           PERFORM 470-GRAVA-CABECALHO THRU 470-99-FIM

           DISPLAY "Acordo " LINE 23 COLUMN 03 NUMERO-ACORDO
                   " gravado e contabilizado".

       200-99-FIM. EXIT.

       210-INCLUI-ORIGINAL.

           IF   QT-ORIGINAIS = 30
                DISPLAY "Limite de 30 titulos por acordo"
                        LINE 23 COLUMN 03
                GO TO 210-99-FIM
           END-IF
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > QT-ORIGINAIS
                   IF   ORI-TITULO (O) = TITULO-ORIGINAL
                        DISPLAY "Titulo ja incluido no acordo"
                                LINE 23 COLUMN 03
                        GO TO 210-99-FIM
                   END-IF
           END-PERFORM

           MOVE TITULO-ORIGINAL TO CBTITU-NUMERO
           READ CBTITU IGNORE LOCK
           IF   FS-CBTITU > "09"
                MOVE "00" TO FS-CBTITU
                DISPLAY "Titulo inexistente" LINE 23 COLUMN 03
                GO TO 210-99-FIM
           END-IF
           IF   NOT CBTITU-A-RECEBER
           OR   NOT CBTITU-ABERTO
           OR   CBTITU-PESSOA-CODIGO NOT NUMERIC
           OR   CBTITU-PESSOA-CODIGO NOT = PESSOA-CODIGO-TITULO
                DISPLAY "Titulo nao e a receber em aberto do cliente"
                        LINE 23 COLUMN 03
                GO TO 210-99-FIM
           END-IF
           IF   QT-ORIGINAIS = 0
                MOVE CBTITU-COD-RED        TO COD-RED-TITULO
                MOVE CBTITU-COD-RED-CONTRA TO COD-RED-CONTRA
                MOVE CBTITU-CENTRO-CUSTO   TO CENTRO-CUSTO-TITULO
                MOVE CBTITU-HISTORICO      TO HISTORICO-TITULO
                IF   CBTITU-DOCUMENTO NUMERIC
                     MOVE CBTITU-DOCUMENTO TO DOCUMENTO-TITULO
                ELSE
                     MOVE 0                TO DOCUMENTO-TITULO
                END-IF
           ELSE
                IF   CBTITU-COD-RED NOT = COD-RED-TITULO
                     DISPLAY "Titulo em outra conta do cliente"
                             LINE 23 COLUMN 03
                     GO TO 210-99-FIM
                END-IF
           END-IF

      *    Saldo contabil: face, acrescimos e, em moeda estrangeira,
      *    a variacao nao realizada (CB239PCW)

           MOVE CBTITU-VALOR TO SALDO-TITULO
           IF   CBTITU-ACRESCIMO NUMERIC
                ADD CBTITU-ACRESCIMO TO SALDO-TITULO
           END-IF
           IF   CBTITU-VARIACAO-NR NUMERIC
                ADD CBTITU-VARIACAO-NR TO SALDO-TITULO
           END-IF
           ADD  1                 TO QT-ORIGINAIS
           MOVE CBTITU-NUMERO     TO ORI-TITULO     (QT-ORIGINAIS)
           MOVE CBTITU-VENCIMENTO TO ORI-VENCIMENTO (QT-ORIGINAIS)
           MOVE SALDO-TITULO      TO ORI-SALDO      (QT-ORIGINAIS)
           ADD  SALDO-TITULO      TO SALDO-RENEGOCIADO
           DISPLAY SPACES LINE 23 COLUMN 03 SIZE 70.

       210-99-FIM. EXIT.

       220-CONFERE-ORIGINAIS.

      *    Nenhum titulo pode ter sido liquidado ou acrescido por
      *    outra estacao desde a digitacao

           MOVE 1 TO ORIGINAIS-VALIDOS
           PERFORM VARYING O FROM 1 BY 1 UNTIL O > QT-ORIGINAIS
                   MOVE ORI-TITULO (O) TO CBTITU-NUMERO
                   READ CBTITU IGNORE LOCK
                   IF   FS-CBTITU < "10"
                        MOVE CBTITU-VALOR TO SALDO-TITULO
                        IF   CBTITU-ACRESCIMO NUMERIC
                             ADD CBTITU-ACRESCIMO TO SALDO-TITULO
                        END-IF
                        IF   CBTITU-VARIACAO-NR NUMERIC
                             ADD CBTITU-VARIACAO-NR TO SALDO-TITULO
                        END-IF
                   END-IF
                   IF   FS-CBTITU > "09"
                   OR   NOT CBTITU-ABERTO
                   OR   SALDO-TITULO NOT = ORI-SALDO (O)
                        MOVE 0 TO ORIGINAIS-VALIDOS
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTITU
           IF   ORIGINAIS-VALIDOS = 0
                DISPLAY "Titulos alterados durante a digitacao"
                        LINE 23 COLUMN 03
           END-IF.

       220-99-FIM. EXIT.

       230-RENEGOCIA.

           MOVE ORI-TITULO (O) TO CBTITU-NUMERO
           READ CBTITU WITH LOCK
           IF   FS-CBTITU > "09"
                MOVE "00" TO FS-CBTITU
                GO TO 230-99-FIM
           END-IF

      *    Saneia a cauda do titulo anterior a esta versao, como o
      *    CB146PCW, antes de regravar

           IF   NOT (CBTITU-ACRESCIMO NUMERIC)
                MOVE 0 TO CBTITU-ACRESCIMO
           END-IF
           IF   NOT (CBTITU-ULT-ACRESCIMO NUMERIC)
                MOVE 0 TO CBTITU-ULT-ACRESCIMO
           END-IF
           IF   NOT (CBTITU-DOCUMENTO NUMERIC)
                MOVE 0 TO CBTITU-DOCUMENTO
           END-IF
           IF   CBTITU-MULTA NOT = "S"
                MOVE SPACE TO CBTITU-MULTA
           END-IF
           MOVE "N"            TO CBTITU-SITUACAO
           MOVE EMISSAO-TITULO TO CBTITU-DATA-LIQUIDACAO
           MOVE NUMERO-ACORDO  TO CBTITU-ACORDO
           MOVE 0              TO CBTITU-PARCELA
           REWRITE CBTITU-REG
           UNLOCK CBTITU

           ADD  1                  TO SEQUENCIA
           MOVE NUMERO-ACORDO      TO CBACOR-NUMERO
           MOVE SEQUENCIA          TO CBACOR-SEQUENCIA
           MOVE SPACES             TO CBACOR-DADOS
           MOVE "O"                TO CBACOR-PAPEL
           MOVE ORI-TITULO (O)     TO CBACOR-TITULO
           MOVE ORI-VENCIMENTO (O) TO CBACOR-VENCIMENTO
           MOVE ORI-SALDO (O)      TO CBACOR-VALOR
           WRITE CBACOR-REG.

       230-99-FIM. EXIT.

       300-RELACIONA.

           MOVE 0 TO NUMERO-ACORDO
           DISPLAY TELA-NUMERO
           ACCEPT  TELA-NUMERO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR NUMERO-ACORDO = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           MOVE NUMERO-ACORDO TO CBACOR-NUMERO
           MOVE 0             TO CBACOR-SEQUENCIA
           READ CBACOR IGNORE LOCK
           IF   FS-CBACOR > "09"
                MOVE "00" TO FS-CBACOR
                DISPLAY "Acordo inexistente" LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE SPACES TO RAZAO-PESSOA
           MOVE CBACOR-PESSOA TO CBPESS-CODIGO PESSOA-CODIGO-TITULO
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS < "10"
                MOVE CBPESS-RAZAO-SOCIAL TO RAZAO-PESSOA
           END-IF
           MOVE "00" TO FS-CBPESS

           MOVE SPACES TO CWIMPR-TIME-REPORT
           IF   CBACOR-ACORDO
                MOVE "ACORDO DE RENEGOCIACAO"   TO CWIMPR-TITLE
           ELSE
                MOVE "PARCELAMENTO DE DOCUMENTO" TO CWIMPR-TITLE
           END-IF
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "NUMERO " NUMERO-ACORDO " - "
                  PESSOA-CODIGO-TITULO " " RAZAO-PESSOA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB228PA" TO CWIMPR-REPORT

           MOVE CBACOR-VALOR-ORIGINAL TO SALDO-TITULO
           MOVE CBACOR-VALOR-TOTAL    TO VALOR-TITULO
           MOVE CBACOR-DIFERENCA      TO DIFERENCA
           MOVE CBACOR-LANCAMENTO     TO LANCAMENTO-GERADO

           PERFORM UNTIL FS-CBACOR > "09"
                   READ CBACOR NEXT RECORD IGNORE LOCK
                   IF   FS-CBACOR < "10"
                        IF   CBACOR-NUMERO NOT = NUMERO-ACORDO
                             MOVE "10" TO FS-CBACOR
                        ELSE
                             PERFORM 310-LISTA-ITEM THRU 310-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBACOR

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "VALOR ORIGINAL / RENEGOCIADO............:"
             TO CLIC-TOTAL-LIT
           MOVE SALDO-TITULO TO CLIC-TOTAL
           MOVE LINHA-03     TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "JUROS (DESCONTO) DO ACORDO..............:"
             TO CLIC-TOTAL-LIT
           MOVE DIFERENCA    TO CLIC-TOTAL
           MOVE LINHA-03     TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "TOTAL DAS PARCELAS......................:"
             TO CLIC-TOTAL-LIT
           MOVE VALOR-TITULO TO CLIC-TOTAL
           MOVE LINHA-03     TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE SPACES TO CWIMPR-DETAIL
           STRING "LANCAMENTO " LANCAMENTO-GERADO
                  DELIMITED BY SIZE INTO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Acordo relacionado" LINE 23 COLUMN 03.

       300-99-FIM. EXIT.

       310-LISTA-ITEM.

           MOVE SPACES TO LINHA-02
           IF   CBACOR-ORIGINAL
                MOVE "RENEGOCIADO"  TO CLIC-PAPEL
           ELSE
                MOVE "PARCELA"      TO CLIC-PAPEL
           END-IF
           MOVE CBACOR-TITULO     TO CLIC-TITULO CBTITU-NUMERO
           MOVE CBACOR-VENCIMENTO TO CLIC-VENCIMENTO
           MOVE CBACOR-VALOR      TO CLIC-VALOR
           READ CBTITU IGNORE LOCK
           IF   FS-CBTITU < "10"
                MOVE CBTITU-SITUACAO TO CLIC-SITUACAO
                IF   CBACOR-NOVA-PARCELA
                AND  CBTITU-PARCELA NUMERIC
                     MOVE CBTITU-PARCELA TO CLIC-PARCELA
                END-IF
           END-IF
           MOVE "00" TO FS-CBTITU
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       310-99-FIM. EXIT.

       400-PLANO.

      *    Parcelas iguais pelo truncamento; a ultima absorve a
      *    diferenca dos centavos. Vencimentos mensais no mesmo dia
      *    do primeiro (limitado ao fim do mes) ou a cada N dias

           MOVE 0 TO PLANO-VALIDO
           DISPLAY TELA-PLANO
           ACCEPT  TELA-PLANO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           IF   REGRA = "m" MOVE "M" TO REGRA END-IF
           IF   REGRA = "d" MOVE "D" TO REGRA END-IF
           MOVE PRIMEIRO-VENCIMENTO TO DATA-VENCIMENTO
           IF   VENC-MM > 0 AND VENC-MM < 13
                PERFORM 410-ULTIMO-DIA-MES THRU 410-99-FIM
           ELSE
                MOVE 0 TO ULTIMO-DIA
           END-IF
           IF   QT-PARCELAS < 2 OR QT-PARCELAS > 99
           OR   VENC-DD = 0 OR VENC-DD > ULTIMO-DIA
           OR   PRIMEIRO-VENCIMENTO < EMISSAO-TITULO
           OR  (REGRA NOT = "M" AND REGRA NOT = "D")
           OR  (REGRA = "D" AND INTERVALO = 0)
                DISPLAY "Plano invalido: parcelas (2 a 99), "
                        "vencimento, regra ou intervalo"
                        LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           COMPUTE VALOR-PARCELA = VALOR-TITULO / QT-PARCELAS
           IF   VALOR-PARCELA = 0
                DISPLAY "Valor menor que o numero de parcelas"
                        LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           MOVE VENC-DD TO DIA-BASE
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-PARCELAS
                   MOVE DATA-VENCIMENTO TO PAR-VENCIMENTO (K)
                   MOVE VALOR-PARCELA   TO PAR-VALOR (K)
                   IF   REGRA = "M"
                        PERFORM 420-PROXIMO-MES  THRU 420-99-FIM
                   ELSE
                        PERFORM 430-SOMA-DIAS    THRU 430-99-FIM
                   END-IF
           END-PERFORM
           COMPUTE PAR-VALOR (QT-PARCELAS) = VALOR-TITULO
                 - VALOR-PARCELA * (QT-PARCELAS - 1)

           MOVE SPACE TO CONFIRMA
           DISPLAY TELA-CONFIRMA
           ACCEPT  TELA-CONFIRMA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR (CONFIRMA NOT = "S" AND CONFIRMA NOT = "s")
                SET ENTER-KEY TO TRUE
                DISPLAY "Nada gravado" LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF
           MOVE 1 TO PLANO-VALIDO.

       400-99-FIM. EXIT.

       410-ULTIMO-DIA-MES.

           COMPUTE ULTIMO-DIA = DIAS-NO-MES (VENC-MM)
           IF   VENC-MM = 2
                DIVIDE VENC-AAAA BY 4   GIVING QUOCIENTE
                                        REMAINDER RESTO-4
                DIVIDE VENC-AAAA BY 100 GIVING QUOCIENTE
                                        REMAINDER RESTO-100
                DIVIDE VENC-AAAA BY 400 GIVING QUOCIENTE
                                        REMAINDER RESTO-400
                IF   RESTO-4 = 0
                AND (RESTO-100 NOT = 0 OR RESTO-400 = 0)
                     MOVE 29 TO ULTIMO-DIA
                END-IF
           END-IF.

       410-99-FIM. EXIT.

       420-PROXIMO-MES.

           IF   VENC-MM = 12
                MOVE 1 TO VENC-MM
                ADD  1 TO VENC-AAAA
           ELSE
                ADD  1 TO VENC-MM
           END-IF
           PERFORM 410-ULTIMO-DIA-MES THRU 410-99-FIM
           IF   DIA-BASE > ULTIMO-DIA
                MOVE ULTIMO-DIA TO VENC-DD
           ELSE
                MOVE DIA-BASE   TO VENC-DD
           END-IF.

       420-99-FIM. EXIT.

       430-SOMA-DIAS.

           MOVE INTERVALO TO DIAS-RESTANTES
           PERFORM UNTIL DIAS-RESTANTES = 0
                   PERFORM 410-ULTIMO-DIA-MES THRU 410-99-FIM
                   IF   VENC-DD + DIAS-RESTANTES NOT > ULTIMO-DIA
                        ADD  DIAS-RESTANTES TO VENC-DD
                        MOVE 0 TO DIAS-RESTANTES
                   ELSE
                        COMPUTE DIAS-RESTANTES = DIAS-RESTANTES
                              - (ULTIMO-DIA - VENC-DD + 1)
                        MOVE 1 TO VENC-DD
                        IF   VENC-MM = 12
                             MOVE 1 TO VENC-MM
                             ADD  1 TO VENC-AAAA
                        ELSE
                             ADD  1 TO VENC-MM
                        END-IF
                   END-IF
           END-PERFORM.

       430-99-FIM. EXIT.

       450-NUMERACAO.

      *    As parcelas seguem a maior numeracao de titulos, como
      *    os importados pelo CB214PCW; o acordo, a do CBACOR

           MOVE 0 TO ULTIMO-TITULO
           MOVE LOW-VALUES TO CBTITU-CHAVE
           START CBTITU KEY NOT LESS CBTITU-CHAVE
           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD IGNORE LOCK
                   IF   FS-CBTITU < "10"
                   AND  CBTITU-NUMERO > ULTIMO-TITULO
                        MOVE CBTITU-NUMERO TO ULTIMO-TITULO
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTITU
           IF   ULTIMO-TITULO + QT-PARCELAS > 999999
                MOVE 0 TO ULTIMO-TITULO
                DISPLAY "Numeracao de titulos esgotada"
                        LINE 23 COLUMN 03
                GO TO 450-99-FIM
           END-IF
           IF   ULTIMO-TITULO = 0
                MOVE 1 TO ULTIMO-TITULO
           END-IF

           MOVE HIGH-VALUES TO CBACOR-CHAVE
           START CBACOR KEY NOT GREATER CBACOR-CHAVE
           IF   FS-CBACOR < "10"
                READ CBACOR PREVIOUS RECORD IGNORE LOCK
           END-IF
           IF   FS-CBACOR < "10"
                MOVE CBACOR-NUMERO TO ULTIMO-ACORDO
           ELSE
                MOVE 0             TO ULTIMO-ACORDO
           END-IF
           MOVE "00" TO FS-CBACOR
           COMPUTE NUMERO-ACORDO = ULTIMO-ACORDO + 1.

       450-99-FIM. EXIT.

       460-GRAVA-PARCELAS.

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-PARCELAS
                   ADD  1                   TO ULTIMO-TITULO
                   MOVE ULTIMO-TITULO       TO CBTITU-NUMERO
                   MOVE TIPO-TITULO         TO CBTITU-TIPO
                   MOVE RAZAO-PESSOA (1: 30) TO CBTITU-PESSOA
                   MOVE EMISSAO-TITULO      TO CBTITU-EMISSAO
                   MOVE PAR-VENCIMENTO (K)  TO CBTITU-VENCIMENTO
                   MOVE PAR-VALOR (K)       TO CBTITU-VALOR
                   MOVE COD-RED-TITULO      TO CBTITU-COD-RED
                   MOVE COD-RED-CONTRA      TO CBTITU-COD-RED-CONTRA
                   MOVE CENTRO-CUSTO-TITULO TO CBTITU-CENTRO-CUSTO
                   MOVE HISTORICO-TITULO    TO CBTITU-HISTORICO
                   MOVE "A"                 TO CBTITU-SITUACAO
                   MOVE LANCAMENTO-GERADO
                     TO CBTITU-LANC-RECONHECIMENTO
                   MOVE 0                   TO CBTITU-LANC-LIQUIDACAO
                                               CBTITU-DATA-LIQUIDACAO
                                               CBTITU-ACRESCIMO
                                               CBTITU-ULT-ACRESCIMO
                   MOVE PESSOA-CODIGO-TITULO TO CBTITU-PESSOA-CODIGO
                   MOVE DOCUMENTO-TITULO    TO CBTITU-DOCUMENTO
                   MOVE SPACE               TO CBTITU-MULTA
                                               CBTITU-MARCA-INCOBRAVEL
                                               CBTITU-TRIAGEM
                   MOVE NUMERO-ACORDO       TO CBTITU-ACORDO
                   MOVE K                   TO CBTITU-PARCELA
                   MOVE 0                   TO CBTITU-MOEDA
                                               CBTITU-VALOR-MOEDA
                                               CBTITU-TAXA-EMISSAO
                                               CBTITU-VARIACAO-NR
                                               CBTITU-ULT-VARIACAO
                   MOVE 0 TO CBTITU-TAXA-LIQUIDACAO
                             CBTITU-VARIACAO-REALIZADA
                             CBTITU-SERVICO
                             CBTITU-VALOR-RETIDO
                   WRITE CBTITU-REG
                   IF   FS-CBTITU > "09"
                        MOVE "00" TO FS-CBTITU
                        DISPLAY "Erro de gravacao em CBTITU"
                                LINE 23 COLUMN 03
                   END-IF
                   PERFORM 465-GRAVA-ITEM THRU 465-99-FIM
           END-PERFORM.

       460-99-FIM. EXIT.

       465-GRAVA-ITEM.

           ADD  1                  TO SEQUENCIA
           MOVE NUMERO-ACORDO      TO CBACOR-NUMERO
           MOVE SEQUENCIA          TO CBACOR-SEQUENCIA
           MOVE SPACES             TO CBACOR-DADOS
           MOVE "N"                TO CBACOR-PAPEL
           MOVE ULTIMO-TITULO      TO CBACOR-TITULO
           MOVE PAR-VENCIMENTO (K) TO CBACOR-VENCIMENTO
           MOVE PAR-VALOR (K)      TO CBACOR-VALOR
           WRITE CBACOR-REG.

       465-99-FIM. EXIT.

       470-GRAVA-CABECALHO.

           MOVE QT-PARCELAS TO CBACOR-QT-PARCELAS
           MOVE REGRA       TO CBACOR-REGRA
           MOVE INTERVALO   TO CBACOR-INTERVALO
           MOVE "?"         TO CWMENU
           CALL "CWGETU" USING OPERADOR
                               TASK
                               PROGRAMA
                               CWMENU
           MOVE OPERADOR    TO CBACOR-USUARIO
           WRITE CBACOR-REG
           IF   FS-CBACOR > "09"
                MOVE "00" TO FS-CBACOR
                DISPLAY "Erro de gravacao em CBACOR" LINE 23 COLUMN 03
           END-IF.

       470-99-FIM. EXIT.

       500-GERA-PAR.

      *    Gera as duas pernas com o mesmo numero de lancamento,
      *    como o CB093PCW

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                 TO CB043PCW-COMANDO
           MOVE "D"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC           TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC          TO CB043PCW-NUMERO-BAC
           MOVE CENTRO-CUSTO-TITULO TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB          TO CB043PCW-COD-RED
           MOVE HISTORICO-TITULO    TO CB043PCW-HISTORICO
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

           OPEN I-O CBTITU
           IF   FS-CBTITU > "09"
                DISPLAY "Auxiliar CBTITU inexistente - use CB093PCW"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF
           OPEN INPUT CBPESS
           OPEN I-O CBACOR
           IF   FS-CBACOR = "30" OR "35"
                CLOSE CBACOR
                OPEN OUTPUT CBACOR
                CLOSE CBACOR
                OPEN I-O CBACOR
           END-IF
           IF   FS-CBPESS > "09" OR FS-CBACOR > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBTITU CBPESS CBACOR.

       900-99-FIM. EXIT.

       END PROGRAM CB228PCW.
