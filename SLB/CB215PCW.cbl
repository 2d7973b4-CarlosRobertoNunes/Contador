       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB215PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Adiantamentos e prestacao de contas          *
                      *                                               *
                      *  Registro dos adiantamentos de viagem a       *
                      *  funcionarios e dos adiantamentos a           *
                      *  fornecedores por pessoa do CBPESS (CBADIA).  *
                      *  A concessao debita a conta de adiantamentos  *
                      *  contra o banco; cada despesa da prestacao    *
                      *  de contas (CBADIL) debita a despesa no seu   *
                      *  centro e historico contra o adiantamento; a  *
                      *  sobra e devolvida (banco) ou retida (conta   *
                      *  informada: salarios ou fornecedores a        *
                      *  pagar), sempre pelo CB043PCW. O relatorio    *
                      *  de pendencias lista por pessoa o saldo a     *
                      *  prestar por faixa de atraso sobre o prazo    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBADIASL.
       COPY CBADILSL.
       COPY CBPESSSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBADIAFD.
       COPY CBADILFD.
       COPY CBPESSFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB215PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 NUMERO-C                  PIC  9(006) VALUE 0.
           05 PESSOA-C                  PIC  9(005) VALUE 0.
           05 TIPO-C                    PIC  X(001) VALUE "V".
           05 DESCRICAO-C               PIC  X(030) VALUE SPACES.
           05 VALOR-C                   PIC  9(012)V99 VALUE 0.
           05 COD-RED-ADTO-C            PIC  9(005) VALUE 0.
           05 COD-RED-BANCO-C           PIC  9(005) VALUE 0.
           05 PRAZO-C                   PIC  9(008) VALUE 0.
           05 HISTORICO-C               PIC  9(004) VALUE 0.
           05 DATA-C                    PIC  9(008) VALUE 0.
           05 DOCUMENTO-C               PIC  9(008) VALUE 0.
           05 COD-RED-DESPESA-C         PIC  9(005) VALUE 0.
           05 CENTRO-CUSTO-C            PIC  9(004) VALUE 0.
           05 FORMA-C                   PIC  X(001) VALUE "D".
           05 COD-RED-DESTINO-C         PIC  9(005) VALUE 0.
           05 DATA-BASE                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-BASE.
              10 BASE-AAAA              PIC  9(004).
              10 BASE-MM                PIC  9(002).
              10 BASE-DD                PIC  9(002).
           05 PRAZO-INV                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES PRAZO-INV.
              10 PRAZO-AAAA             PIC  9(004).
              10 PRAZO-MM               PIC  9(002).
              10 PRAZO-DD               PIC  9(002).
           05 PRAZO-EDITADO             PIC  9(008) VALUE 0.
           05 DIAS-ATRASO        COMP-3 PIC S9(005) VALUE 0.
           05 FAIXA                     PIC  9(001) VALUE 0.
           05 FAIXA-LIT                 PIC  X(014) VALUE SPACES.
           05 TOTAIS-FAIXAS             VALUE ZEROS.
              10 TOTAL-FAIXA COMP-3 PIC S9(012)V99 OCCURS 5.
           05 TOTAL-PESSOA       COMP-3 PIC  9(012)V99 VALUE 0.
           05 PESSOA-ANTERIOR           PIC  9(005) VALUE 0.
           05 QT-PESSOA                 PIC  9(005) VALUE 0.
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 SALDO                     PIC  9(012)V99 VALUE 0.
           05 RAZAO-SOCIAL              PIC  X(040) VALUE SPACES.
           05 CENTRO-LANC               PIC  9(004) VALUE 0.
           05 HISTORICO-LANC            PIC  9(004) VALUE 0.
           05 VALOR-PARCELA             PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBADIA.
              10 FS-CBADIA              PIC  X(002) VALUE "00".
              10 LB-CBADIA              PIC  X(050) VALUE "CBADIA".
           05 ER-CBADIL.
              10 FS-CBADIL              PIC  X(002) VALUE "00".
              10 LB-CBADIL              PIC  X(050) VALUE "CBADIL".
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(041) VALUE
                 "ADTO.  T DESCRICAO".
              05 FILLER                 PIC  X(030) VALUE
                 "PRAZO                  VALOR".
              05 FILLER                 PIC  X(040) VALUE
                 "   SALDO A PRESTAR   DIAS FAIXA".
           02 LINHA-02.
              05 CLIC-NUMERO            PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-TIPO              PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO         PIC  X(030).
              05 FILLER                 PIC  X(002).
              05 CLIC-PRAZO             PIC  99/99/9999.
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 CLIC-SALDO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 CLIC-DIAS              PIC  ZZZZ9-.
              05 FILLER                 PIC  X(001).
              05 CLIC-FAIXA             PIC  X(014).
           02 LINHA-03.
              05 FILLER                 PIC  X(007) VALUE "PESSOA ".
              05 CLIC-PESSOA            PIC  9(005).
              05 FILLER                 PIC  X(001).
              05 CLIC-RAZAO             PIC  X(040).
           02 LINHA-04.
              05 CLIC-TOTAL-LIT         PIC  X(030).
              05 CLIC-TOTAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Concede adiantamento".
           05 LINE 05 COLUMN 03 VALUE "2 - Prestacao de contas".
           05 LINE 06 COLUMN 03 VALUE "3 - Encerra saldo".
           05 LINE 07 COLUMN 03 VALUE "4 - Pendencias por pessoa".
           05 LINE 09 COLUMN 03 VALUE "Opcao:".
           05 LINE 09 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-NUMERO.
           05 LINE 04 COLUMN 03 VALUE "Adiantamento (numero)...:".
           05 LINE 04 COLUMN 30 PIC 9(006) USING NUMERO-C.

       01  TELA-CONCESSAO.
           05 LINE 06 COLUMN 03 VALUE "Pessoa (cadastro).......:".
           05 LINE 06 COLUMN 30 PIC 9(005) USING PESSOA-C.
           05 LINE 07 COLUMN 03 VALUE "Tipo (V=viagem F=fornec):".
           05 LINE 07 COLUMN 30 PIC X(001) USING TIPO-C.
           05 LINE 08 COLUMN 03 VALUE "Descricao...............:".
           05 LINE 08 COLUMN 30 PIC X(030) USING DESCRICAO-C.
           05 LINE 09 COLUMN 03 VALUE "Valor...................:".
           05 LINE 09 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING VALOR-C.
           05 LINE 10 COLUMN 03 VALUE "Conta de adiantamentos..:".
           05 LINE 10 COLUMN 30 PIC 9(005) USING COD-RED-ADTO-C.
           05 LINE 11 COLUMN 03 VALUE "Conta banco/caixa.......:".
           05 LINE 11 COLUMN 30 PIC 9(005) USING COD-RED-BANCO-C.
           05 LINE 12 COLUMN 03 VALUE "Prazo prestacao AAAAMMDD:".
           05 LINE 12 COLUMN 30 PIC 9(008) USING PRAZO-C.
           05 LINE 13 COLUMN 03 VALUE "Historico padrao........:".
           05 LINE 13 COLUMN 30 PIC 9(004) USING HISTORICO-C.
           05 LINE 14 COLUMN 03 VALUE "BAC (serie/numero)......:".
           05 LINE 14 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 14 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 15 COLUMN 03 VALUE "Dia de referencia.......:".
           05 LINE 15 COLUMN 30 PIC 9(002) USING DIA-REF.

       01  TELA-SITUACAO.
           05 LINE 05 COLUMN 03 VALUE "Pessoa..................:".
           05 LINE 05 COLUMN 30 PIC 9(005) FROM CBADIA-PESSOA-CODIGO.
           05 LINE 05 COLUMN 36 PIC X(040) FROM RAZAO-SOCIAL.
           05 LINE 06 COLUMN 03 VALUE "Valor concedido.........:".
           05 LINE 06 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM CBADIA-VALOR.
           05 LINE 07 COLUMN 03 VALUE "Ja prestado.............:".
           05 LINE 07 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM CBADIA-VALOR-PRESTADO.
           05 LINE 08 COLUMN 03 VALUE "Saldo a prestar.........:".
           05 LINE 08 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM SALDO.

       01  TELA-DESPESA.
           05 LINE 10 COLUMN 03 VALUE "Data da despesa AAAAMMDD:".
           05 LINE 10 COLUMN 30 PIC 9(008) USING DATA-C.
           05 LINE 11 COLUMN 03 VALUE "Documento...............:".
           05 LINE 11 COLUMN 30 PIC 9(008) USING DOCUMENTO-C.
           05 LINE 12 COLUMN 03 VALUE "Conta da despesa........:".
           05 LINE 12 COLUMN 30 PIC 9(005) USING COD-RED-DESPESA-C.
           05 LINE 13 COLUMN 03 VALUE "Centro de custo.........:".
           05 LINE 13 COLUMN 30 PIC 9(004) USING CENTRO-CUSTO-C.
           05 LINE 14 COLUMN 03 VALUE "Historico...............:".
           05 LINE 14 COLUMN 30 PIC 9(004) USING HISTORICO-C.
           05 LINE 15 COLUMN 03 VALUE "Valor...................:".
           05 LINE 15 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING VALOR-C.
           05 LINE 16 COLUMN 03 VALUE "BAC (serie/numero)......:".
           05 LINE 16 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 16 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 17 COLUMN 03 VALUE "Dia de referencia.......:".
           05 LINE 17 COLUMN 30 PIC 9(002) USING DIA-REF.

       01  TELA-ENCERRA.
           05 LINE 10 COLUMN 03 VALUE "Sobra D=devolve R=retem.:".
           05 LINE 10 COLUMN 30 PIC X(001) USING FORMA-C.
           05 LINE 11 COLUMN 03 VALUE "Conta banco ou retencao.:".
           05 LINE 11 COLUMN 30 PIC 9(005) USING COD-RED-DESTINO-C.
           05 LINE 12 COLUMN 03 VALUE "Historico...............:".
           05 LINE 12 COLUMN 30 PIC 9(004) USING HISTORICO-C.
           05 LINE 13 COLUMN 03 VALUE "BAC (serie/numero)......:".
           05 LINE 13 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 13 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 14 COLUMN 03 VALUE "Dia de referencia.......:".
           05 LINE 14 COLUMN 30 PIC 9(002) USING DIA-REF.

       01  TELA-PENDENCIAS.
           05 LINE 04 COLUMN 03 VALUE "Data base (AAAAMMDD)....:".
           05 LINE 04 COLUMN 30 PIC 9(008) USING DATA-BASE.

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
                            PERFORM 100-CONCEDE    THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-PRESTACAO  THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-ENCERRA    THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-PENDENCIAS THRU 400-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-CONCEDE.

           MOVE 0 TO NUMERO-C
           DISPLAY TELA-NUMERO
           ACCEPT  TELA-NUMERO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR NUMERO-C = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE NUMERO-C TO CBADIA-NUMERO
           READ CBADIA IGNORE LOCK
           IF   FS-CBADIA < "10"
                DISPLAY "Adiantamento ja existe" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           MOVE "00" TO FS-CBADIA

           MOVE 0      TO PESSOA-C VALOR-C COD-RED-ADTO-C
                          COD-RED-BANCO-C PRAZO-C HISTORICO-C
                          SERIE-BAC NUMERO-BAC DIA-REF
           MOVE "V"    TO TIPO-C
           MOVE SPACES TO DESCRICAO-C
           DISPLAY TELA-CONCESSAO
           ACCEPT  TELA-CONCESSAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE PESSOA-C TO CBPESS-CODIGO
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS > "09"
           OR   NOT CBPESS-PESSOA-ATIVA
                MOVE "00" TO FS-CBPESS
                DISPLAY "Pessoa inexistente ou inativa"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           IF  (TIPO-C NOT = "V" AND TIPO-C NOT = "F")
           OR   VALOR-C = 0 OR COD-RED-ADTO-C = 0
           OR   COD-RED-BANCO-C = 0
           OR   SERIE-BAC = 0 OR DIA-REF = 0
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE PRAZO-C TO CWTIME-DATE
           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-VALIDATE TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           IF   CWTIME-DATE-FINAL = 0 OR PRAZO-C < HOJE
                DISPLAY "Prazo de prestacao invalido"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE NUMERO-C        TO CBADIA-NUMERO
           MOVE COD-RED-ADTO-C  TO COD-RED-DB
           MOVE COD-RED-BANCO-C TO COD-RED-CR
           MOVE 0               TO CENTRO-LANC
           MOVE HISTORICO-C     TO HISTORICO-LANC
           MOVE VALOR-C         TO VALOR-PARCELA
           PERFORM 700-GERA-PAR THRU 700-99-FIM
           IF   LANCAMENTO-GERADO = 0
                DISPLAY "Lancamento rejeitado pelo CB043PCW"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE NUMERO-C          TO CBADIA-NUMERO
           MOVE PESSOA-C          TO CBADIA-PESSOA-CODIGO
           MOVE TIPO-C            TO CBADIA-TIPO
           MOVE DESCRICAO-C       TO CBADIA-DESCRICAO
           MOVE HOJE              TO CBADIA-EMISSAO
           MOVE PRAZO-C           TO CBADIA-PRAZO
           MOVE VALOR-C           TO CBADIA-VALOR
           MOVE COD-RED-ADTO-C    TO CBADIA-COD-RED
           MOVE COD-RED-BANCO-C   TO CBADIA-COD-RED-BANCO
           MOVE HISTORICO-C       TO CBADIA-HISTORICO
           MOVE 0                 TO CBADIA-VALOR-PRESTADO
                                     CBADIA-VALOR-DEVOLVIDO
                                     CBADIA-VALOR-RETIDO
                                     CBADIA-ULTIMA-LINHA
                                     CBADIA-LANC-ENCERRAMENTO
                                     CBADIA-DATA-ENCERRAMENTO
           MOVE "A"               TO CBADIA-SITUACAO
           MOVE LANCAMENTO-GERADO TO CBADIA-LANC-CONCESSAO
           WRITE CBADIA-REG
           IF   FS-CBADIA > "09"
                PERFORM 710-DESFAZ-PAR THRU 710-99-FIM
                DISPLAY "Erro de gravacao em CBADIA"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Adiantamento concedido e contabilizado"
                        LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       150-LE-ADIANTAMENTO.

           MOVE 0 TO NUMERO-C
           DISPLAY TELA-NUMERO
           ACCEPT  TELA-NUMERO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR NUMERO-C = 0
                SET ENTER-KEY TO TRUE
                MOVE 0 TO NUMERO-C
                GO TO 150-99-FIM
           END-IF

           MOVE NUMERO-C TO CBADIA-NUMERO
           READ CBADIA WITH LOCK
           IF   FS-CBADIA > "09"
                MOVE "00" TO FS-CBADIA
                DISPLAY "Adiantamento inexistente" LINE 23 COLUMN 03
                MOVE 0 TO NUMERO-C
                GO TO 150-99-FIM
           END-IF
           IF   CBADIA-ENCERRADO
                UNLOCK CBADIA
                DISPLAY "Adiantamento ja encerrado" LINE 23 COLUMN 03
                MOVE 0 TO NUMERO-C
                GO TO 150-99-FIM
           END-IF

           MOVE CBADIA-PESSOA-CODIGO TO CBPESS-CODIGO
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS < "10"
                MOVE CBPESS-RAZAO-SOCIAL TO RAZAO-SOCIAL
           ELSE
                MOVE "00"   TO FS-CBPESS
                MOVE SPACES TO RAZAO-SOCIAL
           END-IF
           PERFORM 160-SALDO THRU 160-99-FIM
           DISPLAY TELA-SITUACAO.

       150-99-FIM. EXIT.

       160-SALDO.

           COMPUTE SALDO = CBADIA-VALOR
                         - CBADIA-VALOR-PRESTADO
                         - CBADIA-VALOR-DEVOLVIDO
                         - CBADIA-VALOR-RETIDO.

       160-99-FIM. EXIT.

       200-PRESTACAO.

           PERFORM 150-LE-ADIANTAMENTO THRU 150-99-FIM
           IF   NUMERO-C = 0
                GO TO 200-99-FIM
           END-IF

           MOVE 0 TO SERIE-BAC NUMERO-BAC DIA-REF
           MOVE CBADIA-HISTORICO TO HISTORICO-C
           PERFORM UNTIL ESC OR CBADIA-ENCERRADO
                   PERFORM 210-DESPESA THRU 210-99-FIM
           END-PERFORM
           SET ENTER-KEY TO TRUE
           UNLOCK CBADIA.

       200-99-FIM. EXIT.

       210-DESPESA.

           MOVE 0 TO DATA-C DOCUMENTO-C COD-RED-DESPESA-C
                     CENTRO-CUSTO-C VALOR-C
           DISPLAY TELA-DESPESA
           ACCEPT  TELA-DESPESA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR VALOR-C = 0
                SET ESC TO TRUE
                GO TO 210-99-FIM
           END-IF

           IF   COD-RED-DESPESA-C = 0 OR SERIE-BAC = 0 OR DIA-REF = 0
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 210-99-FIM
           END-IF
           MOVE DATA-C TO CWTIME-DATE
           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-VALIDATE TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           IF   CWTIME-DATE-FINAL = 0
                DISPLAY "Data da despesa invalida" LINE 23 COLUMN 03
                GO TO 210-99-FIM
           END-IF

      *    Despesa acima do saldo e reembolso: segue pelo contas a
      *    pagar, nao pelo adiantamento

           IF   VALOR-C > SALDO
                DISPLAY "Valor excede o saldo a prestar"
                        LINE 23 COLUMN 03
                GO TO 210-99-FIM
           END-IF

           MOVE COD-RED-DESPESA-C TO COD-RED-DB
           MOVE CBADIA-COD-RED    TO COD-RED-CR
           MOVE CENTRO-CUSTO-C    TO CENTRO-LANC
           MOVE HISTORICO-C       TO HISTORICO-LANC
           MOVE VALOR-C           TO VALOR-PARCELA
           PERFORM 700-GERA-PAR THRU 700-99-FIM
           IF   LANCAMENTO-GERADO = 0
                DISPLAY "Lancamento rejeitado pelo CB043PCW"
                        LINE 23 COLUMN 03
                GO TO 210-99-FIM
           END-IF

           ADD  1                    TO CBADIA-ULTIMA-LINHA
           MOVE CBADIA-NUMERO        TO CBADIL-NUMERO
           MOVE CBADIA-ULTIMA-LINHA  TO CBADIL-SEQUENCIA
           MOVE DATA-C               TO CBADIL-DATA
           MOVE DOCUMENTO-C          TO CBADIL-DOCUMENTO
           MOVE CENTRO-CUSTO-C       TO CBADIL-CENTRO-CUSTO
           MOVE COD-RED-DESPESA-C    TO CBADIL-COD-RED
           MOVE HISTORICO-C          TO CBADIL-HISTORICO
           MOVE VALOR-C              TO CBADIL-VALOR
           MOVE LANCAMENTO-GERADO    TO CBADIL-LANCAMENTO
           WRITE CBADIL-REG
           IF   FS-CBADIL > "09"
                SUBTRACT 1 FROM CBADIA-ULTIMA-LINHA
                PERFORM 710-DESFAZ-PAR THRU 710-99-FIM
                DISPLAY "Erro de gravacao em CBADIL"
                        LINE 23 COLUMN 03
                GO TO 210-99-FIM
           END-IF

           ADD  VALOR-C TO CBADIA-VALOR-PRESTADO
           PERFORM 160-SALDO THRU 160-99-FIM
           IF   SALDO = 0
                MOVE "E"  TO CBADIA-SITUACAO
                MOVE HOJE TO CBADIA-DATA-ENCERRAMENTO
           END-IF
           REWRITE CBADIA-REG
           DISPLAY TELA-SITUACAO
           IF   CBADIA-ENCERRADO
                DISPLAY "Adiantamento integralmente prestado"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Despesa lancada" LINE 23 COLUMN 03
           END-IF.

       210-99-FIM. EXIT.

       300-ENCERRA.

           PERFORM 150-LE-ADIANTAMENTO THRU 150-99-FIM
           IF   NUMERO-C = 0
                GO TO 300-99-FIM
           END-IF

           MOVE "D"                  TO FORMA-C
           MOVE CBADIA-COD-RED-BANCO TO COD-RED-DESTINO-C
           MOVE CBADIA-HISTORICO     TO HISTORICO-C
           MOVE 0                    TO SERIE-BAC NUMERO-BAC DIA-REF
           DISPLAY TELA-ENCERRA
           ACCEPT  TELA-ENCERRA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                UNLOCK CBADIA
                GO TO 300-99-FIM
           END-IF

           IF  (FORMA-C NOT = "D" AND FORMA-C NOT = "R")
           OR   COD-RED-DESTINO-C = 0 OR SERIE-BAC = 0 OR DIA-REF = 0
                UNLOCK CBADIA
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

      *    Devolvido: debita o banco; retido: debita a conta de onde
      *    a sobra sera descontada (salarios ou fornecedores a pagar)

           MOVE COD-RED-DESTINO-C TO COD-RED-DB
           MOVE CBADIA-COD-RED    TO COD-RED-CR
           MOVE 0                 TO CENTRO-LANC
           MOVE HISTORICO-C       TO HISTORICO-LANC
           MOVE SALDO             TO VALOR-PARCELA
           PERFORM 700-GERA-PAR THRU 700-99-FIM
           IF   LANCAMENTO-GERADO = 0
                UNLOCK CBADIA
                DISPLAY "Lancamento rejeitado pelo CB043PCW"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           IF   FORMA-C = "D"
                ADD SALDO TO CBADIA-VALOR-DEVOLVIDO
           ELSE
                ADD SALDO TO CBADIA-VALOR-RETIDO
           END-IF
           MOVE "E"               TO CBADIA-SITUACAO
           MOVE HOJE              TO CBADIA-DATA-ENCERRAMENTO
           MOVE LANCAMENTO-GERADO TO CBADIA-LANC-ENCERRAMENTO
           REWRITE CBADIA-REG
           UNLOCK CBADIA
           DISPLAY "Adiantamento encerrado" LINE 23 COLUMN 03.

       300-99-FIM. EXIT.

       400-PENDENCIAS.

           MOVE HOJE TO DATA-BASE
           DISPLAY TELA-PENDENCIAS
           ACCEPT  TELA-PENDENCIAS
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR DATA-BASE = 0
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           MOVE "ADIANTAMENTOS PENDENTES DE PRESTACAO DE CONTAS"
                          TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "DATA BASE " BASE-DD "/" BASE-MM "/" BASE-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB215PA" TO CWIMPR-REPORT

           INITIALIZE TOTAIS-FAIXAS
           MOVE 0 TO PESSOA-ANTERIOR TOTAL-PESSOA QT-PESSOA
           MOVE 0 TO CBADIA-PESSOA-CODIGO
           START CBADIA KEY NOT LESS CBADIA-PESSOA-CODIGO
           PERFORM UNTIL FS-CBADIA > "09"
                   READ CBADIA NEXT RECORD IGNORE LOCK
                   IF   FS-CBADIA < "10"
                   AND  CBADIA-ABERTO
                        PERFORM 410-PENDENCIA THRU 410-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBADIA

           IF   QT-PESSOA NOT = 0
                PERFORM 420-TOTAL-PESSOA THRU 420-99-FIM
           END-IF
           PERFORM 430-TOTAIS THRU 430-99-FIM

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Relatorio de pendencias emitido"
                   LINE 23 COLUMN 03.

       400-99-FIM. EXIT.

       410-PENDENCIA.

           IF   QT-PESSOA NOT = 0
           AND  CBADIA-PESSOA-CODIGO NOT = PESSOA-ANTERIOR
                PERFORM 420-TOTAL-PESSOA THRU 420-99-FIM
           END-IF

           IF   QT-PESSOA = 0
                MOVE CBADIA-PESSOA-CODIGO TO PESSOA-ANTERIOR
                MOVE CBADIA-PESSOA-CODIGO TO CBPESS-CODIGO
                READ CBPESS IGNORE LOCK
                IF   FS-CBPESS < "10"
                     MOVE CBPESS-RAZAO-SOCIAL TO CLIC-RAZAO
                ELSE
                     MOVE "00"   TO FS-CBPESS
                     MOVE SPACES TO CLIC-RAZAO
                END-IF
                MOVE CBADIA-PESSOA-CODIGO TO CLIC-PESSOA
                MOVE LINHA-03 TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF
           ADD 1 TO QT-PESSOA

      *    Mesma aproximacao comercial de 30 dias por mes do
      *    CB094PCW, aqui sobre o prazo da prestacao de contas

           PERFORM 160-SALDO THRU 160-99-FIM
           MOVE CBADIA-PRAZO TO PRAZO-INV
           COMPUTE DIAS-ATRASO =
                 ((BASE-AAAA - PRAZO-AAAA) * 360)
               + ((BASE-MM   - PRAZO-MM)   * 30)
               +  (BASE-DD   - PRAZO-DD)

           EVALUATE TRUE
               WHEN DIAS-ATRASO NOT > 0
                    MOVE 1 TO FAIXA
                    MOVE "NO PRAZO"     TO FAIXA-LIT
               WHEN DIAS-ATRASO NOT > 30
                    MOVE 2 TO FAIXA
                    MOVE "ATE 30 DIAS"  TO FAIXA-LIT
               WHEN DIAS-ATRASO NOT > 60
                    MOVE 3 TO FAIXA
                    MOVE "31 A 60 DIAS" TO FAIXA-LIT
               WHEN DIAS-ATRASO NOT > 90
                    MOVE 4 TO FAIXA
                    MOVE "61 A 90 DIAS" TO FAIXA-LIT
               WHEN OTHER
                    MOVE 5 TO FAIXA
                    MOVE "ACIMA 90 DIAS" TO FAIXA-LIT
           END-EVALUATE
           ADD SALDO TO TOTAL-FAIXA (FAIXA) TOTAL-PESSOA

           COMPUTE PRAZO-EDITADO = PRAZO-DD * 1000000
                                 + PRAZO-MM * 10000
                                 + PRAZO-AAAA
           MOVE SPACES           TO LINHA-02
           MOVE CBADIA-NUMERO    TO CLIC-NUMERO
           MOVE CBADIA-TIPO      TO CLIC-TIPO
           MOVE CBADIA-DESCRICAO TO CLIC-DESCRICAO
           MOVE PRAZO-EDITADO    TO CLIC-PRAZO
           MOVE CBADIA-VALOR     TO CLIC-VALOR
           MOVE SALDO            TO CLIC-SALDO
           IF   DIAS-ATRASO > 0
                MOVE DIAS-ATRASO TO CLIC-DIAS
           ELSE
                MOVE 0           TO CLIC-DIAS
           END-IF
           MOVE FAIXA-LIT        TO CLIC-FAIXA
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       410-99-FIM. EXIT.

       420-TOTAL-PESSOA.

           MOVE "   TOTAL DA PESSOA..........:" TO CLIC-TOTAL-LIT
           MOVE TOTAL-PESSOA TO CLIC-TOTAL
           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE 0 TO TOTAL-PESSOA QT-PESSOA.

       420-99-FIM. EXIT.

       430-TOTAIS.

           MOVE "NO PRAZO..................:" TO CLIC-TOTAL-LIT
           MOVE TOTAL-FAIXA (1)               TO CLIC-TOTAL
           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "ATE 30 DIAS DE ATRASO.....:" TO CLIC-TOTAL-LIT
           MOVE TOTAL-FAIXA (2)               TO CLIC-TOTAL
           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "31 A 60 DIAS..............:" TO CLIC-TOTAL-LIT
           MOVE TOTAL-FAIXA (3)               TO CLIC-TOTAL
           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "61 A 90 DIAS..............:" TO CLIC-TOTAL-LIT
           MOVE TOTAL-FAIXA (4)               TO CLIC-TOTAL
           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "ACIMA DE 90 DIAS..........:" TO CLIC-TOTAL-LIT
           MOVE TOTAL-FAIXA (5)               TO CLIC-TOTAL
           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       430-99-FIM. EXIT.

       700-GERA-PAR.

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"              TO CB043PCW-COMANDO
           MOVE "D"              TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC        TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC       TO CB043PCW-NUMERO-BAC
           MOVE CENTRO-LANC      TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB       TO CB043PCW-COD-RED
           MOVE HISTORICO-LANC   TO CB043PCW-HISTORICO
           MOVE CBADIA-NUMERO    TO CB043PCW-DOCTO
           MOVE 0                TO CB043PCW-AAAAMMDD-DOCTO
           MOVE DIA-REF          TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-PARCELA    TO CB043PCW-VALOR
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

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "E"               TO CB043PCW-COMANDO
           MOVE SERIE-BAC         TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC        TO CB043PCW-NUMERO-BAC
           MOVE LANCAMENTO-GERADO TO CB043PCW-LANCAMENTO-NUMERO
           MOVE "C"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-CR        TO CB043PCW-COD-RED
           MOVE VALOR-PARCELA     TO CB043PCW-VALOR
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           MOVE "E"               TO CB043PCW-COMANDO
           MOVE "D"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-DB        TO CB043PCW-COD-RED
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW".

       710-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           OPEN I-O CBADIA
           IF   FS-CBADIA = "30" OR "35"
                CLOSE CBADIA
                OPEN OUTPUT CBADIA
                CLOSE CBADIA
                OPEN I-O CBADIA
           END-IF
           OPEN I-O CBADIL
           IF   FS-CBADIL = "30" OR "35"
                CLOSE CBADIL
                OPEN OUTPUT CBADIL
                CLOSE CBADIL
                OPEN I-O CBADIL
           END-IF
           OPEN INPUT CBPESS
           IF   FS-CBADIA > "09" OR FS-CBADIL > "09"
           OR   FS-CBPESS > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBADIA CBADIL CBPESS.

       900-99-FIM. EXIT.

       END PROGRAM CB215PCW.
