       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB204PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Arrendamentos (CPC 06 / IFRS 16)             *
                      *                                               *
                      *  Registro dos contratos (CBARRE) com o valor  *
                      *  presente das prestacoes pela taxa            *
                      *  incremental; reconhecimento inicial do       *
                      *  direito de uso contra o passivo; apropriacao *
                      *  mensal da depreciacao do direito de uso, dos *
                      *  juros e da prestacao paga; remensuracao no   *
                      *  reajuste da prestacao; e reclassificacao do  *
                      *  passivo entre curto e longo prazo pelo       *
                      *  principal das doze prestacoes seguintes.     *
                      *  Lancamentos pelo CB043PCW                    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBARRESL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBARREFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB204PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 CONTRATO                  PIC  9(004) VALUE 0.
           05 DESCRICAO-C               PIC  X(030) VALUE SPACES.
           05 ARRENDADOR-C              PIC  X(020) VALUE SPACES.
           05 DATA-INICIO-C             PIC  9(008) VALUE 0.
           05 PRAZO-C                   PIC  9(003) VALUE 0.
           05 PRESTACAO-C               PIC  9(012)V99 VALUE 0.
           05 TAXA-MES-C                PIC  9(002)V9999 VALUE 0.
           05 COD-RED-USO-C             PIC  9(005) VALUE 0.
           05 COD-RED-DEPR-ACUM-C       PIC  9(005) VALUE 0.
           05 COD-RED-DESP-DEPR-C       PIC  9(005) VALUE 0.
           05 COD-RED-JUROS-C           PIC  9(005) VALUE 0.
           05 COD-RED-PASSIVO-CP-C      PIC  9(005) VALUE 0.
           05 COD-RED-PASSIVO-LP-C      PIC  9(005) VALUE 0.
           05 COD-RED-BANCO-C           PIC  9(005) VALUE 0.
           05 CENTRO-C                  PIC  9(004) VALUE 0.
           05 HISTORICO-C               PIC  9(004) VALUE 0.
           05 NOVA-PRESTACAO            PIC  9(012)V99 VALUE 0.
           05 COMPETENCIA.
              10 COMP-AAAA              PIC  9(004).
              10 COMP-MM                PIC  9(002).
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 PARCELA-N          COMP-3 PIC  9(003) VALUE 0.
           05 PARCELAS-RESTANTES COMP-3 PIC  9(003) VALUE 0.
           05 MESES-CURTO-PRAZO  COMP-3 PIC  9(003) VALUE 0.
           05 K                  COMP-3 PIC  9(003) VALUE 0.
           05 PARCELA-ED                PIC  9(003) VALUE 0.
           05 PRAZO-ED                  PIC  9(003) VALUE 0.
           05 FATOR-VP           COMP-3 PIC  9(006)V9(009) VALUE 0.
           05 VALOR-PRESENTE     COMP-3 PIC  9(012)V99 VALUE 0.
           05 SALDO-SIMULADO     COMP-3 PIC S9(012)V99 VALUE 0.
           05 JUROS-MES          COMP-3 PIC  9(012)V99 VALUE 0.
           05 JUROS-SIMULADO     COMP-3 PIC  9(012)V99 VALUE 0.
           05 AMORTIZACAO        COMP-3 PIC S9(012)V99 VALUE 0.
           05 DEPRECIACAO-MES    COMP-3 PIC  9(012)V99 VALUE 0.
           05 CURTO-PRAZO-ATUAL  COMP-3 PIC S9(012)V99 VALUE 0.
           05 CURTO-PRAZO-NOVO   COMP-3 PIC S9(012)V99 VALUE 0.
           05 DIFERENCA          COMP-3 PIC S9(012)V99 VALUE 0.
           05 NOVO-SALDO         COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-PARCELA             PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 FALHOU                    PIC  9(001) VALUE 0.
           05 QT-APROPRIADOS     COMP-3 PIC  9(004) VALUE 0.
           05 QT-REJEITADOS      COMP-3 PIC  9(004) VALUE 0.
           05 QT-PARES           COMP-3 PIC  9(002) VALUE 0.
           05 PARES-GERADOS.
              10 PAR-GERADO OCCURS 8.
                 15 PAR-LANCAMENTO      PIC  9(007).
                 15 PAR-COD-RED-DB      PIC  9(005).
                 15 PAR-COD-RED-CR      PIC  9(005).
                 15 PAR-VALOR           PIC  9(012)V99.
           05 TOTAL-USO-LIQUIDO  COMP-3 PIC  9(012)V99 VALUE 0.
           05 TOTAL-CURTO        COMP-3 PIC S9(012)V99 VALUE 0.
           05 TOTAL-LONGO        COMP-3 PIC S9(012)V99 VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBARRE.
              10 FS-CBARRE              PIC  X(002) VALUE "00".
              10 LB-CBARRE              PIC  X(050) VALUE "CBARRE".

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(006) VALUE "CONTR.".
              05 FILLER                 PIC  X(032) VALUE
                 "DESCRICAO                       ".
              05 FILLER                 PIC  X(008) VALUE "PARCELA ".
              05 FILLER                 PIC  X(019) VALUE
                 "   DIREITO DE USO  ".
              05 FILLER                 PIC  X(019) VALUE
                 "   PASSIVO CURTO   ".
              05 FILLER                 PIC  X(019) VALUE
                 "   PASSIVO LONGO   ".
              05 FILLER                 PIC  X(012) VALUE
                 "SITUACAO    ".
           02 LINHA-02.
              05 CLIC-CONTRATO          PIC  9(004).
              05 FILLER                 PIC  X(002).
              05 CLIC-DESCRICAO         PIC  X(030).
              05 FILLER                 PIC  X(002).
              05 CLIC-PARCELA           PIC  X(007).
              05 FILLER                 PIC  X(001).
              05 CLIC-USO               PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-CURTO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 CLIC-LONGO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 CLIC-SITUACAO          PIC  X(012).

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Inclui contrato".
           05 LINE 05 COLUMN 03 VALUE "2 - Reconhecimento inicial".
           05 LINE 06 COLUMN 03 VALUE "3 - Apropriacao do mes".
           05 LINE 07 COLUMN 03 VALUE "4 - Remensuracao (reajuste)".
           05 LINE 08 COLUMN 03 VALUE "5 - Posicao curto/longo prazo".
           05 LINE 10 COLUMN 03 VALUE "Opcao:".
           05 LINE 10 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Contrato...............:".
           05 LINE 04 COLUMN 30 PIC 9(004) USING CONTRATO.

       01  TELA-CONTRATO.
           05 LINE 05 COLUMN 03 VALUE "Descricao..............:".
           05 LINE 05 COLUMN 30 PIC X(030) USING DESCRICAO-C.
           05 LINE 06 COLUMN 03 VALUE "Arrendador.............:".
           05 LINE 06 COLUMN 30 PIC X(020) USING ARRENDADOR-C.
           05 LINE 07 COLUMN 03 VALUE "Inicio (AAAAMMDD)......:".
           05 LINE 07 COLUMN 30 PIC 9(008) USING DATA-INICIO-C.
           05 LINE 08 COLUMN 03 VALUE "Prazo (meses)..........:".
           05 LINE 08 COLUMN 30 PIC 9(003) USING PRAZO-C.
           05 LINE 09 COLUMN 03 VALUE "Prestacao mensal.......:".
           05 LINE 09 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING PRESTACAO-C.
           05 LINE 10 COLUMN 03 VALUE "Taxa incremental a.m. %:".
           05 LINE 10 COLUMN 30 PIC 99,9999 USING TAXA-MES-C.
           05 LINE 11 COLUMN 03 VALUE "Conta direito de uso...:".
           05 LINE 11 COLUMN 30 PIC 9(005) USING COD-RED-USO-C.
           05 LINE 12 COLUMN 03 VALUE "Depreciacao acumulada..:".
           05 LINE 12 COLUMN 30 PIC 9(005) USING COD-RED-DEPR-ACUM-C.
           05 LINE 13 COLUMN 03 VALUE "Despesa de depreciacao.:".
           05 LINE 13 COLUMN 30 PIC 9(005) USING COD-RED-DESP-DEPR-C.
           05 LINE 14 COLUMN 03 VALUE "Despesa de juros.......:".
           05 LINE 14 COLUMN 30 PIC 9(005) USING COD-RED-JUROS-C.
           05 LINE 15 COLUMN 03 VALUE "Passivo curto prazo....:".
           05 LINE 15 COLUMN 30 PIC 9(005) USING COD-RED-PASSIVO-CP-C.
           05 LINE 16 COLUMN 03 VALUE "Passivo longo prazo....:".
           05 LINE 16 COLUMN 30 PIC 9(005) USING COD-RED-PASSIVO-LP-C.
           05 LINE 17 COLUMN 03 VALUE "Conta banco............:".
           05 LINE 17 COLUMN 30 PIC 9(005) USING COD-RED-BANCO-C.
           05 LINE 18 COLUMN 03 VALUE "Centro de custo........:".
           05 LINE 18 COLUMN 30 PIC 9(004) USING CENTRO-C.
           05 LINE 19 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 19 COLUMN 30 PIC 9(004) USING HISTORICO-C.

       01  TELA-LANCAMENTO.
           05 LINE 05 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 05 COLUMN 30 PIC 9999 USING COMP-AAAA.
           05 LINE 05 COLUMN 34 PIC 99   USING COMP-MM.
           05 LINE 06 COLUMN 03 VALUE "BAC (serie/numero).....:".
           05 LINE 06 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 06 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 07 COLUMN 03 VALUE "Dia de referencia......:".
           05 LINE 07 COLUMN 30 PIC 9(002) USING DIA-REF.

       01  TELA-REAJUSTE.
           05 LINE 09 COLUMN 03 VALUE "Prestacao atual........:".
           05 LINE 09 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM CBARRE-PRESTACAO.
           05 LINE 10 COLUMN 03 VALUE "Prestacao reajustada...:".
           05 LINE 10 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING NOVA-PRESTACAO.

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
                            PERFORM 100-INCLUI    THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-RECONHECE THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-APROPRIA  THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-REMENSURA THRU 400-99-FIM
                       WHEN OPCAO = 5
                            PERFORM 500-POSICAO   THRU 500-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-INCLUI.

           MOVE 0 TO CONTRATO
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR CONTRATO = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE CONTRATO TO CBARRE-CONTRATO
           READ CBARRE
           IF   FS-CBARRE < "10"
                DISPLAY "Contrato ja existe" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE SPACES TO DESCRICAO-C ARRENDADOR-C
           MOVE 0      TO DATA-INICIO-C PRAZO-C PRESTACAO-C TAXA-MES-C
                          COD-RED-USO-C COD-RED-DEPR-ACUM-C
                          COD-RED-DESP-DEPR-C COD-RED-JUROS-C
                          COD-RED-PASSIVO-CP-C COD-RED-PASSIVO-LP-C
                          COD-RED-BANCO-C CENTRO-C HISTORICO-C
           DISPLAY TELA-CONTRATO
           ACCEPT  TELA-CONTRATO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           IF   PRESTACAO-C = 0 OR PRAZO-C = 0 OR DATA-INICIO-C = 0
           OR   COD-RED-USO-C = 0 OR COD-RED-DEPR-ACUM-C = 0
           OR   COD-RED-DESP-DEPR-C = 0 OR COD-RED-JUROS-C = 0
           OR   COD-RED-PASSIVO-CP-C = 0 OR COD-RED-PASSIVO-LP-C = 0
           OR   COD-RED-BANCO-C = 0
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           INITIALIZE CBARRE-REG
           MOVE CONTRATO             TO CBARRE-CONTRATO
           MOVE DESCRICAO-C          TO CBARRE-DESCRICAO
           MOVE ARRENDADOR-C         TO CBARRE-ARRENDADOR
           MOVE DATA-INICIO-C        TO CBARRE-DATA-INICIO
           MOVE PRAZO-C              TO CBARRE-PRAZO-MESES
           MOVE PRESTACAO-C          TO CBARRE-PRESTACAO
           MOVE TAXA-MES-C           TO CBARRE-TAXA-MES
           MOVE COD-RED-USO-C        TO CBARRE-COD-RED-USO
           MOVE COD-RED-DEPR-ACUM-C  TO CBARRE-COD-RED-DEPR-ACUM
           MOVE COD-RED-DESP-DEPR-C  TO CBARRE-COD-RED-DESP-DEPR
           MOVE COD-RED-JUROS-C      TO CBARRE-COD-RED-JUROS
           MOVE COD-RED-PASSIVO-CP-C TO CBARRE-COD-RED-PASSIVO-CP
           MOVE COD-RED-PASSIVO-LP-C TO CBARRE-COD-RED-PASSIVO-LP
           MOVE COD-RED-BANCO-C      TO CBARRE-COD-RED-BANCO
           MOVE CENTRO-C             TO CBARRE-CENTRO-CUSTO
           MOVE HISTORICO-C          TO CBARRE-HISTORICO

           MOVE PRAZO-C              TO PARCELAS-RESTANTES
           PERFORM 600-VALOR-PRESENTE THRU 600-99-FIM
           MOVE VALOR-PRESENTE       TO CBARRE-VALOR-PRESENTE
           MOVE "P"                  TO CBARRE-SITUACAO
           WRITE CBARRE-REG
           IF   FS-CBARRE > "09"
                DISPLAY "Erro de gravacao em CBARRE"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Contrato incluido. Valor presente:"
                        LINE 23 COLUMN 03
                DISPLAY CBARRE-VALOR-PRESENTE LINE 23 COLUMN 38
           END-IF.

       100-99-FIM. EXIT.

       200-RECONHECE.

           PERFORM 150-BUSCA-CONTRATO THRU 150-99-FIM
           IF   FS-CBARRE > "09"
                GO TO 200-99-FIM
           END-IF
           IF   NOT CBARRE-PENDENTE
                DISPLAY "Contrato ja reconhecido" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           PERFORM 160-PEDE-LANCAMENTO THRU 160-99-FIM
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

      *    Direito de uso contra o passivo pelo valor presente, todo
      *    no longo prazo; a reclassificacao leva ao curto prazo o
      *    principal das doze primeiras prestacoes

           MOVE 0 TO QT-PARES FALHOU
           MOVE CBARRE-COD-RED-USO        TO COD-RED-DB
           MOVE CBARRE-COD-RED-PASSIVO-LP TO COD-RED-CR
           MOVE CBARRE-VALOR-PRESENTE     TO VALOR-PARCELA
           PERFORM 700-GERA-PAR THRU 700-99-FIM
           IF   FALHOU NOT = 0
                GO TO 200-99-FIM
           END-IF

           MOVE CBARRE-VALOR-PRESENTE TO CBARRE-DIREITO-USO
                                         CBARRE-SALDO-PASSIVO
           MOVE 0                     TO CBARRE-SALDO-CURTO-PRAZO
                                         CBARRE-DEPR-ACUMULADA
                                         CBARRE-PARCELAS-PAGAS
           PERFORM 650-RECLASSIFICA THRU 650-99-FIM
           IF   FALHOU NOT = 0
                PERFORM 720-DESFAZ-PARES THRU 720-99-FIM
                GO TO 200-99-FIM
           END-IF

           MOVE "A" TO CBARRE-SITUACAO
           REWRITE CBARRE-REG
           DISPLAY "Reconhecimento inicial contabilizado"
                   LINE 23 COLUMN 03.

       200-99-FIM. EXIT.

       150-BUSCA-CONTRATO.

           MOVE 0 TO CONTRATO
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR CONTRATO = 0
                SET ENTER-KEY TO TRUE
                MOVE "23" TO FS-CBARRE
                GO TO 150-99-FIM
           END-IF

           MOVE CONTRATO TO CBARRE-CONTRATO
           READ CBARRE
           IF   FS-CBARRE > "09"
                DISPLAY "Contrato inexistente" LINE 23 COLUMN 03
           END-IF.

       150-99-FIM. EXIT.

       160-PEDE-LANCAMENTO.

           MOVE 0 TO COMP-AAAA COMP-MM SERIE-BAC NUMERO-BAC DIA-REF
           DISPLAY TELA-LANCAMENTO
           ACCEPT  TELA-LANCAMENTO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
           OR   SERIE-BAC = 0 OR DIA-REF = 0
                SET ESC TO TRUE
           END-IF.

       160-99-FIM. EXIT.

       300-APROPRIA.

           PERFORM 160-PEDE-LANCAMENTO THRU 160-99-FIM
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           MOVE 0 TO QT-APROPRIADOS QT-REJEITADOS
           MOVE LOW-VALUES TO CBARRE-CHAVE
           START CBARRE KEY NOT LESS CBARRE-CHAVE
           PERFORM UNTIL FS-CBARRE > "09"
                   READ CBARRE NEXT RECORD WITH LOCK
                   MOVE CBARRE-DATA-INICIO TO DATA-INICIO-C
                   IF   FS-CBARRE < "10"
                   AND  CBARRE-ATIVO
                   AND  CBARRE-ULTIMA-COMPETENCIA < COMPETENCIA
                   AND  DATA-INICIO-C (1: 6) NOT > COMPETENCIA
                        PERFORM 310-APROPRIA-CONTRATO
                                THRU 310-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBARRE

           DISPLAY "Apropriacao encerrada. Contratos: "
                   LINE 23 COLUMN 03
                   QT-APROPRIADOS " Rejeitados: " QT-REJEITADOS.

       300-99-FIM. EXIT.

       310-APROPRIA-CONTRATO.

           MOVE 0 TO QT-PARES FALHOU
           COMPUTE PARCELA-N = CBARRE-PARCELAS-PAGAS + 1
           COMPUTE PARCELAS-RESTANTES = CBARRE-PRAZO-MESES
                                      - CBARRE-PARCELAS-PAGAS

      *    Juros sobre o passivo; na ultima prestacao os juros
      *    fecham o residuo de arredondamento do valor presente

           COMPUTE JUROS-MES ROUNDED =
                   CBARRE-SALDO-PASSIVO * CBARRE-TAXA-MES / 100
           IF   PARCELA-N NOT < CBARRE-PRAZO-MESES
                IF   CBARRE-PRESTACAO > CBARRE-SALDO-PASSIVO
                     COMPUTE JUROS-MES = CBARRE-PRESTACAO
                                       - CBARRE-SALDO-PASSIVO
                ELSE
                     MOVE 0 TO JUROS-MES
                END-IF
           END-IF

      *    Direito de uso em linha reta no prazo restante

           COMPUTE DEPRECIACAO-MES ROUNDED =
                  (CBARRE-DIREITO-USO - CBARRE-DEPR-ACUMULADA)
                 / PARCELAS-RESTANTES

      *    1) Juros: despesa financeira contra o passivo

           IF   JUROS-MES NOT = 0
                MOVE CBARRE-COD-RED-JUROS      TO COD-RED-DB
                MOVE CBARRE-COD-RED-PASSIVO-CP TO COD-RED-CR
                MOVE JUROS-MES                 TO VALOR-PARCELA
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF

      *    2) Prestacao paga: passivo contra o banco

           IF   FALHOU = 0
                MOVE CBARRE-COD-RED-PASSIVO-CP TO COD-RED-DB
                MOVE CBARRE-COD-RED-BANCO      TO COD-RED-CR
                MOVE CBARRE-PRESTACAO          TO VALOR-PARCELA
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF

      *    3) Depreciacao do direito de uso

           IF   FALHOU = 0
           AND  DEPRECIACAO-MES NOT = 0
                MOVE CBARRE-COD-RED-DESP-DEPR  TO COD-RED-DB
                MOVE CBARRE-COD-RED-DEPR-ACUM  TO COD-RED-CR
                MOVE DEPRECIACAO-MES           TO VALOR-PARCELA
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF

           IF   FALHOU NOT = 0
                PERFORM 720-DESFAZ-PARES THRU 720-99-FIM
                ADD 1 TO QT-REJEITADOS
                GO TO 310-99-FIM
           END-IF

           COMPUTE NOVO-SALDO = CBARRE-SALDO-PASSIVO + JUROS-MES
                              - CBARRE-PRESTACAO
           IF   NOVO-SALDO < 0
                MOVE 0 TO NOVO-SALDO
           END-IF
           MOVE NOVO-SALDO TO CBARRE-SALDO-PASSIVO
           COMPUTE CURTO-PRAZO-ATUAL = CBARRE-SALDO-CURTO-PRAZO
                                     + JUROS-MES - CBARRE-PRESTACAO
           ADD  DEPRECIACAO-MES TO CBARRE-DEPR-ACUMULADA
           ADD  1               TO CBARRE-PARCELAS-PAGAS

      *    4) Curto x longo prazo pelo saldo depois da prestacao

           PERFORM 655-AJUSTA-CURTO-PRAZO THRU 655-99-FIM
           IF   FALHOU NOT = 0
                PERFORM 720-DESFAZ-PARES THRU 720-99-FIM
                ADD 1 TO QT-REJEITADOS
                GO TO 310-99-FIM
           END-IF

           MOVE COMPETENCIA TO CBARRE-ULTIMA-COMPETENCIA
           IF   CBARRE-PARCELAS-PAGAS NOT < CBARRE-PRAZO-MESES
                MOVE 0   TO CBARRE-SALDO-PASSIVO
                             CBARRE-SALDO-CURTO-PRAZO
                MOVE "E" TO CBARRE-SITUACAO
           END-IF
           REWRITE CBARRE-REG
           ADD 1 TO QT-APROPRIADOS.

       310-99-FIM. EXIT.

       400-REMENSURA.

           PERFORM 150-BUSCA-CONTRATO THRU 150-99-FIM
           IF   FS-CBARRE > "09"
                GO TO 400-99-FIM
           END-IF
           IF   NOT CBARRE-ATIVO
                DISPLAY "Contrato nao esta em andamento"
                        LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           MOVE 0 TO NOVA-PRESTACAO
           DISPLAY TELA-REAJUSTE
           ACCEPT  TELA-REAJUSTE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR NOVA-PRESTACAO = 0
           OR   NOVA-PRESTACAO = CBARRE-PRESTACAO
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           PERFORM 160-PEDE-LANCAMENTO THRU 160-99-FIM
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

      *    Reajuste por indice: novo valor presente das prestacoes
      *    restantes pela taxa original; a diferenca ajusta passivo
      *    e direito de uso

           COMPUTE PARCELAS-RESTANTES = CBARRE-PRAZO-MESES
                                      - CBARRE-PARCELAS-PAGAS
           MOVE NOVA-PRESTACAO TO PRESTACAO-C
           PERFORM 600-VALOR-PRESENTE THRU 600-99-FIM
           COMPUTE DIFERENCA = VALOR-PRESENTE - CBARRE-SALDO-PASSIVO

           MOVE 0 TO QT-PARES FALHOU
           IF   DIFERENCA > 0
                MOVE CBARRE-COD-RED-USO        TO COD-RED-DB
                MOVE CBARRE-COD-RED-PASSIVO-LP TO COD-RED-CR
                MOVE DIFERENCA                 TO VALOR-PARCELA
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF
           IF   DIFERENCA < 0
                MOVE CBARRE-COD-RED-PASSIVO-LP TO COD-RED-DB
                MOVE CBARRE-COD-RED-USO        TO COD-RED-CR
                COMPUTE VALOR-PARCELA = DIFERENCA * -1
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF
           IF   FALHOU NOT = 0
                GO TO 400-99-FIM
           END-IF

           COMPUTE CBARRE-DIREITO-USO = CBARRE-DIREITO-USO + DIFERENCA
           MOVE VALOR-PRESENTE TO CBARRE-SALDO-PASSIVO
           MOVE NOVA-PRESTACAO TO CBARRE-PRESTACAO
           PERFORM 650-RECLASSIFICA THRU 650-99-FIM
           IF   FALHOU NOT = 0
                PERFORM 720-DESFAZ-PARES THRU 720-99-FIM
                DISPLAY "Remensuracao desfeita: lancamento rejeitado"
                        LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           MOVE COMPETENCIA TO CBARRE-ULTIMA-REMENSURACAO
           REWRITE CBARRE-REG
           DISPLAY "Contrato remensurado. Novo passivo:"
                   LINE 23 COLUMN 03
           DISPLAY CBARRE-SALDO-PASSIVO LINE 23 COLUMN 39.

       400-99-FIM. EXIT.

       500-POSICAO.

           MOVE "POSICAO DOS ARRENDAMENTOS - CPC 06" TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB204PA" TO CWIMPR-REPORT

           MOVE 0 TO TOTAL-USO-LIQUIDO TOTAL-CURTO TOTAL-LONGO
           MOVE LOW-VALUES TO CBARRE-CHAVE
           START CBARRE KEY NOT LESS CBARRE-CHAVE
           PERFORM UNTIL FS-CBARRE > "09"
                   READ CBARRE NEXT RECORD IGNORE LOCK
                   IF   FS-CBARRE < "10"
                        PERFORM 510-POSICAO-CONTRATO THRU 510-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBARRE

           MOVE SPACES            TO LINHA-02
           MOVE "TOTAL"           TO CLIC-DESCRICAO
           MOVE TOTAL-USO-LIQUIDO TO CLIC-USO
           MOVE TOTAL-CURTO       TO CLIC-CURTO
           MOVE TOTAL-LONGO       TO CLIC-LONGO
           MOVE LINHA-02          TO CWIMPR-DETAIL
           CALL "CB125PCW"     USING PARAMETROS-CWIMPR

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Posicao emitida (CB204PA)" LINE 23 COLUMN 03.

       500-99-FIM. EXIT.

       510-POSICAO-CONTRATO.

           MOVE SPACES           TO LINHA-02
           MOVE CBARRE-CONTRATO  TO CLIC-CONTRATO
           MOVE CBARRE-DESCRICAO TO CLIC-DESCRICAO
           MOVE CBARRE-PARCELAS-PAGAS TO PARCELA-ED
           MOVE CBARRE-PRAZO-MESES    TO PRAZO-ED
           STRING PARCELA-ED "/" PRAZO-ED
                  DELIMITED BY SIZE INTO CLIC-PARCELA
           COMPUTE CLIC-USO = CBARRE-DIREITO-USO
                            - CBARRE-DEPR-ACUMULADA
           MOVE CBARRE-SALDO-CURTO-PRAZO TO CLIC-CURTO
           COMPUTE CLIC-LONGO = CBARRE-SALDO-PASSIVO
                              - CBARRE-SALDO-CURTO-PRAZO
           EVALUATE TRUE
               WHEN CBARRE-PENDENTE
                    MOVE "PENDENTE"  TO CLIC-SITUACAO
               WHEN CBARRE-ENCERRADO
                    MOVE "ENCERRADO" TO CLIC-SITUACAO
               WHEN OTHER
                    MOVE "EM CURSO"  TO CLIC-SITUACAO
           END-EVALUATE
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           IF   NOT CBARRE-PENDENTE
                COMPUTE TOTAL-USO-LIQUIDO = TOTAL-USO-LIQUIDO
                                          + CBARRE-DIREITO-USO
                                          - CBARRE-DEPR-ACUMULADA
                ADD CBARRE-SALDO-CURTO-PRAZO TO TOTAL-CURTO
                COMPUTE TOTAL-LONGO = TOTAL-LONGO
                                    + CBARRE-SALDO-PASSIVO
                                    - CBARRE-SALDO-CURTO-PRAZO
           END-IF.

       510-99-FIM. EXIT.

       600-VALOR-PRESENTE.

      *    Valor presente de PARCELAS-RESTANTES prestacoes de
      *    PRESTACAO-C (vencidas ao fim de cada mes) pela taxa do
      *    contrato

           IF   PRESTACAO-C = 0
                MOVE CBARRE-PRESTACAO TO PRESTACAO-C
           END-IF
           IF   CBARRE-TAXA-MES = 0
                COMPUTE VALOR-PRESENTE = PRESTACAO-C
                                       * PARCELAS-RESTANTES
           ELSE
                COMPUTE FATOR-VP =
                       (1 + CBARRE-TAXA-MES / 100)
                       ** PARCELAS-RESTANTES
                COMPUTE VALOR-PRESENTE ROUNDED =
                        PRESTACAO-C * (FATOR-VP - 1)
                      / (CBARRE-TAXA-MES / 100 * FATOR-VP)
           END-IF
           MOVE 0 TO PRESTACAO-C.

       600-99-FIM. EXIT.

       650-RECLASSIFICA.

           MOVE CBARRE-SALDO-CURTO-PRAZO TO CURTO-PRAZO-ATUAL
           PERFORM 655-AJUSTA-CURTO-PRAZO THRU 655-99-FIM.

       650-99-FIM. EXIT.

       655-AJUSTA-CURTO-PRAZO.

      *    Curto prazo = principal das prestacoes dos proximos doze
      *    meses, simulado sobre o saldo atual do passivo. O que a
      *    conta de curto prazo tem a mais ou a menos e transferido
      *    do/para o longo prazo

           COMPUTE PARCELAS-RESTANTES = CBARRE-PRAZO-MESES
                                      - CBARRE-PARCELAS-PAGAS
           IF   PARCELAS-RESTANTES > 12
                MOVE 12 TO MESES-CURTO-PRAZO
           ELSE
                MOVE PARCELAS-RESTANTES TO MESES-CURTO-PRAZO
           END-IF

           MOVE CBARRE-SALDO-PASSIVO TO SALDO-SIMULADO
           MOVE 0                    TO CURTO-PRAZO-NOVO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > MESES-CURTO-PRAZO
                   COMPUTE JUROS-SIMULADO ROUNDED =
                           SALDO-SIMULADO * CBARRE-TAXA-MES / 100
                   COMPUTE AMORTIZACAO = CBARRE-PRESTACAO
                                       - JUROS-SIMULADO
                   IF   K = PARCELAS-RESTANTES
                   OR   AMORTIZACAO > SALDO-SIMULADO
                        MOVE SALDO-SIMULADO TO AMORTIZACAO
                   END-IF
                   ADD      AMORTIZACAO TO   CURTO-PRAZO-NOVO
                   SUBTRACT AMORTIZACAO FROM SALDO-SIMULADO
           END-PERFORM
           IF   CURTO-PRAZO-NOVO < 0
                MOVE 0 TO CURTO-PRAZO-NOVO
           END-IF

           COMPUTE DIFERENCA = CURTO-PRAZO-NOVO - CURTO-PRAZO-ATUAL
           IF   DIFERENCA > 0
                MOVE CBARRE-COD-RED-PASSIVO-LP TO COD-RED-DB
                MOVE CBARRE-COD-RED-PASSIVO-CP TO COD-RED-CR
                MOVE DIFERENCA                 TO VALOR-PARCELA
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF
           IF   DIFERENCA < 0
                MOVE CBARRE-COD-RED-PASSIVO-CP TO COD-RED-DB
                MOVE CBARRE-COD-RED-PASSIVO-LP TO COD-RED-CR
                COMPUTE VALOR-PARCELA = DIFERENCA * -1
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF
           IF   FALHOU = 0
                MOVE CURTO-PRAZO-NOVO TO CBARRE-SALDO-CURTO-PRAZO
           END-IF.

       655-99-FIM. EXIT.

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
           MOVE CBARRE-CENTRO-CUSTO TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB          TO CB043PCW-COD-RED
           MOVE CBARRE-HISTORICO    TO CB043PCW-HISTORICO
           MOVE CBARRE-CONTRATO     TO CB043PCW-DOCTO
           MOVE DIA-REF             TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-PARCELA       TO CB043PCW-VALOR
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
                MOVE "E"        TO CB043PCW-COMANDO
                MOVE "D"        TO CB043PCW-LANCAMENTO-TIPO
                MOVE COD-RED-DB TO CB043PCW-COD-RED
                CALL "CB043PCW" USING PARAMETROS-CB043PCW
                CANCEL "CB043PCW"
                MOVE 0 TO LANCAMENTO-GERADO
                MOVE 1 TO FALHOU
                GO TO 700-99-FIM
           END-IF

           IF   QT-PARES < 8
                ADD  1                 TO QT-PARES
                MOVE LANCAMENTO-GERADO TO PAR-LANCAMENTO (QT-PARES)
                MOVE COD-RED-DB        TO PAR-COD-RED-DB (QT-PARES)
                MOVE COD-RED-CR        TO PAR-COD-RED-CR (QT-PARES)
                MOVE VALOR-PARCELA     TO PAR-VALOR (QT-PARES)
           END-IF.

       700-99-FIM. EXIT.

       720-DESFAZ-PARES.

      *    Um passo do contrato foi rejeitado: os pares ja gravados
      *    no mesmo passo saem, do ultimo para o primeiro, para o
      *    contrato ficar inteiro para a proxima rodada

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

           OPEN I-O CBARRE
           IF   FS-CBARRE = "30" OR "35"
                CLOSE CBARRE
                OPEN OUTPUT CBARRE
                CLOSE CBARRE
                OPEN I-O CBARRE
           END-IF
           IF   FS-CBARRE > "09"
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBARRE.

       900-99-FIM. EXIT.

       END PROGRAM CB204PCW.
