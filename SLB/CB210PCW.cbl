       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB210PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Quadro de movimentacao do imobilizado        *
                      *                                               *
                      *  Monta, para qualquer periodo, o quadro da    *
                      *  nota explicativa por conta do bem            *
                      *  (CBATIV-COD-RED-BEM): custo inicial,         *
                      *  adicoes (data de aquisicao), baixas (data    *
                      *  gravada pelo CB147PCW) e custo final;        *
                      *  depreciacao acumulada inicial, do periodo,   *
                      *  baixada e final, refazendo as quotas do      *
                      *  CB096PCW bem a bem; e o valor liquido. Cada  *
                      *  saldo final e confrontado com o CBCOSA das   *
                      *  contas do bem e da depreciacao acumulada,    *
                      *  com a diferenca impressa. Opcionalmente      *
                      *  grava a planilha (campos separados por ";")  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBATIVSL.
       COPY CBPLCOSL.
       COPY CBCOSASL.

           SELECT PLANILHA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-PLANILHA.

       DATA DIVISION.
       FILE SECTION.

       COPY CBATIVFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.

       FD  PLANILHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-PLANILHA.

       01  PLANILHA-REG                 PIC  X(400).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB210PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 COMP-INICIO               PIC  9(006) VALUE 0.
           05 FILLER REDEFINES COMP-INICIO.
              10 INICIO-AAAA            PIC  9(004).
              10 INICIO-MM              PIC  9(002).
           05 COMP-FIM                  PIC  9(006) VALUE 0.
           05 FILLER REDEFINES COMP-FIM.
              10 FIM-AAAA               PIC  9(004).
              10 FIM-MM                 PIC  9(002).
           05 COMP-ANTERIOR             PIC  9(006) VALUE 0.
           05 FILLER REDEFINES COMP-ANTERIOR.
              10 ANT-AAAA               PIC  9(004).
              10 ANT-MM                 PIC  9(002).
           05 COMP-REF                  PIC  9(006) VALUE 0.
           05 FILLER REDEFINES COMP-REF.
              10 REF-AAAA               PIC  9(004).
              10 REF-MM                 PIC  9(002).
           05 GERA-PLANILHA             PIC  X(001) VALUE "N".
           05 DATA-AQUISICAO-X          PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-AQUISICAO-X.
              10 AQ-AAAAMM              PIC  9(006).
              10 FILLER REDEFINES AQ-AAAAMM.
                 15 AQ-AAAA             PIC  9(004).
                 15 AQ-MM               PIC  9(002).
              10 AQ-DD                  PIC  9(002).
           05 BAIXA-AAAAMM              PIC  9(006) VALUE 0.
           05 QUOTA-CHEIA        COMP-3 PIC  9(012)V99 VALUE 0.
           05 QUOTA-PRIMEIRA     COMP-3 PIC  9(012)V99 VALUE 0.
           05 DIAS-NO-MES        COMP-3 PIC  9(002) VALUE 0.
           05 MESES-CHEIOS       COMP-3 PIC S9(005) VALUE 0.
           05 DEPR-ATE           COMP-3 PIC  9(013)V99 VALUE 0.
           05 COD-RED-SALDO             PIC  9(005) VALUE 0.
           05 SALDO-CONTA        COMP-3 PIC S9(013)V99 VALUE 0.
           05 G                         PIC  9(003) VALUE 0.
           05 QT-GRUPOS                 PIC  9(003) VALUE 0.
           05 QT-DESCARTADOS     COMP-3 PIC  9(005) VALUE 0.
           05 PLANILHA-PONTEIRO         PIC  9(003) VALUE 1.
           05 PLANILHA-VALOR            PIC  -(13)9,99.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBATIV.
              10 FS-CBATIV              PIC  X(002) VALUE "00".
              10 LB-CBATIV              PIC  X(050) VALUE "CBATIV".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".
           05 ER-PLANILHA.
              10 FS-PLANILHA            PIC  X(002) VALUE "00".
              10 LB-PLANILHA            PIC  X(050) VALUE SPACES.

      *    Uma linha por conta do bem; a conta de depreciacao e a do
      *    primeiro bem lido do grupo. VL- = valores do quadro, a
      *    posicao 1 de cada par e o custo e a 2 a depreciacao

       01  TABELA-GRUPOS.
           05 GRUPO OCCURS 200.
              10 GR-COD-RED-BEM         PIC  9(005).
              10 GR-COD-RED-DEPR        PIC  9(005).
              10 GR-DESCRICAO           PIC  X(030).
              10 GR-VALORES OCCURS 2.
                 15 VL-INICIAL   COMP-3 PIC S9(013)V99.
                 15 VL-ADICOES   COMP-3 PIC S9(013)V99.
                 15 VL-BAIXAS    COMP-3 PIC S9(013)V99.
                 15 VL-FINAL     COMP-3 PIC S9(013)V99.
                 15 VL-CONTABIL  COMP-3 PIC S9(013)V99.

       01  TOTAIS.
           05 TOTAL-VALORES OCCURS 2.
              10 TT-INICIAL      COMP-3 PIC S9(013)V99.
              10 TT-ADICOES      COMP-3 PIC S9(013)V99.
              10 TT-BAIXAS       COMP-3 PIC S9(013)V99.
              10 TT-FINAL        COMP-3 PIC S9(013)V99.
              10 TT-CONTABIL     COMP-3 PIC S9(013)V99.
           05 V                         PIC  9(001).

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(035) VALUE
                 "CONTA DO BEM                       ".
              05 FILLER                 PIC  X(016) VALUE
                 "         INICIAL".
              05 FILLER                 PIC  X(016) VALUE
                 " ADICOES/QUOTAS ".
              05 FILLER                 PIC  X(016) VALUE
                 "          BAIXAS".
              05 FILLER                 PIC  X(016) VALUE
                 "           FINAL".
              05 FILLER                 PIC  X(016) VALUE
                 "    SALDO CBCOSA".
              05 FILLER                 PIC  X(016) VALUE
                 "       DIFERENCA".
           02 LINHA-02.
              05 CLIC-COD-RED           PIC  9(005).
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO         PIC  X(020).
              05 FILLER                 PIC  X(001).
              05 CLIC-TIPO              PIC  X(008).
              05 CLIC-INICIAL           PIC  ZZZZ.ZZZ.ZZ9,99-.
              05 CLIC-ADICOES           PIC  ZZZZ.ZZZ.ZZ9,99-.
              05 CLIC-BAIXAS            PIC  ZZZZ.ZZZ.ZZ9,99-.
              05 CLIC-FINAL             PIC  ZZZZ.ZZZ.ZZ9,99-.
              05 CLIC-CONTABIL          PIC  ZZZZ.ZZZ.ZZ9,99-.
              05 CLIC-DIFERENCA         PIC  ZZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-PARAMETROS.
           05 LINE 06 COLUMN 03 VALUE "Competencia inicial....:".
           05 LINE 06 COLUMN 30 PIC 9(006) USING COMP-INICIO.
           05 LINE 07 COLUMN 03 VALUE "Competencia final......:".
           05 LINE 07 COLUMN 30 PIC 9(006) USING COMP-FIM.
           05 LINE 08 COLUMN 03 VALUE "Gera planilha (S/N)....:".
           05 LINE 08 COLUMN 30 PIC X(001) USING GERA-PLANILHA.
           05 LINE 09 COLUMN 03 VALUE "Arquivo da planilha....:".
           05 LINE 09 COLUMN 30 PIC X(040) USING LB-PLANILHA.

       PROCEDURE DIVISION.

       000-INICIO.

           MOVE "E" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           IF   CB109PCW-AUTORIZADO = "N"
                GOBACK
           END-IF

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   NOT ESC
                PERFORM 100-CARGA-BENS THRU 100-99-FIM
                PERFORM 200-SALDOS     THRU 200-99-FIM
                PERFORM 300-IMPRIME    THRU 300-99-FIM
                PERFORM 900-FINAIS     THRU 900-99-FIM
           END-IF.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-CARGA-BENS.

           MOVE 0 TO QT-GRUPOS QT-DESCARTADOS
           MOVE LOW-VALUES TO CBATIV-CHAVE
           START CBATIV KEY NOT LESS CBATIV-CHAVE
           PERFORM UNTIL FS-CBATIV > "09"
                   READ CBATIV NEXT RECORD IGNORE LOCK
                   IF   FS-CBATIV < "10"
                        PERFORM 110-ACUMULA-BEM THRU 110-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBATIV.

       100-99-FIM. EXIT.

       110-ACUMULA-BEM.

           PERFORM VARYING G FROM 1 BY 1
                     UNTIL G > QT-GRUPOS
                        OR GR-COD-RED-BEM (G) = CBATIV-COD-RED-BEM
                   CONTINUE
           END-PERFORM
           IF   G > QT-GRUPOS
                IF   QT-GRUPOS = 200
                     ADD 1 TO QT-DESCARTADOS
                     GO TO 110-99-FIM
                END-IF
                ADD  1                   TO QT-GRUPOS
                MOVE QT-GRUPOS           TO G
                INITIALIZE GRUPO (G)
                MOVE CBATIV-COD-RED-BEM  TO GR-COD-RED-BEM  (G)
                MOVE CBATIV-COD-RED-DEPR TO GR-COD-RED-DEPR (G)
           END-IF

      *    Baixa sem data (anterior ao registro da data no CB147PCW
      *    ou feita pela manutencao do CB095PCW) conta como anterior
      *    a qualquer periodo

           MOVE CBATIV-DATA-AQUISICAO TO DATA-AQUISICAO-X
           MOVE 999999 TO BAIXA-AAAAMM
           IF   CBATIV-BAIXADO
                MOVE 0 TO BAIXA-AAAAMM
                IF   CBATIV-DATA-BAIXA NUMERIC
                     MOVE CBATIV-DATA-BAIXA (1: 6) TO BAIXA-AAAAMM
                END-IF
           END-IF

           IF   AQ-AAAAMM NOT > COMP-ANTERIOR
           AND  BAIXA-AAAAMM > COMP-ANTERIOR
                ADD  CBATIV-VALOR TO VL-INICIAL (G 1)
                MOVE COMP-ANTERIOR TO COMP-REF
                PERFORM 120-DEPRECIACAO-ATE THRU 120-99-FIM
                ADD  DEPR-ATE     TO VL-INICIAL (G 2)
           END-IF

           IF   AQ-AAAAMM NOT < COMP-INICIO
           AND  AQ-AAAAMM NOT > COMP-FIM
                ADD CBATIV-VALOR TO VL-ADICOES (G 1)
           END-IF

           IF   BAIXA-AAAAMM NOT < COMP-INICIO
           AND  BAIXA-AAAAMM NOT > COMP-FIM
                ADD CBATIV-VALOR          TO VL-BAIXAS (G 1)
                ADD CBATIV-DEPR-ACUMULADA TO VL-BAIXAS (G 2)
           END-IF

           IF   AQ-AAAAMM NOT > COMP-FIM
           AND  BAIXA-AAAAMM > COMP-FIM
                ADD  CBATIV-VALOR TO VL-FINAL (G 1)
                MOVE COMP-FIM     TO COMP-REF
                PERFORM 120-DEPRECIACAO-ATE THRU 120-99-FIM
                ADD  DEPR-ATE     TO VL-FINAL (G 2)
           END-IF.

       110-99-FIM. EXIT.

       120-DEPRECIACAO-ATE.

      *    Depreciacao acumulada do bem ao fim de COMP-REF refazendo as
      *    quotas do CB096PCW: pro rata de 30 avos no mes da aquisicao
      *    e quota cheia nos meses seguintes, limitada ao valor; da
      *    ultima competencia gerada em diante vale o acumulado real

           MOVE 0 TO DEPR-ATE
           IF   CBATIV-ULTIMA-COMPETENCIA = 0
           OR   AQ-AAAAMM > COMP-REF
                GO TO 120-99-FIM
           END-IF
           IF   COMP-REF NOT < CBATIV-ULTIMA-COMPETENCIA
                MOVE CBATIV-DEPR-ACUMULADA TO DEPR-ATE
                GO TO 120-99-FIM
           END-IF

           COMPUTE QUOTA-CHEIA ROUNDED =
                   CBATIV-VALOR * CBATIV-TAXA-ANUAL / 100 / 12
           COMPUTE DIAS-NO-MES = 30 - AQ-DD + 1
           IF   DIAS-NO-MES > 30
                MOVE 30 TO DIAS-NO-MES
           END-IF
           COMPUTE QUOTA-PRIMEIRA ROUNDED =
                   QUOTA-CHEIA * DIAS-NO-MES / 30
           COMPUTE MESES-CHEIOS = (REF-AAAA * 12 + REF-MM)
                                - (AQ-AAAA * 12 + AQ-MM)
           COMPUTE DEPR-ATE = QUOTA-PRIMEIRA
                            + QUOTA-CHEIA * MESES-CHEIOS
           IF   DEPR-ATE > CBATIV-DEPR-ACUMULADA
                MOVE CBATIV-DEPR-ACUMULADA TO DEPR-ATE
           END-IF.

       120-99-FIM. EXIT.

       200-SALDOS.

      *    Saldos contabeis (centro zero) no fim do periodo; a
      *    depreciacao acumulada e credora no CBCOSA

           PERFORM VARYING G FROM 1 BY 1 UNTIL G > QT-GRUPOS
                   MOVE GR-COD-RED-BEM (G) TO COD-RED-SALDO
                   PERFORM 210-SALDO-CONTA THRU 210-99-FIM
                   MOVE CBPLCO-DESCRICAO   TO GR-DESCRICAO (G)
                   MOVE SALDO-CONTA        TO VL-CONTABIL (G 1)
                   MOVE GR-COD-RED-DEPR (G) TO COD-RED-SALDO
                   PERFORM 210-SALDO-CONTA THRU 210-99-FIM
                   COMPUTE VL-CONTABIL (G 2) = SALDO-CONTA * -1
                   COMPUTE VL-ADICOES (G 2) = VL-FINAL   (G 2)
                                            - VL-INICIAL (G 2)
                                            + VL-BAIXAS  (G 2)
           END-PERFORM.

       200-99-FIM. EXIT.

       210-SALDO-CONTA.

           MOVE 0      TO SALDO-CONTA
           MOVE SPACES TO CBPLCO-DESCRICAO
           MOVE COD-RED-SALDO TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                MOVE "00"  TO FS-CBPLCO
                MOVE SPACES TO CBPLCO-DESCRICAO
                GO TO 210-99-FIM
           END-IF

           MOVE 0            TO CBCOSA-CENTRO-CUSTO
           MOVE CBPLCO-CONTA TO CBCOSA-CONTA
           MOVE COMP-FIM     TO CBCOSA-AAAAMM
           START CBCOSA KEY NOT GREATER CBCOSA-CHAVE
           IF   FS-CBCOSA < "10"
                READ CBCOSA PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBCOSA < "10"
                AND  CBCOSA-CENTRO-CUSTO = 0
                AND  CBCOSA-CONTA = CBPLCO-CONTA
                     MOVE CBCOSA-SALDO-ATUAL TO SALDO-CONTA
                END-IF
           END-IF
           MOVE "00" TO FS-CBCOSA.

       210-99-FIM. EXIT.

       300-IMPRIME.

           MOVE "QUADRO DE MOVIMENTACAO DO IMOBILIZADO" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "PERIODO " INICIO-MM "/" INICIO-AAAA
                  " A " FIM-MM "/" FIM-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB210PA" TO CWIMPR-REPORT

           IF   GERA-PLANILHA = "S"
                MOVE SPACES TO PLANILHA-REG
                STRING "CONTA;DESCRICAO;CUSTO INICIAL;ADICOES;BAIXAS;"
                       "CUSTO FINAL;SALDO CONTABIL;DIFERENCA;"
                       "DEPR INICIAL;DEPRECIACAO;BAIXAS DEPR;"
                       "DEPR FINAL;SALDO CONTABIL;DIFERENCA;"
                       "VALOR LIQUIDO"
                       DELIMITED BY SIZE INTO PLANILHA-REG
                WRITE PLANILHA-REG
           END-IF

           INITIALIZE TOTAIS
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > QT-GRUPOS
                   PERFORM 310-GRUPO THRU 310-99-FIM
           END-PERFORM

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE SPACES        TO LINHA-02
           MOVE "TOTAL GERAL" TO CLIC-DESCRICAO
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > 2
                   IF   V = 1
                        MOVE "CUSTO"    TO CLIC-TIPO
                   ELSE
                        MOVE "DEPREC."  TO CLIC-TIPO
                   END-IF
                   MOVE TT-INICIAL  (V) TO CLIC-INICIAL
                   MOVE TT-ADICOES  (V) TO CLIC-ADICOES
                   MOVE TT-BAIXAS   (V) TO CLIC-BAIXAS
                   MOVE TT-FINAL    (V) TO CLIC-FINAL
                   MOVE TT-CONTABIL (V) TO CLIC-CONTABIL
                   COMPUTE CLIC-DIFERENCA = TT-CONTABIL (V)
                                          - TT-FINAL (V)
                   MOVE LINHA-02 TO CWIMPR-DETAIL
                   CALL "CB125PCW" USING PARAMETROS-CWIMPR
                   MOVE SPACES TO LINHA-02
           END-PERFORM
           MOVE "LIQUIDO" TO CLIC-TIPO
           COMPUTE CLIC-FINAL    = TT-FINAL (1) - TT-FINAL (2)
           COMPUTE CLIC-CONTABIL = TT-CONTABIL (1) - TT-CONTABIL (2)
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           IF   QT-DESCARTADOS NOT = 0
                MOVE "CONTAS DE BENS ALEM DO LIMITE DE 200 NAO LISTADAS"
                  TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Quadro emitido (CB210PA)" LINE 23 COLUMN 03.

       300-99-FIM. EXIT.

       310-GRUPO.

           MOVE SPACES TO LINHA-02
           MOVE GR-COD-RED-BEM (G) TO CLIC-COD-RED
           MOVE GR-DESCRICAO   (G) TO CLIC-DESCRICAO
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > 2
                   IF   V = 1
                        MOVE "CUSTO"    TO CLIC-TIPO
                   ELSE
                        MOVE "DEPREC."  TO CLIC-TIPO
                   END-IF
                   MOVE VL-INICIAL  (G V) TO CLIC-INICIAL
                   MOVE VL-ADICOES  (G V) TO CLIC-ADICOES
                   MOVE VL-BAIXAS   (G V) TO CLIC-BAIXAS
                   MOVE VL-FINAL    (G V) TO CLIC-FINAL
                   MOVE VL-CONTABIL (G V) TO CLIC-CONTABIL
                   COMPUTE CLIC-DIFERENCA = VL-CONTABIL (G V)
                                          - VL-FINAL (G V)
                   MOVE LINHA-02 TO CWIMPR-DETAIL
                   CALL "CB125PCW" USING PARAMETROS-CWIMPR
                   ADD VL-INICIAL  (G V) TO TT-INICIAL  (V)
                   ADD VL-ADICOES  (G V) TO TT-ADICOES  (V)
                   ADD VL-BAIXAS   (G V) TO TT-BAIXAS   (V)
                   ADD VL-FINAL    (G V) TO TT-FINAL    (V)
                   ADD VL-CONTABIL (G V) TO TT-CONTABIL (V)
                   MOVE SPACES TO LINHA-02
           END-PERFORM
           MOVE "LIQUIDO" TO CLIC-TIPO
           COMPUTE CLIC-FINAL    = VL-FINAL (G 1) - VL-FINAL (G 2)
           COMPUTE CLIC-CONTABIL = VL-CONTABIL (G 1)
                                 - VL-CONTABIL (G 2)
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           IF   GERA-PLANILHA = "S"
                PERFORM 320-LINHA-PLANILHA THRU 320-99-FIM
           END-IF.

       310-99-FIM. EXIT.

       320-LINHA-PLANILHA.

           MOVE SPACES TO PLANILHA-REG
           MOVE 1      TO PLANILHA-PONTEIRO
           STRING GR-COD-RED-BEM (G) ";"
                  GR-DESCRICAO (G) DELIMITED BY SIZE
                  INTO PLANILHA-REG WITH POINTER PLANILHA-PONTEIRO
           PERFORM VARYING V FROM 1 BY 1 UNTIL V > 2
                   MOVE VL-INICIAL (G V) TO PLANILHA-VALOR
                   PERFORM 330-CAMPO THRU 330-99-FIM
                   MOVE VL-ADICOES (G V) TO PLANILHA-VALOR
                   PERFORM 330-CAMPO THRU 330-99-FIM
                   MOVE VL-BAIXAS (G V) TO PLANILHA-VALOR
                   PERFORM 330-CAMPO THRU 330-99-FIM
                   MOVE VL-FINAL (G V) TO PLANILHA-VALOR
                   PERFORM 330-CAMPO THRU 330-99-FIM
                   MOVE VL-CONTABIL (G V) TO PLANILHA-VALOR
                   PERFORM 330-CAMPO THRU 330-99-FIM
                   COMPUTE PLANILHA-VALOR = VL-CONTABIL (G V)
                                          - VL-FINAL (G V)
                   PERFORM 330-CAMPO THRU 330-99-FIM
           END-PERFORM
           COMPUTE PLANILHA-VALOR = VL-FINAL (G 1) - VL-FINAL (G 2)
           PERFORM 330-CAMPO THRU 330-99-FIM
           WRITE PLANILHA-REG.

       320-99-FIM. EXIT.

       330-CAMPO.

           STRING ";" FUNCTION TRIM (PLANILHA-VALOR)
                  DELIMITED BY SIZE
                  INTO PLANILHA-REG WITH POINTER PLANILHA-PONTEIRO.

       330-99-FIM. EXIT.

       800-INICIAIS.

           MOVE 0      TO COMP-INICIO COMP-FIM
           MOVE "N"    TO GERA-PLANILHA
           MOVE SPACES TO LB-PLANILHA
           DISPLAY TELA-PARAMETROS
           ACCEPT  TELA-PARAMETROS
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                GO TO 800-99-FIM
           END-IF
           IF   INICIO-MM = 0 OR INICIO-MM > 12
           OR   FIM-MM = 0    OR FIM-MM > 12
           OR   COMP-INICIO > COMP-FIM
           OR  (GERA-PLANILHA = "S" AND LB-PLANILHA = SPACES)
                DISPLAY "Periodo ou planilha invalidos"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           MOVE COMP-INICIO TO COMP-ANTERIOR
           IF   ANT-MM = 1
                MOVE 12 TO ANT-MM
                SUBTRACT 1 FROM ANT-AAAA
           ELSE
                SUBTRACT 1 FROM ANT-MM
           END-IF

           OPEN INPUT CBATIV CBPLCO CBCOSA
           IF   FS-CBATIV > "09" OR FS-CBPLCO > "09"
           OR   FS-CBCOSA > "09"
                DISPLAY "Imobilizado, plano ou saldos indisponiveis"
                        LINE 23 COLUMN 03
                CLOSE CBATIV CBPLCO CBCOSA
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           IF   GERA-PLANILHA = "S"
                OPEN OUTPUT PLANILHA
                IF   FS-PLANILHA > "09"
                     DISPLAY "Erro na abertura da planilha"
                             LINE 23 COLUMN 03
                     MOVE "N" TO GERA-PLANILHA
                END-IF
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBATIV CBPLCO CBCOSA
           IF   GERA-PLANILHA = "S"
                CLOSE PLANILHA
           END-IF.

       900-99-FIM. EXIT.

       END PROGRAM CB210PCW.
