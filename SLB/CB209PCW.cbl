       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB209PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Equivalencia patrimonial                     *
                      *                                               *
                      *  Mantem as participacoes da empresa corrente  *
                      *  nas empresas do cadastro central CBEMPR      *
                      *  (CBPART) e, no fechamento do mes, le o       *
                      *  patrimonio liquido de cada investida no      *
                      *  CBCOSA do diretorio dela (apontamento por    *
                      *  prefixo, como o CB060PCW), lanca pelo        *
                      *  CB043PCW a parte da investidora na variacao  *
                      *  do PL somada aos dividendos do mes contra o  *
                      *  resultado de equivalencia, e os dividendos   *
                      *  contra o investimento. Imprime a             *
                      *  conciliacao do saldo do investimento com o   *
                      *  percentual do PL de cada investida           *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBEMPRSL.
       COPY CBPARTSL.
       COPY CBEQMVSL.
       COPY CBPLCOSL.
       COPY CBCOSASL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBEMPRFD.
       COPY CBPARTFD.
       COPY CBEQMVFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB209PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 INVESTIDA-C               PIC  9(003) VALUE 0.
           05 RAZAO-C                   PIC  X(040) VALUE SPACES.
           05 PERCENTUAL-C              PIC  9(003)V9(4) VALUE 0.
           05 CLASSE-PL-DE-C            PIC  9(015) VALUE 0.
           05 CLASSE-PL-ATE-C           PIC  9(015) VALUE 0.
           05 CLASSE-DIV-DE-C           PIC  9(015) VALUE 0.
           05 CLASSE-DIV-ATE-C          PIC  9(015) VALUE 0.
           05 COD-RED-INVEST-C          PIC  9(005) VALUE 0.
           05 COD-RED-RESULTADO-C       PIC  9(005) VALUE 0.
           05 COD-RED-DIVIDENDO-C       PIC  9(005) VALUE 0.
           05 HISTORICO-C               PIC  9(004) VALUE 0.
           05 COMPETENCIA.
              10 COMP-AAAA              PIC  9(004).
              10 COMP-MM                PIC  9(002).
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 EXISTE-ANTERIOR           PIC  X(001) VALUE "N".
           05 PL-ANTERIOR        COMP-3 PIC S9(012)V99 VALUE 0.
           05 PL-INVESTIDA       COMP-3 PIC S9(012)V99 VALUE 0.
           05 DIVIDENDOS-DECL    COMP-3 PIC  9(012)V99 VALUE 0.
           05 VALOR-EQUIVALENCIA COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-DIVIDENDOS   COMP-3 PIC  9(012)V99 VALUE 0.
           05 PARTICIPACAO-PL    COMP-3 PIC S9(012)V99 VALUE 0.
           05 SALDO-INVESTIMENTO COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-PARCELA             PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 LANCAMENTO-EQUIV          PIC  9(007) VALUE 0.
           05 EQUIV-DB                  PIC  9(005) VALUE 0.
           05 EQUIV-CR                  PIC  9(005) VALUE 0.
           05 EQUIV-VALOR               PIC  9(012)V99 VALUE 0.
           05 QT-CALCULADAS      COMP-3 PIC  9(004) VALUE 0.
           05 QT-REJEITADAS      COMP-3 PIC  9(004) VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBEMPR.
              10 FS-CBEMPR              PIC  X(002) VALUE "00".
              10 LB-CBEMPR              PIC  X(050) VALUE "CBEMPR".
           05 ER-CBPART.
              10 FS-CBPART              PIC  X(002) VALUE "00".
              10 LB-CBPART              PIC  X(050) VALUE "CBPART".
           05 ER-CBEQMV.
              10 FS-CBEQMV              PIC  X(002) VALUE "00".
              10 LB-CBEQMV              PIC  X(050) VALUE "CBEQMV".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(035) VALUE
                 "EMPRESA INVESTIDA                  ".
              05 FILLER                 PIC  X(010) VALUE
                 "PERCENTUAL".
              05 FILLER                 PIC  X(019) VALUE
                 "     PL INVESTIDA  ".
              05 FILLER                 PIC  X(019) VALUE
                 "  PARTICIPACAO PL  ".
              05 FILLER                 PIC  X(019) VALUE
                 "  INVESTIMENTO     ".
              05 FILLER                 PIC  X(019) VALUE
                 "         DIFERENCA ".
              05 FILLER                 PIC  X(010) VALUE
                 "EQUIV. MES".
           02 LINHA-02.
              05 CLIC-INVESTIDA         PIC  9(003).
              05 FILLER                 PIC  X(001).
              05 CLIC-RAZAO             PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-PERCENTUAL        PIC  ZZ9,9999.
              05 FILLER                 PIC  X(001).
              05 CLIC-PL                PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 CLIC-PARTICIPACAO      PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 CLIC-INVESTIMENTO      PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 CLIC-DIFERENCA         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 CLIC-EQUIVALENCIA      PIC  ZZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Participacoes".
           05 LINE 05 COLUMN 03 VALUE "2 - Calculo do mes".
           05 LINE 06 COLUMN 03 VALUE "3 - Conciliacao".
           05 LINE 08 COLUMN 03 VALUE "Opcao:".
           05 LINE 08 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-INVESTIDA.
           05 LINE 04 COLUMN 03 VALUE "Empresa investida......:".
           05 LINE 04 COLUMN 30 PIC 9(003) USING INVESTIDA-C.

       01  TELA-PARTICIPACAO.
           05 LINE 04 COLUMN 35 PIC X(040) FROM RAZAO-C.
           05 LINE 05 COLUMN 03 VALUE "Participacao (%).......:".
           05 LINE 05 COLUMN 30 PIC ZZ9,9999 USING PERCENTUAL-C.
           05 LINE 06 COLUMN 03 VALUE "Classe do PL de........:".
           05 LINE 06 COLUMN 30 PIC 9(015) USING CLASSE-PL-DE-C.
           05 LINE 07 COLUMN 03 VALUE "Classe do PL ate.......:".
           05 LINE 07 COLUMN 30 PIC 9(015) USING CLASSE-PL-ATE-C.
           05 LINE 08 COLUMN 03 VALUE "Lucros distribuidos de.:".
           05 LINE 08 COLUMN 30 PIC 9(015) USING CLASSE-DIV-DE-C.
           05 LINE 09 COLUMN 03 VALUE "Lucros distribuidos ate:".
           05 LINE 09 COLUMN 30 PIC 9(015) USING CLASSE-DIV-ATE-C.
           05 LINE 10 COLUMN 03 VALUE "Investimento (cod-red).:".
           05 LINE 10 COLUMN 30 PIC 9(005) USING COD-RED-INVEST-C.
           05 LINE 11 COLUMN 03 VALUE "Resultado equivalencia.:".
           05 LINE 11 COLUMN 30 PIC 9(005) USING COD-RED-RESULTADO-C.
           05 LINE 12 COLUMN 03 VALUE "Dividendos a receber...:".
           05 LINE 12 COLUMN 30 PIC 9(005) USING COD-RED-DIVIDENDO-C.
           05 LINE 13 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 13 COLUMN 30 PIC 9(004) USING HISTORICO-C.

       01  TELA-LANCAMENTO.
           05 LINE 05 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 05 COLUMN 30 PIC 9999 USING COMP-AAAA.
           05 LINE 05 COLUMN 34 PIC 99   USING COMP-MM.
           05 LINE 06 COLUMN 03 VALUE "BAC (serie/numero).....:".
           05 LINE 06 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 06 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 07 COLUMN 03 VALUE "Dia de referencia......:".
           05 LINE 07 COLUMN 30 PIC 9(002) USING DIA-REF.

       01  TELA-COMPETENCIA.
           05 LINE 05 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 05 COLUMN 30 PIC 9999 USING COMP-AAAA.
           05 LINE 05 COLUMN 34 PIC 99   USING COMP-MM.

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
                            PERFORM 100-PARTICIPACAO THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 300-CALCULO      THRU 300-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 400-CONCILIACAO  THRU 400-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-PARTICIPACAO.

           MOVE 0 TO INVESTIDA-C
           DISPLAY TELA-INVESTIDA
           ACCEPT  TELA-INVESTIDA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR INVESTIDA-C = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE INVESTIDA-C TO CBEMPR-CODIGO
           READ CBEMPR IGNORE LOCK
           IF   FS-CBEMPR > "09"
                MOVE "00" TO FS-CBEMPR
                DISPLAY "Empresa inexistente no CBEMPR"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           MOVE CBEMPR-RAZAO-SOCIAL TO RAZAO-C

           MOVE 0 TO PERCENTUAL-C CLASSE-PL-DE-C CLASSE-PL-ATE-C
                     CLASSE-DIV-DE-C CLASSE-DIV-ATE-C
                     COD-RED-INVEST-C COD-RED-RESULTADO-C
                     COD-RED-DIVIDENDO-C HISTORICO-C
           MOVE INVESTIDA-C TO CBPART-INVESTIDA
           READ CBPART
           IF   FS-CBPART < "10"
                MOVE CBPART-PERCENTUAL        TO PERCENTUAL-C
                MOVE CBPART-CLASSE-PL-DE      TO CLASSE-PL-DE-C
                MOVE CBPART-CLASSE-PL-ATE     TO CLASSE-PL-ATE-C
                MOVE CBPART-CLASSE-DIV-DE     TO CLASSE-DIV-DE-C
                MOVE CBPART-CLASSE-DIV-ATE    TO CLASSE-DIV-ATE-C
                MOVE CBPART-COD-RED-INVEST    TO COD-RED-INVEST-C
                MOVE CBPART-COD-RED-RESULTADO TO COD-RED-RESULTADO-C
                MOVE CBPART-COD-RED-DIVIDENDO TO COD-RED-DIVIDENDO-C
                MOVE CBPART-HISTORICO         TO HISTORICO-C
           END-IF

           DISPLAY TELA-PARTICIPACAO
           ACCEPT  TELA-PARTICIPACAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

      *    Percentual zero encerra a participacao; o movimento ja
      *    calculado no CBEQMV fica como historico

           IF   PERCENTUAL-C = 0
                IF   FS-CBPART < "10"
                     DELETE CBPART RECORD
                     DISPLAY "Participacao excluida" LINE 23 COLUMN 03
                END-IF
                MOVE "00" TO FS-CBPART
                GO TO 100-99-FIM
           END-IF

           IF   PERCENTUAL-C > 100
           OR   CLASSE-PL-ATE-C = 0
           OR   CLASSE-PL-DE-C > CLASSE-PL-ATE-C
           OR   CLASSE-DIV-DE-C > CLASSE-DIV-ATE-C
           OR   COD-RED-INVEST-C = 0
           OR   COD-RED-RESULTADO-C = 0
           OR  (CLASSE-DIV-ATE-C NOT = 0 AND COD-RED-DIVIDENDO-C = 0)
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           INITIALIZE CBPART-REG
           MOVE INVESTIDA-C         TO CBPART-INVESTIDA
           MOVE PERCENTUAL-C        TO CBPART-PERCENTUAL
           MOVE CLASSE-PL-DE-C      TO CBPART-CLASSE-PL-DE
           MOVE CLASSE-PL-ATE-C     TO CBPART-CLASSE-PL-ATE
           MOVE CLASSE-DIV-DE-C     TO CBPART-CLASSE-DIV-DE
           MOVE CLASSE-DIV-ATE-C    TO CBPART-CLASSE-DIV-ATE
           MOVE COD-RED-INVEST-C    TO CBPART-COD-RED-INVEST
           MOVE COD-RED-RESULTADO-C TO CBPART-COD-RED-RESULTADO
           MOVE COD-RED-DIVIDENDO-C TO CBPART-COD-RED-DIVIDENDO
           MOVE HISTORICO-C         TO CBPART-HISTORICO
           WRITE CBPART-REG
           IF   FS-CBPART = "22"
                REWRITE CBPART-REG
           END-IF
           IF   FS-CBPART > "09"
                DISPLAY "Erro de gravacao em CBPART"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Participacao gravada" LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       300-CALCULO.

           MOVE 0 TO COMP-AAAA COMP-MM SERIE-BAC NUMERO-BAC DIA-REF
           DISPLAY TELA-LANCAMENTO
           ACCEPT  TELA-LANCAMENTO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
           OR   COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
           OR   SERIE-BAC = 0 OR DIA-REF = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           MOVE 0 TO QT-CALCULADAS QT-REJEITADAS
           MOVE 0 TO CBPART-INVESTIDA
           START CBPART KEY NOT LESS CBPART-CHAVE
           PERFORM UNTIL FS-CBPART > "09"
                   READ CBPART NEXT RECORD IGNORE LOCK
                   IF   FS-CBPART < "10"
                        PERFORM 310-CALCULA-INVESTIDA THRU 310-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPART

           DISPLAY "Equivalencia calculada. Investidas: "
                   LINE 23 COLUMN 03
                   QT-CALCULADAS " Rejeitadas: " QT-REJEITADAS.

       300-99-FIM. EXIT.

       310-CALCULA-INVESTIDA.

           MOVE CBPART-INVESTIDA TO CBEQMV-INVESTIDA
           MOVE COMPETENCIA      TO CBEQMV-AAAAMM
           READ CBEQMV IGNORE LOCK
           IF   FS-CBEQMV < "10"
                GO TO 310-99-FIM
           END-IF
           MOVE "00" TO FS-CBEQMV

           MOVE CBPART-INVESTIDA TO CBEMPR-CODIGO
           READ CBEMPR IGNORE LOCK
           IF   FS-CBEMPR > "09"
           OR   CBEMPR-DIRETORIO = SPACES
                MOVE "00" TO FS-CBEMPR
                ADD 1 TO QT-REJEITADAS
                GO TO 310-99-FIM
           END-IF

      *    PL de partida: o do ultimo mes calculado da investida

           MOVE "N" TO EXISTE-ANTERIOR
           MOVE 0   TO PL-ANTERIOR
           MOVE CBPART-INVESTIDA TO CBEQMV-INVESTIDA
           MOVE COMPETENCIA      TO CBEQMV-AAAAMM
           START CBEQMV KEY NOT GREATER CBEQMV-CHAVE
           IF   FS-CBEQMV < "10"
                READ CBEQMV PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBEQMV < "10"
                AND  CBEQMV-INVESTIDA = CBPART-INVESTIDA
                     MOVE "S"                 TO EXISTE-ANTERIOR
                     MOVE CBEQMV-PL-INVESTIDA TO PL-ANTERIOR
                END-IF
           END-IF
           MOVE "00" TO FS-CBEQMV

           PERFORM 320-LIVROS-INVESTIDA THRU 320-99-FIM
           IF   FS-CBCOSA > "09"
                MOVE "00" TO FS-CBCOSA FS-CBPLCO
                ADD 1 TO QT-REJEITADAS
                GO TO 310-99-FIM
           END-IF

      *    A parte da investidora na variacao do PL, devolvidos os
      *    dividendos que a investida distribuiu no mes, vai para o
      *    resultado; os dividendos saem do investimento

           MOVE 0 TO VALOR-EQUIVALENCIA VALOR-DIVIDENDOS
                     LANCAMENTO-EQUIV LANCAMENTO-GERADO
           IF   EXISTE-ANTERIOR = "S"
                COMPUTE VALOR-EQUIVALENCIA ROUNDED =
                        (PL-INVESTIDA - PL-ANTERIOR + DIVIDENDOS-DECL)
                        * CBPART-PERCENTUAL / 100
                COMPUTE VALOR-DIVIDENDOS ROUNDED =
                        DIVIDENDOS-DECL * CBPART-PERCENTUAL / 100
           END-IF

           IF   VALOR-EQUIVALENCIA > 0
                MOVE CBPART-COD-RED-INVEST    TO COD-RED-DB
                MOVE CBPART-COD-RED-RESULTADO TO COD-RED-CR
                MOVE VALOR-EQUIVALENCIA       TO VALOR-PARCELA
           END-IF
           IF   VALOR-EQUIVALENCIA < 0
                MOVE CBPART-COD-RED-RESULTADO TO COD-RED-DB
                MOVE CBPART-COD-RED-INVEST    TO COD-RED-CR
                COMPUTE VALOR-PARCELA = VALOR-EQUIVALENCIA * -1
           END-IF
           IF   VALOR-EQUIVALENCIA NOT = 0
                PERFORM 700-GERA-PAR THRU 700-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     ADD 1 TO QT-REJEITADAS
                     GO TO 310-99-FIM
                END-IF
                MOVE LANCAMENTO-GERADO TO LANCAMENTO-EQUIV
                MOVE COD-RED-DB        TO EQUIV-DB
                MOVE COD-RED-CR        TO EQUIV-CR
                MOVE VALOR-PARCELA     TO EQUIV-VALOR
           END-IF

           MOVE 0 TO LANCAMENTO-GERADO
           IF   VALOR-DIVIDENDOS NOT = 0
                MOVE CBPART-COD-RED-DIVIDENDO TO COD-RED-DB
                MOVE CBPART-COD-RED-INVEST    TO COD-RED-CR
                MOVE VALOR-DIVIDENDOS         TO VALOR-PARCELA
                PERFORM 700-GERA-PAR THRU 700-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     IF   LANCAMENTO-EQUIV NOT = 0
                          MOVE LANCAMENTO-EQUIV TO LANCAMENTO-GERADO
                          MOVE EQUIV-DB         TO COD-RED-DB
                          MOVE EQUIV-CR         TO COD-RED-CR
                          MOVE EQUIV-VALOR      TO VALOR-PARCELA
                          PERFORM 710-DESFAZ-PAR THRU 710-99-FIM
                     END-IF
                     ADD 1 TO QT-REJEITADAS
                     GO TO 310-99-FIM
                END-IF
           END-IF

           INITIALIZE CBEQMV-REG
           MOVE CBPART-INVESTIDA   TO CBEQMV-INVESTIDA
           MOVE COMPETENCIA        TO CBEQMV-AAAAMM
           MOVE CBPART-PERCENTUAL  TO CBEQMV-PERCENTUAL
           MOVE PL-ANTERIOR        TO CBEQMV-PL-ANTERIOR
           MOVE PL-INVESTIDA       TO CBEQMV-PL-INVESTIDA
           MOVE DIVIDENDOS-DECL    TO CBEQMV-DIVIDENDOS-DECL
           MOVE VALOR-EQUIVALENCIA TO CBEQMV-VALOR-EQUIVALENCIA
           MOVE VALOR-DIVIDENDOS   TO CBEQMV-VALOR-DIVIDENDOS
           MOVE LANCAMENTO-EQUIV   TO CBEQMV-LANCAMENTO-EQUIV
           MOVE LANCAMENTO-GERADO  TO CBEQMV-LANCAMENTO-DIVID
           WRITE CBEQMV-REG
           IF   FS-CBEQMV > "09"
                DISPLAY "Erro de gravacao em CBEQMV" LINE 23 COLUMN 03
           END-IF
           ADD 1 TO QT-CALCULADAS.

       310-99-FIM. EXIT.

       320-LIVROS-INVESTIDA.

      *    PL: saldo (credor, negativo no CBCOSA) das contas
      *    analiticas da faixa do PL no ultimo mes ate a competencia;
      *    dividendos: debitos do mes nas contas de lucros
      *    distribuidos

           MOVE 0 TO PL-INVESTIDA DIVIDENDOS-DECL
           MOVE SPACES TO LB-CBPLCO LB-CBCOSA
           STRING CBEMPR-DIRETORIO DELIMITED BY SPACE
                  "\CBPLCO"        DELIMITED BY SIZE
             INTO LB-CBPLCO
           STRING CBEMPR-DIRETORIO DELIMITED BY SPACE
                  "\CBCOSA"        DELIMITED BY SIZE
             INTO LB-CBCOSA

           OPEN INPUT CBPLCO
           IF   FS-CBPLCO > "09"
                MOVE "99" TO FS-CBCOSA
                GO TO 320-99-FIM
           END-IF
           OPEN INPUT CBCOSA
           IF   FS-CBCOSA > "09"
                CLOSE CBPLCO
                GO TO 320-99-FIM
           END-IF

           MOVE LOW-VALUES TO CBPLCO-CHAVE
           START CBPLCO KEY NOT LESS CBPLCO-CHAVE
           PERFORM UNTIL FS-CBPLCO > "09"
                   READ CBPLCO NEXT RECORD IGNORE LOCK
                   IF   FS-CBPLCO < "10"
                   AND  CBPLCO-COD-RED NOT = 0
                        PERFORM 330-CONTA-INVESTIDA THRU 330-99-FIM
                   END-IF
           END-PERFORM

           CLOSE CBPLCO CBCOSA
           MOVE "00" TO FS-CBPLCO FS-CBCOSA.

       320-99-FIM. EXIT.

       330-CONTA-INVESTIDA.

           IF   CBPLCO-CLASSE NOT < CBPART-CLASSE-PL-DE
           AND  CBPLCO-CLASSE NOT > CBPART-CLASSE-PL-ATE
                MOVE 0            TO CBCOSA-CENTRO-CUSTO
                MOVE CBPLCO-CONTA TO CBCOSA-CONTA
                MOVE COMPETENCIA  TO CBCOSA-AAAAMM
                START CBCOSA KEY NOT GREATER CBCOSA-CHAVE
                IF   FS-CBCOSA < "10"
                     READ CBCOSA PREVIOUS RECORD IGNORE LOCK
                     IF   FS-CBCOSA < "10"
                     AND  CBCOSA-CENTRO-CUSTO = 0
                     AND  CBCOSA-CONTA = CBPLCO-CONTA
                          SUBTRACT CBCOSA-SALDO-ATUAL FROM PL-INVESTIDA
                     END-IF
                END-IF
                MOVE "00" TO FS-CBCOSA
           END-IF

           IF   CBPART-CLASSE-DIV-ATE NOT = 0
           AND  CBPLCO-CLASSE NOT < CBPART-CLASSE-DIV-DE
           AND  CBPLCO-CLASSE NOT > CBPART-CLASSE-DIV-ATE
                MOVE 0            TO CBCOSA-CENTRO-CUSTO
                MOVE CBPLCO-CONTA TO CBCOSA-CONTA
                MOVE COMPETENCIA  TO CBCOSA-AAAAMM
                READ CBCOSA IGNORE LOCK
                IF   FS-CBCOSA < "10"
                     ADD CBCOSA-A-DEBITO TO DIVIDENDOS-DECL
                END-IF
                MOVE "00" TO FS-CBCOSA
           END-IF.

       330-99-FIM. EXIT.

       400-CONCILIACAO.

           MOVE 0 TO COMP-AAAA COMP-MM
           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

      *    Saldo do investimento nos livros da propria investidora

           MOVE "CBPLCO" TO LB-CBPLCO
           MOVE "CBCOSA" TO LB-CBCOSA
           OPEN INPUT CBPLCO
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                DISPLAY "Plano indisponivel" LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF
           OPEN INPUT CBCOSA
           IF   FS-CBCOSA > "09"
                MOVE "00" TO FS-CBCOSA
                CLOSE CBPLCO
                DISPLAY "Saldos indisponiveis" LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           MOVE "CONCILIACAO DOS INVESTIMENTOS POR EQUIVALENCIA"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " COMP-MM "/" COMP-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB209PA" TO CWIMPR-REPORT

           MOVE 0 TO CBPART-INVESTIDA
           START CBPART KEY NOT LESS CBPART-CHAVE
           PERFORM UNTIL FS-CBPART > "09"
                   READ CBPART NEXT RECORD IGNORE LOCK
                   IF   FS-CBPART < "10"
                        PERFORM 410-LINHA THRU 410-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPART

           CLOSE CBPLCO CBCOSA
           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Relatorio emitido (CB209PA)" LINE 23 COLUMN 03.

       400-99-FIM. EXIT.

       410-LINHA.

           MOVE SPACES           TO LINHA-02
           MOVE CBPART-INVESTIDA TO CLIC-INVESTIDA CBEMPR-CODIGO
           READ CBEMPR IGNORE LOCK
           IF   FS-CBEMPR < "10"
                MOVE CBEMPR-RAZAO-SOCIAL TO CLIC-RAZAO
           END-IF
           MOVE "00" TO FS-CBEMPR

           MOVE 0 TO PL-INVESTIDA VALOR-EQUIVALENCIA
           MOVE CBPART-PERCENTUAL TO CLIC-PERCENTUAL
           MOVE CBPART-INVESTIDA  TO CBEQMV-INVESTIDA
           MOVE COMPETENCIA       TO CBEQMV-AAAAMM
           READ CBEQMV IGNORE LOCK
           IF   FS-CBEQMV < "10"
                MOVE CBEQMV-PERCENTUAL         TO CLIC-PERCENTUAL
                MOVE CBEQMV-PL-INVESTIDA       TO PL-INVESTIDA
                MOVE CBEQMV-VALOR-EQUIVALENCIA TO VALOR-EQUIVALENCIA
                COMPUTE PARTICIPACAO-PL ROUNDED =
                        PL-INVESTIDA * CBEQMV-PERCENTUAL / 100
           ELSE
                MOVE "00" TO FS-CBEQMV
                MOVE "MES NAO CALCULADO NO CBEQMV" TO CLIC-RAZAO
                COMPUTE PARTICIPACAO-PL = 0
           END-IF

           MOVE 0 TO SALDO-INVESTIMENTO
           MOVE CBPART-COD-RED-INVEST TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO < "10"
                MOVE 0            TO CBCOSA-CENTRO-CUSTO
                MOVE CBPLCO-CONTA TO CBCOSA-CONTA
                MOVE COMPETENCIA  TO CBCOSA-AAAAMM
                START CBCOSA KEY NOT GREATER CBCOSA-CHAVE
                IF   FS-CBCOSA < "10"
                     READ CBCOSA PREVIOUS RECORD IGNORE LOCK
                     IF   FS-CBCOSA < "10"
                     AND  CBCOSA-CENTRO-CUSTO = 0
                     AND  CBCOSA-CONTA = CBPLCO-CONTA
                          MOVE CBCOSA-SALDO-ATUAL TO SALDO-INVESTIMENTO
                     END-IF
                END-IF
           END-IF
           MOVE "00" TO FS-CBPLCO FS-CBCOSA

           MOVE PL-INVESTIDA       TO CLIC-PL
           MOVE PARTICIPACAO-PL    TO CLIC-PARTICIPACAO
           MOVE SALDO-INVESTIMENTO TO CLIC-INVESTIMENTO
           COMPUTE CLIC-DIFERENCA = SALDO-INVESTIMENTO - PARTICIPACAO-PL
           MOVE VALOR-EQUIVALENCIA TO CLIC-EQUIVALENCIA
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       410-99-FIM. EXIT.

       700-GERA-PAR.

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"              TO CB043PCW-COMANDO
           MOVE "D"              TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC        TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC       TO CB043PCW-NUMERO-BAC
           MOVE 0                TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB       TO CB043PCW-COD-RED
           MOVE CBPART-HISTORICO TO CB043PCW-HISTORICO
           MOVE COMPETENCIA      TO CB043PCW-DOCTO
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

           OPEN INPUT CBEMPR
           IF   FS-CBEMPR > "09"
                DISPLAY "Cadastro de empresas indisponivel"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN I-O CBPART
           IF   FS-CBPART = "30" OR "35"
                CLOSE CBPART
                OPEN OUTPUT CBPART
                CLOSE CBPART
                OPEN I-O CBPART
           END-IF
           OPEN I-O CBEQMV
           IF   FS-CBEQMV = "30" OR "35"
                CLOSE CBEQMV
                OPEN OUTPUT CBEQMV
                CLOSE CBEQMV
                OPEN I-O CBEQMV
           END-IF
           IF   FS-CBPART > "09" OR FS-CBEQMV > "09"
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBEMPR CBPART CBEQMV.

       900-99-FIM. EXIT.

       END PROGRAM CB209PCW.
