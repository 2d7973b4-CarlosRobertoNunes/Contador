       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB231PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Destinacao do resultado do exercicio         *
                      *                                               *
                      *  Depois da transferencia concluida pelo       *
                      *  CB032PCW (CBRSEX): reserva legal de 5% ate   *
                      *  20% do capital, dividendo minimo do          *
                      *  estatuto e reservas estatutarias da tabela   *
                      *  (CBDEST); cada linha e aprovada antes de     *
                      *  contabilizada e fica no CBDEMV, de onde o    *
                      *  CB080PCW a leva as linhas da DMPL            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBDESTSL.
       COPY CBDEMVSL.
       COPY CBRSEXSL.
       COPY CBCOBASL.
       COPY CBPLCOSL.
       COPY CBCOSASL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBDESTFD.
       COPY CBDEMVFD.
       COPY CBRSEXFD.
       COPY CBCOBAFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB231PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 CODIGO-T                  PIC  9(002) VALUE 0.
           05 DESCRICAO-T               PIC  X(030) VALUE SPACES.
           05 PERCENTUAL-T              PIC  9(003)V99 VALUE 0.
           05 COD-RED-T                 PIC  9(005) VALUE 0.
           05 COD-RED-LEGAL-T           PIC  9(005) VALUE 0.
           05 COD-RED-DIVIDENDOS-T      PIC  9(005) VALUE 0.
           05 CLASSE-CAPITAL-DE-T       PIC  9(015) VALUE 0.
           05 CLASSE-CAPITAL-ATE-T      PIC  9(015) VALUE 0.
           05 EXERCICIO                 PIC  9(004) VALUE 0.
           05 HISTORICO-DEST            PIC  9(004) VALUE 0.
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 REFERENCIA-BAC            PIC  9(006) VALUE 0.
           05 APROVA                    PIC  X(001) VALUE SPACE.
           05 INTERROMPE                PIC  X(001) VALUE "N".
           05 CONTA-VALIDA              PIC  X(001) VALUE "N".
           05 COD-RED-VALIDA            PIC  9(005) VALUE 0.
           05 COD-RED-LUCROS            PIC  9(005) VALUE 0.
           05 COD-RED-LEGAL             PIC  9(005) VALUE 0.
           05 COD-RED-DIVIDENDOS        PIC  9(005) VALUE 0.
           05 PERC-DIVIDENDO            PIC  9(003)V99 VALUE 0.
           05 CLASSE-CAPITAL-DE         PIC  9(015) VALUE 0.
           05 CLASSE-CAPITAL-ATE        PIC  9(015) VALUE 0.
           05 LUCRO-LIQUIDO      COMP-3 PIC S9(012)V99 VALUE 0.
           05 CAPITAL-SOCIAL     COMP-3 PIC S9(012)V99 VALUE 0.
           05 SALDO-LEGAL        COMP-3 PIC S9(012)V99 VALUE 0.
           05 LIMITE-LEGAL       COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-LEGAL        COMP-3 PIC  9(012)V99 VALUE 0.
           05 TOTAL-DESTINADO    COMP-3 PIC  9(012)V99 VALUE 0.
           05 REMANESCENTE       COMP-3 PIC S9(012)V99 VALUE 0.
      *    Linha corrente da destinacao, apresentada para aprovacao
           05 LINHA-DESTINACAO.
              10 LD-TIPO                PIC  X(001).
              10 LD-CODIGO              PIC  9(002).
              10 LD-DESCRICAO           PIC  X(030).
              10 LD-BASE         COMP-3 PIC S9(012)V99.
              10 LD-PERCENTUAL          PIC  9(003)V99.
              10 LD-VALOR               PIC  9(012)V99.
              10 LD-COD-RED             PIC  9(005).
           05 VALOR-LANCAMENTO          PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 OPERADOR                  PIC  X(030) VALUE SPACES.
           05 TASK                      PIC  X(006) VALUE SPACES.
           05 PROGRAMA                  PIC  X(008) VALUE SPACES.
           05 CWMENU                    PIC  X(001) VALUE SPACE.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBDEST.
              10 FS-CBDEST              PIC  X(002) VALUE "00".
              10 LB-CBDEST              PIC  X(050) VALUE "CBDEST".
           05 ER-CBDEMV.
              10 FS-CBDEMV              PIC  X(002) VALUE "00".
              10 LB-CBDEMV              PIC  X(050) VALUE "CBDEMV".
           05 ER-CBRSEX.
              10 FS-CBRSEX              PIC  X(002) VALUE "00".
              10 LB-CBRSEX              PIC  X(050) VALUE "CBRSEX".
           05 ER-CBCOBA.
              10 FS-CBCOBA              PIC  X(002) VALUE "00".
              10 LB-CBCOBA              PIC  X(050) VALUE "CBCOBA".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "DESTINACAO                              ".
              05 FILLER                 PIC  X(040) VALUE
                 "       BASE       %               VALOR ".
              05 FILLER                 PIC  X(026) VALUE
                 " CONTA  BAC         LANCTO".
           02 LINHA-02.
              05 CLIC-DESCRICAO         PIC  X(030).
              05 FILLER                 PIC  X(002).
              05 CLIC-BASE              PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(002).
              05 CLIC-PERCENTUAL        PIC  ZZ9,99.
              05 FILLER                 PIC  X(002).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(002).
              05 CLIC-COD-RED           PIC  ZZZZ9.
              05 FILLER                 PIC  X(002).
              05 CLIC-SERIE             PIC  9(004).
              05 FILLER                 PIC  X(001) VALUE "/".
              05 CLIC-NUMERO            PIC  9(004).
              05 FILLER                 PIC  X(002).
              05 CLIC-LANCAMENTO        PIC  ZZZZZZ9.
           02 LINHA-03.
              05 CLIC-TEXTO             PIC  X(061).
              05 CLIC-TOTAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Parametros do estatuto".
           05 LINE 05 COLUMN 03 VALUE "2 - Reservas estatutarias".
           05 LINE 06 COLUMN 03 VALUE "3 - Destinacao do exercicio".
           05 LINE 07 COLUMN 03 VALUE "4 - Relaciona destinacoes".
           05 LINE 09 COLUMN 03 VALUE "Opcao:".
           05 LINE 09 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-ESTATUTO.
           05 LINE 04 COLUMN 03 VALUE "Conta lucros acumulados...:".
           05 LINE 04 COLUMN 31 PIC 9(005) USING COD-RED-T.
           05 LINE 05 COLUMN 03 VALUE "Conta reserva legal.......:".
           05 LINE 05 COLUMN 31 PIC 9(005) USING COD-RED-LEGAL-T.
           05 LINE 06 COLUMN 03 VALUE "Conta dividendos a pagar..:".
           05 LINE 06 COLUMN 31 PIC 9(005) USING COD-RED-DIVIDENDOS-T.
           05 LINE 07 COLUMN 03 VALUE "Dividendo minimo (%)......:".
           05 LINE 07 COLUMN 31 PIC ZZ9,99 USING PERCENTUAL-T.
           05 LINE 08 COLUMN 03 VALUE "Classes do capital social.:".
           05 LINE 08 COLUMN 31 PIC 9(015) USING CLASSE-CAPITAL-DE-T.
           05 LINE 08 COLUMN 47 PIC 9(015) USING CLASSE-CAPITAL-ATE-T.

       01  TELA-CODIGO.
           05 LINE 04 COLUMN 03 VALUE "Codigo da reserva (01-99).:".
           05 LINE 04 COLUMN 31 PIC 9(002) USING CODIGO-T.

       01  TELA-RESERVA.
           05 LINE 05 COLUMN 03 VALUE "Descricao.................:".
           05 LINE 05 COLUMN 31 PIC X(030) USING DESCRICAO-T.
           05 LINE 06 COLUMN 03 VALUE "% do lucro liquido........:".
           05 LINE 06 COLUMN 31 PIC ZZ9,99 USING PERCENTUAL-T.
           05 LINE 07 COLUMN 03 VALUE "Conta da reserva..........:".
           05 LINE 07 COLUMN 31 PIC 9(005) USING COD-RED-T.
           05 LINE 09 COLUMN 03 VALUE "Descricao em branco exclui".

       01  TELA-DESTINACAO.
           05 LINE 04 COLUMN 03 VALUE "Exercicio (AAAA)..........:".
           05 LINE 04 COLUMN 31 PIC 9(004) USING EXERCICIO.
           05 LINE 05 COLUMN 03 VALUE "Historico padrao..........:".
           05 LINE 05 COLUMN 31 PIC 9(004) USING HISTORICO-DEST.
           05 LINE 06 COLUMN 03 VALUE "BAC (serie/numero)........:".
           05 LINE 06 COLUMN 31 PIC 9(004) USING SERIE-BAC.
           05 LINE 06 COLUMN 36 PIC 9(004) USING NUMERO-BAC.
           05 LINE 07 COLUMN 03 VALUE "Dia de referencia.........:".
           05 LINE 07 COLUMN 31 PIC 9(002) USING DIA-REF.

       01  TELA-BASES.
           05 LINE 09 COLUMN 03 VALUE "Lucro liquido do exercicio:".
           05 LINE 09 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99-     FROM LUCRO-LIQUIDO.
           05 LINE 10 COLUMN 03 VALUE "Capital social............:".
           05 LINE 10 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99-     FROM CAPITAL-SOCIAL.
           05 LINE 11 COLUMN 03 VALUE "Saldo da reserva legal....:".
           05 LINE 11 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99-     FROM SALDO-LEGAL.
           05 LINE 12 COLUMN 03 VALUE "Ja destinado..............:".
           05 LINE 12 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      FROM TOTAL-DESTINADO.

       01  TELA-LINHA.
           05 LINE 14 COLUMN 03 VALUE "Destinacao................:".
           05 LINE 14 COLUMN 31 PIC X(030) FROM LD-DESCRICAO.
           05 LINE 15 COLUMN 03 VALUE "Base de calculo...........:".
           05 LINE 15 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99-     FROM LD-BASE.
           05 LINE 16 COLUMN 03 VALUE "Percentual................:".
           05 LINE 16 COLUMN 31 PIC ZZ9,99 FROM LD-PERCENTUAL.
           05 LINE 17 COLUMN 03 VALUE "Conta a creditar..........:".
           05 LINE 17 COLUMN 31 PIC 9(005) FROM LD-COD-RED.
           05 LINE 18 COLUMN 03 VALUE "Valor a contabilizar......:".
           05 LINE 18 COLUMN 31
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      USING LD-VALOR.
           05 LINE 20 COLUMN 03 VALUE "Aprova a linha (S/N)?".
           05 LINE 20 COLUMN 25 PIC X USING APROVA.

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
                            PERFORM 100-ESTATUTO   THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 150-RESERVAS   THRU 150-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 200-DESTINACAO THRU 200-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 300-RELACIONA  THRU 300-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-ESTATUTO.

           MOVE 0 TO CBDEST-CODIGO
           READ CBDEST WITH LOCK
           IF   FS-CBDEST < "10"
                MOVE CBDEST-COD-RED            TO COD-RED-T
                MOVE CBDEST-COD-RED-LEGAL      TO COD-RED-LEGAL-T
                MOVE CBDEST-COD-RED-DIVIDENDOS TO COD-RED-DIVIDENDOS-T
                MOVE CBDEST-PERCENTUAL         TO PERCENTUAL-T
                MOVE CBDEST-CLASSE-CAPITAL-DE  TO CLASSE-CAPITAL-DE-T
                MOVE CBDEST-CLASSE-CAPITAL-ATE TO CLASSE-CAPITAL-ATE-T
           ELSE
                MOVE 0 TO COD-RED-T COD-RED-LEGAL-T
                          COD-RED-DIVIDENDOS-T PERCENTUAL-T
                          CLASSE-CAPITAL-DE-T CLASSE-CAPITAL-ATE-T
           END-IF

           DISPLAY TELA-ESTATUTO
           ACCEPT  TELA-ESTATUTO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-90-LIBERA
           END-IF

           MOVE COD-RED-T TO COD-RED-VALIDA
           PERFORM 700-VALIDA-CONTA THRU 700-99-FIM
           IF   CONTA-VALIDA = "S"
                MOVE COD-RED-LEGAL-T TO COD-RED-VALIDA
                PERFORM 700-VALIDA-CONTA THRU 700-99-FIM
           END-IF
           IF   CONTA-VALIDA = "S"
           AND  COD-RED-DIVIDENDOS-T NOT = 0
                MOVE COD-RED-DIVIDENDOS-T TO COD-RED-VALIDA
                PERFORM 700-VALIDA-CONTA THRU 700-99-FIM
           END-IF
           IF   CONTA-VALIDA NOT = "S"
                DISPLAY "Conta inexistente ou nao analitica"
                        LINE 23 COLUMN 03
                GO TO 100-90-LIBERA
           END-IF
           IF   CLASSE-CAPITAL-ATE-T = 0
           OR   CLASSE-CAPITAL-DE-T > CLASSE-CAPITAL-ATE-T
                DISPLAY "Faixa de classes do capital invalida"
                        LINE 23 COLUMN 03
                GO TO 100-90-LIBERA
           END-IF

           MOVE "PARAMETROS DO ESTATUTO"  TO CBDEST-DESCRICAO
           MOVE COD-RED-T                 TO CBDEST-COD-RED
           MOVE COD-RED-LEGAL-T           TO CBDEST-COD-RED-LEGAL
           MOVE COD-RED-DIVIDENDOS-T      TO CBDEST-COD-RED-DIVIDENDOS
           MOVE PERCENTUAL-T              TO CBDEST-PERCENTUAL
           MOVE CLASSE-CAPITAL-DE-T       TO CBDEST-CLASSE-CAPITAL-DE
           MOVE CLASSE-CAPITAL-ATE-T      TO CBDEST-CLASSE-CAPITAL-ATE
           IF   FS-CBDEST < "10"
                REWRITE CBDEST-REG
           ELSE
                MOVE 0 TO CBDEST-CODIGO
                WRITE CBDEST-REG
           END-IF
           IF   FS-CBDEST < "10"
                DISPLAY "Parametros gravados" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBDEST" LINE 23 COLUMN 03
           END-IF.

       100-90-LIBERA.

           UNLOCK CBDEST
           MOVE "00" TO FS-CBDEST.

       100-99-FIM. EXIT.

       150-RESERVAS.

           MOVE 0 TO CODIGO-T
           DISPLAY TELA-CODIGO
           ACCEPT  TELA-CODIGO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR CODIGO-T = 0
                SET ENTER-KEY TO TRUE
                GO TO 150-99-FIM
           END-IF

           MOVE CODIGO-T TO CBDEST-CODIGO
           READ CBDEST WITH LOCK
           IF   FS-CBDEST < "10"
                MOVE CBDEST-DESCRICAO  TO DESCRICAO-T
                MOVE CBDEST-PERCENTUAL TO PERCENTUAL-T
                MOVE CBDEST-COD-RED    TO COD-RED-T
           ELSE
                MOVE SPACES TO DESCRICAO-T
                MOVE 0      TO PERCENTUAL-T COD-RED-T
           END-IF

           DISPLAY TELA-RESERVA
           ACCEPT  TELA-RESERVA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 150-90-LIBERA
           END-IF

           IF   DESCRICAO-T = SPACES
                IF   FS-CBDEST < "10"
                     DELETE CBDEST RECORD
                     DISPLAY "Reserva excluida" LINE 23 COLUMN 03
                END-IF
                GO TO 150-90-LIBERA
           END-IF

           MOVE COD-RED-T TO COD-RED-VALIDA
           PERFORM 700-VALIDA-CONTA THRU 700-99-FIM
           IF   CONTA-VALIDA NOT = "S" OR PERCENTUAL-T = 0
                DISPLAY "Conta e percentual sao obrigatorios"
                        LINE 23 COLUMN 03
                GO TO 150-90-LIBERA
           END-IF

           MOVE DESCRICAO-T  TO CBDEST-DESCRICAO
           MOVE PERCENTUAL-T TO CBDEST-PERCENTUAL
           MOVE COD-RED-T    TO CBDEST-COD-RED
           MOVE 0            TO CBDEST-COD-RED-LEGAL
                                CBDEST-COD-RED-DIVIDENDOS
                                CBDEST-CLASSE-CAPITAL-DE
                                CBDEST-CLASSE-CAPITAL-ATE
           IF   FS-CBDEST < "10"
                REWRITE CBDEST-REG
           ELSE
                MOVE CODIGO-T TO CBDEST-CODIGO
                WRITE CBDEST-REG
           END-IF
           IF   FS-CBDEST < "10"
                DISPLAY "Reserva gravada" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBDEST" LINE 23 COLUMN 03
           END-IF.

       150-90-LIBERA.

           UNLOCK CBDEST
           MOVE "00" TO FS-CBDEST.

       150-99-FIM. EXIT.

       200-DESTINACAO.

           DISPLAY TELA-DESTINACAO
           ACCEPT  TELA-DESTINACAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR EXERCICIO = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE 0 TO CBDEST-CODIGO
           READ CBDEST IGNORE LOCK
           IF   FS-CBDEST > "09"
                MOVE "00" TO FS-CBDEST
                DISPLAY "Parametros do estatuto nao cadastrados"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           MOVE CBDEST-COD-RED            TO COD-RED-LUCROS
           MOVE CBDEST-COD-RED-LEGAL      TO COD-RED-LEGAL
           MOVE CBDEST-COD-RED-DIVIDENDOS TO COD-RED-DIVIDENDOS
           MOVE CBDEST-PERCENTUAL         TO PERC-DIVIDENDO
           MOVE CBDEST-CLASSE-CAPITAL-DE  TO CLASSE-CAPITAL-DE
           MOVE CBDEST-CLASSE-CAPITAL-ATE TO CLASSE-CAPITAL-ATE

      *    Sem a transferencia do CB032PCW concluida o lucro ainda
      *    nao esta em lucros acumulados: nada a destinar

           MOVE EXERCICIO TO CBRSEX-EXERCICIO
           READ CBRSEX IGNORE LOCK
           IF   FS-CBRSEX > "09"
                MOVE "00" TO FS-CBRSEX
                DISPLAY "Transferencia a resultado (CB032PCW) nao "
                        "concluida no exercicio" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           MOVE CBRSEX-RESULTADO TO LUCRO-LIQUIDO
           IF   LUCRO-LIQUIDO NOT > 0
                DISPLAY "Exercicio sem lucro a destinar"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE SERIE-BAC  TO CBCOBA-SERIE
           MOVE NUMERO-BAC TO CBCOBA-NUMERO
           READ CBCOBA IGNORE LOCK
           IF   FS-CBCOBA > "09"
                MOVE "00" TO FS-CBCOBA
                DISPLAY "BAC inexistente" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           MOVE CBCOBA-REFERENCIA TO REFERENCIA-BAC
           IF   REFERENCIA-BAC < CBRSEX-REFERENCIA
                DISPLAY "BAC anterior a transferencia a resultado"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           PERFORM 210-BASES THRU 210-99-FIM
           DISPLAY TELA-BASES

           MOVE "N" TO INTERROMPE

      *    Reserva legal: 5% do lucro liquido, sem ultrapassar 20%
      *    do capital social

           INITIALIZE LINHA-DESTINACAO
           MOVE "L"                TO LD-TIPO
           MOVE "RESERVA LEGAL"    TO LD-DESCRICAO
           MOVE LUCRO-LIQUIDO      TO LD-BASE
           MOVE 5                  TO LD-PERCENTUAL
           MOVE COD-RED-LEGAL      TO LD-COD-RED
           COMPUTE LIMITE-LEGAL = (CAPITAL-SOCIAL * 0,20)
                                - SALDO-LEGAL
           COMPUTE LD-VALOR ROUNDED = LUCRO-LIQUIDO * 0,05
           IF   LIMITE-LEGAL < 0
                MOVE 0 TO LD-VALOR
           ELSE
                IF   LD-VALOR > LIMITE-LEGAL
                     MOVE LIMITE-LEGAL TO LD-VALOR
                END-IF
           END-IF
           PERFORM 220-APROVA-LINHA THRU 220-99-FIM
           MOVE LD-VALOR TO VALOR-LEGAL
           IF   INTERROMPE = "S"
                GO TO 200-90-RELATORIO
           END-IF

      *    Dividendo minimo obrigatorio sobre o lucro ajustado pela
      *    reserva legal, no percentual do estatuto

           IF   PERC-DIVIDENDO NOT = 0
           AND  COD-RED-DIVIDENDOS NOT = 0
                INITIALIZE LINHA-DESTINACAO
                MOVE "D"                TO LD-TIPO
                MOVE "DIVIDENDO MINIMO OBRIGATORIO" TO LD-DESCRICAO
                COMPUTE LD-BASE = LUCRO-LIQUIDO - VALOR-LEGAL
                MOVE PERC-DIVIDENDO     TO LD-PERCENTUAL
                MOVE COD-RED-DIVIDENDOS TO LD-COD-RED
                COMPUTE LD-VALOR ROUNDED =
                        LD-BASE * PERC-DIVIDENDO / 100
                PERFORM 220-APROVA-LINHA THRU 220-99-FIM
                IF   INTERROMPE = "S"
                     GO TO 200-90-RELATORIO
                END-IF
           END-IF

      *    Reservas estatutarias da tabela, sobre o lucro liquido

           MOVE 1 TO CBDEST-CODIGO
           START CBDEST KEY NOT LESS CBDEST-CHAVE
           PERFORM UNTIL FS-CBDEST > "09"
                      OR INTERROMPE = "S"
                   READ CBDEST NEXT RECORD IGNORE LOCK
                   IF   FS-CBDEST < "10"
                        INITIALIZE LINHA-DESTINACAO
                        MOVE "E"               TO LD-TIPO
                        MOVE CBDEST-CODIGO     TO LD-CODIGO
                        MOVE CBDEST-DESCRICAO  TO LD-DESCRICAO
                        MOVE LUCRO-LIQUIDO     TO LD-BASE
                        MOVE CBDEST-PERCENTUAL TO LD-PERCENTUAL
                        MOVE CBDEST-COD-RED    TO LD-COD-RED
                        COMPUTE LD-VALOR ROUNDED =
                                LUCRO-LIQUIDO * CBDEST-PERCENTUAL / 100
                        PERFORM 220-APROVA-LINHA THRU 220-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBDEST.

       200-90-RELATORIO.

           PERFORM 250-DEMONSTRACAO THRU 250-99-FIM.

       200-99-FIM. EXIT.

       210-BASES.

      *    Capital social e reserva legal no mes da transferencia
      *    (saldo credor, sinal invertido), e o que ja foi destinado
      *    em execucao anterior do mesmo exercicio

           MOVE 0 TO CAPITAL-SOCIAL SALDO-LEGAL TOTAL-DESTINADO
           MOVE LOW-VALUES TO CBPLCO-CHAVE
           START CBPLCO KEY NOT LESS CBPLCO-CHAVE
           PERFORM UNTIL FS-CBPLCO > "09"
                   READ CBPLCO NEXT RECORD IGNORE LOCK
                   IF   FS-CBPLCO < "10"
                   AND  CBPLCO-COD-RED NOT = 0
                        IF   CBPLCO-CLASSE NOT < CLASSE-CAPITAL-DE
                        AND  CBPLCO-CLASSE NOT > CLASSE-CAPITAL-ATE
                             PERFORM 215-SALDO-CONTA THRU 215-99-FIM
                             SUBTRACT CBCOSA-SALDO-ATUAL
                                 FROM CAPITAL-SOCIAL
                        END-IF
                        IF   CBPLCO-COD-RED = COD-RED-LEGAL
                             PERFORM 215-SALDO-CONTA THRU 215-99-FIM
                             SUBTRACT CBCOSA-SALDO-ATUAL
                                 FROM SALDO-LEGAL
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPLCO

           MOVE EXERCICIO TO CBDEMV-EXERCICIO
           MOVE LOW-VALUES TO CBDEMV-TIPO
           MOVE 0          TO CBDEMV-CODIGO
           START CBDEMV KEY NOT LESS CBDEMV-CHAVE
           PERFORM UNTIL FS-CBDEMV > "09"
                   READ CBDEMV NEXT RECORD IGNORE LOCK
                   IF   FS-CBDEMV < "10"
                        IF   CBDEMV-EXERCICIO NOT = EXERCICIO
                             MOVE "10" TO FS-CBDEMV
                        ELSE
                             ADD CBDEMV-VALOR TO TOTAL-DESTINADO
      *                      A reserva legal ja contabilizada entrou
      *                      no saldo do mes se o BAC for o mesmo
                             IF   CBDEMV-RESERVA-LEGAL
                             AND  CBDEMV-REFERENCIA =
                                  CBRSEX-REFERENCIA
                                  SUBTRACT CBDEMV-VALOR
                                      FROM SALDO-LEGAL
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBDEMV.

       210-99-FIM. EXIT.

       215-SALDO-CONTA.

           MOVE 0                 TO CBCOSA-CENTRO-CUSTO
           MOVE CBPLCO-CONTA      TO CBCOSA-CONTA
           MOVE CBRSEX-REFERENCIA TO CBCOSA-AAAAMM
           READ CBCOSA IGNORE LOCK
           IF   FS-CBCOSA > "09"
                MOVE 0 TO CBCOSA-SALDO-ATUAL
           END-IF
           MOVE "00" TO FS-CBCOSA.

       215-99-FIM. EXIT.

       220-APROVA-LINHA.

      *    Cada linha e aprovada antes de contabilizada; a ja
      *    contabilizada numa execucao anterior so e mostrada

           MOVE EXERCICIO TO CBDEMV-EXERCICIO
           MOVE LD-TIPO   TO CBDEMV-TIPO
           MOVE LD-CODIGO TO CBDEMV-CODIGO
           READ CBDEMV IGNORE LOCK
           IF   FS-CBDEMV < "10"
                MOVE CBDEMV-VALOR TO LD-VALOR
                DISPLAY TELA-LINHA
                DISPLAY "Linha ja contabilizada" LINE 23 COLUMN 03
                GO TO 220-99-FIM
           END-IF
           MOVE "00" TO FS-CBDEMV

           IF   LD-COD-RED = 0
                MOVE 0 TO LD-VALOR
                GO TO 220-99-FIM
           END-IF

           MOVE "S" TO APROVA
           DISPLAY TELA-LINHA
           ACCEPT  TELA-LINHA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                MOVE "S" TO INTERROMPE
                MOVE 0   TO LD-VALOR
                DISPLAY "Destinacao interrompida" LINE 23 COLUMN 03
                GO TO 220-99-FIM
           END-IF
           IF  (APROVA NOT = "S" AND "s")
           OR   LD-VALOR = 0
                MOVE 0 TO LD-VALOR
                DISPLAY "Linha nao aprovada" LINE 23 COLUMN 03
                GO TO 220-99-FIM
           END-IF
           IF   TOTAL-DESTINADO + LD-VALOR > LUCRO-LIQUIDO
                MOVE 0 TO LD-VALOR
                DISPLAY "Valor excede o lucro a destinar"
                        LINE 23 COLUMN 03
                GO TO 220-99-FIM
           END-IF

           MOVE COD-RED-LUCROS TO COD-RED-DB
           MOVE LD-COD-RED     TO COD-RED-CR
           MOVE LD-VALOR       TO VALOR-LANCAMENTO
           PERFORM 500-GERA-PAR THRU 500-99-FIM
           IF   LANCAMENTO-GERADO = 0
                MOVE "S" TO INTERROMPE
                MOVE 0   TO LD-VALOR
                DISPLAY "Lancamento rejeitado pelo CB043PCW"
                        LINE 23 COLUMN 03
                GO TO 220-99-FIM
           END-IF

           MOVE EXERCICIO         TO CBDEMV-EXERCICIO
           MOVE LD-TIPO           TO CBDEMV-TIPO
           MOVE LD-CODIGO         TO CBDEMV-CODIGO
           MOVE LD-DESCRICAO      TO CBDEMV-DESCRICAO
           MOVE LD-BASE           TO CBDEMV-BASE
           MOVE LD-PERCENTUAL     TO CBDEMV-PERCENTUAL
           MOVE LD-VALOR          TO CBDEMV-VALOR
           MOVE COD-RED-LUCROS    TO CBDEMV-COD-RED-DB
           MOVE LD-COD-RED        TO CBDEMV-COD-RED-CR
           MOVE SERIE-BAC         TO CBDEMV-SERIE
           MOVE NUMERO-BAC        TO CBDEMV-NUMERO
           MOVE REFERENCIA-BAC    TO CBDEMV-REFERENCIA
           MOVE LANCAMENTO-GERADO TO CBDEMV-LANCAMENTO
           MOVE HOJE              TO CBDEMV-DATA
           MOVE "?"               TO CWMENU
           CALL "CWGETU" USING OPERADOR
                               TASK
                               PROGRAMA
                               CWMENU
           MOVE OPERADOR          TO CBDEMV-USUARIO
           WRITE CBDEMV-REG
           IF   FS-CBDEMV > "09"
                MOVE "00" TO FS-CBDEMV
                MOVE "S"  TO INTERROMPE
                DISPLAY "Erro de gravacao em CBDEMV" LINE 23 COLUMN 03
                GO TO 220-99-FIM
           END-IF

           ADD  LD-VALOR TO TOTAL-DESTINADO
           DISPLAY TELA-BASES
           DISPLAY "Linha contabilizada" LINE 23 COLUMN 03.

       220-99-FIM. EXIT.

       250-DEMONSTRACAO.

           MOVE SPACES TO CWIMPR-TIME-REPORT
           MOVE "DESTINACAO DO RESULTADO DO EXERCICIO"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "EXERCICIO " EXERCICIO
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB231PA" TO CWIMPR-REPORT

           MOVE "LUCRO LIQUIDO DO EXERCICIO" TO CLIC-TEXTO
           MOVE LUCRO-LIQUIDO                TO CLIC-TOTAL
           MOVE LINHA-03 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           PERFORM 260-LINHAS-EXERCICIO THRU 260-99-FIM

           COMPUTE REMANESCENTE = LUCRO-LIQUIDO - TOTAL-DESTINADO
           MOVE "TOTAL DESTINADO"                  TO CLIC-TEXTO
           MOVE TOTAL-DESTINADO                    TO CLIC-TOTAL
           MOVE LINHA-03 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "SALDO REMANESCENTE EM LUCROS ACUMULADOS"
             TO CLIC-TEXTO
           MOVE REMANESCENTE                       TO CLIC-TOTAL
           MOVE LINHA-03 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       250-99-FIM. EXIT.

       260-LINHAS-EXERCICIO.

           MOVE 0          TO TOTAL-DESTINADO
           MOVE EXERCICIO  TO CBDEMV-EXERCICIO
           MOVE LOW-VALUES TO CBDEMV-TIPO
           MOVE 0          TO CBDEMV-CODIGO
           START CBDEMV KEY NOT LESS CBDEMV-CHAVE
           PERFORM UNTIL FS-CBDEMV > "09"
                   READ CBDEMV NEXT RECORD IGNORE LOCK
                   IF   FS-CBDEMV < "10"
                        IF   CBDEMV-EXERCICIO NOT = EXERCICIO
                             MOVE "10" TO FS-CBDEMV
                        ELSE
                             ADD  CBDEMV-VALOR      TO TOTAL-DESTINADO
                             MOVE CBDEMV-DESCRICAO  TO CLIC-DESCRICAO
                             MOVE CBDEMV-BASE       TO CLIC-BASE
                             MOVE CBDEMV-PERCENTUAL TO CLIC-PERCENTUAL
                             MOVE CBDEMV-VALOR      TO CLIC-VALOR
                             MOVE CBDEMV-COD-RED-CR TO CLIC-COD-RED
                             MOVE CBDEMV-SERIE      TO CLIC-SERIE
                             MOVE CBDEMV-NUMERO     TO CLIC-NUMERO
                             MOVE CBDEMV-LANCAMENTO TO CLIC-LANCAMENTO
                             MOVE LINHA-02 TO CWIMPR-DETAIL
                             CALL "CB125PCW" USING PARAMETROS-CWIMPR
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBDEMV.

       260-99-FIM. EXIT.

       300-RELACIONA.

           MOVE 0 TO EXERCICIO
           DISPLAY TELA-DESTINACAO
           ACCEPT  TELA-DESTINACAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR EXERCICIO = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           MOVE EXERCICIO TO CBRSEX-EXERCICIO
           READ CBRSEX IGNORE LOCK
           IF   FS-CBRSEX > "09"
                MOVE 0 TO CBRSEX-RESULTADO
           END-IF
           MOVE "00" TO FS-CBRSEX
           MOVE CBRSEX-RESULTADO TO LUCRO-LIQUIDO
           PERFORM 250-DEMONSTRACAO THRU 250-99-FIM
           DISPLAY "Relacao emitida" LINE 23 COLUMN 03.

       300-99-FIM. EXIT.

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
           MOVE HISTORICO-DEST      TO CB043PCW-HISTORICO
           MOVE EXERCICIO           TO CB043PCW-DOCTO
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

       700-VALIDA-CONTA.

           MOVE "N" TO CONTA-VALIDA
           IF   COD-RED-VALIDA = 0
                GO TO 700-99-FIM
           END-IF
           MOVE COD-RED-VALIDA TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO < "10"
                MOVE "S" TO CONTA-VALIDA
           END-IF
           MOVE "00" TO FS-CBPLCO.

       700-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           OPEN I-O CBDEST
           IF   FS-CBDEST = "30" OR "35"
                CLOSE CBDEST
                OPEN OUTPUT CBDEST
                CLOSE CBDEST
                OPEN I-O CBDEST
           END-IF
           OPEN I-O CBDEMV
           IF   FS-CBDEMV = "30" OR "35"
                CLOSE CBDEMV
                OPEN OUTPUT CBDEMV
                CLOSE CBDEMV
                OPEN I-O CBDEMV
           END-IF
           OPEN INPUT CBRSEX
           IF   FS-CBRSEX = "30" OR "35"
                CLOSE CBRSEX
                OPEN OUTPUT CBRSEX
                CLOSE CBRSEX
                OPEN INPUT CBRSEX
           END-IF
           OPEN INPUT CBCOBA CBPLCO CBCOSA
           IF   FS-CBDEST > "09" OR FS-CBDEMV > "09"
           OR   FS-CBRSEX > "09" OR FS-CBCOBA > "09"
           OR   FS-CBPLCO > "09" OR FS-CBCOSA > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBDEST CBDEMV CBRSEX CBCOBA CBPLCO CBCOSA.

       900-99-FIM. EXIT.

       END PROGRAM CB231PCW.
