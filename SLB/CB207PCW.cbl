       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB207PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Provisoes de ferias e 13o salario            *
                      *                                               *
                      *  Sobre a base salarial de cada centro que o   *
                      *  CB151PCW gravou no CBFOPV na importacao da   *
                      *  folha, provisiona no mes 1/12 de ferias com  *
                      *  o terco constitucional e 1/12 de 13o         *
                      *  salario, mais os encargos de INSS e FGTS,    *
                      *  lancando despesa contra provisao no proprio  *
                      *  centro pelo CB043PCW. O pagamento consome a  *
                      *  provisao na importacao da folha (verbas das  *
                      *  classes "F" e "T" do CBVERB)                 *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBFOPVSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBFOPVFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB207PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 PERC-INSS-C               PIC  9(002)V99 VALUE 0.
           05 PERC-FGTS-C               PIC  9(002)V99 VALUE 0.
           05 DESP-FERIAS-C             PIC  9(005) VALUE 0.
           05 PROV-FERIAS-C             PIC  9(005) VALUE 0.
           05 DESP-13-C                 PIC  9(005) VALUE 0.
           05 PROV-13-C                 PIC  9(005) VALUE 0.
           05 HISTORICO-C               PIC  9(004) VALUE 0.
           05 COMPETENCIA.
              10 COMP-AAAA              PIC  9(004).
              10 COMP-MM                PIC  9(002).
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 VALOR-FERIAS       COMP-3 PIC  9(012)V99 VALUE 0.
           05 VALOR-13           COMP-3 PIC  9(012)V99 VALUE 0.
           05 ENCARGOS-FERIAS    COMP-3 PIC  9(012)V99 VALUE 0.
           05 ENCARGOS-13        COMP-3 PIC  9(012)V99 VALUE 0.
           05 VALOR-PARCELA             PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 LANCAMENTO-FERIAS         PIC  9(007) VALUE 0.
           05 LANCAMENTO-13             PIC  9(007) VALUE 0.
           05 QT-CENTROS         COMP-3 PIC  9(004) VALUE 0.
           05 QT-REJEITADOS      COMP-3 PIC  9(004) VALUE 0.
           05 TOTAIS.
              10 TOTAL-BASE      COMP-3 PIC  9(013)V99 VALUE 0.
              10 TOTAL-FERIAS    COMP-3 PIC  9(013)V99 VALUE 0.
              10 TOTAL-13        COMP-3 PIC  9(013)V99 VALUE 0.
              10 TOTAL-ENCARGOS  COMP-3 PIC  9(013)V99 VALUE 0.
              10 TOTAL-CONSUMO   COMP-3 PIC  9(013)V99 VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBFOPV.
              10 FS-CBFOPV              PIC  X(002) VALUE "00".
              10 LB-CBFOPV              PIC  X(050) VALUE "CBFOPV".

       01  CONFIGURACAO.
           05 CFG-PERC-INSS             PIC  9(002)V99 VALUE 0.
           05 CFG-PERC-FGTS             PIC  9(002)V99 VALUE 0.
           05 CFG-DESP-FERIAS           PIC  9(005) VALUE 0.
           05 CFG-PROV-FERIAS           PIC  9(005) VALUE 0.
           05 CFG-DESP-13               PIC  9(005) VALUE 0.
           05 CFG-PROV-13               PIC  9(005) VALUE 0.
           05 CFG-HISTORICO             PIC  9(004) VALUE 0.

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(008) VALUE "CENTRO  ".
              05 FILLER                 PIC  X(019) VALUE
                 "   BASE SALARIAL   ".
              05 FILLER                 PIC  X(016) VALUE
                 "  FERIAS + 1/3  ".
              05 FILLER                 PIC  X(016) VALUE
                 "   13O SALARIO  ".
              05 FILLER                 PIC  X(016) VALUE
                 "      ENCARGOS  ".
              05 FILLER                 PIC  X(016) VALUE
                 "  PAGO NO MES   ".
              05 FILLER                 PIC  X(020) VALUE
                 "LANCAMENTOS         ".
           02 LINHA-02.
              05 CLIC-CENTRO            PIC  9(004).
              05 FILLER                 PIC  X(002).
              05 CLIC-BASE              PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-FERIAS            PIC  ZZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-13                PIC  ZZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-ENCARGOS          PIC  ZZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-CONSUMO           PIC  ZZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(003).
              05 CLIC-LANCAMENTOS       PIC  X(020).

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Parametros".
           05 LINE 05 COLUMN 03 VALUE "2 - Provisao do mes".
           05 LINE 06 COLUMN 03 VALUE "3 - Relatorio por centro".
           05 LINE 08 COLUMN 03 VALUE "Opcao:".
           05 LINE 08 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-PARAMETROS.
           05 LINE 05 COLUMN 03 VALUE "INSS patronal + RAT %..:".
           05 LINE 05 COLUMN 30 PIC Z9,99 USING PERC-INSS-C.
           05 LINE 06 COLUMN 03 VALUE "FGTS %.................:".
           05 LINE 06 COLUMN 30 PIC Z9,99 USING PERC-FGTS-C.
           05 LINE 07 COLUMN 03 VALUE "Despesa de ferias......:".
           05 LINE 07 COLUMN 30 PIC 9(005) USING DESP-FERIAS-C.
           05 LINE 08 COLUMN 03 VALUE "Provisao de ferias.....:".
           05 LINE 08 COLUMN 30 PIC 9(005) USING PROV-FERIAS-C.
           05 LINE 09 COLUMN 03 VALUE "Despesa de 13o salario.:".
           05 LINE 09 COLUMN 30 PIC 9(005) USING DESP-13-C.
           05 LINE 10 COLUMN 03 VALUE "Provisao de 13o salario:".
           05 LINE 10 COLUMN 30 PIC 9(005) USING PROV-13-C.
           05 LINE 11 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 11 COLUMN 30 PIC 9(004) USING HISTORICO-C.

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
                            PERFORM 100-PARAMETROS THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 300-PROVISAO   THRU 300-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 400-RELATORIO  THRU 400-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-PARAMETROS.

           PERFORM 150-LE-PARAMETROS THRU 150-99-FIM
           MOVE CFG-PERC-INSS   TO PERC-INSS-C
           MOVE CFG-PERC-FGTS   TO PERC-FGTS-C
           MOVE CFG-DESP-FERIAS TO DESP-FERIAS-C
           MOVE CFG-PROV-FERIAS TO PROV-FERIAS-C
           MOVE CFG-DESP-13     TO DESP-13-C
           MOVE CFG-PROV-13     TO PROV-13-C
           MOVE CFG-HISTORICO   TO HISTORICO-C

           DISPLAY TELA-PARAMETROS
           ACCEPT  TELA-PARAMETROS
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           IF   DESP-FERIAS-C = 0 OR PROV-FERIAS-C = 0
           OR   DESP-13-C = 0     OR PROV-13-C = 0
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE 0 TO CBFOPV-AAAAMM CBFOPV-CENTRO-CUSTO
           READ CBFOPV
           IF   FS-CBFOPV > "09"
                INITIALIZE CBFOPV-REG
                MOVE 0 TO CBFOPV-AAAAMM CBFOPV-CENTRO-CUSTO
           END-IF
           MOVE PERC-INSS-C   TO CBFOPV-PERC-INSS
           MOVE PERC-FGTS-C   TO CBFOPV-PERC-FGTS
           MOVE DESP-FERIAS-C TO CBFOPV-COD-RED-DESP-FERIAS
           MOVE PROV-FERIAS-C TO CBFOPV-COD-RED-PROV-FERIAS
           MOVE DESP-13-C     TO CBFOPV-COD-RED-DESP-13
           MOVE PROV-13-C     TO CBFOPV-COD-RED-PROV-13
           MOVE HISTORICO-C   TO CBFOPV-HISTORICO
           IF   FS-CBFOPV > "09"
                WRITE CBFOPV-REG
           ELSE
                REWRITE CBFOPV-REG
           END-IF
           IF   FS-CBFOPV > "09"
                DISPLAY "Erro de gravacao em CBFOPV"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Parametros gravados" LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       150-LE-PARAMETROS.

           INITIALIZE CONFIGURACAO
           MOVE 0 TO CBFOPV-AAAAMM CBFOPV-CENTRO-CUSTO
           READ CBFOPV IGNORE LOCK
           IF   FS-CBFOPV > "09"
                MOVE "00" TO FS-CBFOPV
                GO TO 150-99-FIM
           END-IF

           MOVE CBFOPV-PERC-INSS           TO CFG-PERC-INSS
           MOVE CBFOPV-PERC-FGTS           TO CFG-PERC-FGTS
           MOVE CBFOPV-COD-RED-DESP-FERIAS TO CFG-DESP-FERIAS
           MOVE CBFOPV-COD-RED-PROV-FERIAS TO CFG-PROV-FERIAS
           MOVE CBFOPV-COD-RED-DESP-13     TO CFG-DESP-13
           MOVE CBFOPV-COD-RED-PROV-13     TO CFG-PROV-13
           MOVE CBFOPV-HISTORICO           TO CFG-HISTORICO.

       150-99-FIM. EXIT.

       300-PROVISAO.

           PERFORM 150-LE-PARAMETROS THRU 150-99-FIM
           IF   CFG-PROV-FERIAS = 0
                DISPLAY "Parametros nao cadastrados"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

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

           MOVE 0 TO QT-CENTROS QT-REJEITADOS
           MOVE COMPETENCIA TO CBFOPV-AAAAMM
           MOVE 0           TO CBFOPV-CENTRO-CUSTO
           START CBFOPV KEY NOT LESS CBFOPV-CHAVE
           PERFORM UNTIL FS-CBFOPV > "09"
                   READ CBFOPV NEXT RECORD WITH LOCK
                   IF   FS-CBFOPV > "09"
                   OR   CBFOPV-AAAAMM NOT = COMPETENCIA
                        MOVE "10" TO FS-CBFOPV
                   ELSE
                        IF   CBFOPV-LANCAMENTO-FERIAS = 0
                        AND  CBFOPV-LANCAMENTO-13 = 0
                        AND  CBFOPV-SALARIO-BASE > 0
                             PERFORM 310-PROVISIONA-CENTRO
                                     THRU 310-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBFOPV

           IF   QT-CENTROS = 0 AND QT-REJEITADOS = 0
                DISPLAY "Sem base salarial a provisionar - importe a"
                        LINE 23 COLUMN 03
                DISPLAY " folha (CB151PCW)" LINE 23 COLUMN 47
           ELSE
                DISPLAY "Provisao encerrada. Centros: "
                        LINE 23 COLUMN 03
                        QT-CENTROS " Rejeitados: " QT-REJEITADOS
           END-IF.

       300-99-FIM. EXIT.

       310-PROVISIONA-CENTRO.

      *    Ferias: 1/12 da base mais o terco constitucional (4/36);
      *    13o: 1/12 da base; encargos de INSS e FGTS sobre cada uma

           COMPUTE VALOR-FERIAS ROUNDED =
                   CBFOPV-SALARIO-BASE * 4 / 36
           COMPUTE VALOR-13 ROUNDED =
                   CBFOPV-SALARIO-BASE / 12
           COMPUTE ENCARGOS-FERIAS ROUNDED =
                   VALOR-FERIAS * (CFG-PERC-INSS + CFG-PERC-FGTS) / 100
           COMPUTE ENCARGOS-13 ROUNDED =
                   VALOR-13 * (CFG-PERC-INSS + CFG-PERC-FGTS) / 100

           MOVE CFG-DESP-FERIAS TO COD-RED-DB
           MOVE CFG-PROV-FERIAS TO COD-RED-CR
           COMPUTE VALOR-PARCELA = VALOR-FERIAS + ENCARGOS-FERIAS
           PERFORM 700-GERA-PAR THRU 700-99-FIM
           IF   LANCAMENTO-GERADO = 0
                ADD 1 TO QT-REJEITADOS
                GO TO 310-99-FIM
           END-IF
           MOVE LANCAMENTO-GERADO TO LANCAMENTO-FERIAS

           MOVE CFG-DESP-13 TO COD-RED-DB
           MOVE CFG-PROV-13 TO COD-RED-CR
           COMPUTE VALOR-PARCELA = VALOR-13 + ENCARGOS-13
           PERFORM 700-GERA-PAR THRU 700-99-FIM
           IF   LANCAMENTO-GERADO = 0
                MOVE LANCAMENTO-FERIAS TO LANCAMENTO-GERADO
                MOVE CFG-DESP-FERIAS   TO COD-RED-DB
                MOVE CFG-PROV-FERIAS   TO COD-RED-CR
                COMPUTE VALOR-PARCELA = VALOR-FERIAS + ENCARGOS-FERIAS
                PERFORM 710-DESFAZ-PAR THRU 710-99-FIM
                ADD 1 TO QT-REJEITADOS
                GO TO 310-99-FIM
           END-IF

           MOVE VALOR-FERIAS      TO CBFOPV-PROVISAO-FERIAS
           MOVE VALOR-13          TO CBFOPV-PROVISAO-13
           MOVE ENCARGOS-FERIAS   TO CBFOPV-ENCARGOS-FERIAS
           MOVE ENCARGOS-13       TO CBFOPV-ENCARGOS-13
           MOVE LANCAMENTO-FERIAS TO CBFOPV-LANCAMENTO-FERIAS
           MOVE LANCAMENTO-GERADO TO CBFOPV-LANCAMENTO-13
           REWRITE CBFOPV-REG
           ADD 1 TO QT-CENTROS.

       310-99-FIM. EXIT.

       400-RELATORIO.

           MOVE 0 TO COMP-AAAA COMP-MM
           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           MOVE "PROVISOES DE FERIAS E 13O SALARIO POR CENTRO"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " COMP-MM "/" COMP-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB207PA" TO CWIMPR-REPORT

           INITIALIZE TOTAIS
           MOVE COMPETENCIA TO CBFOPV-AAAAMM
           MOVE 0           TO CBFOPV-CENTRO-CUSTO
           START CBFOPV KEY NOT LESS CBFOPV-CHAVE
           PERFORM UNTIL FS-CBFOPV > "09"
                   READ CBFOPV NEXT RECORD IGNORE LOCK
                   IF   FS-CBFOPV > "09"
                   OR   CBFOPV-AAAAMM NOT = COMPETENCIA
                        MOVE "10" TO FS-CBFOPV
                   ELSE
                        PERFORM 410-LINHA THRU 410-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBFOPV

           MOVE SPACES         TO LINHA-02
           MOVE TOTAL-BASE     TO CLIC-BASE
           MOVE TOTAL-FERIAS   TO CLIC-FERIAS
           MOVE TOTAL-13       TO CLIC-13
           MOVE TOTAL-ENCARGOS TO CLIC-ENCARGOS
           MOVE TOTAL-CONSUMO  TO CLIC-CONSUMO
           MOVE "TOTAL"        TO CLIC-LANCAMENTOS
           MOVE LINHA-02       TO CWIMPR-DETAIL
           CALL "CB125PCW"  USING PARAMETROS-CWIMPR

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Relatorio emitido (CB207PA)" LINE 23 COLUMN 03.

       400-99-FIM. EXIT.

       410-LINHA.

           MOVE SPACES                 TO LINHA-02
           MOVE CBFOPV-CENTRO-CUSTO    TO CLIC-CENTRO
           MOVE CBFOPV-SALARIO-BASE    TO CLIC-BASE
           MOVE CBFOPV-PROVISAO-FERIAS TO CLIC-FERIAS
           MOVE CBFOPV-PROVISAO-13     TO CLIC-13
           COMPUTE CLIC-ENCARGOS = CBFOPV-ENCARGOS-FERIAS
                                 + CBFOPV-ENCARGOS-13
           COMPUTE CLIC-CONSUMO  = CBFOPV-CONSUMO-FERIAS
                                 + CBFOPV-CONSUMO-13
           IF   CBFOPV-LANCAMENTO-FERIAS = 0
                MOVE "NAO PROVISIONADO" TO CLIC-LANCAMENTOS
           ELSE
                MOVE CBFOPV-LANCAMENTO-FERIAS TO LANCAMENTO-FERIAS
                MOVE CBFOPV-LANCAMENTO-13     TO LANCAMENTO-13
                STRING LANCAMENTO-FERIAS " " LANCAMENTO-13
                       DELIMITED BY SIZE INTO CLIC-LANCAMENTOS
           END-IF
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           ADD CBFOPV-SALARIO-BASE    TO TOTAL-BASE
           ADD CBFOPV-PROVISAO-FERIAS TO TOTAL-FERIAS
           ADD CBFOPV-PROVISAO-13     TO TOTAL-13
           ADD CBFOPV-ENCARGOS-FERIAS CBFOPV-ENCARGOS-13
                                      TO TOTAL-ENCARGOS
           ADD CBFOPV-CONSUMO-FERIAS  CBFOPV-CONSUMO-13
                                      TO TOTAL-CONSUMO.

       410-99-FIM. EXIT.

       700-GERA-PAR.

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                 TO CB043PCW-COMANDO
           MOVE "D"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC           TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC          TO CB043PCW-NUMERO-BAC
           MOVE CBFOPV-CENTRO-CUSTO TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB          TO CB043PCW-COD-RED
           MOVE CFG-HISTORICO       TO CB043PCW-HISTORICO
           MOVE COMPETENCIA         TO CB043PCW-DOCTO
           MOVE 0                   TO CB043PCW-AAAAMMDD-DOCTO
           MOVE DIA-REF             TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-PARCELA       TO CB043PCW-VALOR
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

           OPEN I-O CBFOPV
           IF   FS-CBFOPV = "30" OR "35"
                CLOSE CBFOPV
                OPEN OUTPUT CBFOPV
                CLOSE CBFOPV
                OPEN I-O CBFOPV
           END-IF
           IF   FS-CBFOPV > "09"
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBFOPV.

       900-99-FIM. EXIT.

       END PROGRAM CB207PCW.
