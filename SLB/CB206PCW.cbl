       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB206PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Provisao para devedores duvidosos (PDD)      *
                      *                                               *
                      *  Politica com percentual por faixa do aging   *
                      *  do CB094PCW e percentual especifico por      *
                      *  cliente do CBPESS (CBPDDP). No fechamento    *
                      *  do mes os titulos a receber marcados como    *
                      *  incobraveis saem contra a provisao; depois   *
                      *  a provisao exigida sobre os titulos em       *
                      *  aberto e confrontada com o saldo contabil    *
                      *  da conta da PDD (CBCOSA) e so a diferenca e  *
                      *  lancada. A contribuicao de cada cliente      *
                      *  fica no CBPDDA para o relatorio da auditoria *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBPDDPSL.
       COPY CBPDDASL.
       COPY CBTITUSL.
       COPY CBPESSSL.
       COPY CBPLCOSL.
       COPY CBCOSASL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBPDDPFD.
       COPY CBPDDAFD.
       COPY CBTITUFD.
       COPY CBPESSFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB206PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 PERCENTUAIS-C.
              10 PERCENTUAL-C    PIC  9(003)V99 OCCURS 5.
           05 COD-RED-PDD-C             PIC  9(005) VALUE 0.
           05 COD-RED-DESPESA-C         PIC  9(005) VALUE 0.
           05 COD-RED-REVERSAO-C        PIC  9(005) VALUE 0.
           05 CENTRO-C                  PIC  9(004) VALUE 0.
           05 HISTORICO-C               PIC  9(004) VALUE 0.
           05 PESSOA-C                  PIC  9(005) VALUE 0.
           05 RAZAO-C                   PIC  X(040) VALUE SPACES.
           05 PERCENTUAL-PESSOA-C       PIC  9(003)V99 VALUE 0.
           05 MOTIVO-C                  PIC  X(030) VALUE SPACES.
           05 NUMERO-TITULO             PIC  9(006) VALUE 0.
           05 MARCA-C                   PIC  X(001) VALUE SPACE.
           05 VALOR-TITULO-C            PIC  9(012)V99 VALUE 0.
           05 DATA-BASE                 PIC  9(006) VALUE 0.
           05 FILLER REDEFINES DATA-BASE.
              10 DB-DD                  PIC  9(002).
              10 DB-MM                  PIC  9(002).
              10 DB-AA                  PIC  9(002).
           05 SECULO                    PIC  9(002) VALUE 0.
           05 DATA-BASE-INV             PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-BASE-INV.
              10 COMPETENCIA            PIC  9(006).
              10 FILLER REDEFINES COMPETENCIA.
                 15 BASE-AAAA           PIC  9(004).
                 15 BASE-MM             PIC  9(002).
              10 BASE-DD                PIC  9(002).
           05 VENCIMENTO-INV            PIC  9(008) VALUE 0.
           05 FILLER REDEFINES VENCIMENTO-INV.
              10 VENC-AAAA              PIC  9(004).
              10 VENC-MM                PIC  9(002).
              10 VENC-DD                PIC  9(002).
           05 COMPETENCIA-REL.
              10 REL-AAAA               PIC  9(004).
              10 REL-MM                 PIC  9(002).
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 DIAS-ATRASO        COMP-3 PIC S9(005) VALUE 0.
           05 FAIXA                     PIC  9(001) VALUE 0.
           05 F                         PIC  9(001) VALUE 0.
           05 PESSOA-TITULO             PIC  9(006) VALUE 0.
           05 EXPOSICAO          COMP-3 PIC  9(012)V99 VALUE 0.
           05 PERCENTUAL-APLICADO
                                 COMP-3 PIC  9(003)V99 VALUE 0.
           05 PERCENTUAL-ESPECIFICO
                                 COMP-3 PIC  9(003)V99 VALUE 0.
           05 PROVISAO-TITULO    COMP-3 PIC  9(012)V99 VALUE 0.
           05 PROVISAO-EXIGIDA   COMP-3 PIC  9(013)V99 VALUE 0.
           05 SALDO-PDD          COMP-3 PIC S9(013)V99 VALUE 0.
           05 VALOR-BAIXAS       COMP-3 PIC  9(013)V99 VALUE 0.
           05 AJUSTE             COMP-3 PIC S9(013)V99 VALUE 0.
           05 VALOR-PARCELA             PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 CENTRO-LANC               PIC  9(004) VALUE 0.
           05 DOCTO-LANC                PIC  9(008) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 QT-BAIXADOS        COMP-3 PIC  9(005) VALUE 0.
           05 QT-REJEITADOS      COMP-3 PIC  9(005) VALUE 0.
           05 TOTAIS-FAIXAS             VALUE ZEROS.
              10 TOTAL-FAIXA     COMP-3 PIC  9(013)V99 OCCURS 5.
           05 TOTAL-PROVISAO     COMP-3 PIC  9(013)V99 VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBPDDP.
              10 FS-CBPDDP              PIC  X(002) VALUE "00".
              10 LB-CBPDDP              PIC  X(050) VALUE "CBPDDP".
           05 ER-CBPDDA.
              10 FS-CBPDDA              PIC  X(002) VALUE "00".
              10 LB-CBPDDA              PIC  X(050) VALUE "CBPDDA".
           05 ER-CBTITU.
              10 FS-CBTITU              PIC  X(002) VALUE "00".
              10 LB-CBTITU              PIC  X(050) VALUE "CBTITU".
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".

       01  POLITICA.
           05 POL-PERCENTUAL     COMP-3 PIC  9(003)V99 OCCURS 5.
           05 POL-COD-RED-PDD           PIC  9(005) VALUE 0.
           05 POL-COD-RED-DESPESA       PIC  9(005) VALUE 0.
           05 POL-COD-RED-REVERSAO      PIC  9(005) VALUE 0.
           05 POL-CENTRO-CUSTO          PIC  9(004) VALUE 0.
           05 POL-HISTORICO             PIC  9(004) VALUE 0.

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(007) VALUE "PESSOA ".
              05 FILLER                 PIC  X(026) VALUE
                 "CLIENTE                   ".
              05 FILLER                 PIC  X(014) VALUE
                 "      A VENCER".
              05 FILLER                 PIC  X(014) VALUE
                 "   ATE 30 DIAS".
              05 FILLER                 PIC  X(014) VALUE
                 "   31 A 60 D. ".
              05 FILLER                 PIC  X(014) VALUE
                 "   61 A 90 D. ".
              05 FILLER                 PIC  X(014) VALUE
                 "  ACIMA 90 D. ".
              05 FILLER                 PIC  X(008) VALUE
                 " %ESPEC.".
              05 FILLER                 PIC  X(015) VALUE
                 "       PROVISAO".
           02 LINHA-02.
              05 CLIC-PESSOA            PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-RAZAO             PIC  X(025).
              05 FILLER                 PIC  X(001).
              05 CLIC-FAIXA             PIC  ZZZ.ZZZ.ZZ9,99
                                        OCCURS 5.
              05 CLIC-PERCENTUAL        PIC  BZZZ9,99.
              05 CLIC-PROVISAO          PIC  ZZZZ.ZZZ.ZZ9,99.
           02 LINHA-03.
              05 CLIC-RESUMO-LIT        PIC  X(040).
              05 CLIC-RESUMO            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Politica por faixa".
           05 LINE 05 COLUMN 03 VALUE "2 - Percentual por cliente".
           05 LINE 06 COLUMN 03 VALUE "3 - Marca titulo incobravel".
           05 LINE 07 COLUMN 03 VALUE "4 - Fechamento do mes".
           05 LINE 08 COLUMN 03 VALUE "5 - Relatorio por cliente".
           05 LINE 10 COLUMN 03 VALUE "Opcao:".
           05 LINE 10 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-POLITICA.
           05 LINE 05 COLUMN 03 VALUE "A vencer.............%:".
           05 LINE 05 COLUMN 30 PIC ZZ9,99 USING PERCENTUAL-C (1).
           05 LINE 06 COLUMN 03 VALUE "Ate 30 dias..........%:".
           05 LINE 06 COLUMN 30 PIC ZZ9,99 USING PERCENTUAL-C (2).
           05 LINE 07 COLUMN 03 VALUE "31 a 60 dias.........%:".
           05 LINE 07 COLUMN 30 PIC ZZ9,99 USING PERCENTUAL-C (3).
           05 LINE 08 COLUMN 03 VALUE "61 a 90 dias.........%:".
           05 LINE 08 COLUMN 30 PIC ZZ9,99 USING PERCENTUAL-C (4).
           05 LINE 09 COLUMN 03 VALUE "Acima de 90 dias.....%:".
           05 LINE 09 COLUMN 30 PIC ZZ9,99 USING PERCENTUAL-C (5).
           05 LINE 11 COLUMN 03 VALUE "Conta da PDD...........:".
           05 LINE 11 COLUMN 30 PIC 9(005) USING COD-RED-PDD-C.
           05 LINE 12 COLUMN 03 VALUE "Despesa com PDD........:".
           05 LINE 12 COLUMN 30 PIC 9(005) USING COD-RED-DESPESA-C.
           05 LINE 13 COLUMN 03 VALUE "Reversao da PDD........:".
           05 LINE 13 COLUMN 30 PIC 9(005) USING COD-RED-REVERSAO-C.
           05 LINE 14 COLUMN 03 VALUE "Centro de custo........:".
           05 LINE 14 COLUMN 30 PIC 9(004) USING CENTRO-C.
           05 LINE 15 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 15 COLUMN 30 PIC 9(004) USING HISTORICO-C.

       01  TELA-PESSOA.
           05 LINE 04 COLUMN 03 VALUE "Cliente (CBPESS).......:".
           05 LINE 04 COLUMN 30 PIC 9(005) USING PESSOA-C.

       01  TELA-ESPECIFICO.
           05 LINE 05 COLUMN 30 PIC X(040) FROM RAZAO-C.
           05 LINE 06 COLUMN 03 VALUE "Percentual especifico %:".
           05 LINE 06 COLUMN 30 PIC ZZ9,99 USING PERCENTUAL-PESSOA-C.
           05 LINE 07 COLUMN 03 VALUE "Motivo.................:".
           05 LINE 07 COLUMN 30 PIC X(030) USING MOTIVO-C.

       01  TELA-TITULO.
           05 LINE 04 COLUMN 03 VALUE "Titulo a receber.......:".
           05 LINE 04 COLUMN 30 PIC 9(006) USING NUMERO-TITULO.

       01  TELA-MARCA.
           05 LINE 05 COLUMN 30 PIC X(030) FROM CBTITU-PESSOA.
           05 LINE 06 COLUMN 03 VALUE "Valor com acrescimos...:".
           05 LINE 06 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM VALOR-TITULO-C.
           05 LINE 07 COLUMN 03 VALUE "Incobravel (S/N).......:".
           05 LINE 07 COLUMN 30 PIC X USING MARCA-C.

       01  TELA-FECHAMENTO.
           05 LINE 05 COLUMN 03 VALUE "Data base (DDMMAA).....:".
           05 LINE 05 COLUMN 30 PIC 9(006) USING DATA-BASE.
           05 LINE 06 COLUMN 03 VALUE "BAC (serie/numero).....:".
           05 LINE 06 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 06 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 07 COLUMN 03 VALUE "Dia de referencia......:".
           05 LINE 07 COLUMN 30 PIC 9(002) USING DIA-REF.

       01  TELA-COMPETENCIA.
           05 LINE 05 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 05 COLUMN 30 PIC 9999 USING REL-AAAA.
           05 LINE 05 COLUMN 34 PIC 99   USING REL-MM.

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
                            PERFORM 100-POLITICA   THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-ESPECIFICO THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-MARCA      THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-FECHAMENTO THRU 400-99-FIM
                       WHEN OPCAO = 5
                            PERFORM 500-RELATORIO  THRU 500-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-POLITICA.

           PERFORM 150-LE-POLITICA THRU 150-99-FIM
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5
                   MOVE POL-PERCENTUAL (F) TO PERCENTUAL-C (F)
           END-PERFORM
           MOVE POL-COD-RED-PDD      TO COD-RED-PDD-C
           MOVE POL-COD-RED-DESPESA  TO COD-RED-DESPESA-C
           MOVE POL-COD-RED-REVERSAO TO COD-RED-REVERSAO-C
           MOVE POL-CENTRO-CUSTO     TO CENTRO-C
           MOVE POL-HISTORICO        TO HISTORICO-C

           DISPLAY TELA-POLITICA
           ACCEPT  TELA-POLITICA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           IF   COD-RED-PDD-C = 0 OR COD-RED-DESPESA-C = 0
                DISPLAY "Informe as contas da PDD e da despesa"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           MOVE 0 TO FAIXA
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5
                   IF   PERCENTUAL-C (F) > 100
                        MOVE F TO FAIXA
                   END-IF
           END-PERFORM
           IF   FAIXA NOT = 0
                DISPLAY "Percentual acima de 100%" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE COD-RED-PDD-C TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                DISPLAY "Conta da PDD inexistente" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           INITIALIZE CBPDDP-REG
           MOVE 0 TO CBPDDP-PESSOA
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5
                   MOVE PERCENTUAL-C (F) TO CBPDDP-PERCENTUAL-FAIXA (F)
           END-PERFORM
           MOVE COD-RED-PDD-C      TO CBPDDP-COD-RED-PDD
           MOVE COD-RED-DESPESA-C  TO CBPDDP-COD-RED-DESPESA
           MOVE COD-RED-REVERSAO-C TO CBPDDP-COD-RED-REVERSAO
           MOVE CENTRO-C           TO CBPDDP-CENTRO-CUSTO
           MOVE HISTORICO-C        TO CBPDDP-HISTORICO
           WRITE CBPDDP-REG
           IF   FS-CBPDDP = "22"
                REWRITE CBPDDP-REG
           END-IF
           IF   FS-CBPDDP > "09"
                DISPLAY "Erro de gravacao em CBPDDP"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Politica gravada" LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       150-LE-POLITICA.

           INITIALIZE POLITICA
           MOVE 0 TO CBPDDP-PESSOA
           READ CBPDDP IGNORE LOCK
           IF   FS-CBPDDP > "09"
                MOVE "00" TO FS-CBPDDP
                GO TO 150-99-FIM
           END-IF

           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5
                   MOVE CBPDDP-PERCENTUAL-FAIXA (F)
                     TO POL-PERCENTUAL (F)
           END-PERFORM
           MOVE CBPDDP-COD-RED-PDD      TO POL-COD-RED-PDD
           MOVE CBPDDP-COD-RED-DESPESA  TO POL-COD-RED-DESPESA
           MOVE CBPDDP-COD-RED-REVERSAO TO POL-COD-RED-REVERSAO
           IF   POL-COD-RED-REVERSAO = 0
                MOVE POL-COD-RED-DESPESA TO POL-COD-RED-REVERSAO
           END-IF
           MOVE CBPDDP-CENTRO-CUSTO     TO POL-CENTRO-CUSTO
           MOVE CBPDDP-HISTORICO        TO POL-HISTORICO.

       150-99-FIM. EXIT.

       200-ESPECIFICO.

           MOVE 0 TO PESSOA-C
           DISPLAY TELA-PESSOA
           ACCEPT  TELA-PESSOA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR PESSOA-C = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE PESSOA-C TO CBPESS-CODIGO
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS > "09"
                MOVE "00" TO FS-CBPESS
                DISPLAY "Pessoa inexistente no CBPESS"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           MOVE CBPESS-RAZAO-SOCIAL TO RAZAO-C

           MOVE 0      TO PERCENTUAL-PESSOA-C
           MOVE SPACES TO MOTIVO-C
           MOVE PESSOA-C TO CBPDDP-PESSOA
           READ CBPDDP
           IF   FS-CBPDDP < "10"
                MOVE CBPDDP-PERCENTUAL-PESSOA TO PERCENTUAL-PESSOA-C
                MOVE CBPDDP-MOTIVO            TO MOTIVO-C
           END-IF

           DISPLAY TELA-ESPECIFICO
           ACCEPT  TELA-ESPECIFICO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

      *    Percentual zero tira o cliente da regra especifica: os
      *    titulos voltam a seguir a tabela por faixa

           IF   PERCENTUAL-PESSOA-C = 0
                IF   FS-CBPDDP < "10"
                     DELETE CBPDDP RECORD
                     DISPLAY "Cliente volta a tabela por faixa"
                             LINE 23 COLUMN 03
                END-IF
                MOVE "00" TO FS-CBPDDP
                GO TO 200-99-FIM
           END-IF

           IF   PERCENTUAL-PESSOA-C > 100 OR MOTIVO-C = SPACES
                DISPLAY "Percentual invalido ou motivo em branco"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           INITIALIZE CBPDDP-REG
           MOVE PESSOA-C            TO CBPDDP-PESSOA
           MOVE PERCENTUAL-PESSOA-C TO CBPDDP-PERCENTUAL-PESSOA
           MOVE MOTIVO-C            TO CBPDDP-MOTIVO
           WRITE CBPDDP-REG
           IF   FS-CBPDDP = "22"
                REWRITE CBPDDP-REG
           END-IF
           IF   FS-CBPDDP > "09"
                DISPLAY "Erro de gravacao em CBPDDP"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Percentual especifico gravado"
                        LINE 23 COLUMN 03
           END-IF.

       200-99-FIM. EXIT.

       300-MARCA.

           MOVE 0 TO NUMERO-TITULO
           DISPLAY TELA-TITULO
           ACCEPT  TELA-TITULO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR NUMERO-TITULO = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           OPEN I-O CBTITU
           IF   FS-CBTITU > "09"
                DISPLAY "Auxiliar CBTITU inexistente - use CB093PCW"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE NUMERO-TITULO TO CBTITU-NUMERO
           READ CBTITU WITH LOCK
           IF   FS-CBTITU > "09"
           OR   NOT CBTITU-A-RECEBER
           OR   NOT CBTITU-ABERTO
                DISPLAY "Titulo a receber em aberto inexistente"
                        LINE 23 COLUMN 03
                CLOSE CBTITU
                GO TO 300-99-FIM
           END-IF

           PERFORM 440-EXPOSICAO THRU 440-99-FIM
           MOVE EXPOSICAO TO VALOR-TITULO-C
           IF   CBTITU-MARCADO-INCOBRAVEL
                MOVE "S" TO MARCA-C
           ELSE
                MOVE "N" TO MARCA-C
           END-IF
           DISPLAY TELA-MARCA
           ACCEPT  TELA-MARCA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR (MARCA-C NOT = "S" AND MARCA-C NOT = "N")
                SET ENTER-KEY TO TRUE
                CLOSE CBTITU
                GO TO 300-99-FIM
           END-IF

           IF   MARCA-C = "S"
                MOVE "S"   TO CBTITU-MARCA-INCOBRAVEL
           ELSE
                MOVE SPACE TO CBTITU-MARCA-INCOBRAVEL
           END-IF
           REWRITE CBTITU-REG
           IF   FS-CBTITU > "09"
                DISPLAY "Erro de gravacao em CBTITU"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Marca gravada; a baixa sai no fechamento"
                        LINE 23 COLUMN 03
           END-IF
           CLOSE CBTITU.

       300-99-FIM. EXIT.

       400-FECHAMENTO.

           PERFORM 150-LE-POLITICA THRU 150-99-FIM
           IF   POL-COD-RED-PDD = 0
                DISPLAY "Politica da PDD nao cadastrada"
                        LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           MOVE 0 TO DATA-BASE SERIE-BAC NUMERO-BAC DIA-REF
           DISPLAY TELA-FECHAMENTO
           ACCEPT  TELA-FECHAMENTO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR DATA-BASE = 0 OR SERIE-BAC = 0 OR DIA-REF = 0
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

      *    Mesma regra de seculo do CB045PCW

           IF   DB-AA > 85
                MOVE 19 TO SECULO
           ELSE
                MOVE 20 TO SECULO
           END-IF
           COMPUTE DATA-BASE-INV = SECULO * 1000000
                                 + DB-AA  * 10000
                                 + DB-MM  * 100
                                 + DB-DD

           MOVE COMPETENCIA TO CBPDDA-COMPETENCIA
           MOVE 999999      TO CBPDDA-PESSOA
           READ CBPDDA IGNORE LOCK
           IF   FS-CBPDDA < "10"
                DISPLAY "Competencia ja fechada" LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF
           MOVE "00" TO FS-CBPDDA

           OPEN I-O CBTITU
           IF   FS-CBTITU > "09"
                DISPLAY "Auxiliar CBTITU inexistente - use CB093PCW"
                        LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           PERFORM 410-BAIXA-INCOBRAVEIS THRU 410-99-FIM
           PERFORM 420-LIMPA-APURACAO    THRU 420-99-FIM
           PERFORM 430-PROVISAO-EXIGIDA  THRU 430-99-FIM
           CLOSE CBTITU

           PERFORM 450-SALDO-CONTABIL    THRU 450-99-FIM

      *    So a diferenca entre a provisao exigida e o saldo da
      *    conta (ja descontadas as baixas do mes) e lancada

           COMPUTE AJUSTE = PROVISAO-EXIGIDA - SALDO-PDD
           MOVE 0                TO LANCAMENTO-GERADO
           MOVE POL-CENTRO-CUSTO TO CENTRO-LANC
           MOVE COMPETENCIA      TO DOCTO-LANC
           IF   AJUSTE > 0
                MOVE POL-COD-RED-DESPESA  TO COD-RED-DB
                MOVE POL-COD-RED-PDD      TO COD-RED-CR
                MOVE AJUSTE               TO VALOR-PARCELA
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF
           IF   AJUSTE < 0
                MOVE POL-COD-RED-PDD      TO COD-RED-DB
                MOVE POL-COD-RED-REVERSAO TO COD-RED-CR
                COMPUTE VALOR-PARCELA = AJUSTE * -1
                PERFORM 700-GERA-PAR THRU 700-99-FIM
           END-IF
           IF   AJUSTE NOT = 0
           AND  LANCAMENTO-GERADO = 0
                DISPLAY "Ajuste da PDD rejeitado - confira o BAC"
                        LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           INITIALIZE CBPDDA-REG
           MOVE COMPETENCIA       TO CBPDDA-COMPETENCIA
           MOVE 999999            TO CBPDDA-PESSOA
           MOVE PROVISAO-EXIGIDA  TO CBPDDA-PROVISAO-EXIGIDA
           IF   SALDO-PDD > 0
                MOVE SALDO-PDD    TO CBPDDA-SALDO-ANTERIOR
           END-IF
           MOVE VALOR-BAIXAS      TO CBPDDA-VALOR-BAIXAS
           MOVE AJUSTE            TO CBPDDA-VALOR-AJUSTE
           MOVE LANCAMENTO-GERADO TO CBPDDA-LANCAMENTO
           WRITE CBPDDA-REG

           DISPLAY "PDD fechada. Baixados: " LINE 23 COLUMN 03
                   QT-BAIXADOS " Rejeitados: " QT-REJEITADOS.

       400-99-FIM. EXIT.

       410-BAIXA-INCOBRAVEIS.

      *    Baixa: debita a PDD e credita o cliente pelo valor
      *    contabil do titulo (440-EXPOSICAO)

           MOVE 0 TO VALOR-BAIXAS QT-BAIXADOS QT-REJEITADOS
           MOVE LOW-VALUES TO CBTITU-CHAVE
           START CBTITU KEY NOT LESS CBTITU-CHAVE
           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD WITH LOCK
                   IF   FS-CBTITU < "10"
                   AND  CBTITU-A-RECEBER
                   AND  CBTITU-ABERTO
                   AND  CBTITU-MARCADO-INCOBRAVEL
                        PERFORM 415-BAIXA-TITULO THRU 415-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTITU.

       410-99-FIM. EXIT.

       415-BAIXA-TITULO.

           PERFORM 440-EXPOSICAO THRU 440-99-FIM
           MOVE POL-COD-RED-PDD     TO COD-RED-DB
           MOVE CBTITU-COD-RED      TO COD-RED-CR
           MOVE EXPOSICAO           TO VALOR-PARCELA
           MOVE CBTITU-CENTRO-CUSTO TO CENTRO-LANC
           MOVE CBTITU-NUMERO       TO DOCTO-LANC
           PERFORM 700-GERA-PAR THRU 700-99-FIM
           IF   LANCAMENTO-GERADO = 0
                ADD 1 TO QT-REJEITADOS
                GO TO 415-99-FIM
           END-IF

           MOVE "I"               TO CBTITU-SITUACAO
           MOVE LANCAMENTO-GERADO TO CBTITU-LANC-LIQUIDACAO
           MOVE DATA-BASE-INV     TO CBTITU-DATA-LIQUIDACAO
           REWRITE CBTITU-REG
           ADD EXPOSICAO TO VALOR-BAIXAS
           ADD 1         TO QT-BAIXADOS.

       415-99-FIM. EXIT.

       420-LIMPA-APURACAO.

      *    Fechamento anterior interrompido antes do resumo: as
      *    linhas por cliente da competencia sao refeitas

           MOVE COMPETENCIA TO CBPDDA-COMPETENCIA
           MOVE 0           TO CBPDDA-PESSOA
           START CBPDDA KEY NOT LESS CBPDDA-CHAVE
           PERFORM UNTIL FS-CBPDDA > "09"
                   READ CBPDDA NEXT RECORD
                   IF   FS-CBPDDA > "09"
                   OR   CBPDDA-COMPETENCIA NOT = COMPETENCIA
                        MOVE "10" TO FS-CBPDDA
                   ELSE
                        DELETE CBPDDA RECORD
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPDDA.

       420-99-FIM. EXIT.

       430-PROVISAO-EXIGIDA.

           MOVE 0 TO PROVISAO-EXIGIDA
           MOVE LOW-VALUES TO CBTITU-CHAVE
           START CBTITU KEY NOT LESS CBTITU-CHAVE
           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD IGNORE LOCK
                   IF   FS-CBTITU < "10"
                   AND  CBTITU-A-RECEBER
                   AND  CBTITU-ABERTO
                        PERFORM 435-PROVISIONA-TITULO
                                THRU 435-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTITU.

       430-99-FIM. EXIT.

       435-PROVISIONA-TITULO.

      *    Faixa de atraso como no CB094PCW (mes comercial de 30
      *    dias entre as datas invertidas)

           MOVE CBTITU-VENCIMENTO TO VENCIMENTO-INV
           COMPUTE DIAS-ATRASO =
                 ((BASE-AAAA - VENC-AAAA) * 360)
               + ((BASE-MM   - VENC-MM)   * 30)
               +  (BASE-DD   - VENC-DD)
           EVALUATE TRUE
               WHEN DIAS-ATRASO NOT > 0  MOVE 1 TO FAIXA
               WHEN DIAS-ATRASO NOT > 30 MOVE 2 TO FAIXA
               WHEN DIAS-ATRASO NOT > 60 MOVE 3 TO FAIXA
               WHEN DIAS-ATRASO NOT > 90 MOVE 4 TO FAIXA
               WHEN OTHER                MOVE 5 TO FAIXA
           END-EVALUATE

           PERFORM 440-EXPOSICAO THRU 440-99-FIM

           IF   CBTITU-PESSOA-CODIGO NUMERIC
                MOVE CBTITU-PESSOA-CODIGO TO PESSOA-TITULO
           ELSE
                MOVE 0                    TO PESSOA-TITULO
           END-IF

           MOVE POL-PERCENTUAL (FAIXA) TO PERCENTUAL-APLICADO
           MOVE 0                      TO PERCENTUAL-ESPECIFICO
           IF   PESSOA-TITULO NOT = 0
                MOVE PESSOA-TITULO TO CBPDDP-PESSOA
                READ CBPDDP IGNORE LOCK
                IF   FS-CBPDDP < "10"
                     MOVE CBPDDP-PERCENTUAL-PESSOA
                       TO PERCENTUAL-APLICADO PERCENTUAL-ESPECIFICO
                END-IF
                MOVE "00" TO FS-CBPDDP
           END-IF
           COMPUTE PROVISAO-TITULO ROUNDED =
                   EXPOSICAO * PERCENTUAL-APLICADO / 100
           ADD PROVISAO-TITULO TO PROVISAO-EXIGIDA

           MOVE COMPETENCIA   TO CBPDDA-COMPETENCIA
           MOVE PESSOA-TITULO TO CBPDDA-PESSOA
           READ CBPDDA
           IF   FS-CBPDDA > "09"
                INITIALIZE CBPDDA-REG
                MOVE COMPETENCIA   TO CBPDDA-COMPETENCIA
                MOVE PESSOA-TITULO TO CBPDDA-PESSOA
                MOVE PERCENTUAL-ESPECIFICO
                  TO CBPDDA-PERCENTUAL-PESSOA
                ADD  EXPOSICAO       TO CBPDDA-SALDO-FAIXA (FAIXA)
                ADD  PROVISAO-TITULO TO CBPDDA-PROVISAO-EXIGIDA
                WRITE CBPDDA-REG
           ELSE
                ADD  EXPOSICAO       TO CBPDDA-SALDO-FAIXA (FAIXA)
                ADD  PROVISAO-TITULO TO CBPDDA-PROVISAO-EXIGIDA
                REWRITE CBPDDA-REG
           END-IF
           MOVE "00" TO FS-CBPDDA.

       435-99-FIM. EXIT.

       440-EXPOSICAO.

      *    Valor contabil do titulo: face, acrescimos levados a conta
      *    pelo CB146PCW e, em moeda estrangeira, a variacao nao
      *    realizada ajustada pelo CB239PCW

           MOVE CBTITU-VALOR TO EXPOSICAO
           IF   CBTITU-ACRESCIMO NUMERIC
                ADD CBTITU-ACRESCIMO TO EXPOSICAO
           END-IF
           IF   CBTITU-VARIACAO-NR NUMERIC
                ADD CBTITU-VARIACAO-NR TO EXPOSICAO
           END-IF.

       440-99-FIM. EXIT.

       450-SALDO-CONTABIL.

      *    Saldo consolidado (centro zero) da conta da PDD no ultimo
      *    mes com movimento ate a competencia; credor no CBCOSA,
      *    por isso o sinal trocado

           MOVE 0 TO SALDO-PDD
           MOVE POL-COD-RED-PDD TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                GO TO 450-99-FIM
           END-IF

           OPEN INPUT CBCOSA
           IF   FS-CBCOSA > "09"
                MOVE "00" TO FS-CBCOSA
                GO TO 450-99-FIM
           END-IF
           MOVE 0            TO CBCOSA-CENTRO-CUSTO
           MOVE CBPLCO-CONTA TO CBCOSA-CONTA
           MOVE COMPETENCIA  TO CBCOSA-AAAAMM
           START CBCOSA KEY NOT GREATER CBCOSA-CHAVE
           IF   FS-CBCOSA < "10"
                READ CBCOSA PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBCOSA < "10"
                AND  CBCOSA-CENTRO-CUSTO = 0
                AND  CBCOSA-CONTA = CBPLCO-CONTA
                     COMPUTE SALDO-PDD = CBCOSA-SALDO-ATUAL * -1
                END-IF
           END-IF
           CLOSE CBCOSA
           MOVE "00" TO FS-CBCOSA.

       450-99-FIM. EXIT.

       500-RELATORIO.

           MOVE 0 TO REL-AAAA REL-MM
           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR REL-AAAA = 0 OR REL-MM = 0 OR REL-MM > 12
                SET ENTER-KEY TO TRUE
                GO TO 500-99-FIM
           END-IF

           MOVE COMPETENCIA-REL TO CBPDDA-COMPETENCIA
           MOVE 999999          TO CBPDDA-PESSOA
           READ CBPDDA IGNORE LOCK
           IF   FS-CBPDDA > "09"
                MOVE "00" TO FS-CBPDDA
                DISPLAY "Competencia nao fechada" LINE 23 COLUMN 03
                GO TO 500-99-FIM
           END-IF
           MOVE CBPDDA-SALDO-ANTERIOR   TO SALDO-PDD
           MOVE CBPDDA-VALOR-BAIXAS     TO VALOR-BAIXAS
           MOVE CBPDDA-VALOR-AJUSTE     TO AJUSTE
           MOVE CBPDDA-LANCAMENTO       TO LANCAMENTO-GERADO

           MOVE "PROVISAO PARA DEVEDORES DUVIDOSOS - POR CLIENTE"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " REL-MM "/" REL-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB206PA" TO CWIMPR-REPORT

           MOVE 0 TO TOTAIS-FAIXAS TOTAL-PROVISAO
           MOVE COMPETENCIA-REL TO CBPDDA-COMPETENCIA
           MOVE 0               TO CBPDDA-PESSOA
           START CBPDDA KEY NOT LESS CBPDDA-CHAVE
           PERFORM UNTIL FS-CBPDDA > "09"
                   READ CBPDDA NEXT RECORD IGNORE LOCK
                   IF   FS-CBPDDA > "09"
                   OR   CBPDDA-COMPETENCIA NOT = COMPETENCIA-REL
                   OR   CBPDDA-RESUMO
                        MOVE "10" TO FS-CBPDDA
                   ELSE
                        PERFORM 510-LINHA THRU 510-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPDDA

           MOVE SPACES  TO LINHA-02
           MOVE "TOTAL" TO CLIC-RAZAO
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5
                   MOVE TOTAL-FAIXA (F) TO CLIC-FAIXA (F)
           END-PERFORM
           MOVE TOTAL-PROVISAO TO CLIC-PROVISAO
           MOVE LINHA-02       TO CWIMPR-DETAIL
           CALL "CB125PCW"  USING PARAMETROS-CWIMPR

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "PROVISAO EXIGIDA........................:"
             TO CLIC-RESUMO-LIT
           MOVE TOTAL-PROVISAO TO CLIC-RESUMO
           PERFORM 520-RESUMO THRU 520-99-FIM
           MOVE "SALDO CONTABIL APOS AS BAIXAS...........:"
             TO CLIC-RESUMO-LIT
           MOVE SALDO-PDD      TO CLIC-RESUMO
           PERFORM 520-RESUMO THRU 520-99-FIM
           MOVE "BAIXAS DE INCOBRAVEIS NO MES............:"
             TO CLIC-RESUMO-LIT
           MOVE VALOR-BAIXAS   TO CLIC-RESUMO
           PERFORM 520-RESUMO THRU 520-99-FIM
           MOVE "AJUSTE LANCADO (NEGATIVO = REVERSAO)....:"
             TO CLIC-RESUMO-LIT
           MOVE AJUSTE         TO CLIC-RESUMO
           PERFORM 520-RESUMO THRU 520-99-FIM
           MOVE "LANCAMENTO DO AJUSTE....................:"
             TO CLIC-RESUMO-LIT
           MOVE LANCAMENTO-GERADO TO CLIC-RESUMO
           PERFORM 520-RESUMO THRU 520-99-FIM

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Relatorio emitido (CB206PA)" LINE 23 COLUMN 03.

       500-99-FIM. EXIT.

       510-LINHA.

           MOVE SPACES        TO LINHA-02
           MOVE CBPDDA-PESSOA TO CLIC-PESSOA
           IF   CBPDDA-PESSOA = 0
                MOVE "TITULOS SEM CADASTRO" TO CLIC-RAZAO
           ELSE
                MOVE CBPDDA-PESSOA TO CBPESS-CODIGO
                READ CBPESS IGNORE LOCK
                IF   FS-CBPESS < "10"
                     MOVE CBPESS-RAZAO-SOCIAL TO CLIC-RAZAO
                END-IF
                MOVE "00" TO FS-CBPESS
           END-IF
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > 5
                   MOVE CBPDDA-SALDO-FAIXA (F) TO CLIC-FAIXA (F)
                   ADD  CBPDDA-SALDO-FAIXA (F) TO TOTAL-FAIXA (F)
           END-PERFORM
           IF   CBPDDA-PERCENTUAL-PESSOA NOT = 0
                MOVE CBPDDA-PERCENTUAL-PESSOA TO CLIC-PERCENTUAL
           END-IF
           MOVE CBPDDA-PROVISAO-EXIGIDA TO CLIC-PROVISAO
           ADD  CBPDDA-PROVISAO-EXIGIDA TO TOTAL-PROVISAO
           MOVE LINHA-02                TO CWIMPR-DETAIL
           CALL "CB125PCW"           USING PARAMETROS-CWIMPR.

       510-99-FIM. EXIT.

       520-RESUMO.

           MOVE LINHA-03 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       520-99-FIM. EXIT.

       700-GERA-PAR.

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                 TO CB043PCW-COMANDO
           MOVE "D"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC           TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC          TO CB043PCW-NUMERO-BAC
           MOVE CENTRO-LANC         TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB          TO CB043PCW-COD-RED
           MOVE POL-HISTORICO       TO CB043PCW-HISTORICO
           MOVE DOCTO-LANC          TO CB043PCW-DOCTO
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

       800-INICIAIS.

           OPEN I-O CBPDDP
           IF   FS-CBPDDP = "30" OR "35"
                CLOSE CBPDDP
                OPEN OUTPUT CBPDDP
                CLOSE CBPDDP
                OPEN I-O CBPDDP
           END-IF
           IF   FS-CBPDDP > "09"
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN I-O CBPDDA
           IF   FS-CBPDDA = "30" OR "35"
                CLOSE CBPDDA
                OPEN OUTPUT CBPDDA
                CLOSE CBPDDA
                OPEN I-O CBPDDA
           END-IF
           IF   FS-CBPDDA > "09"
                CLOSE CBPDDP
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN INPUT CBPESS
           IF   FS-CBPESS > "09"
                MOVE "00" TO FS-CBPESS
           END-IF
           OPEN INPUT CBPLCO.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBPDDP CBPDDA CBPESS CBPLCO.

       900-99-FIM. EXIT.

       END PROGRAM CB206PCW.
