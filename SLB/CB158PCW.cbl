                      *  limite do periodo) e CSLL nas aliquotas da   *
                      *  tela, contabiliza as provisoes pelo          *
                      *  CB043PCW e imprime a demonstracao no         *
                      *  formato do Lalur. Compensa prejuizo fiscal   *
                      *  e base negativa da CSLL ate 30% do lucro     *
                      *  real e registra o movimento da Parte B       *
                      *  (CBLALB): diferencas temporarias dos itens   *
                      *  com conta de controle e saldos de prejuizo   *
                      *  Exclui o JCP dedutivel creditado no periodo  *
                      *  pelo CB230PCW (CBJCPA)                       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

       COPY CBLALUSL.
       COPY CBLALBSL.
       COPY CBPLCOSL.
       COPY CBCOSASL.
       COPY CBJCPASL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBLALUFD.
       COPY CBLALBFD.
       COPY CBJCPAFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.

           05 TIPO-I                    PIC  X(001) VALUE "A".
           05 CLASSE-DE-I               PIC  9(015) VALUE 0.
           05 CLASSE-ATE-I              PIC  9(015) VALUE 0.
           05 PARTE-B-I                 PIC  9(003) VALUE 0.
           05 COMP-DE                   PIC  9(006) VALUE 0.
           05 FILLER REDEFINES COMP-DE.
              10 COMP-DE-AAAA           PIC  9(004).
              10 COMP-DE-MM             PIC  9(002).
           05 COMP-ATE                  PIC  9(006) VALUE 0.
           05 COMP-ANTERIOR             PIC  9(006) VALUE 0.
           05 FILLER REDEFINES COMP-ANTERIOR.
              10 COMP-ANT-AAAA          PIC  9(004).
              10 COMP-ANT-MM            PIC  9(002).
           05 COMP-CORRENTE             PIC  9(006) VALUE 0.
           05 FILLER REDEFINES COMP-CORRENTE.
              10 COMP-CORR-AAAA         PIC  9(004).
           05 LUCRO-REAL         COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-ITEM         COMP-3 PIC S9(012)V99 VALUE 0.
           05 BASE-EXCEDENTE     COMP-3 PIC S9(012)V99 VALUE 0.
           05 LIMITE-COMPENSACAO COMP-3 PIC  9(012)V99 VALUE 0.
           05 SALDO-PREJUIZO     COMP-3 PIC S9(012)V99 VALUE 0.
           05 SALDO-BASE-NEG     COMP-3 PIC S9(012)V99 VALUE 0.
           05 COMPENSA-PREJUIZO  COMP-3 PIC  9(012)V99 VALUE 0.
           05 COMPENSA-BASE-NEG  COMP-3 PIC  9(012)V99 VALUE 0.
           05 PREJUIZO-PERIODO   COMP-3 PIC  9(012)V99 VALUE 0.
           05 BASE-IRPJ          COMP-3 PIC S9(012)V99 VALUE 0.
           05 BASE-CSLL          COMP-3 PIC S9(012)V99 VALUE 0.
           05 SALDO-LIDO         COMP-3 PIC S9(012)V99 VALUE 0.
           05 DESCRICAO-LIDA            PIC  X(040) VALUE SPACES.
           05 TIPO-PARTE-B              PIC  X(001) VALUE SPACE.
           05 CODIGO-PARTE-B            PIC  9(003) VALUE 0.
           05 ADICOES-PARTE-B    COMP-3 PIC  9(012)V99 VALUE 0.
           05 EXCLUSOES-PARTE-B  COMP-3 PIC  9(012)V99 VALUE 0.
           05 PARTE-B-ATUALIZA          PIC  X(001) VALUE "N".
           05 PB                        PIC  9(003) VALUE 0.
           05 QT-PARTE-B                PIC  9(003) VALUE 0.
           05 PARTE-B-PERIODO.
              10 PB-ITEM OCCURS 100.
                 15 PB-CODIGO           PIC  9(003).
                 15 PB-DESCRICAO        PIC  X(040).
                 15 PB-ADICOES   COMP-3 PIC  9(012)V99.
                 15 PB-EXCLUSOES COMP-3 PIC  9(012)V99.
           05 VALOR-IRPJ         COMP-3 PIC  9(012)V99 VALUE 0.
           05 VALOR-ADICIONAL    COMP-3 PIC  9(012)V99 VALUE 0.
           05 VALOR-CSLL         COMP-3 PIC  9(012)V99 VALUE 0.
           05 ER-CBLALU.
              10 FS-CBLALU              PIC  X(002) VALUE "00".
              10 LB-CBLALU              PIC  X(050) VALUE "CBLALU".
           05 ER-CBLALB.
              10 FS-CBLALB              PIC  X(002) VALUE "00".
              10 LB-CBLALB              PIC  X(050) VALUE "CBLALB".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".
           05 ER-CBJCPA.
              10 FS-CBJCPA              PIC  X(002) VALUE "00".
              10 LB-CBJCPA              PIC  X(050) VALUE "CBJCPA".

       COPY CB043PCW.

           05 LINE 07 COLUMN 30 PIC 9(015)  USING CLASSE-DE-I.
           05 LINE 08 COLUMN 03 VALUE "Classe ate.............:".
           05 LINE 08 COLUMN 30 PIC 9(015)  USING CLASSE-ATE-I.
           05 LINE 09 COLUMN 03 VALUE "Conta Parte B (temp.)..:".
           05 LINE 09 COLUMN 30 PIC 9(003)  USING PARTE-B-I.

       01  TELA-APURACAO.
           05 LINE 03 COLUMN 03 VALUE "Competencia inicial....:".
       100-MANTEM-ITEM.

           MOVE 0      TO CODIGO-I CLASSE-DE-I CLASSE-ATE-I
                          PARTE-B-I
           MOVE SPACES TO DESCRICAO-I
           MOVE "A"    TO TIPO-I
           DISPLAY TELA-ITEM
           MOVE TIPO-I       TO CBLALU-TIPO
           MOVE CLASSE-DE-I  TO CBLALU-CLASSE-DE
           MOVE CLASSE-ATE-I TO CBLALU-CLASSE-ATE
           MOVE PARTE-B-I    TO CBLALU-PARTE-B
           WRITE CBLALU-REG
           IF   FS-CBLALU > "09"
                REWRITE CBLALU-REG

      *    Adicoes e exclusoes dos itens cadastrados

           MOVE 0 TO TOTAL-ADICOES TOTAL-EXCLUSOES QT-PARTE-B
           MOVE 0 TO CBLALU-CODIGO
           START CBLALU KEY NOT LESS CBLALU-CHAVE
           PERFORM UNTIL FS-CBLALU > "09"
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBLALU
           PERFORM 227-EXCLUSAO-JCP THRU 227-99-FIM

           COMPUTE LUCRO-REAL = RESULTADO-CONTABIL
                              + TOTAL-ADICOES

           PERFORM 230-CALCULA-TRIBUTOS THRU 230-99-FIM
           PERFORM 240-CONTABILIZA      THRU 240-99-FIM
           PERFORM 250-PARTE-B          THRU 250-99-FIM

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
                       DELIMITED BY SIZE INTO CLIC-TEXTO
           END-IF
           MOVE VALOR-ITEM TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM

           IF   CBLALU-PARTE-B NUMERIC
           AND  CBLALU-PARTE-B NOT = 0
                PERFORM 225-ACUMULA-PARTE-B THRU 225-99-FIM
           END-IF.

       220-99-FIM. EXIT.

       225-ACUMULA-PARTE-B.

      *    Diferenca temporaria: acumula na conta de controle da
      *    Parte B; a adicao aumenta o saldo a excluir no futuro e
      *    a exclusao o diminui

           PERFORM VARYING PB FROM 1 BY 1
                     UNTIL PB > QT-PARTE-B
                        OR PB-CODIGO (PB) = CBLALU-PARTE-B
                   CONTINUE
           END-PERFORM
           IF   PB > QT-PARTE-B
                IF   QT-PARTE-B = 100
                     DISPLAY "Excesso de contas da Parte B"
                             LINE 23 COLUMN 03
                     GO TO 225-99-FIM
                END-IF
                ADD  1                TO QT-PARTE-B
                MOVE QT-PARTE-B       TO PB
                MOVE CBLALU-PARTE-B   TO PB-CODIGO    (PB)
                MOVE CBLALU-DESCRICAO TO PB-DESCRICAO (PB)
                MOVE 0                TO PB-ADICOES   (PB)
                                         PB-EXCLUSOES (PB)
           END-IF
           IF   CBLALU-ADICAO
                ADD VALOR-ITEM TO PB-ADICOES (PB)
           ELSE
                ADD VALOR-ITEM TO PB-EXCLUSOES (PB)
           END-IF.

       225-99-FIM. EXIT.

       227-EXCLUSAO-JCP.

      *    Juros sobre capital proprio creditados no periodo: o valor
      *    dedutivel apurado pelo CB230PCW e excluido do lucro real

           OPEN INPUT CBJCPA
           IF   FS-CBJCPA > "09"
                MOVE "00" TO FS-CBJCPA
                GO TO 227-99-FIM
           END-IF

           MOVE COMP-DE TO CBJCPA-COMPETENCIA
           START CBJCPA KEY NOT LESS CBJCPA-CHAVE
           PERFORM UNTIL FS-CBJCPA > "09"
                   READ CBJCPA NEXT RECORD IGNORE LOCK
                   IF   FS-CBJCPA < "10"
                        IF   CBJCPA-COMPETENCIA > COMP-ATE
                             MOVE "10" TO FS-CBJCPA
                        ELSE
                             IF   CBJCPA-VALOR-DEDUTIVEL NOT = 0
                                  ADD CBJCPA-VALOR-DEDUTIVEL
                                   TO TOTAL-EXCLUSOES
                                  MOVE SPACES TO CLIC-TEXTO
                                  STRING "(-) JUROS SOBRE CAPITAL "
                                         "PROPRIO "
                                         CBJCPA-COMPETENCIA
                                         DELIMITED BY SIZE
                                         INTO CLIC-TEXTO
                                  MOVE CBJCPA-VALOR-DEDUTIVEL
                                    TO CLIC-VALOR
                                  PERFORM 290-IMPRIME THRU 290-99-FIM
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           CLOSE CBJCPA
           MOVE "00" TO FS-CBJCPA.

       227-99-FIM. EXIT.

       230-CALCULA-TRIBUTOS.

           MOVE 0 TO VALOR-IRPJ VALOR-ADICIONAL VALOR-CSLL
                     COMPENSA-PREJUIZO COMPENSA-BASE-NEG
                     PREJUIZO-PERIODO

      *    Saldos de prejuizo fiscal e de base negativa na Parte B
      *    ate o mes anterior ao inicio do periodo

           MOVE COMP-DE TO COMP-ANTERIOR
           IF   COMP-ANT-MM = 1
                MOVE 12 TO COMP-ANT-MM
                SUBTRACT 1 FROM COMP-ANT-AAAA
           ELSE
                SUBTRACT 1 FROM COMP-ANT-MM
           END-IF
           MOVE "P" TO TIPO-PARTE-B
           MOVE 0   TO CODIGO-PARTE-B
           PERFORM 260-SALDO-ANTERIOR THRU 260-99-FIM
           MOVE SALDO-LIDO TO SALDO-PREJUIZO
           MOVE "N" TO TIPO-PARTE-B
           PERFORM 260-SALDO-ANTERIOR THRU 260-99-FIM
           MOVE SALDO-LIDO TO SALDO-BASE-NEG

           IF   LUCRO-REAL NOT > 0
                COMPUTE PREJUIZO-PERIODO = 0 - LUCRO-REAL
                MOVE "PREJUIZO FISCAL E BASE NEGATIVA DO PERIODO"
                  TO CLIC-TEXTO
                MOVE PREJUIZO-PERIODO TO CLIC-VALOR
                PERFORM 290-IMPRIME THRU 290-99-FIM
                MOVE "BASE NEGATIVA - SEM PROVISAO" TO CLIC-TEXTO
                MOVE 0 TO CLIC-VALOR
                PERFORM 290-IMPRIME THRU 290-99-FIM
                GO TO 230-99-FIM
           END-IF

      *    Compensacao limitada a 30% do lucro real do periodo

           COMPUTE LIMITE-COMPENSACAO ROUNDED = LUCRO-REAL * 30 / 100
           IF   SALDO-PREJUIZO > 0
                IF   SALDO-PREJUIZO > LIMITE-COMPENSACAO
                     MOVE LIMITE-COMPENSACAO TO COMPENSA-PREJUIZO
                ELSE
                     MOVE SALDO-PREJUIZO     TO COMPENSA-PREJUIZO
                END-IF
           END-IF
           IF   SALDO-BASE-NEG > 0
                IF   SALDO-BASE-NEG > LIMITE-COMPENSACAO
                     MOVE LIMITE-COMPENSACAO TO COMPENSA-BASE-NEG
                ELSE
                     MOVE SALDO-BASE-NEG     TO COMPENSA-BASE-NEG
                END-IF
           END-IF
           COMPUTE BASE-IRPJ = LUCRO-REAL - COMPENSA-PREJUIZO
           COMPUTE BASE-CSLL = LUCRO-REAL - COMPENSA-BASE-NEG

           MOVE "(-) COMPENSACAO DE PREJUIZO FISCAL (30%)"
             TO CLIC-TEXTO
           MOVE COMPENSA-PREJUIZO TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "BASE DE CALCULO DO IRPJ" TO CLIC-TEXTO
           MOVE BASE-IRPJ                 TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "(-) COMPENSACAO DE BASE NEGATIVA CSLL (30%)"
             TO CLIC-TEXTO
           MOVE COMPENSA-BASE-NEG TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "BASE DE CALCULO DA CSLL" TO CLIC-TEXTO
           MOVE BASE-CSLL                 TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM

           COMPUTE VALOR-IRPJ ROUNDED =
                   BASE-IRPJ * ALIQ-IRPJ / 100
           COMPUTE BASE-EXCEDENTE = BASE-IRPJ - LIMITE-ADICIONAL
           IF   BASE-EXCEDENTE > 0
                COMPUTE VALOR-ADICIONAL ROUNDED =
                        BASE-EXCEDENTE * ALIQ-ADICIONAL / 100
           END-IF
           COMPUTE VALOR-CSLL ROUNDED =
                   BASE-CSLL * ALIQ-CSLL / 100

           MOVE "IRPJ A ALIQUOTA BASICA" TO CLIC-TEXTO
           MOVE VALOR-IRPJ              TO CLIC-VALOR

       240-99-FIM. EXIT.

       250-PARTE-B.

      *    O movimento da Parte B so e gravado na apuracao que
      *    contabiliza a provisao (BAC informado); sem BAC a
      *    apuracao e uma simulacao e a Parte B fica como estava

           MOVE "N" TO PARTE-B-ATUALIZA
           IF   SERIE-BAC NOT = 0 AND DIA-REF NOT = 0
                MOVE "S" TO PARTE-B-ATUALIZA
           ELSE
                MOVE "SIMULACAO - PARTE B NAO ATUALIZADA" TO CLIC-TEXTO
                MOVE 0 TO CLIC-VALOR
                PERFORM 290-IMPRIME THRU 290-99-FIM
           END-IF

           PERFORM VARYING PB FROM 1 BY 1 UNTIL PB > QT-PARTE-B
                   MOVE "D"               TO TIPO-PARTE-B
                   MOVE PB-CODIGO    (PB) TO CODIGO-PARTE-B
                   MOVE PB-DESCRICAO (PB) TO DESCRICAO-LIDA
                   MOVE PB-ADICOES   (PB) TO ADICOES-PARTE-B
                   MOVE PB-EXCLUSOES (PB) TO EXCLUSOES-PARTE-B
                   PERFORM 270-GRAVA-PARTE-B THRU 270-99-FIM
           END-PERFORM

           MOVE "P"               TO TIPO-PARTE-B
           MOVE 0                 TO CODIGO-PARTE-B
           MOVE "PREJUIZO FISCAL" TO DESCRICAO-LIDA
           MOVE PREJUIZO-PERIODO  TO ADICOES-PARTE-B
           MOVE COMPENSA-PREJUIZO TO EXCLUSOES-PARTE-B
           PERFORM 270-GRAVA-PARTE-B THRU 270-99-FIM

           MOVE "N"               TO TIPO-PARTE-B
           MOVE "BASE NEGATIVA DA CSLL" TO DESCRICAO-LIDA
           MOVE PREJUIZO-PERIODO  TO ADICOES-PARTE-B
           MOVE COMPENSA-BASE-NEG TO EXCLUSOES-PARTE-B
           PERFORM 270-GRAVA-PARTE-B THRU 270-99-FIM.

       250-99-FIM. EXIT.

       260-SALDO-ANTERIOR.

      *    Ultimo saldo da conta da Parte B ate COMP-ANTERIOR

           MOVE 0               TO SALDO-LIDO
           MOVE TIPO-PARTE-B    TO CBLALB-TIPO
           MOVE CODIGO-PARTE-B  TO CBLALB-CODIGO
           MOVE COMP-ANTERIOR   TO CBLALB-AAAAMM
           START CBLALB KEY NOT GREATER CBLALB-CHAVE
           IF   FS-CBLALB < "10"
                READ CBLALB PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBLALB < "10"
                AND  CBLALB-TIPO   = TIPO-PARTE-B
                AND  CBLALB-CODIGO = CODIGO-PARTE-B
                     MOVE CBLALB-SALDO-ATUAL TO SALDO-LIDO
                     IF   CBLALB-DESCRICAO NOT = SPACES
                          MOVE CBLALB-DESCRICAO TO DESCRICAO-LIDA
                     END-IF
                END-IF
           END-IF
           MOVE "00" TO FS-CBLALB.

       260-99-FIM. EXIT.

       270-GRAVA-PARTE-B.

           PERFORM 260-SALDO-ANTERIOR THRU 260-99-FIM
           IF   SALDO-LIDO = 0
           AND  ADICOES-PARTE-B = 0
           AND  EXCLUSOES-PARTE-B = 0
                GO TO 270-99-FIM
           END-IF

           MOVE SPACES TO CLIC-TEXTO
           STRING "PARTE B: " DESCRICAO-LIDA
                  DELIMITED BY SIZE INTO CLIC-TEXTO
           COMPUTE CLIC-VALOR = SALDO-LIDO + ADICOES-PARTE-B
                                           - EXCLUSOES-PARTE-B
           PERFORM 290-IMPRIME THRU 290-99-FIM
           IF   PARTE-B-ATUALIZA NOT = "S"
                GO TO 270-99-FIM
           END-IF

           MOVE TIPO-PARTE-B   TO CBLALB-TIPO
           MOVE CODIGO-PARTE-B TO CBLALB-CODIGO
           MOVE COMP-ATE       TO CBLALB-AAAAMM
           READ CBLALB
           IF   FS-CBLALB > "09"
                MOVE TIPO-PARTE-B   TO CBLALB-TIPO
                MOVE CODIGO-PARTE-B TO CBLALB-CODIGO
                MOVE COMP-ATE       TO CBLALB-AAAAMM
           END-IF
           MOVE DESCRICAO-LIDA    TO CBLALB-DESCRICAO
           MOVE "A"               TO CBLALB-ORIGEM
           MOVE COMP-DE           TO CBLALB-COMP-DE
           MOVE SALDO-LIDO        TO CBLALB-SALDO-ANTERIOR
           MOVE ADICOES-PARTE-B   TO CBLALB-ADICOES
           MOVE EXCLUSOES-PARTE-B TO CBLALB-EXCLUSOES
           COMPUTE CBLALB-SALDO-ATUAL = SALDO-LIDO + ADICOES-PARTE-B
                                                   - EXCLUSOES-PARTE-B
           IF   FS-CBLALB > "09"
                WRITE CBLALB-REG
           ELSE
                REWRITE CBLALB-REG
           END-IF
           IF   FS-CBLALB > "09"
                DISPLAY "Erro de gravacao em CBLALB" LINE 23 COLUMN 03
           END-IF.

       270-99-FIM. EXIT.

       290-IMPRIME.

           MOVE LINHA-02 TO CWIMPR-DETAIL
           END-IF
           IF   FS-CBLALU > "09"
                SET ESC TO TRUE
           END-IF

           OPEN I-O CBLALB
           IF   FS-CBLALB = "30" OR "35"
                CLOSE CBLALB
                OPEN OUTPUT CBLALB
                CLOSE CBLALB
                OPEN I-O CBLALB
           END-IF
           IF   FS-CBLALB > "09"
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBLALU CBLALB.

       900-99-FIM. EXIT.

