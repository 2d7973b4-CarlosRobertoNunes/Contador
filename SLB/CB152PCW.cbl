                      *  Layout: nota 9(8), data 9(8), tipo X(1)      *
                      *  ("R" receita / "I" imposto), codigo 9(4)     *
                      *  (grupo ou imposto) e valor 9(12)V99; as      *
                      *  linhas de cada nota vem agrupadas. Linha de  *
                      *  receita com quantidade 9(9)V999 no final da  *
                      *  o saida do grupo no estoque permanente e     *
                      *  lanca o CMV contra o estoque pelo CB201PCW   *
                      *                                               *
                      *  Cliente do CBPESS opcional 9(5) apos a       *
                      *  quantidade: antes de integrar, a nota do     *
                      *  cliente bloqueado, com titulos vencidos alem *
                      *  da tolerancia ou que leve a exposicao acima  *
                      *  do limite de credito fica retida no CBFTRE   *
                      *  para a mesa de credito (CB225PCW); a opcao 3 *
                      *  integra as notas ja liberadas                *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       COPY CBFTMPSL.
       COPY CBSERISL.
       COPY CBCOBASL.
       COPY CBPESSSL.
       COPY CBFTRESL.

           SELECT NOTAS ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
       COPY CBFTMPFD.
       COPY CBSERIFD.
       COPY CBCOBAFD.
       COPY CBPESSFD.
       COPY CBFTREFD.

       FD  NOTAS
           LABEL RECORD IS STANDARD
           05 NOTAS-TIPO                       PIC  X(001).
           05 NOTAS-CODIGO                     PIC  9(004).
           05 NOTAS-VALOR                      PIC  9(012)V99.
      *    Opcional: ausente nos arquivos antigos (nao numerico)
           05 NOTAS-QUANTIDADE                 PIC  9(009)V999.
      *    Opcional: cliente do CBPESS para o controle de credito
           05 NOTAS-CLIENTE                    PIC  9(005).

       WORKING-STORAGE SECTION.

           05 TOTAL-RECEITA      COMP-3 PIC  9(014)V99 VALUE 0.
           05 NOTA-CORRENTE             PIC  9(008) VALUE 0.
           05 DATA-CORRENTE             PIC  9(008) VALUE 0.
           05 DATA-ESTOQUE              PIC  9(008) VALUE 0.
           05 DATA-DDMMAA               PIC  9(006) VALUE 0.
           05 RECEITA-NOTA       COMP-3 PIC  9(012)V99 VALUE 0.
           05 TIPO-PERNA                PIC  X(001) VALUE SPACE.
           05 CENTRO-PERNA              PIC  9(004) VALUE 0.
           05 HISTORICO-PERNA           PIC  9(004) VALUE 0.
           05 VALOR-PERNA               PIC  9(012)V99 VALUE 0.
           05 LANCAMENTO-PERNA          PIC  9(007) VALUE 0.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 QT-RETIDAS         COMP-3 PIC  9(006) VALUE 0.
           05 NOTA-ANALISE              PIC  9(008) VALUE 0.
           05 DATA-ANALISE              PIC  9(008) VALUE 0.
           05 CLIENTE-ANALISE           PIC  9(005) VALUE 0.
           05 LINHAS-ANALISE     COMP-3 PIC  9(006) VALUE 0.
           05 RECEITA-ANALISE    COMP-3 PIC  9(012)V99 VALUE 0.
           05 LIMITE-ANALISE     COMP-3 PIC  9(012)V99 VALUE 0.
           05 MOTIVO-RETENCAO           PIC  X(001) VALUE SPACE.
           05 SITUACAO-NOTA             PIC  9(001) VALUE 0.
              88 NOTA-INTEGRA                       VALUE 0.
              88 NOTA-GUARDA                        VALUE 1.
              88 NOTA-IGNORA                        VALUE 2.
           05 LINHAS-GUARDADAS          PIC  9(004) VALUE 0.
           05 NOTA-LIBERADA             PIC  9(008) VALUE 0.
           05 CHAVE-LIDA                PIC  X(008) VALUE SPACES.
           05 ESTOQUE-NOTA              PIC  X(001) VALUE "N".
              88 ESTOQUE-RECUSADO                   VALUE "S".
           05 QT-PENDENTES       COMP-3 PIC  9(006) VALUE 0.
           05 QT-PERNAS-ANTES           PIC  9(004) VALUE 0.
           05 QT-PERNAS-NOTA            PIC  9(004) VALUE 0.
           05 P                         PIC  9(004) VALUE 0.
           05 PERNAS-NOTA.
              10 PERNA-NOTA OCCURS 999.
                 15 PN-LANCAMENTO       PIC  9(007).
                 15 PN-TIPO             PIC  X(001).
                 15 PN-COD-RED          PIC  9(005).
                 15 PN-VALOR            PIC  9(012)V99.
           05 C                         PIC  9(003) VALUE 0.
           05 I                         PIC  9(003) VALUE 0.
           05 TOTAL-CLIENTES            PIC  9(003) VALUE 0.
           05 TABELA-CLIENTES.
              10 CLI-TB OCCURS 300.
                 15 CLI-CODIGO          PIC  9(005).
                 15 CLI-EXPOSICAO COMP-3 PIC 9(012)V99.
                 15 CLI-VENCIDO   COMP-3 PIC 9(012)V99.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBFTMP.
           05 ER-CBCOBA.
              10 FS-CBCOBA              PIC  X(002) VALUE "00".
              10 LB-CBCOBA              PIC  X(050) VALUE "CBCOBA".
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".
           05 ER-CBFTRE.
              10 FS-CBFTRE              PIC  X(002) VALUE "00".
              10 LB-CBFTRE              PIC  X(050) VALUE "CBFTRE".
           05 ER-NOTAS.
              10 FS-NOTAS               PIC  X(002) VALUE "00".
              10 LB-NOTAS               PIC  X(050) VALUE SPACES.

       COPY CB043PCW.
       COPY CB201PCW.
       COPY CB226PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 CLIC-SITUACAO          PIC  X(012).

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Mantem mapeamento".
           05 LINE 05 COLUMN 03 VALUE "2 - Importa notas do dia".
           05 LINE 06 COLUMN 03 VALUE "3 - Integra notas liberadas".
           05 LINE 08 COLUMN 03 VALUE "Opcao:".
           05 LINE 08 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-MAPA.
           05 LINE 04 COLUMN 03 VALUE "Tipo (G=grupo I=imposto):".
           05 LINE 07 COLUMN 03 VALUE "Conta de clientes......:".
           05 LINE 07 COLUMN 30 PIC 9(005) USING COD-RED-CLIENTES.

       01  TELA-LIBERADAS.
           05 LINE 04 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 04 COLUMN 30 PIC 9(006) USING REF-AAAAMM.
           05 LINE 05 COLUMN 03 VALUE "Dia de referencia......:".
           05 LINE 05 COLUMN 30 PIC 9(002) USING DIA-REF.
           05 LINE 06 COLUMN 03 VALUE "Conta de clientes......:".
           05 LINE 06 COLUMN 30 PIC 9(005) USING COD-RED-CLIENTES.

       PROCEDURE DIVISION.

       000-INICIO.
                                    THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-IMPORTA THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-LIBERADAS THRU 300-99-FIM
                   END-EVALUATE
           END-PERFORM

                GO TO 200-98-FECHA
           END-IF

           PERFORM 220-ANALISA-CREDITO THRU 220-99-FIM
           IF   QT-LINHAS = 0
                DISPLAY "Todas as notas retidas pelo credito"
                        LINE 23 COLUMN 03
                GO TO 200-98-FECHA
           END-IF

           PERFORM 230-ABRE-BAC THRU 230-99-FIM
           IF   SERIE-FAT = 0
                GO TO 200-98-FECHA

           DISPLAY "Importacao encerrada. Notas: "
                   LINE 23 COLUMN 03
                   QT-NOTAS " Pernas rejeitadas: " QT-REJEITADAS
                   " Retidas: " QT-RETIDAS.

       200-98-FECHA.


       210-99-FIM. EXIT.

       220-ANALISA-CREDITO.

      *    Nota a nota, antes do BAC: cliente bloqueado, titulos
      *    vencidos alem da tolerancia ou exposicao (titulos em
      *    aberto, notas pendentes e as ja aceitas neste arquivo)
      *    que passe do limite retem a nota inteira no CBFTRE

           MOVE 0 TO QT-RETIDAS TOTAL-CLIENTES
           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           OPEN INPUT CBPESS
           IF   FS-CBPESS > "09"
                MOVE "00" TO FS-CBPESS
                GO TO 220-99-FIM
           END-IF
           OPEN INPUT NOTAS
           IF   FS-NOTAS > "09"
                CLOSE CBPESS
                GO TO 220-99-FIM
           END-IF

           MOVE 0 TO NOTA-ANALISE
           PERFORM UNTIL FS-NOTAS > "09"
                   READ NOTAS
                   IF   FS-NOTAS < "10"
                        IF   NOTAS-NOTA NOT = NOTA-ANALISE
                             PERFORM 225-DECIDE-NOTA
                                     THRU 225-99-FIM
                             MOVE NOTAS-NOTA TO NOTA-ANALISE
                             MOVE NOTAS-DATA TO DATA-ANALISE
                             MOVE 0 TO CLIENTE-ANALISE
                                       LINHAS-ANALISE
                                       RECEITA-ANALISE
                        END-IF
                        ADD 1 TO LINHAS-ANALISE
                        IF   NOTAS-TIPO = "R"
                             ADD NOTAS-VALOR TO RECEITA-ANALISE
                        END-IF
                        IF   CLIENTE-ANALISE = 0
                        AND  NOTAS-CLIENTE NUMERIC
                             MOVE NOTAS-CLIENTE TO CLIENTE-ANALISE
                        END-IF
                   END-IF
           END-PERFORM
           PERFORM 225-DECIDE-NOTA THRU 225-99-FIM
           CLOSE NOTAS CBPESS
           MOVE "00" TO FS-NOTAS FS-CBPESS.

       220-99-FIM. EXIT.

       225-DECIDE-NOTA.

           IF   NOTA-ANALISE = 0
                GO TO 225-99-FIM
           END-IF

      *    Nota ja retida em importacao anterior: segue com a mesa
      *    de credito e nao entra de novo

           MOVE NOTA-ANALISE TO CBFTRE-NOTA
           MOVE 0            TO CBFTRE-SEQUENCIA
           READ CBFTRE IGNORE LOCK
           IF   FS-CBFTRE < "10"
                MOVE "JA RETIDA" TO CLIC-SITUACAO
                PERFORM 228-EXCLUI-NOTA THRU 228-99-FIM
                GO TO 225-99-FIM
           END-IF
           MOVE "00" TO FS-CBFTRE

           IF   CLIENTE-ANALISE = 0
                GO TO 225-99-FIM
           END-IF
           MOVE CLIENTE-ANALISE TO CBPESS-CODIGO
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS > "09"
                MOVE "00" TO FS-CBPESS
                GO TO 225-99-FIM
           END-IF
           IF   CBPESS-CREDITO-ISENTO
           OR   CBPESS-LIMITE-CREDITO NOT NUMERIC
                GO TO 225-99-FIM
           END-IF

           PERFORM 226-EXPOSICAO-CLIENTE THRU 226-99-FIM

           MOVE SPACE TO MOTIVO-RETENCAO
           EVALUATE TRUE
               WHEN CBPESS-CREDITO-BLOQUEADO
                    MOVE "B" TO MOTIVO-RETENCAO
                    MOVE "RET.BLOQUEIO" TO CLIC-SITUACAO
               WHEN CLI-VENCIDO (C) > 0
                    MOVE "A" TO MOTIVO-RETENCAO
                    MOVE "RET.ATRASO"   TO CLIC-SITUACAO
               WHEN CBPESS-LIMITE-CREDITO > 0
               AND  CLI-EXPOSICAO (C) + RECEITA-ANALISE
                    > CBPESS-LIMITE-CREDITO
                    MOVE "L" TO MOTIVO-RETENCAO
                    MOVE "RET.LIMITE"   TO CLIC-SITUACAO
           END-EVALUATE

           IF   MOTIVO-RETENCAO NOT = SPACE
                MOVE CBPESS-LIMITE-CREDITO TO LIMITE-ANALISE
                PERFORM 227-GRAVA-RETENCAO THRU 227-99-FIM
                PERFORM 228-EXCLUI-NOTA    THRU 228-99-FIM
           END-IF

      *    Retida ou aceita, a nota passa a compor a exposicao do
      *    cliente para as proximas do mesmo arquivo

           ADD RECEITA-ANALISE TO CLI-EXPOSICAO (C).

       225-99-FIM. EXIT.

       226-EXPOSICAO-CLIENTE.

           MOVE 0 TO C
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-CLIENTES OR C NOT = 0
                   IF   CLI-CODIGO (I) = CLIENTE-ANALISE
                        MOVE I TO C
                   END-IF
           END-PERFORM
           IF   C NOT = 0
                GO TO 226-99-FIM
           END-IF

      *    Tabela cheia: a ultima posicao e recalculada a cada
      *    cliente novo

           IF   TOTAL-CLIENTES < 300
                ADD 1 TO TOTAL-CLIENTES
           END-IF
           MOVE TOTAL-CLIENTES TO C

           INITIALIZE PARAMETROS-CB226PCW
           MOVE CLIENTE-ANALISE TO CB226PCW-CLIENTE
           MOVE HOJE            TO CB226PCW-DATA-BASE
           IF   CBPESS-TOLERANCIA-ATRASO NUMERIC
                MOVE CBPESS-TOLERANCIA-ATRASO TO CB226PCW-TOLERANCIA
           END-IF
           CALL "CB226PCW" USING PARAMETROS-CB226PCW
           CANCEL "CB226PCW"
           MOVE CLIENTE-ANALISE    TO CLI-CODIGO    (C)
           MOVE CB226PCW-EXPOSICAO TO CLI-EXPOSICAO (C)
           MOVE CB226PCW-VENCIDO   TO CLI-VENCIDO   (C).

       226-99-FIM. EXIT.

       227-GRAVA-RETENCAO.

           MOVE NOTA-ANALISE      TO CBFTRE-NOTA
           MOVE 0                 TO CBFTRE-SEQUENCIA
           MOVE SPACES            TO CBFTRE-DADOS
           MOVE CLIENTE-ANALISE   TO CBFTRE-CLIENTE
           MOVE DATA-ANALISE      TO CBFTRE-DATA-NOTA
           MOVE RECEITA-ANALISE   TO CBFTRE-VALOR-NOTA
           MOVE "R"               TO CBFTRE-SITUACAO
           MOVE MOTIVO-RETENCAO   TO CBFTRE-MOTIVO
           MOVE CLI-EXPOSICAO (C) TO CBFTRE-EXPOSICAO
           MOVE LIMITE-ANALISE    TO CBFTRE-LIMITE
           MOVE CLI-VENCIDO (C)   TO CBFTRE-VENCIDO
           MOVE 0                 TO CBFTRE-QT-LINHAS
                                     CBFTRE-DATA-DECISAO
                                     CBFTRE-DATA-INTEGRACAO
           MOVE HOJE              TO CBFTRE-DATA-RETENCAO
           WRITE CBFTRE-REG
           IF   FS-CBFTRE > "09"
                DISPLAY "Erro de gravacao em CBFTRE"
                        LINE 23 COLUMN 03
           END-IF
           MOVE "00" TO FS-CBFTRE.

       227-99-FIM. EXIT.

       228-EXCLUI-NOTA.

      *    A nota sai do lote: linhas e receita fora dos previstos
      *    do BAC

           SUBTRACT LINHAS-ANALISE  FROM QT-LINHAS
           SUBTRACT RECEITA-ANALISE FROM TOTAL-RECEITA
           ADD  1               TO QT-RETIDAS
           MOVE NOTA-ANALISE    TO CLIC-NOTA
           MOVE "N"             TO CLIC-TIPO
           MOVE 0               TO CLIC-CODIGO CLIC-COD-RED
           MOVE RECEITA-ANALISE TO CLIC-VALOR
           MOVE LINHA-02        TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       228-99-FIM. EXIT.

       230-ABRE-BAC.

      *    Serie de origem "T" (faturamento) do CBSERI, com a mesma
           END-IF

           MOVE 0 TO NOTA-CORRENTE RECEITA-NOTA
           SET NOTA-INTEGRA TO TRUE
           PERFORM UNTIL FS-NOTAS > "09"
                   READ NOTAS
                   IF   FS-NOTAS < "10"
                        IF   NOTAS-NOTA NOT = NOTA-CORRENTE
                             PERFORM 268-FECHA-RETIDA
                                     THRU 268-99-FIM
                             PERFORM 270-FECHA-NOTA
                                     THRU 270-99-FIM
                             MOVE NOTAS-NOTA TO NOTA-CORRENTE
                             MOVE NOTAS-DATA TO DATA-CORRENTE
                                                DATA-ESTOQUE
                             PERFORM 255-SITUACAO-NOTA
                                     THRU 255-99-FIM
                             IF   NOTA-INTEGRA
                                  ADD 1 TO QT-NOTAS
                             END-IF
                        END-IF
                        EVALUATE TRUE
                            WHEN NOTA-INTEGRA
                                 PERFORM 260-GERA-LINHA
                                         THRU 260-99-FIM
                            WHEN NOTA-GUARDA
                                 PERFORM 265-GUARDA-LINHA
                                         THRU 265-99-FIM
                        END-EVALUATE
                   END-IF
           END-PERFORM
           PERFORM 268-FECHA-RETIDA THRU 268-99-FIM
           PERFORM 270-FECHA-NOTA THRU 270-99-FIM
           CLOSE NOTAS
           MOVE "00" TO FS-NOTAS.

       250-99-FIM. EXIT.

       255-SITUACAO-NOTA.

      *    Nota retida neste arquivo (cabecalho ainda sem linhas):
      *    guarda as linhas; retida antes: fica fora

           SET  NOTA-INTEGRA     TO TRUE
           MOVE 0                TO LINHAS-GUARDADAS
           MOVE NOTA-CORRENTE    TO CBFTRE-NOTA
           MOVE 0                TO CBFTRE-SEQUENCIA
           READ CBFTRE IGNORE LOCK
           IF   FS-CBFTRE > "09"
                MOVE "00" TO FS-CBFTRE
                GO TO 255-99-FIM
           END-IF
           IF   CBFTRE-RETIDA
           AND  CBFTRE-QT-LINHAS = 0
                SET NOTA-GUARDA TO TRUE
           ELSE
                SET NOTA-IGNORA TO TRUE
           END-IF.

       255-99-FIM. EXIT.

       260-GERA-LINHA.

           IF   NOTAS-TIPO = "R"
                MOVE CBFTMP-COD-RED    TO COD-RED-PERNA
                MOVE NOTAS-VALOR       TO VALOR-PERNA
                PERFORM 280-GERA-PERNA THRU 280-99-FIM
                IF   NOTAS-QUANTIDADE NUMERIC
                AND  NOTAS-QUANTIDADE NOT = 0
                     PERFORM 290-BAIXA-ESTOQUE THRU 290-99-FIM
                END-IF
           ELSE
      *         Imposto: despesa contra a conta a recolher
                MOVE "D"                  TO TIPO-PERNA

       260-99-FIM. EXIT.

       265-GUARDA-LINHA.

           ADD  1                TO LINHAS-GUARDADAS
           MOVE NOTA-CORRENTE    TO CBFTRE-NOTA
           MOVE LINHAS-GUARDADAS TO CBFTRE-SEQUENCIA
           MOVE SPACES           TO CBFTRE-DADOS
           MOVE NOTAS-REG        TO CBFTRE-LINHA-NOTA
           WRITE CBFTRE-REG
           IF   FS-CBFTRE > "09"
                DISPLAY "Erro de gravacao em CBFTRE"
                        LINE 23 COLUMN 03
           END-IF
           MOVE "00" TO FS-CBFTRE.

       265-99-FIM. EXIT.

       268-FECHA-RETIDA.

           IF   NOT NOTA-GUARDA
           OR   LINHAS-GUARDADAS = 0
                GO TO 268-99-FIM
           END-IF

           MOVE NOTA-CORRENTE TO CBFTRE-NOTA
           MOVE 0             TO CBFTRE-SEQUENCIA
           READ CBFTRE WITH LOCK
           IF   FS-CBFTRE < "10"
                MOVE LINHAS-GUARDADAS TO CBFTRE-QT-LINHAS
                REWRITE CBFTRE-REG
                UNLOCK CBFTRE
           END-IF
           MOVE "00" TO FS-CBFTRE
           SET  NOTA-INTEGRA TO TRUE.

       268-99-FIM. EXIT.

       270-FECHA-NOTA.

      *    Contrapartida da nota: debito em clientes pelo total da
      *    receita dos grupos (nao na liberada que sera desfeita)

           IF   NOTA-CORRENTE = 0 OR RECEITA-NOTA = 0
           OR   ESTOQUE-RECUSADO
                MOVE 0 TO RECEITA-NOTA
                GO TO 270-99-FIM
           END-IF

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                  TO CB043PCW-COMANDO
           MOVE LANCAMENTO-PERNA     TO CB043PCW-LANCAMENTO-NUMERO
           MOVE TIPO-PERNA           TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-FAT            TO CB043PCW-SERIE-BAC
           MOVE NUMERO-FAT           TO CB043PCW-NUMERO-BAC
           IF   CB043PCW-RETORNO = ZEROS
                ADD  1           TO QT-GERADAS
                MOVE "GERADO"    TO CLIC-SITUACAO
                PERFORM 285-GUARDA-PERNA THRU 285-99-FIM
           ELSE
                ADD  1           TO QT-REJEITADAS
                MOVE "REJEITADO" TO CLIC-SITUACAO

       280-99-FIM. EXIT.

       285-GUARDA-PERNA.

      *    Pernas geradas da nota liberada, para desfaze-las se a
      *    baixa de estoque for recusada

           IF   NOTA-LIBERADA = 0
                GO TO 285-99-FIM
           END-IF

           ADD  1 TO QT-PERNAS-NOTA
           IF   QT-PERNAS-NOTA > 999
                GO TO 285-99-FIM
           END-IF

           MOVE CB043PCW-LANCAMENTO-NUMERO
                              TO PN-LANCAMENTO (QT-PERNAS-NOTA)
           MOVE TIPO-PERNA    TO PN-TIPO       (QT-PERNAS-NOTA)
           MOVE COD-RED-PERNA TO PN-COD-RED    (QT-PERNAS-NOTA)
           MOVE VALOR-PERNA   TO PN-VALOR      (QT-PERNAS-NOTA).

       285-99-FIM. EXIT.

       290-BAIXA-ESTOQUE.

      *    Saida do grupo a custo medio: previa do custo no CB201PCW,
      *    par CMV x estoque num so lancamento e so entao a baixa na
      *    ficha, com o lancamento gerado. Na nota liberada a saida
      *    e na data da integracao: a da nota costuma ser anterior a
      *    ultima movimentacao do grupo e seria recusada

           MOVE QT-PERNAS-NOTA   TO QT-PERNAS-ANTES
           INITIALIZE PARAMETROS-CB201PCW
           MOVE "P"              TO CB201PCW-COMANDO
           MOVE NOTAS-CODIGO     TO CB201PCW-GRUPO
           MOVE DATA-ESTOQUE     TO CB201PCW-DATA
           MOVE NOTAS-QUANTIDADE TO CB201PCW-QUANTIDADE
           CALL "CB201PCW" USING PARAMETROS-CB201PCW
           CANCEL "CB201PCW"
           IF   CB201PCW-RETORNO NOT = 0
                ADD  1             TO QT-REJEITADAS
                MOVE NOTA-CORRENTE TO CLIC-NOTA
                MOVE "S"           TO CLIC-TIPO
                MOVE NOTAS-CODIGO  TO CLIC-CODIGO
                MOVE 0             TO CLIC-COD-RED CLIC-VALOR
                EVALUATE CB201PCW-RETORNO
                    WHEN 1 MOVE "SEM ESTOQUE"  TO CLIC-SITUACAO
                    WHEN 2 MOVE "SEM SALDO"    TO CLIC-SITUACAO
                    WHEN 3 MOVE "RETROATIVA"   TO CLIC-SITUACAO
                    WHEN OTHER
                           MOVE "ERRO ESTOQUE" TO CLIC-SITUACAO
                END-EVALUATE
                MOVE LINHA-02 TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
                PERFORM 298-RECUSA-ESTOQUE THRU 298-99-FIM
                GO TO 290-99-FIM
           END-IF

           MOVE CB201PCW-CENTRO-CUSTO TO CBFTMP-CENTRO-CUSTO
           MOVE CB201PCW-HISTORICO    TO CBFTMP-HISTORICO
           MOVE CB201PCW-VALOR        TO VALOR-PERNA
           MOVE 0                     TO LANCAMENTO-PERNA
           MOVE "D"                   TO TIPO-PERNA
           MOVE CB201PCW-COD-RED-CMV  TO COD-RED-PERNA
           PERFORM 280-GERA-PERNA THRU 280-99-FIM
           IF   CB043PCW-RETORNO NOT = ZEROS
                PERFORM 298-RECUSA-ESTOQUE THRU 298-99-FIM
                GO TO 290-99-FIM
           END-IF

           MOVE CB043PCW-LANCAMENTO-NUMERO TO LANCAMENTO-PERNA
           MOVE "C"                        TO TIPO-PERNA
           MOVE CB201PCW-COD-RED-ESTOQUE   TO COD-RED-PERNA
           PERFORM 280-GERA-PERNA THRU 280-99-FIM
           IF   CB043PCW-RETORNO NOT = ZEROS
                PERFORM 295-DESFAZ-CMV THRU 295-99-FIM
                PERFORM 298-RECUSA-ESTOQUE THRU 298-99-FIM
                GO TO 290-99-FIM
           END-IF

           MOVE "S"              TO CB201PCW-COMANDO
           MOVE NOTA-CORRENTE    TO CB201PCW-DOCTO
           MOVE "CB152PCW"       TO CB201PCW-ORIGEM
           MOVE SERIE-FAT        TO CB201PCW-SERIE-BAC
           MOVE NUMERO-FAT       TO CB201PCW-NUMERO-BAC
           MOVE LANCAMENTO-PERNA TO CB201PCW-LANCAMENTO
           CALL "CB201PCW" USING PARAMETROS-CB201PCW
           CANCEL "CB201PCW"
           IF   CB201PCW-RETORNO NOT = 0
                MOVE "E"           TO CB043PCW-COMANDO
                MOVE "C"           TO CB043PCW-LANCAMENTO-TIPO
                MOVE CB201PCW-COD-RED-ESTOQUE
                                   TO CB043PCW-COD-RED
                CALL "CB043PCW" USING PARAMETROS-CB043PCW
                CANCEL "CB043PCW"
                PERFORM 295-DESFAZ-CMV THRU 295-99-FIM
                ADD  1             TO QT-REJEITADAS
                PERFORM 298-RECUSA-ESTOQUE THRU 298-99-FIM
           END-IF
           MOVE 0 TO LANCAMENTO-PERNA.

       290-99-FIM. EXIT.

       295-DESFAZ-CMV.

           MOVE "E"                  TO CB043PCW-COMANDO
           MOVE LANCAMENTO-PERNA     TO CB043PCW-LANCAMENTO-NUMERO
           MOVE "D"                  TO CB043PCW-LANCAMENTO-TIPO
           MOVE CB201PCW-COD-RED-CMV TO CB043PCW-COD-RED
           CALL "CB043PCW"        USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           MOVE QT-PERNAS-ANTES      TO QT-PERNAS-NOTA
           MOVE 0                    TO LANCAMENTO-PERNA.

       295-99-FIM. EXIT.

       298-RECUSA-ESTOQUE.

      *    Nota liberada com todas as pernas guardadas: o resto das
      *    linhas fica de fora e o fechamento desfaz as geradas

           IF   NOTA-LIBERADA = 0
           OR   QT-PERNAS-NOTA > 999
                GO TO 298-99-FIM
           END-IF

           SET  ESTOQUE-RECUSADO TO TRUE
           SET  NOTA-IGNORA      TO TRUE.

       298-99-FIM. EXIT.

       300-LIBERADAS.

      *    Notas liberadas pela mesa de credito (CB225PCW): as
      *    linhas guardadas no CBFTRE passam pelo mesmo caminho da
      *    importacao, num BAC proprio da serie de faturamento

           MOVE 0 TO REF-AAAAMM DIA-REF COD-RED-CLIENTES
           DISPLAY TELA-LIBERADAS
           ACCEPT  TELA-LIBERADAS
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR REF-AAAAMM = 0
           OR   DIA-REF = 0 OR COD-RED-CLIENTES = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           MOVE 0 TO QT-LINHAS TOTAL-RECEITA QT-NOTAS
                     QT-GERADAS QT-REJEITADAS QT-PENDENTES
           MOVE LOW-VALUES TO CBFTRE-CHAVE
           START CBFTRE KEY NOT LESS CBFTRE-CHAVE
           PERFORM UNTIL FS-CBFTRE > "09"
                   READ CBFTRE NEXT RECORD IGNORE LOCK
                   IF   FS-CBFTRE < "10"
                   AND  CBFTRE-SEQUENCIA = 0
                   AND  CBFTRE-LIBERADA
                        ADD CBFTRE-QT-LINHAS  TO QT-LINHAS
                        ADD CBFTRE-VALOR-NOTA TO TOTAL-RECEITA
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBFTRE
           IF   QT-LINHAS = 0
                DISPLAY "Nenhuma nota liberada pelo credito"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE SPACES TO CWIMPR-TIME-REPORT
           MOVE "INTEGRACAO DAS NOTAS LIBERADAS PELO CREDITO"
             TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " REF-AAAAMM
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB152PB" TO CWIMPR-REPORT

           PERFORM 230-ABRE-BAC THRU 230-99-FIM
           IF   SERIE-FAT = 0
                GO TO 300-98-FECHA
           END-IF

           MOVE 0 TO NOTA-CORRENTE RECEITA-NOTA NOTA-LIBERADA
                     QT-PERNAS-NOTA
           MOVE "N" TO ESTOQUE-NOTA
           SET NOTA-IGNORA TO TRUE
           MOVE LOW-VALUES TO CBFTRE-CHAVE
           START CBFTRE KEY NOT LESS CBFTRE-CHAVE
           PERFORM UNTIL FS-CBFTRE > "09"
                   READ CBFTRE NEXT RECORD IGNORE LOCK
                   IF   FS-CBFTRE < "10"
                        IF   CBFTRE-SEQUENCIA = 0
                             MOVE CBFTRE-CHAVE TO CHAVE-LIDA
                             PERFORM 270-FECHA-NOTA THRU 270-99-FIM
                             PERFORM 320-CONCLUI-LIBERADA
                                     THRU 320-99-FIM
                             PERFORM 310-CABECALHO  THRU 310-99-FIM
                        ELSE
                             IF   NOTA-INTEGRA
                                  MOVE CBFTRE-LINHA-NOTA TO NOTAS-REG
                                  PERFORM 260-GERA-LINHA
                                          THRU 260-99-FIM
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBFTRE
           PERFORM 270-FECHA-NOTA THRU 270-99-FIM
           PERFORM 320-CONCLUI-LIBERADA THRU 320-99-FIM

           DISPLAY "Liberadas integradas: " LINE 23 COLUMN 03
                   QT-NOTAS " Pernas rejeitadas: " QT-REJEITADAS
                   " Desfeitas: " QT-PENDENTES.

       300-98-FECHA.

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       300-99-FIM. EXIT.

       310-CABECALHO.

      *    A nota liberada so e marcada integrada no fechamento
      *    (320-CONCLUI-LIBERADA), depois da baixa de estoque. A
      *    releitura do cabecalho repoe o registro e a posicao do
      *    arquivo, que o fechamento da nota anterior desloca

           SET  NOTA-IGNORA TO TRUE
           MOVE CHAVE-LIDA  TO CBFTRE-CHAVE
           READ CBFTRE IGNORE LOCK
           IF   FS-CBFTRE > "09"
           OR   NOT CBFTRE-LIBERADA
                GO TO 310-99-FIM
           END-IF

           SET  NOTA-INTEGRA      TO TRUE
           MOVE CBFTRE-NOTA       TO NOTA-CORRENTE NOTA-LIBERADA
           MOVE CBFTRE-DATA-NOTA  TO DATA-CORRENTE
           COMPUTE DATA-ESTOQUE = REF-AAAAMM * 100 + DIA-REF
           MOVE 0                 TO QT-PERNAS-NOTA
           MOVE "N"               TO ESTOQUE-NOTA
           ADD  1                 TO QT-NOTAS.

       310-99-FIM. EXIT.

       320-CONCLUI-LIBERADA.

      *    Baixa de estoque recusada: as pernas geradas sao desfeitas
      *    e a nota continua liberada para nova integracao; senao e
      *    marcada integrada

           IF   NOTA-LIBERADA = 0
                GO TO 320-99-FIM
           END-IF

           IF   ESTOQUE-RECUSADO
                PERFORM VARYING P FROM 1 BY 1 UNTIL P > QT-PERNAS-NOTA
                        PERFORM 325-DESFAZ-PERNA THRU 325-99-FIM
                END-PERFORM
                SUBTRACT 1 FROM QT-NOTAS
                ADD  1             TO QT-PENDENTES
                MOVE NOTA-LIBERADA TO CLIC-NOTA
                MOVE "N"           TO CLIC-TIPO
                MOVE 0             TO CLIC-CODIGO CLIC-COD-RED
                                      CLIC-VALOR
                MOVE "DESFEITA"    TO CLIC-SITUACAO
                MOVE LINHA-02 TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           ELSE
                MOVE NOTA-LIBERADA TO CBFTRE-NOTA
                MOVE 0             TO CBFTRE-SEQUENCIA
                READ CBFTRE WITH LOCK
                IF   FS-CBFTRE < "10"
                     MOVE "I"  TO CBFTRE-SITUACAO
                     MOVE HOJE TO CBFTRE-DATA-INTEGRACAO
                     REWRITE CBFTRE-REG
                     UNLOCK CBFTRE
                END-IF
                IF   FS-CBFTRE > "09"
                     DISPLAY "Erro de gravacao em CBFTRE"
                             LINE 23 COLUMN 03
                END-IF
                MOVE "00" TO FS-CBFTRE
           END-IF

           MOVE 0   TO NOTA-LIBERADA QT-PERNAS-NOTA
           MOVE "N" TO ESTOQUE-NOTA.

       320-99-FIM. EXIT.

       325-DESFAZ-PERNA.

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "E"               TO CB043PCW-COMANDO
           MOVE SERIE-FAT         TO CB043PCW-SERIE-BAC
           MOVE NUMERO-FAT        TO CB043PCW-NUMERO-BAC
           MOVE PN-LANCAMENTO (P) TO CB043PCW-LANCAMENTO-NUMERO
           MOVE PN-TIPO       (P) TO CB043PCW-LANCAMENTO-TIPO
           MOVE PN-COD-RED    (P) TO CB043PCW-COD-RED
           MOVE PN-VALOR      (P) TO CB043PCW-VALOR
           MOVE DIA-REF           TO CB043PCW-DD-REFERENCIA
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW".

       325-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBFTMP
           END-IF
           IF   FS-CBFTMP > "09"
                SET ESC TO TRUE
           END-IF

           OPEN I-O CBFTRE
           IF   FS-CBFTRE = "30" OR "35"
                CLOSE CBFTRE
                OPEN OUTPUT CBFTRE
                CLOSE CBFTRE
                OPEN I-O CBFTRE
           END-IF
           IF   FS-CBFTRE > "09"
                DISPLAY "Notas retidas (CBFTRE) indisponiveis"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBFTMP CBFTRE.

       900-99-FIM. EXIT.

