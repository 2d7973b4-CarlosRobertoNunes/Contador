                      *  Manutencao dos titulos (CBTITU), com         *
                      *  contabilizacao automatica do reconhecimento  *
                      *  na inclusao e da liquidacao na baixa,        *
                      *  sempre atraves do CB043PCW.                  *
                      *                                               *
                      *  Titulo em moeda estrangeira: o valor em      *
                      *  reais sai do valor na moeda a cotacao da     *
                      *  emissao (CB240PCW); na baixa, a diferenca    *
                      *  entre o valor na moeda a taxa da liquidacao  *
                      *  e o valor contabil do titulo (historico mais *
                      *  a variacao nao realizada do CB239PCW) e a    *
                      *  variacao cambial realizada, contabilizada    *
                      *  nas contas da moeda no CBMOTI                *
                      *                                               *
                      *  Titulo a pagar com tipo de servico: calcula  *
                      *  as retencoes na fonte pelo perfil do         *
                      *  fornecedor (CBPFRT, CB248PCW), reconhece o   *
                      *  bruto, transfere o retido do fornecedor para *
                      *  as contas de retencao do CBRETE e grava o    *
                      *  titulo pelo liquido                          *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.

       COPY CBTITUSL.
       COPY CBPESSSL.
       COPY CBMOTISL.
       COPY CBPFRTSL.
       COPY CBRTACSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBTITUFD.
       COPY CBPESSFD.
       COPY CBMOTIFD.
       COPY CBPFRTFD.
       COPY CBRTACFD.

       WORKING-STORAGE SECTION.

           05 TIPO-TITULO               PIC  X(001) VALUE "P".
           05 PESSOA-TITULO             PIC  X(030) VALUE SPACES.
           05 PESSOA-CODIGO-TITULO      PIC  9(005) VALUE 0.
           05 DOCUMENTO-TITULO          PIC  9(009) VALUE 0.
           05 EMISSAO-TITULO            PIC  9(006) VALUE 0.
           05 VENCIMENTO-TITULO         PIC  9(006) VALUE 0.
           05 VALOR-TITULO              PIC  9(012)V99 VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 COD-RED-BANCO             PIC  9(005) VALUE 0.
           05 MOEDA-TITULO              PIC  9(002) VALUE 0.
           05 VALOR-MOEDA-TITULO        PIC  9(012)V99 VALUE 0.
           05 TAXA-TITULO               PIC  9(006)V9(004) VALUE 0.
           05 VALOR-CONTABIL            PIC  9(012)V99 VALUE 0.
           05 VALOR-LIQUIDACAO          PIC  9(012)V99 VALUE 0.
           05 VARIACAO-NR-TITULO        PIC S9(012)V99 VALUE 0.
           05 DIFERENCA-CAMBIAL         PIC S9(012)V99 VALUE 0.
           05 LANCAMENTO-PRINCIPAL      PIC  9(007) VALUE 0.
           05 PRINCIPAL-DB              PIC  9(005) VALUE 0.
           05 PRINCIPAL-CR              PIC  9(005) VALUE 0.
           05 SERVICO-TITULO            PIC  9(004) VALUE 0.
           05 VALOR-BRUTO               PIC  9(012)V99 VALUE 0.
           05 VALOR-RETIDO              PIC  9(012)V99 VALUE 0.
           05 VALOR-LIQUIDO             PIC  9(012)V99 VALUE 0.
           05 LANCAMENTO-TITULO         PIC  9(007) VALUE 0.
           05 COMPETENCIA-RETENCAO      PIC  9(006) VALUE 0.
           05 RETENCOES.
              10 RETENCAO OCCURS 6.
                 15 RT-CALCULADO        PIC  9(012)V99.
                 15 RT-DIFERIDO         PIC  9(012)V99.
                 15 RT-VALOR            PIC  9(012)V99.
                 15 RT-COD-RED          PIC  9(005).
                 15 RT-ACUMULA          PIC  X(001).
                 15 RT-LANCAMENTO       PIC  9(007).
           05 I                         PIC  9(001) VALUE 0.
           05 CALCULO                   PIC  9(001) VALUE 0.
              88 RETENCAO-RECUSADA                 VALUE 1.
           05 RESPOSTA                  PIC  X(001) VALUE "N".
           05 TAXA-ED                   PIC  ZZZ.ZZ9,9999.
           05 VALOR-ED                  PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 DATA-TRABALHO             PIC  9(008) VALUE 0.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".
           05 ER-CBMOTI.
              10 FS-CBMOTI              PIC  X(002) VALUE "00".
              10 LB-CBMOTI              PIC  X(050) VALUE "CBMOTI".
           05 ER-CBPFRT.
              10 FS-CBPFRT              PIC  X(002) VALUE "00".
              10 LB-CBPFRT              PIC  X(050) VALUE "CBPFRT".
           05 ER-CBRTAC.
              10 FS-CBRTAC              PIC  X(002) VALUE "00".
              10 LB-CBRTAC              PIC  X(050) VALUE "CBRTAC".

       COPY CB043PCW.
       COPY CB240PCW.

       SCREEN SECTION.

           05 LINE 16 COLUMN 24 PIC 99     USING DIA-REF.
           05 LINE 17 COLUMN 03 VALUE "Pessoa (cadastro)..:".
           05 LINE 17 COLUMN 24 PIC 99999  USING PESSOA-CODIGO-TITULO.
           05 LINE 18 COLUMN 03 VALUE "Documento fiscal...:".
           05 LINE 18 COLUMN 24 PIC 9(009) USING DOCUMENTO-TITULO.
           05 LINE 19 COLUMN 03 VALUE "Moeda / valor moeda:".
           05 LINE 19 COLUMN 24 PIC 99     USING MOEDA-TITULO.
           05 LINE 19 COLUMN 27
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99      USING VALOR-MOEDA-TITULO.
           05 LINE 20 COLUMN 03 VALUE "Tipo de servico....:".
           05 LINE 20 COLUMN 24 PIC 9999   USING SERVICO-TITULO.
           05 LINE 20 COLUMN 30 VALUE "(retencao na fonte - CB248PCW)".

       01  TELA-CONSULTA.
           05 LINE 06 COLUMN 03 VALUE "Tipo...............:".
           05 LINE 09 COLUMN 03 VALUE "Dia de referencia..:".
           05 LINE 09 COLUMN 24 PIC 99     USING DIA-REF.

       01  TELA-LIQUIDA-MOEDA.
           05 LINE 10 COLUMN 03 VALUE "Taxa da liquidacao.:".
           05 LINE 10 COLUMN 24 PIC ZZZ.ZZ9,9999 USING TAXA-TITULO.
           05 LINE 10 COLUMN 38 VALUE "(zero = cotacao do dia)".

       PROCEDURE DIVISION.

       000-INICIO.
                          VALOR-TITULO COD-RED-TITULO COD-RED-CONTRA
                          CENTRO-CUSTO-TITULO HISTORICO-TITULO
                          SERIE-BAC NUMERO-BAC DIA-REF
                          PESSOA-CODIGO-TITULO DOCUMENTO-TITULO
                          MOEDA-TITULO VALOR-MOEDA-TITULO TAXA-TITULO
                          SERVICO-TITULO
           DISPLAY TELA-TITULO
           ACCEPT  TELA-TITULO
           ACCEPT  TECLA FROM ESCAPE KEY
                END-IF
           END-IF

      *    Moeda estrangeira: valor em reais pela cotacao da emissao

           IF   MOEDA-TITULO NOT = 0
                PERFORM 150-CONVERTE-EMISSAO THRU 150-99-FIM
                IF   TAXA-TITULO = 0
                     GO TO 100-99-FIM
                END-IF
           END-IF

           IF  (TIPO-TITULO NOT = "P" AND TIPO-TITULO NOT = "R")
           OR   VALOR-TITULO = 0
           OR   COD-RED-TITULO = 0 OR COD-RED-CONTRA = 0
                GO TO 100-99-FIM
           END-IF

      *    Servico com perfil de retencao: mostra o retido e o
      *    liquido a pagar e pede confirmacao

           MOVE VALOR-TITULO TO VALOR-BRUTO
           MOVE 0            TO VALOR-RETIDO
           INITIALIZE RETENCOES
           IF   SERVICO-TITULO NOT = 0
                PERFORM 160-CALCULA-RETENCOES THRU 160-99-FIM
                IF   RETENCAO-RECUSADA
                     GO TO 100-99-FIM
                END-IF
                COMPUTE VALOR-LIQUIDO = VALOR-BRUTO - VALOR-RETIDO
                MOVE VALOR-RETIDO  TO VALOR-ED
                DISPLAY "Retido.............:" LINE 21 COLUMN 03
                        VALOR-ED               LINE 21 COLUMN 24
                MOVE VALOR-LIQUIDO TO VALOR-ED
                DISPLAY "Liquido:"             LINE 21 COLUMN 45
                        VALOR-ED               LINE 21 COLUMN 54
                MOVE "N" TO RESPOSTA
                DISPLAY "Confirma a inclusao (S/N)?" LINE 22 COLUMN 03
                ACCEPT RESPOSTA LINE 22 COLUMN 31
                DISPLAY LINHA-BRANCA LINE 22 COLUMN 03
                IF   RESPOSTA NOT = "S" AND NOT = "s"
                     GO TO 100-99-FIM
                END-IF
           END-IF

      *    Pagar: debita a despesa e credita o fornecedor;
      *    Receber: debita o cliente e credita a receita

                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           MOVE LANCAMENTO-GERADO TO LANCAMENTO-TITULO

      *    Retido: debita o fornecedor e credita a conta de retencao
      *    de cada tributo; a apuracao do CB135PCW soma esses creditos

           IF   VALOR-RETIDO NOT = 0
                PERFORM 170-CONTABILIZA-RETENCOES THRU 170-99-FIM
                IF   RETENCAO-RECUSADA
                     DISPLAY "Retencao rejeitada pelo CB043PCW"
                             LINE 23 COLUMN 03
                     GO TO 100-99-FIM
                END-IF
           END-IF

           MOVE NUMERO-TITULO       TO CBTITU-NUMERO
           MOVE TIPO-TITULO         TO CBTITU-TIPO
           MOVE VENCIMENTO-TITULO   TO DATA-DDMMAA
           PERFORM 510-INVERTE-DATA THRU 510-99-FIM
           MOVE DATA-INVERTIDA      TO CBTITU-VENCIMENTO
           COMPUTE CBTITU-VALOR = VALOR-BRUTO - VALOR-RETIDO
           MOVE COD-RED-TITULO      TO CBTITU-COD-RED
           MOVE COD-RED-CONTRA      TO CBTITU-COD-RED-CONTRA
           MOVE CENTRO-CUSTO-TITULO TO CBTITU-CENTRO-CUSTO
           MOVE HISTORICO-TITULO    TO CBTITU-HISTORICO
           MOVE "A"                 TO CBTITU-SITUACAO
           MOVE LANCAMENTO-TITULO   TO CBTITU-LANC-RECONHECIMENTO
           MOVE 0                   TO CBTITU-LANC-LIQUIDACAO
                                       CBTITU-DATA-LIQUIDACAO
                                       CBTITU-ACRESCIMO
                                       CBTITU-ULT-ACRESCIMO
           MOVE PESSOA-CODIGO-TITULO TO CBTITU-PESSOA-CODIGO
           MOVE DOCUMENTO-TITULO    TO CBTITU-DOCUMENTO
           MOVE SPACE               TO CBTITU-MULTA
                                       CBTITU-MARCA-INCOBRAVEL
                                       CBTITU-TRIAGEM
           MOVE 0                   TO CBTITU-ACORDO
                                       CBTITU-PARCELA
           MOVE MOEDA-TITULO        TO CBTITU-MOEDA
           MOVE VALOR-MOEDA-TITULO  TO CBTITU-VALOR-MOEDA
           MOVE TAXA-TITULO         TO CBTITU-TAXA-EMISSAO
           MOVE 0                   TO CBTITU-VARIACAO-NR
                                       CBTITU-ULT-VARIACAO
                                       CBTITU-TAXA-LIQUIDACAO
                                       CBTITU-VARIACAO-REALIZADA
           MOVE SERVICO-TITULO      TO CBTITU-SERVICO
           MOVE VALOR-RETIDO        TO CBTITU-VALOR-RETIDO
           WRITE CBTITU-REG
           IF   FS-CBTITU > "09"
                DISPLAY "Erro de gravacao em CBTITU"
                        LINE 23 COLUMN 03
           ELSE
                IF   SERVICO-TITULO NOT = 0
                     PERFORM 180-ATUALIZA-ACUMULADO THRU 180-99-FIM
                END-IF
                DISPLAY "Titulo incluido e contabilizado"
                        LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       150-CONVERTE-EMISSAO.

           MOVE 0 TO TAXA-TITULO
           IF   VALOR-MOEDA-TITULO = 0
                DISPLAY "Informe o valor na moeda" LINE 23 COLUMN 03
                GO TO 150-99-FIM
           END-IF

           MOVE MOEDA-TITULO TO CBMOTI-MOEDA
           READ CBMOTI IGNORE LOCK
           IF   FS-CBMOTI > "09"
                DISPLAY "Moeda sem contas de variacao (CB239PCW)"
                        LINE 23 COLUMN 03
                MOVE "00" TO FS-CBMOTI
                GO TO 150-99-FIM
           END-IF

           MOVE EMISSAO-TITULO TO DATA-DDMMAA
           PERFORM 510-INVERTE-DATA THRU 510-99-FIM
           INITIALIZE PARAMETROS-CB240PCW
           MOVE MOEDA-TITULO   TO CB240PCW-MOEDA
           MOVE DATA-INVERTIDA TO CB240PCW-DATA
           CALL "CB240PCW" USING PARAMETROS-CB240PCW
           IF   NOT CB240PCW-TAXA-OK
                DISPLAY "Moeda sem cotacao no mes da emissao"
                        LINE 23 COLUMN 03
                GO TO 150-99-FIM
           END-IF

           MOVE CB240PCW-TAXA TO TAXA-TITULO
           COMPUTE VALOR-TITULO ROUNDED =
                   VALOR-MOEDA-TITULO * TAXA-TITULO.

       150-99-FIM. EXIT.

       160-CALCULA-RETENCOES.

      *    Perfil da pessoa para o servico ou, na falta, o padrao do
      *    servico (pessoa zero). Competencia do acumulo: mes da
      *    emissao

           MOVE 0 TO CALCULO
           IF   TIPO-TITULO NOT = "P"
           OR   PESSOA-CODIGO-TITULO = 0
           OR   MOEDA-TITULO NOT = 0
                DISPLAY "Retencao so para pagar em reais com pessoa"
                        LINE 23 COLUMN 03
                MOVE 1 TO CALCULO
                GO TO 160-99-FIM
           END-IF

           MOVE PESSOA-CODIGO-TITULO TO CBPFRT-PESSOA
           MOVE SERVICO-TITULO       TO CBPFRT-SERVICO
           READ CBPFRT IGNORE LOCK
           IF   FS-CBPFRT > "09"
                MOVE 0 TO CBPFRT-PESSOA
                READ CBPFRT IGNORE LOCK
                IF   FS-CBPFRT > "09"
                     MOVE "00" TO FS-CBPFRT
                     DISPLAY "Servico sem perfil de retencao (CB248PCW)"
                             LINE 23 COLUMN 03
                     MOVE 1 TO CALCULO
                     GO TO 160-99-FIM
                END-IF
           END-IF

           MOVE EMISSAO-TITULO TO DATA-DDMMAA
           PERFORM 510-INVERTE-DATA THRU 510-99-FIM
           DIVIDE DATA-INVERTIDA BY 100 GIVING COMPETENCIA-RETENCAO

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
                   IF   CBPFRT-ALIQUOTA (I) NOT = 0
                        COMPUTE RT-CALCULADO (I) ROUNDED =
                                VALOR-BRUTO * CBPFRT-ALIQUOTA (I) / 100
                        MOVE CBPFRT-COD-RED (I) TO RT-COD-RED (I)
                        MOVE CBPFRT-ACUMULA (I) TO RT-ACUMULA (I)
                        PERFORM 165-APLICA-MINIMO THRU 165-99-FIM
                        ADD RT-VALOR (I) TO VALOR-RETIDO
                   END-IF
           END-PERFORM

           IF   VALOR-RETIDO NOT < VALOR-BRUTO
                DISPLAY "Retencoes iguais ou maiores que o titulo"
                        LINE 23 COLUMN 03
                MOVE 1 TO CALCULO
           END-IF.

       160-99-FIM. EXIT.

       165-APLICA-MINIMO.

      *    Retencao ate o minimo do perfil e dispensada; com acumulo,
      *    soma as dispensadas no mes para a mesma pessoa e retem
      *    tudo quando o total passa do minimo

           MOVE 0 TO RT-DIFERIDO (I)
           IF   RT-ACUMULA (I) = "S"
                MOVE PESSOA-CODIGO-TITULO TO CBRTAC-PESSOA
                MOVE COMPETENCIA-RETENCAO TO CBRTAC-COMPETENCIA
                MOVE I                    TO CBRTAC-TRIBUTO
                READ CBRTAC IGNORE LOCK
                IF   FS-CBRTAC < "10"
                     MOVE CBRTAC-VALOR-DIFERIDO TO RT-DIFERIDO (I)
                ELSE
                     MOVE "00" TO FS-CBRTAC
                END-IF
           END-IF

           COMPUTE RT-VALOR (I) = RT-CALCULADO (I) + RT-DIFERIDO (I)
           IF   RT-VALOR (I) NOT > CBPFRT-VALOR-MINIMO (I)
                MOVE 0 TO RT-VALOR (I)
           END-IF.

       165-99-FIM. EXIT.

       170-CONTABILIZA-RETENCOES.

           MOVE 0 TO CALCULO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
                                            OR RETENCAO-RECUSADA
                   IF   RT-VALOR (I) NOT = 0
                        MOVE COD-RED-TITULO TO COD-RED-DB
                        MOVE RT-COD-RED (I) TO COD-RED-CR
                        MOVE RT-VALOR (I)   TO VALOR-TITULO
                        PERFORM 500-GERA-PAR THRU 500-99-FIM
                        IF   LANCAMENTO-GERADO = 0
                             MOVE 1 TO CALCULO
                        ELSE
                             MOVE LANCAMENTO-GERADO
                               TO RT-LANCAMENTO (I)
                        END-IF
                   END-IF
           END-PERFORM
           MOVE VALOR-BRUTO TO VALOR-TITULO

           IF   NOT RETENCAO-RECUSADA
                GO TO 170-99-FIM
           END-IF

      *    Rejeitada uma retencao, desfaz as ja gravadas e o
      *    reconhecimento do bruto

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
                   IF   RT-LANCAMENTO (I) NOT = 0
                        MOVE RT-LANCAMENTO (I) TO LANCAMENTO-PRINCIPAL
                        MOVE COD-RED-TITULO    TO PRINCIPAL-DB
                        MOVE RT-COD-RED (I)    TO PRINCIPAL-CR
                        MOVE RT-VALOR (I)      TO VALOR-CONTABIL
                        PERFORM 520-DESFAZ-PRINCIPAL THRU 520-99-FIM
                   END-IF
           END-PERFORM
           MOVE LANCAMENTO-TITULO TO LANCAMENTO-PRINCIPAL
           MOVE COD-RED-CONTRA    TO PRINCIPAL-DB
           MOVE COD-RED-TITULO    TO PRINCIPAL-CR
           MOVE VALOR-BRUTO       TO VALOR-CONTABIL
           PERFORM 520-DESFAZ-PRINCIPAL THRU 520-99-FIM.

       170-99-FIM. EXIT.

       180-ATUALIZA-ACUMULADO.

      *    Retencao dispensada soma no acumulado do mes; retida,
      *    zera o acumulado que ela absorveu

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
                   IF   RT-ACUMULA (I) = "S"
                   AND  RT-CALCULADO (I) NOT = 0
                        PERFORM 185-GRAVA-ACUMULADO THRU 185-99-FIM
                   END-IF
           END-PERFORM.

       180-99-FIM. EXIT.

       185-GRAVA-ACUMULADO.

           MOVE PESSOA-CODIGO-TITULO TO CBRTAC-PESSOA
           MOVE COMPETENCIA-RETENCAO TO CBRTAC-COMPETENCIA
           MOVE I                    TO CBRTAC-TRIBUTO
           READ CBRTAC LOCK
           IF   FS-CBRTAC < "10"
                IF   RT-VALOR (I) = 0
                     ADD  RT-CALCULADO (I) TO CBRTAC-VALOR-DIFERIDO
                ELSE
                     MOVE 0 TO CBRTAC-VALOR-DIFERIDO
                END-IF
                MOVE NUMERO-TITULO TO CBRTAC-ULTIMO-TITULO
                REWRITE CBRTAC-REG
           ELSE
                MOVE "00" TO FS-CBRTAC
                IF   RT-VALOR (I) = 0
                     MOVE RT-CALCULADO (I) TO CBRTAC-VALOR-DIFERIDO
                     MOVE NUMERO-TITULO    TO CBRTAC-ULTIMO-TITULO
                     WRITE CBRTAC-REG
                END-IF
           END-IF
           IF   FS-CBRTAC > "09"
                MOVE "00" TO FS-CBRTAC
                DISPLAY "Erro de gravacao em CBRTAC"
                        LINE 22 COLUMN 03
           END-IF.

       185-99-FIM. EXIT.

       200-CONSULTA.

           MOVE 0 TO NUMERO-TITULO
           END-IF

           DISPLAY TELA-CONSULTA
           IF   CBTITU-MOEDA NUMERIC
           AND  CBTITU-MOEDA NOT = 0
                PERFORM 210-CONSULTA-MOEDA THRU 210-99-FIM
           END-IF
           IF   CBTITU-VALOR-RETIDO NUMERIC
           AND  CBTITU-VALOR-RETIDO NOT = 0
                MOVE CBTITU-VALOR-RETIDO TO VALOR-ED
                DISPLAY "Servico / retido...:" LINE 18 COLUMN 03
                        CBTITU-SERVICO         LINE 18 COLUMN 24
                        VALOR-ED               LINE 18 COLUMN 29
           END-IF
           DISPLAY "Tecle algo para continuar" LINE 23 COLUMN 03
           ACCEPT  TECLA LINE 23 COLUMN 30.

       200-99-FIM. EXIT.

       210-CONSULTA-MOEDA.

           MOVE CBTITU-VALOR-MOEDA  TO VALOR-ED
           MOVE CBTITU-TAXA-EMISSAO TO TAXA-ED
           DISPLAY "Moeda / valor moeda:" LINE 13 COLUMN 03
                   CBTITU-MOEDA         LINE 13 COLUMN 24
                   VALOR-ED             LINE 13 COLUMN 27
           DISPLAY "Taxa da emissao....:" LINE 14 COLUMN 03
                   TAXA-ED              LINE 14 COLUMN 24
           IF   CBTITU-VARIACAO-NR NUMERIC
                MOVE CBTITU-VARIACAO-NR TO VALOR-ED
                DISPLAY "Var. nao realizada.:" LINE 15 COLUMN 03
                        VALOR-ED             LINE 15 COLUMN 24
           END-IF
           IF   CBTITU-LIQUIDADO
           AND  CBTITU-VARIACAO-REALIZADA NUMERIC
                MOVE CBTITU-TAXA-LIQUIDACAO    TO TAXA-ED
                MOVE CBTITU-VARIACAO-REALIZADA TO VALOR-ED
                DISPLAY "Taxa da liquidacao.:" LINE 16 COLUMN 03
                        TAXA-ED              LINE 16 COLUMN 24
                DISPLAY "Variacao realizada.:" LINE 17 COLUMN 03
                        VALOR-ED             LINE 17 COLUMN 24
           END-IF.

       210-99-FIM. EXIT.

       300-LIQUIDA.

           MOVE 0 TO NUMERO-TITULO
                GO TO 300-99-FIM
           END-IF

      *    Titulo em moeda: baixa pelo valor contabil e apura a
      *    variacao realizada a taxa da liquidacao

           MOVE CBTITU-VALOR TO VALOR-CONTABIL VALOR-LIQUIDACAO
           MOVE 0            TO DIFERENCA-CAMBIAL TAXA-TITULO
           IF   CBTITU-MOEDA NUMERIC
           AND  CBTITU-MOEDA NOT = 0
                DISPLAY TELA-LIQUIDA-MOEDA
                ACCEPT  TELA-LIQUIDA-MOEDA
                ACCEPT  TECLA FROM ESCAPE KEY
                IF   ESC
                     SET ENTER-KEY TO TRUE
                     GO TO 300-99-FIM
                END-IF
                PERFORM 350-VARIACAO-REALIZADA THRU 350-99-FIM
                IF   TAXA-TITULO = 0
                     GO TO 300-99-FIM
                END-IF
           END-IF

      *    Pagar: debita o fornecedor e credita o banco;
      *    Receber: debita o banco e credita o cliente

                MOVE CBTITU-COD-RED TO COD-RED-CR
           END-IF

           MOVE VALOR-CONTABIL      TO VALOR-TITULO
           MOVE CBTITU-CENTRO-CUSTO TO CENTRO-CUSTO-TITULO
           MOVE CBTITU-HISTORICO    TO HISTORICO-TITULO
           PERFORM 500-GERA-PAR THRU 500-99-FIM
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF
           MOVE LANCAMENTO-GERADO TO LANCAMENTO-PRINCIPAL
           MOVE COD-RED-DB        TO PRINCIPAL-DB
           MOVE COD-RED-CR        TO PRINCIPAL-CR

           IF   DIFERENCA-CAMBIAL NOT = 0
                PERFORM 360-CONTABILIZA-VARIACAO THRU 360-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     PERFORM 520-DESFAZ-PRINCIPAL THRU 520-99-FIM
                     DISPLAY "Variacao cambial rejeitada pelo CB043PCW"
                             LINE 23 COLUMN 03
                     GO TO 300-99-FIM
                END-IF
           END-IF

           IF   TAXA-TITULO NOT = 0
                MOVE TAXA-TITULO       TO CBTITU-TAXA-LIQUIDACAO
                MOVE DIFERENCA-CAMBIAL TO CBTITU-VARIACAO-REALIZADA
           END-IF
           MOVE "L"                  TO CBTITU-SITUACAO
           MOVE LANCAMENTO-PRINCIPAL TO CBTITU-LANC-LIQUIDACAO
           MOVE EMISSAO-TITULO    TO DATA-DDMMAA
           PERFORM 510-INVERTE-DATA THRU 510-99-FIM
           MOVE DATA-INVERTIDA    TO CBTITU-DATA-LIQUIDACAO

       300-99-FIM. EXIT.

       350-VARIACAO-REALIZADA.

           MOVE CBTITU-MOEDA TO CBMOTI-MOEDA
           READ CBMOTI IGNORE LOCK
           IF   FS-CBMOTI > "09"
                DISPLAY "Moeda sem contas de variacao (CB239PCW)"
                        LINE 23 COLUMN 03
                MOVE "00" TO FS-CBMOTI
                MOVE 0    TO TAXA-TITULO
                GO TO 350-99-FIM
           END-IF

           IF   TAXA-TITULO = 0
                MOVE EMISSAO-TITULO TO DATA-DDMMAA
                PERFORM 510-INVERTE-DATA THRU 510-99-FIM
                INITIALIZE PARAMETROS-CB240PCW
                MOVE CBTITU-MOEDA   TO CB240PCW-MOEDA
                MOVE DATA-INVERTIDA TO CB240PCW-DATA
                CALL "CB240PCW" USING PARAMETROS-CB240PCW
                IF   NOT CB240PCW-TAXA-OK
                     DISPLAY "Moeda sem cotacao na data da baixa"
                             LINE 23 COLUMN 03
                     GO TO 350-99-FIM
                END-IF
                MOVE CB240PCW-TAXA TO TAXA-TITULO
           END-IF

           IF   CBTITU-VARIACAO-NR NUMERIC
                MOVE CBTITU-VARIACAO-NR TO VARIACAO-NR-TITULO
           ELSE
                MOVE 0                  TO VARIACAO-NR-TITULO
           END-IF
           COMPUTE VALOR-CONTABIL = CBTITU-VALOR + VARIACAO-NR-TITULO
           COMPUTE VALOR-LIQUIDACAO ROUNDED =
                   CBTITU-VALOR-MOEDA * TAXA-TITULO
           COMPUTE DIFERENCA-CAMBIAL = VALOR-LIQUIDACAO
                                     - VALOR-CONTABIL.

       350-99-FIM. EXIT.

       360-CONTABILIZA-VARIACAO.

      *    Diferenca positiva: a pagar desembolsa mais (perda), a
      *    receber recebe mais (ganho); negativa, o inverso. A perna
      *    do banco completa o valor efetivo da liquidacao

           IF   DIFERENCA-CAMBIAL > 0
                MOVE DIFERENCA-CAMBIAL TO VALOR-TITULO
                IF   CBTITU-A-PAGAR
                     MOVE CBMOTI-COD-RED-PASSIVA TO COD-RED-DB
                     MOVE COD-RED-BANCO          TO COD-RED-CR
                ELSE
                     MOVE COD-RED-BANCO          TO COD-RED-DB
                     MOVE CBMOTI-COD-RED-ATIVA   TO COD-RED-CR
                END-IF
           ELSE
                COMPUTE VALOR-TITULO = 0 - DIFERENCA-CAMBIAL
                IF   CBTITU-A-PAGAR
                     MOVE COD-RED-BANCO          TO COD-RED-DB
                     MOVE CBMOTI-COD-RED-ATIVA   TO COD-RED-CR
                ELSE
                     MOVE CBMOTI-COD-RED-PASSIVA TO COD-RED-DB
                     MOVE COD-RED-BANCO          TO COD-RED-CR
                END-IF
           END-IF

           PERFORM 500-GERA-PAR THRU 500-99-FIM.

       360-99-FIM. EXIT.

       500-GERA-PAR.

      *    Gera as duas pernas com o mesmo numero de lancamento

       500-99-FIM. EXIT.

       520-DESFAZ-PRINCIPAL.

      *    Exclui as duas pernas da baixa ja gravada quando a
      *    variacao cambial e rejeitada (na inclusao, de cada par ja
      *    gravado quando uma retencao e rejeitada)

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "E"                  TO CB043PCW-COMANDO
           MOVE LANCAMENTO-PRINCIPAL TO CB043PCW-LANCAMENTO-NUMERO
           MOVE SERIE-BAC            TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC           TO CB043PCW-NUMERO-BAC
           MOVE CENTRO-CUSTO-TITULO  TO CB043PCW-CENTRO-CUSTO
           MOVE HISTORICO-TITULO     TO CB043PCW-HISTORICO
           MOVE NUMERO-TITULO        TO CB043PCW-DOCTO
           MOVE EMISSAO-TITULO       TO CB043PCW-AAAAMMDD-DOCTO
           MOVE DIA-REF              TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-CONTABIL       TO CB043PCW-VALOR
           MOVE "D"                  TO CB043PCW-LANCAMENTO-TIPO
           MOVE PRINCIPAL-DB         TO CB043PCW-COD-RED
           CALL "CB043PCW"        USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           MOVE "C"                  TO CB043PCW-LANCAMENTO-TIPO
           MOVE PRINCIPAL-CR         TO CB043PCW-COD-RED
           CALL "CB043PCW"        USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW".

       520-99-FIM. EXIT.

       510-INVERTE-DATA.

      *    DDMMAA vira AAAAMMDD com a mesma regra de seculo do
                OPEN I-O CBTITU
           END-IF

           OPEN INPUT CBPESS CBMOTI CBPFRT

           OPEN I-O CBRTAC
           IF   FS-CBRTAC = "30" OR "35"
                CLOSE CBRTAC
                OPEN OUTPUT CBRTAC
                CLOSE CBRTAC
                OPEN I-O CBRTAC
           END-IF

           IF   FS-CBTITU > "09"
                SET ESC TO TRUE

       900-FINAIS.

           CLOSE CBTITU CBPESS CBMOTI CBPFRT CBRTAC.

       900-99-FIM. EXIT.

