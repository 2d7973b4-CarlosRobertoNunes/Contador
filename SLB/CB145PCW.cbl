                      *  grava o arquivo de remessa CNAB 240; os      *
                      *  titulos do lote ficam com situacao "R".      *
                      *                                               *
                      *  Antes do lote, a triagem de duplicidade      *
                      *  compara cada titulo da faixa com os demais   *
                      *  a pagar da mesma pessoa (mesmo documento,    *
                      *  mesmo valor com vencimento proximo, valor    *
                      *  quase igual na mesma emissao, mesmo valor ja *
                      *  pago nos ultimos meses); o titulo suspeito   *
                      *  fica retido (CBTITU-TRIAGEM "B", CBTRIA)     *
                      *  fora da remessa ate a liberacao no CB216PCW. *
                      *  O candidato alem do limite da tabela (3000)  *
                      *  nao e comparado e fica fora do lote          *
                      *                                               *
                      *  Na leitura do retorno do banco, cada         *
                      *  segmento A pago gera a liquidacao pelo       *
                      *  CB043PCW (mesmo par do CB093PCW) e o titulo  *
                      *  recebe CBTITU-LANC-LIQUIDACAO, situacao "L"  *
                      *  e a data de efetivacao. Titulo em moeda      *
                      *  estrangeira baixa pelo valor contabil e a    *
                      *  diferenca para o valor pago vai para as      *
                      *  contas de variacao cambial da moeda (CBMOTI) *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       FILE-CONTROL.

       COPY CBTITUSL.
       COPY CBTRIASL.
       COPY CBMOTISL.

           SELECT REMESSA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
       FILE SECTION.

       COPY CBTITUFD.
       COPY CBTRIAFD.
       COPY CBMOTIFD.

       FD  REMESSA
           LABEL RECORD IS STANDARD
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 APROVA                    PIC  X(001) VALUE SPACE.
           05 DIAS-PROXIMO              PIC  9(003) VALUE 5.
           05 TOLERANCIA                PIC  9(002)V99 VALUE 1.
           05 MESES-PAGOS               PIC  9(002) VALUE 6.
           05 QT-RETIDOS         COMP-3 PIC  9(005) VALUE 0.
           05 QT-FORA-TRIAGEM    COMP-3 PIC  9(005) VALUE 0.
           05 NUMERO-CORTE              PIC  9(006) VALUE 999999.
           05 QT-SELECIONADOS    COMP-3 PIC  9(005) VALUE 0.
           05 QT-LIQUIDADOS      COMP-3 PIC  9(005) VALUE 0.
           05 QT-REJEITADOS      COMP-3 PIC  9(005) VALUE 0.
           05 DIAS-NO-MES REDEFINES DIAS-NO-MES-TAB
                                        OCCURS 12   PIC  9(002).
           05 DATA-HOJE                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-HOJE.
              10 HOJE-AAAA              PIC  9(004).
              10 HOJE-MM                PIC  9(002).
              10 HOJE-DD                PIC  9(002).
           05 DATA-CORTE                PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-CORTE.
              10 CORTE-AAAA             PIC  9(004).
              10 CORTE-MM               PIC  9(002).
              10 CORTE-DD               PIC  9(002).
           05 MESES-CORTE               PIC  9(006) VALUE 0.
           05 DATA-A                    PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-A.
              10 DATA-A-AAAA            PIC  9(004).
              10 DATA-A-MM              PIC  9(002).
              10 DATA-A-DD              PIC  9(002).
           05 DATA-B                    PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-B.
              10 DATA-B-AAAA            PIC  9(004).
              10 DATA-B-MM              PIC  9(002).
              10 DATA-B-DD              PIC  9(002).
           05 DIAS-DIFERENCA     COMP-3 PIC S9(007) VALUE 0.
           05 VALOR-DIFERENCA    COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-LIMITE       COMP-3 PIC  9(012)V99 VALUE 0.
           05 HORA-TRIAGEM              PIC  9(008) VALUE 0.
           05 MESMA-PESSOA              PIC  X(001) VALUE SPACE.
           05 I                  COMP-3 PIC  9(005) VALUE 0.
           05 J                  COMP-3 PIC  9(005) VALUE 0.
           05 OPERADOR                  PIC  X(030) VALUE SPACES.
           05 TASK                      PIC  X(006) VALUE SPACES.
           05 PROGRAMA                  PIC  X(008) VALUE SPACES.
           05 CWMENU                    PIC  X(001) VALUE SPACE.
           05 VALOR-PAGO                PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 LANCAMENTO-PRINCIPAL      PIC  9(007) VALUE 0.
           05 VALOR-CONTABIL            PIC  9(012)V99 VALUE 0.
           05 VALOR-LIQUIDACAO          PIC  9(012)V99 VALUE 0.
           05 DIFERENCA-CAMBIAL         PIC S9(012)V99 VALUE 0.
           05 TAXA-LIQUIDACAO           PIC  9(006)V9(004) VALUE 0.
           05 DATA-LIQUIDACAO           PIC  9(008) VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 DIA-UTIL-CB115.
           05 ER-CBTITU.
              10 FS-CBTITU              PIC  X(002) VALUE "00".
              10 LB-CBTITU              PIC  X(050) VALUE "CBTITU".
           05 ER-CBTRIA.
              10 FS-CBTRIA              PIC  X(002) VALUE "00".
              10 LB-CBTRIA              PIC  X(050) VALUE "CBTRIA".
           05 ER-CBMOTI.
              10 FS-CBMOTI              PIC  X(002) VALUE "00".
              10 LB-CBMOTI              PIC  X(050) VALUE "CBMOTI".
           05 ER-REMESSA.
              10 FS-REMESSA             PIC  X(002) VALUE "00".
              10 LB-REMESSA             PIC  X(050) VALUE SPACES.
           05 FILLER                    PIC  X(053).
           05 SEG-A-OCORRENCIA          PIC  X(010).

      *    Titulos a pagar abertos, em remessa ou pagos desde a data
      *    de corte, comparados dois a dois pela triagem

       01  TABELA-TRIAGEM.
           05 QT-TAB             COMP-3 PIC  9(005) VALUE 0.
           05 TAB-TITULO OCCURS 3000.
              10 TAB-NUMERO             PIC  9(006).
              10 TAB-PESSOA-CODIGO      PIC  9(005).
              10 TAB-PESSOA             PIC  X(030).
              10 TAB-DOCUMENTO          PIC  9(009).
              10 TAB-VALOR              PIC  9(012)V99.
              10 TAB-EMISSAO            PIC  9(008).
              10 TAB-VENCIMENTO         PIC  9(008).
              10 TAB-PAGO               PIC  X(001).
              10 TAB-CANDIDATO          PIC  X(001).
              10 TAB-MOTIVO             PIC  X(001).
              10 TAB-SEMELHANTE         PIC  9(006).

       COPY CB043PCW.
       COPY CB240PCW.

       SCREEN SECTION.

           05 LINE 09 COLUMN 30 PIC 9(009) USING BANCO-CONVENIO.
           05 LINE 10 COLUMN 03 VALUE "Arquivo de remessa......:".
           05 LINE 10 COLUMN 30 PIC X(050) USING LB-REMESSA.
           05 LINE 12 COLUMN 03 VALUE "Triagem: dias de vencto.:".
           05 LINE 12 COLUMN 30 PIC 9(003) USING DIAS-PROXIMO.
           05 LINE 13 COLUMN 03 VALUE "Tolerancia de valor (%).:".
           05 LINE 13 COLUMN 30 PIC Z9,99 USING TOLERANCIA.
           05 LINE 14 COLUMN 03 VALUE "Meses de pagos a compara:".
           05 LINE 14 COLUMN 30 PIC 9(002) USING MESES-PAGOS.

       01  TELA-TITULO-LOTE.
           05 LINE LINHA-TELA COLUMN 03 PIC 9(006)
           05 LINE 21 COLUMN 20 VALUE "Total:".
           05 LINE 21 COLUMN 27
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM VT-SELECIONADO.
           05 LINE 21 COLUMN 48 VALUE "Retidos na triagem:".
           05 LINE 21 COLUMN 68 PIC ZZ.ZZ9 FROM QT-RETIDOS.
           05 LINE 22 COLUMN 48 VALUE "Fora da triagem....:".
           05 LINE 22 COLUMN 68 PIC ZZ.ZZ9 FROM QT-FORA-TRIAGEM.
           05 LINE 22 COLUMN 03 VALUE "Aprova o lote (S/N)?".
           05 LINE 22 COLUMN 24 PIC X USING APROVA.

                GO TO 100-99-FIM
           END-IF

           PERFORM 170-TRIAGEM THRU 170-99-FIM

      *    Primeira passada: mostra o lote candidato e totaliza

           MOVE 0 TO QT-SELECIONADOS VT-SELECIONADO
                   AND  CBTITU-ABERTO
                   AND  CBTITU-VENCIMENTO NOT < VENCIMENTO-DE
                   AND  CBTITU-VENCIMENTO NOT > VENCIMENTO-ATE
                   AND  NOT CBTITU-RETIDO-TRIAGEM
                   AND (CBTITU-NUMERO NOT > NUMERO-CORTE
                    OR  CBTITU-LIBERADO-TRIAGEM)
                        ADD 1            TO QT-SELECIONADOS
                        ADD CBTITU-VALOR TO VT-SELECIONADO
                        ADD 1            TO LINHA-TELA
           MOVE "00" TO FS-CBTITU

           IF   QT-SELECIONADOS = 0
                DISPLAY "Nenhum titulo na faixa (retidos: "
                        LINE 23 COLUMN 03 QT-RETIDOS
                        " fora da triagem: " QT-FORA-TRIAGEM ")"
                GO TO 100-99-FIM
           END-IF

                   AND  CBTITU-ABERTO
                   AND  CBTITU-VENCIMENTO NOT < VENCIMENTO-DE
                   AND  CBTITU-VENCIMENTO NOT > VENCIMENTO-ATE
                   AND  NOT CBTITU-RETIDO-TRIAGEM
                   AND (CBTITU-NUMERO NOT > NUMERO-CORTE
                    OR  CBTITU-LIBERADO-TRIAGEM)
                        PERFORM 120-GRAVA-SEGMENTO
                                THRU 120-99-FIM
                        MOVE "R" TO CBTITU-SITUACAO

       160-99-FIM. EXIT.

       170-TRIAGEM.

           ACCEPT DATA-HOJE FROM DATE
           ADD 20000000 TO DATA-HOJE
           COMPUTE MESES-CORTE = HOJE-AAAA * 12 + HOJE-MM - 1
                               - MESES-PAGOS
           DIVIDE MESES-CORTE BY 12 GIVING CORTE-AAAA
                                    REMAINDER CORTE-MM
           ADD  1       TO CORTE-MM
           MOVE HOJE-DD TO CORTE-DD

           MOVE "?"         TO CWMENU
           CALL "CWGETU" USING OPERADOR
                               TASK
                               PROGRAMA
                               CWMENU

           MOVE 0      TO QT-TAB QT-RETIDOS QT-FORA-TRIAGEM
           MOVE 999999 TO NUMERO-CORTE
           PERFORM 110-ABRE-VARREDURA THRU 110-99-FIM
           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD IGNORE LOCK
                   IF   FS-CBTITU < "10"
                   AND  CBTITU-A-PAGAR
                        IF   CBTITU-RETIDO-TRIAGEM
                        AND  CBTITU-ABERTO
                        AND  CBTITU-VENCIMENTO NOT < VENCIMENTO-DE
                        AND  CBTITU-VENCIMENTO NOT > VENCIMENTO-ATE
                             ADD 1 TO QT-RETIDOS
                        END-IF
                        PERFORM 171-CARREGA-TITULO THRU 171-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTITU

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-TAB
                   IF   TAB-CANDIDATO (I) = "S"
                        PERFORM VARYING J FROM 1 BY 1
                                UNTIL J > QT-TAB
                                   OR TAB-MOTIVO (I) NOT = SPACE
                                PERFORM 175-COMPARA THRU 175-99-FIM
                        END-PERFORM
                        IF   TAB-MOTIVO (I) NOT = SPACE
                             PERFORM 178-RETEM THRU 178-99-FIM
                        END-IF
                   END-IF
           END-PERFORM.

       170-99-FIM. EXIT.

       171-CARREGA-TITULO.

      *    Tabela cheia: o candidato que nao coube nao foi comparado
      *    e fica fora desta remessa (numero acima do corte), contado
      *    na tela de aprovacao, ate caber numa proxima triagem

           IF   QT-TAB NOT < 3000
                IF   CBTITU-ABERTO
                AND  CBTITU-VENCIMENTO NOT < VENCIMENTO-DE
                AND  CBTITU-VENCIMENTO NOT > VENCIMENTO-ATE
                AND  NOT CBTITU-RETIDO-TRIAGEM
                AND  NOT CBTITU-LIBERADO-TRIAGEM
                     ADD 1 TO QT-FORA-TRIAGEM
                END-IF
                GO TO 171-99-FIM
           END-IF
           IF   CBTITU-LIQUIDADO
                IF   CBTITU-DATA-LIQUIDACAO < DATA-CORTE
                     GO TO 171-99-FIM
                END-IF
           ELSE
                IF   NOT CBTITU-ABERTO
                AND  NOT CBTITU-EM-REMESSA
                     GO TO 171-99-FIM
                END-IF
           END-IF

           ADD  1                     TO QT-TAB
           IF   QT-TAB = 3000
                MOVE CBTITU-NUMERO    TO NUMERO-CORTE
           END-IF
           MOVE CBTITU-NUMERO         TO TAB-NUMERO     (QT-TAB)
           MOVE CBTITU-PESSOA         TO TAB-PESSOA     (QT-TAB)
           MOVE CBTITU-VALOR          TO TAB-VALOR      (QT-TAB)
           MOVE CBTITU-EMISSAO        TO TAB-EMISSAO    (QT-TAB)
           MOVE CBTITU-VENCIMENTO     TO TAB-VENCIMENTO (QT-TAB)
           IF   CBTITU-PESSOA-CODIGO NUMERIC
                MOVE CBTITU-PESSOA-CODIGO
                                      TO TAB-PESSOA-CODIGO (QT-TAB)
           ELSE
                MOVE 0                TO TAB-PESSOA-CODIGO (QT-TAB)
           END-IF
           IF   CBTITU-DOCUMENTO NUMERIC
                MOVE CBTITU-DOCUMENTO TO TAB-DOCUMENTO (QT-TAB)
           ELSE
                MOVE 0                TO TAB-DOCUMENTO (QT-TAB)
           END-IF
           IF   CBTITU-LIQUIDADO
                MOVE "S"              TO TAB-PAGO (QT-TAB)
           ELSE
                MOVE "N"              TO TAB-PAGO (QT-TAB)
           END-IF

      *    Candidato: aberto na faixa, ainda nao retido nem liberado

           MOVE "N"                   TO TAB-CANDIDATO (QT-TAB)
           IF   CBTITU-ABERTO
           AND  CBTITU-VENCIMENTO NOT < VENCIMENTO-DE
           AND  CBTITU-VENCIMENTO NOT > VENCIMENTO-ATE
           AND  NOT CBTITU-RETIDO-TRIAGEM
           AND  NOT CBTITU-LIBERADO-TRIAGEM
                MOVE "S"              TO TAB-CANDIDATO (QT-TAB)
           END-IF
           MOVE SPACE                 TO TAB-MOTIVO (QT-TAB)
           MOVE 0                     TO TAB-SEMELHANTE (QT-TAB).

       171-99-FIM. EXIT.

       175-COMPARA.

           IF   J = I
                GO TO 175-99-FIM
           END-IF

      *    Mesma pessoa: pelo codigo do CBPESS quando houver, senao
      *    pelo texto livre dos titulos antigos

           MOVE "N" TO MESMA-PESSOA
           IF   TAB-PESSOA-CODIGO (I) NOT = 0
                IF   TAB-PESSOA-CODIGO (J) = TAB-PESSOA-CODIGO (I)
                     MOVE "S" TO MESMA-PESSOA
                END-IF
           ELSE
                IF   TAB-PESSOA-CODIGO (J) = 0
                AND  TAB-PESSOA (J) = TAB-PESSOA (I)
                     MOVE "S" TO MESMA-PESSOA
                END-IF
           END-IF
           IF   MESMA-PESSOA = "N"
                GO TO 175-99-FIM
           END-IF

           IF   TAB-DOCUMENTO (I) NOT = 0
           AND  TAB-DOCUMENTO (J) = TAB-DOCUMENTO (I)
                MOVE "D" TO TAB-MOTIVO (I)
                GO TO 175-90-SEMELHANTE
           END-IF

           IF   TAB-VALOR (J) = TAB-VALOR (I)
                IF   TAB-PAGO (J) = "S"
                     MOVE "P" TO TAB-MOTIVO (I)
                     GO TO 175-90-SEMELHANTE
                END-IF
                MOVE TAB-VENCIMENTO (I) TO DATA-A
                MOVE TAB-VENCIMENTO (J) TO DATA-B
                COMPUTE DIAS-DIFERENCA =
                      ((DATA-A-AAAA - DATA-B-AAAA) * 360)
                    + ((DATA-A-MM   - DATA-B-MM)   * 30)
                    +  (DATA-A-DD   - DATA-B-DD)
                IF   DIAS-DIFERENCA < 0
                     COMPUTE DIAS-DIFERENCA = DIAS-DIFERENCA * -1
                END-IF
                IF   DIAS-DIFERENCA NOT > DIAS-PROXIMO
                     MOVE "V" TO TAB-MOTIVO (I)
                     GO TO 175-90-SEMELHANTE
                END-IF
                GO TO 175-99-FIM
           END-IF

           IF   TAB-EMISSAO (J) = TAB-EMISSAO (I)
                COMPUTE VALOR-DIFERENCA = TAB-VALOR (I) - TAB-VALOR (J)
                IF   VALOR-DIFERENCA < 0
                     COMPUTE VALOR-DIFERENCA = VALOR-DIFERENCA * -1
                END-IF
                COMPUTE VALOR-LIMITE ROUNDED =
                        TAB-VALOR (I) * TOLERANCIA / 100
                IF   VALOR-DIFERENCA NOT > VALOR-LIMITE
                     MOVE "Q" TO TAB-MOTIVO (I)
                     GO TO 175-90-SEMELHANTE
                END-IF
           END-IF

           GO TO 175-99-FIM.

       175-90-SEMELHANTE.

           MOVE TAB-NUMERO (J) TO TAB-SEMELHANTE (I).

       175-99-FIM. EXIT.

       178-RETEM.

           MOVE TAB-NUMERO (I) TO CBTITU-NUMERO
           READ CBTITU WITH LOCK
           IF   FS-CBTITU > "09"
                MOVE "00" TO FS-CBTITU
                GO TO 178-99-FIM
           END-IF
           MOVE "B" TO CBTITU-TRIAGEM
           IF   NOT (CBTITU-DOCUMENTO NUMERIC)
                MOVE 0 TO CBTITU-DOCUMENTO
           END-IF
           REWRITE CBTITU-REG
           UNLOCK CBTITU
           ADD 1 TO QT-RETIDOS

           ACCEPT HORA-TRIAGEM FROM TIME
           MOVE TAB-NUMERO (I)     TO CBTRIA-TITULO
           MOVE DATA-HOJE          TO CBTRIA-DATA
           MOVE HORA-TRIAGEM       TO CBTRIA-HORA
           MOVE "B"                TO CBTRIA-EVENTO
           MOVE TAB-MOTIVO (I)     TO CBTRIA-MOTIVO
           MOVE TAB-SEMELHANTE (I) TO CBTRIA-TITULO-SEMELHANTE
           MOVE OPERADOR           TO CBTRIA-USUARIO
           MOVE "RETIDO NA TRIAGEM DA REMESSA"
                                   TO CBTRIA-JUSTIFICATIVA
           WRITE CBTRIA-REG.

       178-99-FIM. EXIT.

       300-PROCESSA-RETORNO.

           MOVE SPACES TO LB-RETORNO
                GO TO 310-99-FIM
           END-IF

           IF   SEG-A-DATA-EFETIVACAO NOT = 0
                MOVE SEG-A-DATA-EFETIVACAO TO DATA-LIQUIDACAO
           ELSE
                MOVE SEG-A-DATA-PAGAMENTO  TO DATA-LIQUIDACAO
           END-IF

           MOVE 0 TO DIFERENCA-CAMBIAL TAXA-LIQUIDACAO
           IF   CBTITU-MOEDA NUMERIC
           AND  CBTITU-MOEDA NOT = 0
                PERFORM 320-VARIACAO-REALIZADA THRU 320-99-FIM
                IF   TAXA-LIQUIDACAO = 0
                     ADD 1 TO QT-REJEITADOS
                     GO TO 310-99-FIM
                END-IF
                MOVE VALOR-CONTABIL       TO VALOR-PAGO
           ELSE
                IF   SEG-A-VALOR-REAL NOT = 0
                     MOVE SEG-A-VALOR-REAL TO VALOR-PAGO
                ELSE
                     MOVE CBTITU-VALOR     TO VALOR-PAGO
                END-IF
           END-IF

      *    Pagar: debita o fornecedor e credita o banco (CB093PCW)
                ADD 1 TO QT-REJEITADOS
                GO TO 310-99-FIM
           END-IF
           MOVE LANCAMENTO-GERADO TO LANCAMENTO-PRINCIPAL

      *    Variacao realizada: pago a maior e perda (debita a
      *    variacao passiva), pago a menor e ganho (credita a ativa)

           IF   DIFERENCA-CAMBIAL NOT = 0
                IF   DIFERENCA-CAMBIAL > 0
                     MOVE DIFERENCA-CAMBIAL      TO VALOR-PAGO
                     MOVE CBMOTI-COD-RED-PASSIVA TO COD-RED-DB
                     MOVE COD-RED-BANCO          TO COD-RED-CR
                ELSE
                     COMPUTE VALOR-PAGO = 0 - DIFERENCA-CAMBIAL
                     MOVE COD-RED-BANCO          TO COD-RED-DB
                     MOVE CBMOTI-COD-RED-ATIVA   TO COD-RED-CR
                END-IF
                PERFORM 500-GERA-PAR THRU 500-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     PERFORM 330-DESFAZ-PRINCIPAL THRU 330-99-FIM
                     DISPLAY "Variacao cambial rejeitada - titulo "
                             CBTITU-NUMERO LINE 23 COLUMN 03
                     ADD 1 TO QT-REJEITADOS
                     GO TO 310-99-FIM
                END-IF
           END-IF

           MOVE "L"                  TO CBTITU-SITUACAO
           MOVE LANCAMENTO-PRINCIPAL TO CBTITU-LANC-LIQUIDACAO
           MOVE DATA-LIQUIDACAO      TO CBTITU-DATA-LIQUIDACAO
           IF   TAXA-LIQUIDACAO NOT = 0
                MOVE TAXA-LIQUIDACAO   TO CBTITU-TAXA-LIQUIDACAO
                MOVE DIFERENCA-CAMBIAL TO CBTITU-VARIACAO-REALIZADA
           END-IF
           REWRITE CBTITU-REG
           ADD 1 TO QT-LIQUIDADOS.

       310-99-FIM. EXIT.

       320-VARIACAO-REALIZADA.

      *    Valor contabil = historico + variacao nao realizada ja
      *    ajustada no CB239PCW; valor da liquidacao = valor real
      *    debitado pelo banco ou, sem ele, valor na moeda a cotacao
      *    da data de efetivacao

           MOVE CBTITU-MOEDA TO CBMOTI-MOEDA
           READ CBMOTI IGNORE LOCK
           IF   FS-CBMOTI > "09"
                DISPLAY "Moeda sem contas de variacao - titulo "
                        CBTITU-NUMERO LINE 23 COLUMN 03
                MOVE "00" TO FS-CBMOTI
                GO TO 320-99-FIM
           END-IF

           INITIALIZE PARAMETROS-CB240PCW
           MOVE CBTITU-MOEDA    TO CB240PCW-MOEDA
           MOVE DATA-LIQUIDACAO TO CB240PCW-DATA
           CALL "CB240PCW" USING PARAMETROS-CB240PCW
           IF   NOT CB240PCW-TAXA-OK
                DISPLAY "Moeda sem cotacao na liquidacao - titulo "
                        CBTITU-NUMERO LINE 23 COLUMN 03
                GO TO 320-99-FIM
           END-IF
           MOVE CB240PCW-TAXA TO TAXA-LIQUIDACAO

           MOVE CBTITU-VALOR TO VALOR-CONTABIL
           IF   CBTITU-VARIACAO-NR NUMERIC
                COMPUTE VALOR-CONTABIL = CBTITU-VALOR
                                       + CBTITU-VARIACAO-NR
           END-IF
           IF   SEG-A-VALOR-REAL NOT = 0
                MOVE SEG-A-VALOR-REAL TO VALOR-LIQUIDACAO
           ELSE
                COMPUTE VALOR-LIQUIDACAO ROUNDED =
                        CBTITU-VALOR-MOEDA * TAXA-LIQUIDACAO
           END-IF
           COMPUTE DIFERENCA-CAMBIAL = VALOR-LIQUIDACAO
                                     - VALOR-CONTABIL.

       320-99-FIM. EXIT.

       330-DESFAZ-PRINCIPAL.

      *    Exclui as duas pernas da baixa quando a variacao cambial
      *    e rejeitada; o titulo continua em remessa

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "E"                  TO CB043PCW-COMANDO
           MOVE LANCAMENTO-PRINCIPAL TO CB043PCW-LANCAMENTO-NUMERO
           MOVE SERIE-BAC            TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC           TO CB043PCW-NUMERO-BAC
           MOVE CBTITU-CENTRO-CUSTO  TO CB043PCW-CENTRO-CUSTO
           MOVE CBTITU-HISTORICO     TO CB043PCW-HISTORICO
           MOVE CBTITU-NUMERO        TO CB043PCW-DOCTO
           MOVE DIA-REF              TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-CONTABIL       TO CB043PCW-VALOR
           MOVE "D"                  TO CB043PCW-LANCAMENTO-TIPO
           MOVE CBTITU-COD-RED       TO CB043PCW-COD-RED
           CALL "CB043PCW"        USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           MOVE "C"                  TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-BANCO        TO CB043PCW-COD-RED
           CALL "CB043PCW"        USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW".

       330-99-FIM. EXIT.

       500-GERA-PAR.

      *    Gera as duas pernas com o mesmo numero de lancamento,
                DISPLAY "Auxiliar de titulos (CBTITU) indisponivel"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF

           OPEN I-O CBTRIA
           IF   FS-CBTRIA = "30" OR "35"
                CLOSE CBTRIA
                OPEN OUTPUT CBTRIA
                CLOSE CBTRIA
                OPEN I-O CBTRIA
           END-IF
           IF   FS-CBTRIA > "09"
                DISPLAY "Triagem de duplicidade (CBTRIA) indisponivel"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF

           OPEN INPUT CBMOTI.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBTITU CBTRIA CBMOTI.

       900-99-FIM. EXIT.

