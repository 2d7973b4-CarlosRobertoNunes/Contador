       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB227PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Regua de cobranca de titulos a receber       *
                      *                                               *
                      *  Etapas por dias de atraso (CBRGUA), cada     *
                      *  uma com seu texto de carta; a emissao do     *
                      *  dia gera uma carta por cliente na proxima    *
                      *  etapa, com todos os titulos vencidos, e      *
                      *  grava a etapa e a data no cliente (CBRGCL)   *
                      *  e no historico (CBRGHI); cliente em          *
                      *  negociacao ou disputa pode ser suspenso      *
                      *  da regua                                     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBPESSSL.
       COPY CBTITUSL.
       COPY CBRGUASL.
       COPY CBRGCLSL.
       COPY CBRGHISL.

           SELECT MODELO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-MODELO.

       DATA DIVISION.
       FILE SECTION.

       COPY CBPESSFD.
       COPY CBTITUFD.
       COPY CBRGUAFD.
       COPY CBRGCLFD.
       COPY CBRGHIFD.

       FD  MODELO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-MODELO.

       01  MODELO-REG.
           05 MODELO-BYTE-1                    PIC  X(001).
              88 MODELO-FIM                         VALUE "*".
           05 FILLER                           PIC  X(131).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB227PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 ETAPA-E                   PIC  9(002) VALUE 0.
           05 DIAS-E                    PIC  9(003) VALUE 0.
           05 INTERVALO-E               PIC  9(003) VALUE 0.
           05 DESCRICAO-E               PIC  X(030) VALUE SPACES.
           05 MODELO-E                  PIC  X(050) VALUE SPACES.
           05 ATIVA-E                   PIC  X(001) VALUE "S".
           05 CODIGO-C                  PIC  9(005) VALUE 0.
           05 SUSPENSO-C                PIC  X(001) VALUE "N".
           05 MOTIVO-C                  PIC  X(001) VALUE SPACE.
           05 ATE-C                     PIC  9(008) VALUE 0.
           05 OBSERVACAO-C              PIC  X(040) VALUE SPACES.
           05 ETAPA-C                   PIC  9(002) VALUE 0.
           05 ENVIO-C                   PIC  9(008) VALUE 0.
           05 DATA-INICIAL              PIC  9(008) VALUE 0.
           05 DATA-FINAL                PIC  9(008) VALUE 99999999.
           05 CONFIRMA                  PIC  X(001) VALUE SPACE.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 DATA-DE                   PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-DE.
              10 DE-AAAA                PIC  9(004).
              10 DE-MM                  PIC  9(002).
              10 DE-DD                  PIC  9(002).
           05 DATA-ATE                  PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-ATE.
              10 ATE-AAAA               PIC  9(004).
              10 ATE-MM                 PIC  9(002).
              10 ATE-DD                 PIC  9(002).
           05 DATA-CARTA                PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-CARTA.
              10 CARTA-DD               PIC  9(002).
              10 CARTA-MM               PIC  9(002).
              10 CARTA-AAAA             PIC  9(004).
           05 DIAS               COMP-3 PIC S9(005) VALUE 0.
           05 DIAS-ENVIO         COMP-3 PIC S9(005) VALUE 0.
           05 VALOR-TITULO       COMP-3 PIC  9(012)V99 VALUE 0.
           05 MAIOR-ATRASO       COMP-3 PIC  9(005) VALUE 0.
           05 TOTAL-VENCIDO      COMP-3 PIC  9(012)V99 VALUE 0.
           05 QT-VENCIDOS        COMP-3 PIC  9(004) VALUE 0.
           05 QT-CARTAS          COMP-3 PIC  9(005) VALUE 0.
           05 QT-SUSPENSOS       COMP-3 PIC  9(005) VALUE 0.
           05 QT-REGULARIZADOS   COMP-3 PIC  9(005) VALUE 0.
           05 QT-LISTADOS        COMP-3 PIC  9(005) VALUE 0.
           05 TOTAL-LISTADO      COMP-3 PIC  9(014)V99 VALUE 0.
           05 QT-CARTAS-D               PIC  ZZZZ9.
           05 QT-SUSPENSOS-D            PIC  ZZZZ9.
           05 QT-REGULARIZADOS-D        PIC  ZZZZ9.
           05 CLIENTE-NOVO              PIC  9(001) VALUE 0.
           05 I                         PIC  9(003) VALUE 0.
           05 T                         PIC  9(003) VALUE 0.
           05 PROXIMA                   PIC  9(003) VALUE 0.
           05 OPERADOR                  PIC  X(030) VALUE SPACES.
           05 TASK                      PIC  X(006) VALUE SPACES.
           05 PROGRAMA                  PIC  X(008) VALUE SPACES.
           05 CWMENU                    PIC  X(001) VALUE SPACE.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".
           05 ER-CBTITU.
              10 FS-CBTITU              PIC  X(002) VALUE "00".
              10 LB-CBTITU              PIC  X(050) VALUE "CBTITU".
           05 ER-CBRGUA.
              10 FS-CBRGUA              PIC  X(002) VALUE "00".
              10 LB-CBRGUA              PIC  X(050) VALUE "CBRGUA".
           05 ER-CBRGCL.
              10 FS-CBRGCL              PIC  X(002) VALUE "00".
              10 LB-CBRGCL              PIC  X(050) VALUE "CBRGCL".
           05 ER-CBRGHI.
              10 FS-CBRGHI              PIC  X(002) VALUE "00".
              10 LB-CBRGHI              PIC  X(050) VALUE "CBRGHI".
           05 ER-MODELO.
              10 FS-MODELO              PIC  X(002) VALUE "00".
              10 LB-MODELO              PIC  X(050) VALUE SPACES.

      *    Etapas ativas da regua, na ordem da chave

       01  TABELA-ETAPAS.
           05 QT-ETAPAS                 PIC  9(003) VALUE 0.
           05 ETP OCCURS 20.
              10 ETP-ETAPA              PIC  9(002).
              10 ETP-DIAS               PIC  9(003).
              10 ETP-INTERVALO          PIC  9(003).
              10 ETP-DESCRICAO          PIC  X(030).
              10 ETP-MODELO             PIC  X(050).

      *    Titulos vencidos do cliente em processamento

       01  TABELA-TITULOS.
           05 TIT OCCURS 300.
              10 TIT-NUMERO             PIC  9(006).
              10 TIT-VENCIMENTO         PIC  9(008).
              10 TIT-DIAS               PIC  9(005).
              10 TIT-VALOR              PIC  9(012)V99.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-CARTA.
              05 CARTA-TEXTO            PIC  X(132).
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "TITULO   VENCIMENTO   ATRASO            ".
              05 FILLER                 PIC  X(009) VALUE
                 "    VALOR".
           02 LINHA-02.
              05 CLIC-TITULO            PIC  9(006).
              05 FILLER                 PIC  X(003).
              05 CLIC-VENCIMENTO        PIC  99/99/9999.
              05 FILLER                 PIC  X(003).
              05 CLIC-ATRASO            PIC  ZZZZZ9.
              05 FILLER                 PIC  X(003).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 LINHA-03.
              05 CLIC-TOTAL-LIT         PIC  X(031).
              05 CLIC-TOTAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 LINHA-04.
              05 FILLER                 PIC  X(040) VALUE
                 "DATA     CLIENTE RAZAO SOCIAL           ".
              05 FILLER                 PIC  X(040) VALUE
                 "        ETAPA DESCRICAO                 ".
              05 FILLER                 PIC  X(031) VALUE
                 "     TITULOS              VALOR".
           02 LINHA-05.
              05 CLIC-DATA              PIC  9(008).
              05 FILLER                 PIC  X(001).
              05 CLIC-CLIENTE           PIC  9(005).
              05 FILLER                 PIC  X(003).
              05 CLIC-RAZAO             PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-ETAPA             PIC  ZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO         PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-TITULOS           PIC  ZZZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-VALOR-H           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 LINHA-06.
              05 CLIC-TOTAL-LIT-H       PIC  X(040).
              05 CLIC-TOTAL-H           PIC  ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Etapas da regua".
           05 LINE 05 COLUMN 03 VALUE "2 - Emite cartas de cobranca".
           05 LINE 06 COLUMN 03 VALUE "3 - Suspende ou reativa cliente".
           05 LINE 07 COLUMN 03 VALUE "4 - Historico de cartas".
           05 LINE 09 COLUMN 03 VALUE "Opcao:".
           05 LINE 09 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-ETAPA.
           05 LINE 04 COLUMN 03 VALUE "Etapa (01 a 99)..........:".
           05 LINE 04 COLUMN 31 PIC 9(002) USING ETAPA-E.

       01  TELA-DADOS-ETAPA.
           05 LINE 06 COLUMN 03 VALUE "Dias de atraso a partir de:".
           05 LINE 06 COLUMN 31 PIC 9(003) USING DIAS-E.
           05 LINE 07 COLUMN 03 VALUE "Dias desde a carta anter.:".
           05 LINE 07 COLUMN 31 PIC 9(003) USING INTERVALO-E.
           05 LINE 08 COLUMN 03 VALUE "Descricao................:".
           05 LINE 08 COLUMN 31 PIC X(030) USING DESCRICAO-E.
           05 LINE 09 COLUMN 03 VALUE "Arquivo texto da carta...:".
           05 LINE 09 COLUMN 31 PIC X(040) USING MODELO-E.
           05 LINE 10 COLUMN 03 VALUE "Ativa (S/N)..............:".
           05 LINE 10 COLUMN 31 PIC X      USING ATIVA-E.
           05 LINE 12 COLUMN 03
              VALUE "Texto em branco: CBRGnn.TXT (nn = etapa)".

       01  TELA-CLIENTE.
           05 LINE 04 COLUMN 03 VALUE "Cliente (codigo)..........:".
           05 LINE 04 COLUMN 31 PIC 9(005) USING CODIGO-C.

       01  TELA-SITUACAO.
           05 LINE 05 COLUMN 03 VALUE "Razao social..............:".
           05 LINE 05 COLUMN 31 PIC X(040) FROM CBPESS-RAZAO-SOCIAL.
           05 LINE 06 COLUMN 03 VALUE "Ultima etapa enviada......:".
           05 LINE 06 COLUMN 31 PIC Z9       FROM ETAPA-C.
           05 LINE 07 COLUMN 03 VALUE "Data da ultima carta......:".
           05 LINE 07 COLUMN 31 PIC 9(008)   FROM ENVIO-C.

       01  TELA-SUSPENSAO.
           05 LINE 09 COLUMN 03 VALUE "Suspenso da regua (S/N)...:".
           05 LINE 09 COLUMN 31 PIC X      USING SUSPENSO-C.
           05 LINE 10 COLUMN 03 VALUE "Motivo (N/D)..............:".
           05 LINE 10 COLUMN 31 PIC X      USING MOTIVO-C.
           05 LINE 11 COLUMN 03 VALUE "Suspenso ate (AAAAMMDD)...:".
           05 LINE 11 COLUMN 31 PIC 9(008) USING ATE-C.
           05 LINE 12 COLUMN 03 VALUE "Observacao................:".
           05 LINE 12 COLUMN 31 PIC X(040) USING OBSERVACAO-C.
           05 LINE 14 COLUMN 03
              VALUE "N negociacao  D disputa  data zero: ate reativar".

       01  TELA-CONFIRMA.
           05 LINE 04 COLUMN 03
              VALUE "Emite as cartas de cobranca de hoje (S/N)?".
           05 LINE 04 COLUMN 46 PIC X USING CONFIRMA.

       01  TELA-PERIODO.
           05 LINE 04 COLUMN 03 VALUE "Cliente (zero: todos).....:".
           05 LINE 04 COLUMN 31 PIC 9(005) USING CODIGO-C.
           05 LINE 05 COLUMN 03 VALUE "Enviadas de (AAAAMMDD)....:".
           05 LINE 05 COLUMN 31 PIC 9(008) USING DATA-INICIAL.
           05 LINE 06 COLUMN 03 VALUE "Enviadas ate (AAAAMMDD)...:".
           05 LINE 06 COLUMN 31 PIC 9(008) USING DATA-FINAL.

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
                            PERFORM 100-ETAPAS    THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-REGUA     THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-SUSPENSAO THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-HISTORICO THRU 400-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-ETAPAS.

           MOVE 0 TO ETAPA-E
           DISPLAY TELA-ETAPA
           ACCEPT  TELA-ETAPA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR ETAPA-E = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE ETAPA-E TO CBRGUA-ETAPA
           READ CBRGUA WITH LOCK
           IF   FS-CBRGUA < "10"
                MOVE CBRGUA-DIAS-ATRASO TO DIAS-E
                MOVE CBRGUA-INTERVALO   TO INTERVALO-E
                MOVE CBRGUA-DESCRICAO   TO DESCRICAO-E
                MOVE CBRGUA-MODELO      TO MODELO-E
                MOVE CBRGUA-ATIVA       TO ATIVA-E
           ELSE
                MOVE 0      TO DIAS-E INTERVALO-E
                MOVE SPACES TO DESCRICAO-E MODELO-E
                MOVE "S"    TO ATIVA-E
           END-IF

           DISPLAY TELA-DADOS-ETAPA
           ACCEPT  TELA-DADOS-ETAPA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                IF   FS-CBRGUA < "10"
                     UNLOCK CBRGUA
                END-IF
                MOVE "00" TO FS-CBRGUA
                GO TO 100-99-FIM
           END-IF

           IF   DIAS-E = 0 OR DESCRICAO-E = SPACES
           OR  (ATIVA-E NOT = "S" AND "s" AND "N" AND "n")
                IF   FS-CBRGUA < "10"
                     UNLOCK CBRGUA
                END-IF
                MOVE "00" TO FS-CBRGUA
                DISPLAY "Dias, descricao e ativa sao obrigatorios"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           IF   MODELO-E = SPACES
                STRING "CBRG" ETAPA-E ".TXT"
                       DELIMITED BY SIZE INTO MODELO-E
           END-IF

           MOVE DIAS-E      TO CBRGUA-DIAS-ATRASO
           MOVE INTERVALO-E TO CBRGUA-INTERVALO
           MOVE DESCRICAO-E TO CBRGUA-DESCRICAO
           MOVE MODELO-E    TO CBRGUA-MODELO
           MOVE ATIVA-E     TO CBRGUA-ATIVA
           IF   FS-CBRGUA < "10"
                REWRITE CBRGUA-REG
                UNLOCK CBRGUA
           ELSE
                WRITE CBRGUA-REG
           END-IF
           IF   FS-CBRGUA < "10"
                DISPLAY "Etapa gravada" LINE 23 COLUMN 03
           ELSE
                MOVE "00" TO FS-CBRGUA
                DISPLAY "Erro de gravacao em CBRGUA" LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       200-REGUA.

           MOVE SPACE TO CONFIRMA
           DISPLAY TELA-CONFIRMA
           ACCEPT  TELA-CONFIRMA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR (CONFIRMA NOT = "S" AND CONFIRMA NOT = "s")
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           PERFORM 210-CARREGA-ETAPAS THRU 210-99-FIM
           IF   QT-ETAPAS = 0
                DISPLAY "Nenhuma etapa ativa na regua de cobranca"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           OPEN INPUT CBTITU
           IF   FS-CBTITU > "09"
                MOVE "00" TO FS-CBTITU
                DISPLAY "Titulos (CBTITU) indisponiveis"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE SPACES TO CWIMPR-TIME-REPORT
           MOVE "CARTAS DE COBRANCA" TO CWIMPR-TITLE
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB227PA" TO CWIMPR-REPORT

           MOVE 0 TO QT-CARTAS QT-SUSPENSOS QT-REGULARIZADOS
           MOVE LOW-VALUES TO CBPESS-CHAVE
           START CBPESS KEY NOT LESS CBPESS-CHAVE
           PERFORM UNTIL FS-CBPESS > "09"
                   READ CBPESS NEXT RECORD IGNORE LOCK
                   IF   FS-CBPESS < "10"
                   AND  CBPESS-PESSOA-ATIVA
                        PERFORM 220-TITULOS-VENCIDOS THRU 220-99-FIM
                        PERFORM 230-CLIENTE          THRU 230-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPESS
           CLOSE CBTITU

           IF   QT-CARTAS > 0
                MOVE "CLOSE" TO CWIMPR-TIME-REPORT
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF

           MOVE QT-CARTAS        TO QT-CARTAS-D
           MOVE QT-SUSPENSOS     TO QT-SUSPENSOS-D
           MOVE QT-REGULARIZADOS TO QT-REGULARIZADOS-D
           DISPLAY "Cartas: "         LINE 23 COLUMN 03
                   QT-CARTAS-D
                   "  Suspensos: "    QT-SUSPENSOS-D
                   "  Regularizados: " QT-REGULARIZADOS-D.

       200-99-FIM. EXIT.

       210-CARREGA-ETAPAS.

           MOVE 0 TO QT-ETAPAS
           MOVE LOW-VALUES TO CBRGUA-CHAVE
           START CBRGUA KEY NOT LESS CBRGUA-CHAVE
           PERFORM UNTIL FS-CBRGUA > "09"
                   READ CBRGUA NEXT RECORD IGNORE LOCK
                   IF   FS-CBRGUA < "10"
                   AND  CBRGUA-ETAPA-ATIVA
                   AND  QT-ETAPAS < 20
                        ADD  1                  TO QT-ETAPAS
                        MOVE CBRGUA-ETAPA       TO ETP-ETAPA (QT-ETAPAS)
                        MOVE CBRGUA-DIAS-ATRASO TO ETP-DIAS  (QT-ETAPAS)
                        MOVE CBRGUA-INTERVALO
                          TO ETP-INTERVALO (QT-ETAPAS)
                        MOVE CBRGUA-DESCRICAO
                          TO ETP-DESCRICAO (QT-ETAPAS)
                        MOVE CBRGUA-MODELO     TO ETP-MODELO (QT-ETAPAS)
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBRGUA.

       210-99-FIM. EXIT.

       220-TITULOS-VENCIDOS.

      *    Titulos a receber em aberto do cliente, vencidos ate
      *    ontem; os marcados como incobraveis ficam fora da regua

           MOVE 0 TO QT-VENCIDOS MAIOR-ATRASO TOTAL-VENCIDO
           MOVE LOW-VALUES TO CBTITU-CHAVE
           START CBTITU KEY NOT LESS CBTITU-CHAVE
           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD IGNORE LOCK
                   IF   FS-CBTITU < "10"
                   AND  CBTITU-A-RECEBER
                   AND  CBTITU-ABERTO
                   AND  CBTITU-VENCIMENTO < HOJE
                   AND  NOT CBTITU-MARCADO-INCOBRAVEL
                   AND  CBTITU-PESSOA-CODIGO NUMERIC
                   AND  CBTITU-PESSOA-CODIGO = CBPESS-CODIGO
                        PERFORM 225-GUARDA-TITULO THRU 225-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTITU.

       220-99-FIM. EXIT.

       225-GUARDA-TITULO.

           MOVE CBTITU-VALOR TO VALOR-TITULO
           IF   CBTITU-ACRESCIMO NUMERIC
                ADD CBTITU-ACRESCIMO TO VALOR-TITULO
           END-IF
           MOVE CBTITU-VENCIMENTO TO DATA-DE
           MOVE HOJE              TO DATA-ATE
           PERFORM 290-DIAS THRU 290-99-FIM
           IF   DIAS < 1
                GO TO 225-99-FIM
           END-IF

           ADD VALOR-TITULO TO TOTAL-VENCIDO
           IF   DIAS > MAIOR-ATRASO
                MOVE DIAS TO MAIOR-ATRASO
           END-IF
           IF   QT-VENCIDOS < 300
                ADD  1                 TO QT-VENCIDOS
                MOVE CBTITU-NUMERO     TO TIT-NUMERO     (QT-VENCIDOS)
                MOVE CBTITU-VENCIMENTO TO TIT-VENCIMENTO (QT-VENCIDOS)
                MOVE DIAS              TO TIT-DIAS       (QT-VENCIDOS)
                MOVE VALOR-TITULO      TO TIT-VALOR      (QT-VENCIDOS)
           END-IF.

       225-99-FIM. EXIT.

       230-CLIENTE.

           MOVE CBPESS-CODIGO TO CBRGCL-CLIENTE
           READ CBRGCL WITH LOCK
           IF   FS-CBRGCL > "09"
                IF   QT-VENCIDOS = 0
                     MOVE "00" TO FS-CBRGCL
                     GO TO 230-99-FIM
                END-IF
                MOVE 1      TO CLIENTE-NOVO
                MOVE "00"   TO FS-CBRGCL
                INITIALIZE CBRGCL-REG
                MOVE CBPESS-CODIGO TO CBRGCL-CLIENTE
                MOVE "N"    TO CBRGCL-SUSPENSAO
           ELSE
                MOVE 0      TO CLIENTE-NOVO
           END-IF

      *    Sem titulo vencido o cliente volta ao inicio da regua

           IF   QT-VENCIDOS = 0
                IF   CBRGCL-ETAPA > 0
                     MOVE 0 TO CBRGCL-ETAPA
                     ADD  1 TO QT-REGULARIZADOS
                END-IF
                GO TO 230-GRAVA
           END-IF

      *    Suspensao vencida e reativada pela propria regua

           IF   CBRGCL-SUSPENSO
                IF   CBRGCL-SUSPENSO-ATE = 0
                OR   CBRGCL-SUSPENSO-ATE NOT < HOJE
                     ADD 1 TO QT-SUSPENSOS
                     GO TO 230-GRAVA
                END-IF
                MOVE "N"    TO CBRGCL-SUSPENSAO
                MOVE SPACE  TO CBRGCL-MOTIVO
           END-IF

           IF   CBRGCL-DATA-ENVIO = HOJE
                GO TO 230-GRAVA
           END-IF

           MOVE 0 TO PROXIMA
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-ETAPAS
                                            OR PROXIMA NOT = 0
                   IF   ETP-ETAPA (I) > CBRGCL-ETAPA
                        MOVE I TO PROXIMA
                   END-IF
           END-PERFORM
           IF   PROXIMA = 0
           OR   MAIOR-ATRASO < ETP-DIAS (PROXIMA)
                GO TO 230-GRAVA
           END-IF
           IF   CBRGCL-ETAPA > 0
                MOVE CBRGCL-DATA-ENVIO TO DATA-DE
                MOVE HOJE              TO DATA-ATE
                PERFORM 290-DIAS THRU 290-99-FIM
                IF   DIAS < ETP-INTERVALO (PROXIMA)
                     GO TO 230-GRAVA
                END-IF
           END-IF

           PERFORM 240-EMITE-CARTA THRU 240-99-FIM
           PERFORM 250-HISTORICO   THRU 250-99-FIM
           MOVE ETP-ETAPA (PROXIMA) TO CBRGCL-ETAPA
           MOVE HOJE                TO CBRGCL-DATA-ENVIO
           ADD  1                   TO QT-CARTAS.

       230-GRAVA.

           IF   CLIENTE-NOVO = 1
                WRITE CBRGCL-REG
           ELSE
                REWRITE CBRGCL-REG
                UNLOCK CBRGCL
           END-IF
           MOVE "00" TO FS-CBRGCL.

       230-99-FIM. EXIT.

       240-EMITE-CARTA.

      *    Texto modelo da etapa ate a linha "*", seguido dos
      *    titulos vencidos do cliente; cada carta em pagina propria

           MOVE ETP-MODELO (PROXIMA) TO LB-MODELO
           OPEN INPUT MODELO
           IF   FS-MODELO < "10"
                PERFORM UNTIL FS-MODELO > "09"
                        READ MODELO
                        IF   FS-MODELO < "10"
                             IF   MODELO-FIM
                                  MOVE "10" TO FS-MODELO
                             ELSE
                                  MOVE MODELO-REG
                                    TO CARTA-TEXTO
                                  MOVE LINHA-CARTA
                                    TO CWIMPR-DETAIL
                                  CALL "CB125PCW"
                                       USING PARAMETROS-CWIMPR
                             END-IF
                        END-IF
                END-PERFORM
                CLOSE MODELO
           END-IF
           MOVE "00" TO FS-MODELO

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE SPACES        TO CARTA-TEXTO
           MOVE CBPESS-CODIGO TO CODIGO-C
           STRING "CLIENTE " CODIGO-C " - " CBPESS-RAZAO-SOCIAL
                  DELIMITED BY SIZE INTO CARTA-TEXTO
           MOVE LINHA-CARTA TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-01 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           PERFORM VARYING T FROM 1 BY 1 UNTIL T > QT-VENCIDOS
                   MOVE SPACES             TO LINHA-02
                   MOVE TIT-NUMERO (T)     TO CLIC-TITULO
                   MOVE TIT-VENCIMENTO (T) TO DATA-DE
                   MOVE DE-DD              TO CARTA-DD
                   MOVE DE-MM              TO CARTA-MM
                   MOVE DE-AAAA            TO CARTA-AAAA
                   MOVE DATA-CARTA         TO CLIC-VENCIMENTO
                   MOVE TIT-DIAS (T)       TO CLIC-ATRASO
                   MOVE TIT-VALOR (T)      TO CLIC-VALOR
                   MOVE LINHA-02 TO CWIMPR-DETAIL
                   CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-PERFORM

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "TOTAL VENCIDO.................:" TO CLIC-TOTAL-LIT
           MOVE TOTAL-VENCIDO TO CLIC-TOTAL
           MOVE LINHA-03      TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "1" TO CWIMPR-DETAIL (1: 1)
           MOVE SPACES TO CWIMPR-DETAIL (2: )
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       240-99-FIM. EXIT.

       250-HISTORICO.

      *    Titulo zero e a carta; os demais, os titulos cobrados

           MOVE CBPESS-CODIGO       TO CBRGHI-CLIENTE
           MOVE HOJE                TO CBRGHI-DATA
           MOVE 0                   TO CBRGHI-TITULO
                                       CBRGHI-VENCIMENTO
           MOVE ETP-ETAPA (PROXIMA) TO CBRGHI-ETAPA
           MOVE MAIOR-ATRASO        TO CBRGHI-DIAS-ATRASO
           MOVE TOTAL-VENCIDO       TO CBRGHI-VALOR
           MOVE QT-VENCIDOS         TO CBRGHI-QT-TITULOS
           WRITE CBRGHI-REG

           PERFORM VARYING T FROM 1 BY 1 UNTIL T > QT-VENCIDOS
                   MOVE TIT-NUMERO (T)     TO CBRGHI-TITULO
                   MOVE TIT-VENCIMENTO (T) TO CBRGHI-VENCIMENTO
                   MOVE TIT-DIAS (T)       TO CBRGHI-DIAS-ATRASO
                   MOVE TIT-VALOR (T)      TO CBRGHI-VALOR
                   MOVE 1                  TO CBRGHI-QT-TITULOS
                   WRITE CBRGHI-REG
           END-PERFORM
           MOVE "00" TO FS-CBRGHI.

       250-99-FIM. EXIT.

       290-DIAS.

      *    Dias entre DATA-DE e DATA-ATE pela aproximacao comercial
      *    de 30 dias por mes, como o aging do CB094PCW

           COMPUTE DIAS = ((ATE-AAAA - DE-AAAA) * 360)
                        + ((ATE-MM   - DE-MM)   * 30)
                        +  (ATE-DD   - DE-DD).

       290-99-FIM. EXIT.

       300-SUSPENSAO.

           MOVE 0 TO CODIGO-C
           DISPLAY TELA-CLIENTE
           ACCEPT  TELA-CLIENTE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR CODIGO-C = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           MOVE CODIGO-C TO CBPESS-CODIGO
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS > "09"
                MOVE "00" TO FS-CBPESS
                DISPLAY "Cliente inexistente" LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE CODIGO-C TO CBRGCL-CLIENTE
           READ CBRGCL WITH LOCK
           IF   FS-CBRGCL < "10"
                MOVE 0 TO CLIENTE-NOVO
           ELSE
                MOVE 1 TO CLIENTE-NOVO
                MOVE "00" TO FS-CBRGCL
                INITIALIZE CBRGCL-REG
                MOVE CODIGO-C TO CBRGCL-CLIENTE
                MOVE "N"      TO CBRGCL-SUSPENSAO
           END-IF
           MOVE CBRGCL-ETAPA      TO ETAPA-C
           MOVE CBRGCL-DATA-ENVIO TO ENVIO-C
           IF   CBRGCL-SUSPENSO
                MOVE "S"               TO SUSPENSO-C
                MOVE CBRGCL-MOTIVO     TO MOTIVO-C
                MOVE CBRGCL-SUSPENSO-ATE TO ATE-C
                MOVE CBRGCL-OBSERVACAO TO OBSERVACAO-C
           ELSE
                MOVE "N"    TO SUSPENSO-C
                MOVE SPACE  TO MOTIVO-C
                MOVE 0      TO ATE-C
                MOVE SPACES TO OBSERVACAO-C
           END-IF

           DISPLAY TELA-SITUACAO
           DISPLAY TELA-SUSPENSAO
           ACCEPT  TELA-SUSPENSAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 300-LIBERA
           END-IF

           IF   SUSPENSO-C = "s"
                MOVE "S" TO SUSPENSO-C
           END-IF
           IF   SUSPENSO-C = "S"
           AND (MOTIVO-C NOT = "N" AND MOTIVO-C NOT = "D")
                DISPLAY "Motivo deve ser N (negociacao) ou D (disputa)"
                        LINE 23 COLUMN 03
                GO TO 300-LIBERA
           END-IF
           IF   SUSPENSO-C = "S"
           AND  ATE-C NOT = 0
           AND  ATE-C < HOJE
                DISPLAY "Data de suspensao ja vencida" LINE 23 COLUMN 03
                GO TO 300-LIBERA
           END-IF

           MOVE "?"         TO CWMENU
           CALL "CWGETU" USING OPERADOR
                               TASK
                               PROGRAMA
                               CWMENU
           IF   SUSPENSO-C = "S"
                MOVE "S"          TO CBRGCL-SUSPENSAO
                MOVE MOTIVO-C     TO CBRGCL-MOTIVO
                MOVE ATE-C        TO CBRGCL-SUSPENSO-ATE
                MOVE OBSERVACAO-C TO CBRGCL-OBSERVACAO
                MOVE HOJE         TO CBRGCL-DATA-SUSPENSAO
           ELSE
                MOVE "N"          TO CBRGCL-SUSPENSAO
                MOVE SPACE        TO CBRGCL-MOTIVO
                MOVE 0            TO CBRGCL-SUSPENSO-ATE
                MOVE OBSERVACAO-C TO CBRGCL-OBSERVACAO
           END-IF
           MOVE OPERADOR TO CBRGCL-USUARIO

           IF   CLIENTE-NOVO = 1
                WRITE CBRGCL-REG
           ELSE
                REWRITE CBRGCL-REG
           END-IF
           IF   FS-CBRGCL < "10"
                IF   CBRGCL-SUSPENSO
                     DISPLAY "Cliente suspenso da regua"
                             LINE 23 COLUMN 03
                ELSE
                     DISPLAY "Cliente ativo na regua" LINE 23 COLUMN 03
                END-IF
           ELSE
                MOVE "00" TO FS-CBRGCL
                DISPLAY "Erro de gravacao em CBRGCL" LINE 23 COLUMN 03
           END-IF.

       300-LIBERA.

           IF   CLIENTE-NOVO = 0
                UNLOCK CBRGCL
           END-IF.

       300-99-FIM. EXIT.

       400-HISTORICO.

           MOVE 0        TO CODIGO-C
           MOVE HOJE     TO DATA-FINAL
           MOVE HOJE     TO DATA-INICIAL
           MOVE "01"     TO DATA-INICIAL (7: 2)
           DISPLAY TELA-PERIODO
           ACCEPT  TELA-PERIODO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR DATA-FINAL < DATA-INICIAL
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           MOVE SPACES TO CWIMPR-TIME-REPORT
           MOVE "HISTORICO DAS CARTAS DE COBRANCA" TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "ENVIADAS DE " DATA-INICIAL " A " DATA-FINAL
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-04  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB227PB" TO CWIMPR-REPORT

           MOVE 0 TO QT-LISTADOS TOTAL-LISTADO
           MOVE LOW-VALUES TO CBRGHI-CHAVE
           IF   CODIGO-C NOT = 0
                MOVE CODIGO-C TO CBRGHI-CLIENTE
           END-IF
           START CBRGHI KEY NOT LESS CBRGHI-CHAVE
           PERFORM UNTIL FS-CBRGHI > "09"
                   READ CBRGHI NEXT RECORD IGNORE LOCK
                   IF   FS-CBRGHI < "10"
                        IF   CODIGO-C NOT = 0
                        AND  CBRGHI-CLIENTE NOT = CODIGO-C
                             MOVE "10" TO FS-CBRGHI
                        ELSE
                             IF   CBRGHI-TITULO = 0
                             AND  CBRGHI-DATA NOT < DATA-INICIAL
                             AND  CBRGHI-DATA NOT > DATA-FINAL
                                  PERFORM 410-LISTA-CARTA
                                     THRU 410-99-FIM
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBRGHI

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "TOTAL COBRADO NAS CARTAS................:"
             TO CLIC-TOTAL-LIT-H
           MOVE TOTAL-LISTADO TO CLIC-TOTAL-H
           MOVE LINHA-06      TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Cartas listadas: " LINE 23 COLUMN 03
                   QT-LISTADOS.

       400-99-FIM. EXIT.

       410-LISTA-CARTA.

           MOVE SPACES TO LINHA-05
           MOVE CBRGHI-CLIENTE TO CBPESS-CODIGO CLIC-CLIENTE
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS < "10"
                MOVE CBPESS-RAZAO-SOCIAL TO CLIC-RAZAO
           END-IF
           MOVE "00" TO FS-CBPESS

           MOVE CBRGHI-ETAPA TO CBRGUA-ETAPA CLIC-ETAPA
           READ CBRGUA IGNORE LOCK
           IF   FS-CBRGUA < "10"
                MOVE CBRGUA-DESCRICAO TO CLIC-DESCRICAO
           END-IF
           MOVE "00" TO FS-CBRGUA

           MOVE CBRGHI-DATA       TO CLIC-DATA
           MOVE CBRGHI-QT-TITULOS TO CLIC-TITULOS
           MOVE CBRGHI-VALOR      TO CLIC-VALOR-H
           ADD  CBRGHI-VALOR      TO TOTAL-LISTADO
           MOVE LINHA-05 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           ADD 1 TO QT-LISTADOS.

       410-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           OPEN INPUT CBPESS
           OPEN I-O CBRGUA
           IF   FS-CBRGUA = "30" OR "35"
                CLOSE CBRGUA
                OPEN OUTPUT CBRGUA
                CLOSE CBRGUA
                OPEN I-O CBRGUA
           END-IF
           OPEN I-O CBRGCL
           IF   FS-CBRGCL = "30" OR "35"
                CLOSE CBRGCL
                OPEN OUTPUT CBRGCL
                CLOSE CBRGCL
                OPEN I-O CBRGCL
           END-IF
           OPEN I-O CBRGHI
           IF   FS-CBRGHI = "30" OR "35"
                CLOSE CBRGHI
                OPEN OUTPUT CBRGHI
                CLOSE CBRGHI
                OPEN I-O CBRGHI
           END-IF
           IF   FS-CBPESS > "09" OR FS-CBRGUA > "09"
           OR   FS-CBRGCL > "09" OR FS-CBRGHI > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBPESS CBRGUA CBRGCL CBRGHI.

       900-99-FIM. EXIT.

       END PROGRAM CB227PCW.
