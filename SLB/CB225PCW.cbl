       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB225PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Controle de credito de clientes              *
                      *                                               *
                      *  Mantem no CBPESS o limite de credito, a      *
                      *  tolerancia de atraso e a situacao de credito *
                      *  do cliente; libera ou cancela as notas do    *
                      *  faturamento retidas pelo CB152PCW (CBFTRE),  *
                      *  gravando usuario e data da decisao; lista as *
                      *  notas pendentes e a exposicao (titulos a     *
                      *  receber em aberto mais notas pendentes)      *
                      *  contra o limite de cada cliente              *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBPESSSL.
       COPY CBFTRESL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBPESSFD.
       COPY CBFTREFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB225PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 CODIGO-C                  PIC  9(005) VALUE 0.
           05 LIMITE-C                  PIC  9(012)V99 VALUE 0.
           05 TOLERANCIA-C              PIC  9(003) VALUE 0.
           05 SITUACAO-C                PIC  X(001) VALUE "N".
           05 NUMERO-NOTA               PIC  9(008) VALUE 0.
           05 RAZAO-NOTA                PIC  X(040) VALUE SPACES.
           05 MOTIVO-LIT                PIC  X(008) VALUE SPACES.
           05 SITUACAO-LIT              PIC  X(010) VALUE SPACES.
           05 DECISAO                   PIC  X(001) VALUE SPACE.
           05 CONFIRMA                  PIC  X(001) VALUE SPACE.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 DISPONIVEL         COMP-3 PIC S9(012)V99 VALUE 0.
           05 PC-USO             COMP-3 PIC  9(005)V9 VALUE 0.
           05 QT-LISTADOS        COMP-3 PIC  9(005) VALUE 0.
           05 TOTAL-EXPOSICAO    COMP-3 PIC  9(014)V99 VALUE 0.
           05 TOTAL-VENCIDO      COMP-3 PIC  9(014)V99 VALUE 0.
           05 OPERADOR                  PIC  X(030) VALUE SPACES.
           05 TASK                      PIC  X(006) VALUE SPACES.
           05 PROGRAMA                  PIC  X(008) VALUE SPACES.
           05 CWMENU                    PIC  X(001) VALUE SPACE.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".
           05 ER-CBFTRE.
              10 FS-CBFTRE              PIC  X(002) VALUE "00".
              10 LB-CBFTRE              PIC  X(050) VALUE "CBFTRE".

       COPY CB226PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "NOTA     DATA     CLIENTE RAZAO SOCIAL".
              05 FILLER                 PIC  X(040) VALUE
                 "                            VALOR MOTIVO".
              05 FILLER                 PIC  X(040) VALUE
                 "            EXPOSICAO             LIMITE".
              05 FILLER                 PIC  X(010) VALUE
                 " SITUACAO".
           02 LINHA-02.
              05 CLIC-NOTA              PIC  9(008).
              05 FILLER                 PIC  X(001).
              05 CLIC-DATA              PIC  9(008).
              05 FILLER                 PIC  X(001).
              05 CLIC-CLIENTE           PIC  9(005).
              05 FILLER                 PIC  X(003).
              05 CLIC-RAZAO             PIC  X(028).
              05 FILLER                 PIC  X(001).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-MOTIVO            PIC  X(008).
              05 FILLER                 PIC  X(001).
              05 CLIC-EXPOSICAO         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-LIMITE            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-SITUACAO          PIC  X(009).
           02 LINHA-03.
              05 FILLER                 PIC  X(040) VALUE
                 "CLIENTE RAZAO SOCIAL".
              05 FILLER                 PIC  X(040) VALUE
                 "   LIMITE   TIT. ABERTOS    NOTAS PEND.".
              05 FILLER                 PIC  X(036) VALUE
                 "     EXPOSICAO   %USO        VENCIDO".
              05 FILLER                 PIC  X(016) VALUE
                 " DIAS SITUACAO".
           02 LINHA-04.
              05 CLIC-CLIENTE-E         PIC  9(005).
              05 FILLER                 PIC  X(003).
              05 CLIC-RAZAO-E           PIC  X(026).
              05 FILLER                 PIC  X(001).
              05 CLIC-LIMITE-E          PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-TITULOS-E         PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-PENDENTES-E       PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-EXPOSICAO-E       PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-USO-E             PIC  ZZZ9,9.
              05 FILLER                 PIC  X(001).
              05 CLIC-VENCIDO-E         PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-ATRASO-E          PIC  ZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-SITUACAO-E        PIC  X(010).
           02 LINHA-05.
              05 CLIC-TOTAL-LIT         PIC  X(040).
              05 CLIC-TOTAL             PIC  ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Limite e situacao".
           05 LINE 05 COLUMN 03 VALUE "2 - Libera ou cancela nota".
           05 LINE 06 COLUMN 03 VALUE "3 - Relaciona notas retidas".
           05 LINE 07 COLUMN 03 VALUE "4 - Exposicao x limite".
           05 LINE 09 COLUMN 03 VALUE "Opcao:".
           05 LINE 09 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CLIENTE.
           05 LINE 04 COLUMN 03 VALUE "Cliente (codigo)........:".
           05 LINE 04 COLUMN 30 PIC 9(005) USING CODIGO-C.

       01  TELA-EXPOSICAO.
           05 LINE 05 COLUMN 03 VALUE "Razao social............:".
           05 LINE 05 COLUMN 30 PIC X(040) FROM CBPESS-RAZAO-SOCIAL.
           05 LINE 07 COLUMN 03 VALUE "Titulos em aberto.......:".
           05 LINE 07 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM CB226PCW-TITULOS.
           05 LINE 08 COLUMN 03 VALUE "Notas pendentes.........:".
           05 LINE 08 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM CB226PCW-NOTAS-PENDENTES.
           05 LINE 09 COLUMN 03 VALUE "Vencido alem tolerancia.:".
           05 LINE 09 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM CB226PCW-VENCIDO.

       01  TELA-CREDITO.
           05 LINE 11 COLUMN 03 VALUE "Limite de credito.......:".
           05 LINE 11 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING LIMITE-C.
           05 LINE 12 COLUMN 03 VALUE "Tolerancia atraso (dias):".
           05 LINE 12 COLUMN 30 PIC 9(003) USING TOLERANCIA-C.
           05 LINE 13 COLUMN 03 VALUE "Situacao (N/B/E)........:".
           05 LINE 13 COLUMN 30 PIC X      USING SITUACAO-C.
           05 LINE 14 COLUMN 03
              VALUE "N normal  B bloqueado  E isento da analise".

       01  TELA-NOTA.
           05 LINE 04 COLUMN 03 VALUE "Numero da nota..........:".
           05 LINE 04 COLUMN 30 PIC 9(008) USING NUMERO-NOTA.

       01  TELA-RETIDA.
           05 LINE 06 COLUMN 03 VALUE "Cliente.................:".
           05 LINE 06 COLUMN 30 PIC 9(005) FROM CBFTRE-CLIENTE.
           05 LINE 06 COLUMN 36 PIC X(040) FROM RAZAO-NOTA.
           05 LINE 07 COLUMN 03 VALUE "Data da nota............:".
           05 LINE 07 COLUMN 30 PIC 9(008) FROM CBFTRE-DATA-NOTA.
           05 LINE 08 COLUMN 03 VALUE "Valor da nota...........:".
           05 LINE 08 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM CBFTRE-VALOR-NOTA.
           05 LINE 09 COLUMN 03 VALUE "Motivo da retencao......:".
           05 LINE 09 COLUMN 30 PIC X(008) FROM MOTIVO-LIT.
           05 LINE 10 COLUMN 03 VALUE "Exposicao na retencao...:".
           05 LINE 10 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM CBFTRE-EXPOSICAO.
           05 LINE 11 COLUMN 03 VALUE "Limite na retencao......:".
           05 LINE 11 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM CBFTRE-LIMITE.
           05 LINE 12 COLUMN 03 VALUE "Vencido na retencao.....:".
           05 LINE 12 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM CBFTRE-VENCIDO.

       01  TELA-DECISAO.
           05 LINE 14 COLUMN 03 VALUE "Decisao (L=libera C=cancela):".
           05 LINE 14 COLUMN 34 PIC X USING DECISAO.
           05 LINE 15 COLUMN 03 VALUE "Confirma (S/N)?".
           05 LINE 15 COLUMN 19 PIC X USING CONFIRMA.

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
                            PERFORM 100-CREDITO   THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-DECIDE    THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-RETIDAS   THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-EXPOSICAO THRU 400-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-CREDITO.

           MOVE 0 TO CODIGO-C
           DISPLAY TELA-CLIENTE
           ACCEPT  TELA-CLIENTE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR CODIGO-C = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE CODIGO-C TO CBPESS-CODIGO
           READ CBPESS WITH LOCK
           IF   FS-CBPESS > "09"
                MOVE "00" TO FS-CBPESS
                DISPLAY "Cliente inexistente" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

      *    Cadastro anterior ao controle de credito: cauda nao
      *    numerica, apresentada zerada e normal

           IF   CBPESS-LIMITE-CREDITO NUMERIC
                MOVE CBPESS-LIMITE-CREDITO    TO LIMITE-C
           ELSE
                MOVE 0                        TO LIMITE-C
           END-IF
           IF   CBPESS-TOLERANCIA-ATRASO NUMERIC
                MOVE CBPESS-TOLERANCIA-ATRASO TO TOLERANCIA-C
           ELSE
                MOVE 0                        TO TOLERANCIA-C
           END-IF
           IF   CBPESS-CREDITO-BLOQUEADO
           OR   CBPESS-CREDITO-ISENTO
                MOVE CBPESS-SITUACAO-CREDITO  TO SITUACAO-C
           ELSE
                MOVE "N"                      TO SITUACAO-C
           END-IF

           PERFORM 150-EXPOSICAO THRU 150-99-FIM
           DISPLAY TELA-EXPOSICAO
           DISPLAY TELA-CREDITO
           ACCEPT  TELA-CREDITO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                UNLOCK CBPESS
                GO TO 100-99-FIM
           END-IF

           IF   SITUACAO-C NOT = "N" AND "B" AND "E"
                UNLOCK CBPESS
                DISPLAY "Situacao invalida" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE LIMITE-C     TO CBPESS-LIMITE-CREDITO
           MOVE TOLERANCIA-C TO CBPESS-TOLERANCIA-ATRASO
           MOVE SITUACAO-C   TO CBPESS-SITUACAO-CREDITO
           REWRITE CBPESS-REG
           UNLOCK CBPESS
           IF   FS-CBPESS < "10"
                DISPLAY "Credito do cliente gravado" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBPESS"
                        LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       150-EXPOSICAO.

           INITIALIZE PARAMETROS-CB226PCW
           MOVE CBPESS-CODIGO TO CB226PCW-CLIENTE
           MOVE HOJE          TO CB226PCW-DATA-BASE
           IF   CBPESS-TOLERANCIA-ATRASO NUMERIC
                MOVE CBPESS-TOLERANCIA-ATRASO TO CB226PCW-TOLERANCIA
           END-IF
           CALL "CB226PCW" USING PARAMETROS-CB226PCW
           CANCEL "CB226PCW".

       150-99-FIM. EXIT.

       200-DECIDE.

           MOVE 0 TO NUMERO-NOTA
           DISPLAY TELA-NOTA
           ACCEPT  TELA-NOTA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR NUMERO-NOTA = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE NUMERO-NOTA TO CBFTRE-NOTA
           MOVE 0           TO CBFTRE-SEQUENCIA
           READ CBFTRE WITH LOCK
           IF   FS-CBFTRE > "09"
                MOVE "00" TO FS-CBFTRE
                DISPLAY "Nota nao retida pelo credito"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   NOT CBFTRE-RETIDA
                UNLOCK CBFTRE
                DISPLAY "Nota ja decidida pelo credito"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   CBFTRE-QT-LINHAS = 0
                UNLOCK CBFTRE
                DISPLAY "Nota retida sem linhas: reimportar o arquivo"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           PERFORM 210-DESCREVE THRU 210-99-FIM
           DISPLAY TELA-RETIDA

           MOVE SPACE TO DECISAO CONFIRMA
           DISPLAY TELA-DECISAO
           ACCEPT  TELA-DECISAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR (CONFIRMA NOT = "S" AND CONFIRMA NOT = "s")
           OR  (DECISAO NOT = "L" AND DECISAO NOT = "C")
                SET ENTER-KEY TO TRUE
                UNLOCK CBFTRE
                DISPLAY "Nota continua retida" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE "?"         TO CWMENU
           CALL "CWGETU" USING OPERADOR
                               TASK
                               PROGRAMA
                               CWMENU
           MOVE DECISAO  TO CBFTRE-SITUACAO
           MOVE OPERADOR TO CBFTRE-USUARIO
           MOVE HOJE     TO CBFTRE-DATA-DECISAO
           REWRITE CBFTRE-REG
           UNLOCK CBFTRE
           IF   FS-CBFTRE > "09"
                DISPLAY "Erro de gravacao em CBFTRE" LINE 23 COLUMN 03
           ELSE
                IF   CBFTRE-LIBERADA
                     DISPLAY "Nota liberada para integracao (CB152PCW)"
                             LINE 23 COLUMN 03
                ELSE
                     DISPLAY "Nota cancelada pelo credito"
                             LINE 23 COLUMN 03
                END-IF
           END-IF.

       200-99-FIM. EXIT.

       210-DESCREVE.

           MOVE SPACES TO RAZAO-NOTA
           MOVE CBFTRE-CLIENTE TO CBPESS-CODIGO
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS < "10"
                MOVE CBPESS-RAZAO-SOCIAL TO RAZAO-NOTA
           END-IF
           MOVE "00" TO FS-CBPESS

           EVALUATE TRUE
               WHEN CBFTRE-MOTIVO-BLOQUEIO MOVE "BLOQUEIO" TO MOTIVO-LIT
               WHEN CBFTRE-MOTIVO-ATRASO   MOVE "ATRASO"   TO MOTIVO-LIT
               WHEN CBFTRE-MOTIVO-LIMITE   MOVE "LIMITE"   TO MOTIVO-LIT
               WHEN OTHER                  MOVE SPACES     TO MOTIVO-LIT
           END-EVALUATE

           EVALUATE TRUE
               WHEN CBFTRE-RETIDA    MOVE "RETIDA"    TO SITUACAO-LIT
               WHEN CBFTRE-LIBERADA  MOVE "LIBERADA"  TO SITUACAO-LIT
               WHEN CBFTRE-INTEGRADA MOVE "INTEGRADA" TO SITUACAO-LIT
               WHEN CBFTRE-CANCELADA MOVE "CANCELADA" TO SITUACAO-LIT
               WHEN OTHER            MOVE SPACES      TO SITUACAO-LIT
           END-EVALUATE.

       210-99-FIM. EXIT.

       300-RETIDAS.

           MOVE SPACES TO CWIMPR-TIME-REPORT
           MOVE "NOTAS RETIDAS PELO CONTROLE DE CREDITO"
                          TO CWIMPR-TITLE
           MOVE "RETIDAS E LIBERADAS AINDA NAO INTEGRADAS"
                          TO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB225PA" TO CWIMPR-REPORT

           MOVE 0 TO QT-LISTADOS
           MOVE LOW-VALUES TO CBFTRE-CHAVE
           START CBFTRE KEY NOT LESS CBFTRE-CHAVE
           PERFORM UNTIL FS-CBFTRE > "09"
                   READ CBFTRE NEXT RECORD IGNORE LOCK
                   IF   FS-CBFTRE < "10"
                   AND  CBFTRE-SEQUENCIA = 0
                   AND  CBFTRE-PENDENTE
                        PERFORM 310-LISTA-RETIDA THRU 310-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBFTRE

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Notas retidas listadas: " LINE 23 COLUMN 03
                   QT-LISTADOS.

       300-99-FIM. EXIT.

       310-LISTA-RETIDA.

           PERFORM 210-DESCREVE THRU 210-99-FIM
           MOVE SPACES           TO LINHA-02
           MOVE CBFTRE-NOTA      TO CLIC-NOTA
           MOVE CBFTRE-DATA-NOTA TO CLIC-DATA
           MOVE CBFTRE-CLIENTE   TO CLIC-CLIENTE
           MOVE RAZAO-NOTA       TO CLIC-RAZAO
           MOVE CBFTRE-VALOR-NOTA TO CLIC-VALOR
           MOVE MOTIVO-LIT       TO CLIC-MOTIVO
           MOVE CBFTRE-EXPOSICAO TO CLIC-EXPOSICAO
           MOVE CBFTRE-LIMITE    TO CLIC-LIMITE
           MOVE SITUACAO-LIT     TO CLIC-SITUACAO
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           ADD 1 TO QT-LISTADOS.

       310-99-FIM. EXIT.

       400-EXPOSICAO.

      *    Clientes ativos com limite definido ou com exposicao:
      *    titulos a receber em aberto mais notas pendentes, contra
      *    o limite, e a parte vencida alem da tolerancia

           MOVE SPACES TO CWIMPR-TIME-REPORT
           MOVE "EXPOSICAO DE CREDITO X LIMITE POR CLIENTE"
                          TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "POSICAO EM " HOJE
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-03  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB225PB" TO CWIMPR-REPORT

           MOVE 0 TO QT-LISTADOS TOTAL-EXPOSICAO TOTAL-VENCIDO
           MOVE LOW-VALUES TO CBPESS-CHAVE
           START CBPESS KEY NOT LESS CBPESS-CHAVE
           PERFORM UNTIL FS-CBPESS > "09"
                   READ CBPESS NEXT RECORD IGNORE LOCK
                   IF   FS-CBPESS < "10"
                   AND  CBPESS-PESSOA-ATIVA
                        PERFORM 410-LISTA-CLIENTE THRU 410-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPESS

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "EXPOSICAO TOTAL.........................:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-EXPOSICAO TO CLIC-TOTAL
           MOVE LINHA-05        TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "VENCIDO ALEM DA TOLERANCIA..............:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-VENCIDO   TO CLIC-TOTAL
           MOVE LINHA-05        TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Clientes listados: " LINE 23 COLUMN 03
                   QT-LISTADOS.

       400-99-FIM. EXIT.

       410-LISTA-CLIENTE.

           PERFORM 150-EXPOSICAO THRU 150-99-FIM
           IF   CB226PCW-RETORNO NOT = 0
                GO TO 410-99-FIM
           END-IF
           IF   CB226PCW-EXPOSICAO = 0
           AND (CBPESS-LIMITE-CREDITO NOT NUMERIC
            OR  CBPESS-LIMITE-CREDITO = 0)
                GO TO 410-99-FIM
           END-IF

           MOVE SPACES                   TO LINHA-04
           MOVE CBPESS-CODIGO            TO CLIC-CLIENTE-E
           MOVE CBPESS-RAZAO-SOCIAL      TO CLIC-RAZAO-E
           MOVE CB226PCW-TITULOS         TO CLIC-TITULOS-E
           MOVE CB226PCW-NOTAS-PENDENTES TO CLIC-PENDENTES-E
           MOVE CB226PCW-EXPOSICAO       TO CLIC-EXPOSICAO-E
           MOVE CB226PCW-VENCIDO         TO CLIC-VENCIDO-E
           MOVE CB226PCW-MAIOR-ATRASO    TO CLIC-ATRASO-E
           ADD  CB226PCW-EXPOSICAO       TO TOTAL-EXPOSICAO
           ADD  CB226PCW-VENCIDO         TO TOTAL-VENCIDO

           MOVE SPACES TO SITUACAO-LIT
           IF   CBPESS-LIMITE-CREDITO NUMERIC
                MOVE CBPESS-LIMITE-CREDITO TO CLIC-LIMITE-E
                IF   CBPESS-LIMITE-CREDITO > 0
                     COMPUTE DISPONIVEL = CBPESS-LIMITE-CREDITO
                                        - CB226PCW-EXPOSICAO
                     COMPUTE PC-USO ROUNDED =
                             CB226PCW-EXPOSICAO * 100
                           / CBPESS-LIMITE-CREDITO
                        ON SIZE ERROR
                             MOVE 9999,9 TO PC-USO
                     END-COMPUTE
                     IF   PC-USO > 9999,9
                          MOVE 9999,9 TO PC-USO
                     END-IF
                     MOVE PC-USO TO CLIC-USO-E
                     IF   DISPONIVEL < 0
                          MOVE "EXCEDIDO" TO SITUACAO-LIT
                     END-IF
                END-IF
                IF   CB226PCW-VENCIDO > 0
                     MOVE "ATRASO"    TO SITUACAO-LIT
                END-IF
                EVALUATE TRUE
                    WHEN CBPESS-CREDITO-BLOQUEADO
                         MOVE "BLOQUEADO" TO SITUACAO-LIT
                    WHEN CBPESS-CREDITO-ISENTO
                         MOVE "ISENTO"    TO SITUACAO-LIT
                END-EVALUATE
           ELSE
                MOVE "SEM LIMITE" TO SITUACAO-LIT
           END-IF
           MOVE SITUACAO-LIT TO CLIC-SITUACAO-E

           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           ADD 1 TO QT-LISTADOS.

       410-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           OPEN I-O CBPESS
           OPEN I-O CBFTRE
           IF   FS-CBFTRE = "30" OR "35"
                CLOSE CBFTRE
                OPEN OUTPUT CBFTRE
                CLOSE CBFTRE
                OPEN I-O CBFTRE
           END-IF
           IF   FS-CBPESS > "09" OR FS-CBFTRE > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBPESS CBFTRE.

       900-99-FIM. EXIT.

       END PROGRAM CB225PCW.
