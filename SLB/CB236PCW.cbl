       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB236PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Projetos de investimento (capex)             *
                      *                                               *
                      *  Cadastro dos projetos aprovados (CBCAPX):    *
                      *  valor, centro, patrocinador e periodo. O     *
                      *  relatorio compara o aprovado com o empenhado *
                      *  em aberto (CBEMPE) e o capitalizado (CBATIV) *
                      *  de cada projeto, pelo CB237PCW               *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBCAPXSL.
       COPY CBCACCSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBCAPXFD.
       COPY CBCACCFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB236PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 PROJETO-P                 PIC  9(006) VALUE 0.
           05 DESCRICAO-P               PIC  X(040) VALUE SPACES.
           05 CENTRO-P                  PIC  9(004) VALUE 0.
           05 PATROCINADOR-P            PIC  X(030) VALUE SPACES.
           05 APROVADO-P                PIC  9(012)V99 VALUE 0.
           05 DATA-APROVACAO-P          PIC  9(008) VALUE 0.
           05 PERIODO-DE-P              PIC  9(006) VALUE 0.
           05 FILLER REDEFINES PERIODO-DE-P.
              10 PDE-AAAA               PIC  9(004).
              10 PDE-MM                 PIC  9(002).
           05 PERIODO-ATE-P             PIC  9(006) VALUE 0.
           05 FILLER REDEFINES PERIODO-ATE-P.
              10 PATE-AAAA              PIC  9(004).
              10 PATE-MM                PIC  9(002).
           05 SITUACAO-P                PIC  X(001) VALUE "A".
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 QT-PROJETOS        COMP-3 PIC  9(005) VALUE 0.
           05 TOTAL-APROVADO     COMP-3 PIC  9(014)V99 VALUE 0.
           05 TOTAL-EMPENHADO    COMP-3 PIC  9(014)V99 VALUE 0.
           05 TOTAL-CAPITALIZADO COMP-3 PIC  9(014)V99 VALUE 0.
           05 TOTAL-SALDO        COMP-3 PIC S9(014)V99 VALUE 0.
           05 PERCENTUAL         COMP-3 PIC  9(004)V9 VALUE 0.
           05 LINHA-BRANCA              PIC  X(068) VALUE SPACES.
           05 RODAPE-CB236              PIC  X(068) VALUE
              "<Esc>-Fim F2-Grava F4-Exclui".
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBCAPX.
              10 FS-CBCAPX              PIC  X(002) VALUE "00".
              10 LB-CBCAPX              PIC  X(050) VALUE "CBCAPX".
           05 ER-CBCACC.
              10 FS-CBCACC              PIC  X(002) VALUE "00".
              10 LB-CBCACC              PIC  X(050) VALUE "CBCACC".

       COPY CB237PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "PROJ.  DESCRICAO                      CC".
              05 FILLER                 PIC  X(040) VALUE
                 "   PERIODO             APROVADO      EMP".
              05 FILLER                 PIC  X(040) VALUE
                 "ENHADO   CAPITALIZADO          SALDO    ".
              05 FILLER                 PIC  X(006) VALUE
                 "%USO S".
           02 LINHA-02.
              05 CLIC-PROJETO           PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO         PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-CENTRO            PIC  9(004).
              05 FILLER                 PIC  X(001).
              05 CLIC-PERIODO-DE        PIC  9(006).
              05 FILLER                 PIC  X(001) VALUE "-".
              05 CLIC-PERIODO-ATE       PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-APROVADO          PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-EMPENHADO         PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-CAPITALIZADO      PIC  ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-SALDO             PIC  ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLIC-PERCENTUAL        PIC  ZZZ9,9.
              05 FILLER                 PIC  X(001).
              05 CLIC-SITUACAO          PIC  X(001).
           02 LINHA-03.
              05 CLIC-TOTAL-LIT         PIC  X(040).
              05 CLIC-TOTAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Projetos de investimento".
           05 LINE 05 COLUMN 03 VALUE
              "2 - Aprovado x empenhado x capitalizado".
           05 LINE 07 COLUMN 03 VALUE "Opcao:".
           05 LINE 07 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Projeto................:".
           05 LINE 04 COLUMN 30 PIC 9(006) USING PROJETO-P.

       01  TELA-PROJETO.
           05 LINE 06 COLUMN 03 VALUE "Descricao..............:".
           05 LINE 06 COLUMN 30 PIC X(040) USING DESCRICAO-P.
           05 LINE 07 COLUMN 03 VALUE "Centro de custo........:".
           05 LINE 07 COLUMN 30 PIC 9(004) USING CENTRO-P.
           05 LINE 08 COLUMN 03 VALUE "Patrocinador...........:".
           05 LINE 08 COLUMN 30 PIC X(030) USING PATROCINADOR-P.
           05 LINE 09 COLUMN 03 VALUE "Valor aprovado.........:".
           05 LINE 09 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING APROVADO-P.
           05 LINE 10 COLUMN 03 VALUE "Aprovacao (AAAAMMDD)...:".
           05 LINE 10 COLUMN 30 PIC 9(008) USING DATA-APROVACAO-P.
           05 LINE 11 COLUMN 03 VALUE "Periodo (AAAAMM).......:".
           05 LINE 11 COLUMN 30 PIC 9(006) USING PERIODO-DE-P.
           05 LINE 11 COLUMN 37 VALUE "a".
           05 LINE 11 COLUMN 39 PIC 9(006) USING PERIODO-ATE-P.
           05 LINE 12 COLUMN 03 VALUE "Situacao (A/E).........:".
           05 LINE 12 COLUMN 30 PIC X      USING SITUACAO-P.

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
                            PERFORM 100-MANUTENCAO THRU 100-99-FIM
                                    UNTIL ESC
                            SET ENTER-KEY TO TRUE
                       WHEN OPCAO = 2
                            PERFORM 200-RELATORIO  THRU 200-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-MANUTENCAO.

           MOVE 0 TO PROJETO-P
           DISPLAY TELA-CHAVE
           DISPLAY LINHA-BRANCA LINE 23 COLUMN 03
           DISPLAY RODAPE-CB236 LINE 23 COLUMN 03
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY

           IF   ESC OR PROJETO-P = 0
                SET ESC TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE 0      TO EXISTE CENTRO-P APROVADO-P DATA-APROVACAO-P
                          PERIODO-DE-P PERIODO-ATE-P
           MOVE SPACES TO DESCRICAO-P PATROCINADOR-P
           MOVE "A"    TO SITUACAO-P

           MOVE PROJETO-P TO CBCAPX-PROJETO
           READ CBCAPX
           IF   FS-CBCAPX < "10"
                MOVE 1                     TO EXISTE
                MOVE CBCAPX-DESCRICAO      TO DESCRICAO-P
                MOVE CBCAPX-CENTRO-CUSTO   TO CENTRO-P
                MOVE CBCAPX-PATROCINADOR   TO PATROCINADOR-P
                MOVE CBCAPX-VALOR-APROVADO TO APROVADO-P
                MOVE CBCAPX-DATA-APROVACAO TO DATA-APROVACAO-P
                MOVE CBCAPX-PERIODO-DE     TO PERIODO-DE-P
                MOVE CBCAPX-PERIODO-ATE    TO PERIODO-ATE-P
                MOVE CBCAPX-SITUACAO       TO SITUACAO-P
           END-IF

           DISPLAY TELA-PROJETO
           ACCEPT  TELA-PROJETO
           ACCEPT  TECLA FROM ESCAPE KEY
           INSPECT SITUACAO-P CONVERTING "ae" TO "AE"

           EVALUATE TRUE
               WHEN ESC
                    SET ENTER-KEY TO TRUE
               WHEN F4
                    PERFORM 120-EXCLUI THRU 120-99-FIM
               WHEN OTHER
                    PERFORM 110-GRAVA  THRU 110-99-FIM
           END-EVALUATE.

       100-99-FIM. EXIT.

       110-GRAVA.

           IF   DESCRICAO-P = SPACES
           OR   APROVADO-P = 0
           OR   PATROCINADOR-P = SPACES
           OR  (SITUACAO-P NOT = "A" AND SITUACAO-P NOT = "E")
                DISPLAY "Dados incompletos" LINE 22 COLUMN 03
                GO TO 110-99-FIM
           END-IF

           IF   PDE-MM < 1 OR PDE-MM > 12
           OR   PATE-MM < 1 OR PATE-MM > 12
           OR   PERIODO-ATE-P < PERIODO-DE-P
                DISPLAY "Periodo invalido" LINE 22 COLUMN 03
                GO TO 110-99-FIM
           END-IF

           IF   CENTRO-P NOT = 0
                MOVE CENTRO-P TO CBCACC-CODIGO
                READ CBCACC IGNORE LOCK
                IF   FS-CBCACC > "09"
                     DISPLAY "Centro inexistente" LINE 22 COLUMN 03
                     MOVE "00" TO FS-CBCACC
                     GO TO 110-99-FIM
                END-IF
           END-IF

           MOVE PROJETO-P        TO CBCAPX-PROJETO
           MOVE DESCRICAO-P      TO CBCAPX-DESCRICAO
           MOVE CENTRO-P         TO CBCAPX-CENTRO-CUSTO
           MOVE PATROCINADOR-P   TO CBCAPX-PATROCINADOR
           MOVE APROVADO-P       TO CBCAPX-VALOR-APROVADO
           MOVE DATA-APROVACAO-P TO CBCAPX-DATA-APROVACAO
           MOVE PERIODO-DE-P     TO CBCAPX-PERIODO-DE
           MOVE PERIODO-ATE-P    TO CBCAPX-PERIODO-ATE
           MOVE SITUACAO-P       TO CBCAPX-SITUACAO

           IF   REGISTRO-EXISTE
                REWRITE CBCAPX-REG
           ELSE
                WRITE CBCAPX-REG
           END-IF

           IF   FS-CBCAPX > "09"
                DISPLAY "Erro de gravacao em CBCAPX"
                        LINE 22 COLUMN 03
           END-IF.

       110-99-FIM. EXIT.

      *    Projeto com bem ou empenho aberto ligado nao sai do
      *    cadastro: encerra-se pela situacao

       120-EXCLUI.

           IF   NOT REGISTRO-EXISTE
                GO TO 120-99-FIM
           END-IF

           INITIALIZE PARAMETROS-CB237PCW
           MOVE PROJETO-P TO CB237PCW-PROJETO
           CALL "CB237PCW" USING PARAMETROS-CB237PCW
           IF   CB237PCW-COMPROMETIDO NOT = 0
           OR   CB237PCW-CAPITALIZADO NOT = 0
                DISPLAY "Projeto com bens ou empenhos: encerre-o"
                        LINE 22 COLUMN 03
                GO TO 120-99-FIM
           END-IF

           MOVE PROJETO-P TO CBCAPX-PROJETO
           READ CBCAPX LOCK
           IF   FS-CBCAPX < "10"
                DELETE CBCAPX RECORD
           END-IF.

       120-99-FIM. EXIT.

       200-RELATORIO.

           MOVE "CAPEX - APROVADO X EMPENHADO X CAPITALIZADO"
             TO CWIMPR-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB236PA" TO CWIMPR-REPORT
           MOVE 0         TO QT-PROJETOS TOTAL-APROVADO
                             TOTAL-EMPENHADO TOTAL-CAPITALIZADO
                             TOTAL-SALDO

           MOVE 0 TO CBCAPX-PROJETO
           START CBCAPX KEY NOT LESS CBCAPX-CHAVE
           PERFORM UNTIL FS-CBCAPX > "09"
                   READ CBCAPX NEXT RECORD IGNORE LOCK
                   IF   FS-CBCAPX < "10"
                        PERFORM 210-PROJETO THRU 210-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCAPX

           IF   QT-PROJETOS = 0
                DISPLAY "Nenhum projeto cadastrado" LINE 22 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "TOTAL APROVADO..........................:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-APROVADO     TO CLIC-TOTAL
           MOVE LINHA-03           TO CWIMPR-DETAIL
           CALL "CB125PCW"      USING PARAMETROS-CWIMPR
           MOVE "TOTAL EMPENHADO EM ABERTO...............:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-EMPENHADO    TO CLIC-TOTAL
           MOVE LINHA-03           TO CWIMPR-DETAIL
           CALL "CB125PCW"      USING PARAMETROS-CWIMPR
           MOVE "TOTAL CAPITALIZADO......................:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-CAPITALIZADO TO CLIC-TOTAL
           MOVE LINHA-03           TO CWIMPR-DETAIL
           CALL "CB125PCW"      USING PARAMETROS-CWIMPR
           MOVE "SALDO DOS PROJETOS......................:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-SALDO        TO CLIC-TOTAL
           MOVE LINHA-03           TO CWIMPR-DETAIL
           CALL "CB125PCW"      USING PARAMETROS-CWIMPR
           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       200-99-FIM. EXIT.

       210-PROJETO.

           INITIALIZE PARAMETROS-CB237PCW
           MOVE CBCAPX-PROJETO TO CB237PCW-PROJETO
           CALL "CB237PCW" USING PARAMETROS-CB237PCW

           ADD 1                     TO QT-PROJETOS
           ADD CB237PCW-APROVADO     TO TOTAL-APROVADO
           ADD CB237PCW-COMPROMETIDO TO TOTAL-EMPENHADO
           ADD CB237PCW-CAPITALIZADO TO TOTAL-CAPITALIZADO
           ADD CB237PCW-SALDO        TO TOTAL-SALDO

           MOVE CBCAPX-PROJETO        TO CLIC-PROJETO
           MOVE CBCAPX-DESCRICAO      TO CLIC-DESCRICAO
           MOVE CBCAPX-CENTRO-CUSTO   TO CLIC-CENTRO
           MOVE CBCAPX-PERIODO-DE     TO CLIC-PERIODO-DE
           MOVE CBCAPX-PERIODO-ATE    TO CLIC-PERIODO-ATE
           MOVE CB237PCW-APROVADO     TO CLIC-APROVADO
           MOVE CB237PCW-COMPROMETIDO TO CLIC-EMPENHADO
           MOVE CB237PCW-CAPITALIZADO TO CLIC-CAPITALIZADO
           MOVE CB237PCW-SALDO        TO CLIC-SALDO
           MOVE 0                     TO PERCENTUAL
           IF   CB237PCW-APROVADO > 0
                COMPUTE PERCENTUAL ROUNDED =
                       (CB237PCW-COMPROMETIDO + CB237PCW-CAPITALIZADO)
                      * 100 / CB237PCW-APROVADO
                     ON SIZE ERROR
                        MOVE 9999,9 TO PERCENTUAL
                END-COMPUTE
           END-IF
           MOVE PERCENTUAL            TO CLIC-PERCENTUAL
           MOVE CBCAPX-SITUACAO       TO CLIC-SITUACAO
           MOVE LINHA-02              TO CWIMPR-DETAIL
           CALL "CB125PCW"         USING PARAMETROS-CWIMPR.

       210-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBCAPX
           IF   FS-CBCAPX = "30" OR "35"
                CLOSE CBCAPX
                OPEN OUTPUT CBCAPX
                CLOSE CBCAPX
                OPEN I-O CBCAPX
           END-IF
           IF   FS-CBCAPX > "09"
                SET ESC TO TRUE
                GO TO 800-99-FIM
           END-IF

           OPEN INPUT CBCACC.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBCAPX CBCACC.

       900-99-FIM. EXIT.

       END PROGRAM CB236PCW.
