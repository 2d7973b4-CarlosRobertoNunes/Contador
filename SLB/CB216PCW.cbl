       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB216PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Titulos retidos na triagem de duplicidade    *
                      *                                               *
                      *  Libera para a remessa do CB145PCW o titulo   *
                      *  a pagar retido pela triagem, gravando no     *
                      *  CBTRIA o usuario e a justificativa; lista    *
                      *  os titulos retidos com o motivo e o titulo   *
                      *  semelhante, e as ocorrencias de bloqueio e   *
                      *  liberacao de um periodo                      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBTITUSL.
       COPY CBTRIASL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBTITUFD.
       COPY CBTRIAFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB216PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 NUMERO-TITULO             PIC  9(006) VALUE 0.
           05 JUSTIFICATIVA             PIC  X(050) VALUE SPACES.
           05 CONFIRMA                  PIC  X(001) VALUE SPACE.
           05 MOTIVO-BLOQUEIO           PIC  X(001) VALUE SPACE.
           05 MOTIVO-LIT                PIC  X(030) VALUE SPACES.
           05 SEMELHANTE                PIC  9(006) VALUE 0.
           05 DATA-DE                   PIC  9(008) VALUE 0.
           05 DATA-ATE                  PIC  9(008) VALUE 0.
           05 DATA-HOJE                 PIC  9(008) VALUE 0.
           05 HORA-AGORA                PIC  9(008) VALUE 0.
           05 QT-LISTADOS        COMP-3 PIC  9(005) VALUE 0.
           05 OPERADOR                  PIC  X(030) VALUE SPACES.
           05 TASK                      PIC  X(006) VALUE SPACES.
           05 PROGRAMA                  PIC  X(008) VALUE SPACES.
           05 CWMENU                    PIC  X(001) VALUE SPACE.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBTITU.
              10 FS-CBTITU              PIC  X(002) VALUE "00".
              10 LB-CBTITU              PIC  X(050) VALUE "CBTITU".
           05 ER-CBTRIA.
              10 FS-CBTRIA              PIC  X(002) VALUE "00".
              10 LB-CBTRIA              PIC  X(050) VALUE "CBTRIA".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "TITULO FORNECEDOR".
              05 FILLER                 PIC  X(040) VALUE
                 "VENCIMENTO              VALOR MOTIVO".
              05 FILLER                 PIC  X(040) VALUE
                 "                       SEMELHANTE".
           02 LINHA-02.
              05 CLIC-TITULO            PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-PESSOA            PIC  X(030).
              05 FILLER                 PIC  X(003).
              05 CLIC-VENCIMENTO        PIC  9(008).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-MOTIVO            PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-SEMELHANTE        PIC  9(006).
           02 LINHA-03.
              05 FILLER                 PIC  X(040) VALUE
                 "DATA     HORA     TITULO EV MOTIVO".
              05 FILLER                 PIC  X(040) VALUE
                 "     SEMELH. USUARIO".
              05 FILLER                 PIC  X(040) VALUE
                 "            JUSTIFICATIVA".
           02 LINHA-04.
              05 CLIC-DATA              PIC  9(008).
              05 FILLER                 PIC  X(001).
              05 CLIC-HORA              PIC  9(008).
              05 FILLER                 PIC  X(001).
              05 CLIC-TITULO-O          PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-EVENTO            PIC  X(002).
              05 FILLER                 PIC  X(001).
              05 CLIC-MOTIVO-O          PIC  X(014).
              05 FILLER                 PIC  X(001).
              05 CLIC-SEMELHANTE-O      PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-USUARIO           PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-JUSTIFICATIVA     PIC  X(050).

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Libera titulo retido".
           05 LINE 05 COLUMN 03 VALUE "2 - Relaciona titulos retidos".
           05 LINE 06 COLUMN 03 VALUE "3 - Ocorrencias do periodo".
           05 LINE 08 COLUMN 03 VALUE "Opcao:".
           05 LINE 08 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Numero do titulo........:".
           05 LINE 04 COLUMN 30 PIC 9(006) USING NUMERO-TITULO.

       01  TELA-RETIDO.
           05 LINE 06 COLUMN 03 VALUE "Fornecedor..............:".
           05 LINE 06 COLUMN 30 PIC X(030) FROM CBTITU-PESSOA.
           05 LINE 07 COLUMN 03 VALUE "Vencimento..............:".
           05 LINE 07 COLUMN 30 PIC 9(008) FROM CBTITU-VENCIMENTO.
           05 LINE 08 COLUMN 03 VALUE "Valor...................:".
           05 LINE 08 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM CBTITU-VALOR.
           05 LINE 09 COLUMN 03 VALUE "Motivo da retencao......:".
           05 LINE 09 COLUMN 30 PIC X(030) FROM MOTIVO-LIT.
           05 LINE 10 COLUMN 03 VALUE "Titulo semelhante.......:".
           05 LINE 10 COLUMN 30 PIC 9(006) FROM SEMELHANTE.

       01  TELA-LIBERA.
           05 LINE 12 COLUMN 03 VALUE "Justificativa:".
           05 LINE 13 COLUMN 03 PIC X(050) USING JUSTIFICATIVA.
           05 LINE 15 COLUMN 03 VALUE "Confirma a liberacao (S/N)?".
           05 LINE 15 COLUMN 31 PIC X USING CONFIRMA.

       01  TELA-PERIODO.
           05 LINE 04 COLUMN 03 VALUE "Data de (AAAAMMDD)......:".
           05 LINE 04 COLUMN 30 PIC 9(008) USING DATA-DE.
           05 LINE 05 COLUMN 03 VALUE "Data ate................:".
           05 LINE 05 COLUMN 30 PIC 9(008) USING DATA-ATE.

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
                            PERFORM 100-LIBERA     THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-RETIDOS    THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-OCORRENCIAS THRU 300-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-LIBERA.

           MOVE 0 TO NUMERO-TITULO
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR NUMERO-TITULO = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE NUMERO-TITULO TO CBTITU-NUMERO
           READ CBTITU WITH LOCK
           IF   FS-CBTITU > "09"
                MOVE "00" TO FS-CBTITU
                DISPLAY "Titulo inexistente" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           IF   NOT CBTITU-RETIDO-TRIAGEM
                UNLOCK CBTITU
                DISPLAY "Titulo nao esta retido na triagem"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           PERFORM 110-ULTIMO-BLOQUEIO THRU 110-99-FIM
           DISPLAY TELA-RETIDO

           MOVE SPACES TO JUSTIFICATIVA
           MOVE SPACE  TO CONFIRMA
           DISPLAY TELA-LIBERA
           ACCEPT  TELA-LIBERA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR (CONFIRMA NOT = "S" AND CONFIRMA NOT = "s")
                SET ENTER-KEY TO TRUE
                UNLOCK CBTITU
                DISPLAY "Titulo continua retido" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           IF   JUSTIFICATIVA = SPACES
                UNLOCK CBTITU
                DISPLAY "Justificativa obrigatoria" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE "L" TO CBTITU-TRIAGEM
           REWRITE CBTITU-REG
           UNLOCK CBTITU

           MOVE "?"         TO CWMENU
           CALL "CWGETU" USING OPERADOR
                               TASK
                               PROGRAMA
                               CWMENU
           ACCEPT DATA-HOJE  FROM DATE
           ADD 20000000      TO DATA-HOJE
           ACCEPT HORA-AGORA FROM TIME
           MOVE NUMERO-TITULO   TO CBTRIA-TITULO
           MOVE DATA-HOJE       TO CBTRIA-DATA
           MOVE HORA-AGORA      TO CBTRIA-HORA
           MOVE "L"             TO CBTRIA-EVENTO
           MOVE MOTIVO-BLOQUEIO TO CBTRIA-MOTIVO
           MOVE SEMELHANTE      TO CBTRIA-TITULO-SEMELHANTE
           MOVE OPERADOR        TO CBTRIA-USUARIO
           MOVE JUSTIFICATIVA   TO CBTRIA-JUSTIFICATIVA
           WRITE CBTRIA-REG
           IF   FS-CBTRIA > "09"
                DISPLAY "Erro de gravacao em CBTRIA" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Titulo liberado para a remessa"
                        LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       110-ULTIMO-BLOQUEIO.

           MOVE SPACE TO MOTIVO-BLOQUEIO
           MOVE 0     TO SEMELHANTE
           MOVE CBTITU-NUMERO TO CBTRIA-TITULO
           MOVE 0             TO CBTRIA-DATA CBTRIA-HORA
           START CBTRIA KEY NOT LESS CBTRIA-CHAVE
           PERFORM UNTIL FS-CBTRIA > "09"
                   READ CBTRIA NEXT RECORD IGNORE LOCK
                   IF   FS-CBTRIA < "10"
                        IF   CBTRIA-TITULO NOT = CBTITU-NUMERO
                             MOVE "10" TO FS-CBTRIA
                        ELSE
                             IF   CBTRIA-BLOQUEIO
                                  MOVE CBTRIA-MOTIVO
                                    TO MOTIVO-BLOQUEIO
                                  MOVE CBTRIA-TITULO-SEMELHANTE
                                    TO SEMELHANTE
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTRIA
           PERFORM 120-MOTIVO THRU 120-99-FIM.

       110-99-FIM. EXIT.

       120-MOTIVO.

           EVALUATE MOTIVO-BLOQUEIO
               WHEN "D" MOVE "MESMO DOCUMENTO"       TO MOTIVO-LIT
               WHEN "V" MOVE "MESMO VALOR E VENCTO"  TO MOTIVO-LIT
               WHEN "Q" MOVE "VALOR PROXIMO MESMO DIA"
                                                     TO MOTIVO-LIT
               WHEN "P" MOVE "MESMO VALOR JA PAGO"   TO MOTIVO-LIT
               WHEN OTHER
                        MOVE SPACES                  TO MOTIVO-LIT
           END-EVALUATE.

       120-99-FIM. EXIT.

       200-RETIDOS.

           MOVE "TITULOS RETIDOS NA TRIAGEM DE DUPLICIDADE"
                          TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB216PA" TO CWIMPR-REPORT

           MOVE 0 TO QT-LISTADOS
           MOVE LOW-VALUES TO CBTITU-CHAVE
           START CBTITU KEY NOT LESS CBTITU-CHAVE
           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD IGNORE LOCK
                   IF   FS-CBTITU < "10"
                   AND  CBTITU-A-PAGAR
                   AND  CBTITU-ABERTO
                   AND  CBTITU-RETIDO-TRIAGEM
                        PERFORM 210-LISTA-RETIDO THRU 210-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTITU

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Titulos retidos listados: " LINE 23 COLUMN 03
                   QT-LISTADOS.

       200-99-FIM. EXIT.

       210-LISTA-RETIDO.

           PERFORM 110-ULTIMO-BLOQUEIO THRU 110-99-FIM
           MOVE SPACES            TO LINHA-02
           MOVE CBTITU-NUMERO     TO CLIC-TITULO
           MOVE CBTITU-PESSOA     TO CLIC-PESSOA
           MOVE CBTITU-VENCIMENTO TO CLIC-VENCIMENTO
           MOVE CBTITU-VALOR      TO CLIC-VALOR
           MOVE MOTIVO-LIT        TO CLIC-MOTIVO
           MOVE SEMELHANTE        TO CLIC-SEMELHANTE
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           ADD 1 TO QT-LISTADOS.

       210-99-FIM. EXIT.

       300-OCORRENCIAS.

           MOVE 0 TO DATA-DE DATA-ATE
           DISPLAY TELA-PERIODO
           ACCEPT  TELA-PERIODO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR DATA-ATE = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           MOVE "OCORRENCIAS DA TRIAGEM DE DUPLICIDADE"
                          TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "PERIODO " DATA-DE " A " DATA-ATE
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-03  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB216PB" TO CWIMPR-REPORT

           MOVE 0 TO QT-LISTADOS
           MOVE LOW-VALUES TO CBTRIA-CHAVE
           START CBTRIA KEY NOT LESS CBTRIA-CHAVE
           PERFORM UNTIL FS-CBTRIA > "09"
                   READ CBTRIA NEXT RECORD IGNORE LOCK
                   IF   FS-CBTRIA < "10"
                   AND  CBTRIA-DATA NOT < DATA-DE
                   AND  CBTRIA-DATA NOT > DATA-ATE
                        PERFORM 310-LISTA-OCORRENCIA THRU 310-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTRIA

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Ocorrencias listadas: " LINE 23 COLUMN 03
                   QT-LISTADOS.

       300-99-FIM. EXIT.

       310-LISTA-OCORRENCIA.

           MOVE CBTRIA-MOTIVO TO MOTIVO-BLOQUEIO
           PERFORM 120-MOTIVO THRU 120-99-FIM
           MOVE SPACES                   TO LINHA-04
           MOVE CBTRIA-DATA              TO CLIC-DATA
           MOVE CBTRIA-HORA              TO CLIC-HORA
           MOVE CBTRIA-TITULO            TO CLIC-TITULO-O
           MOVE CBTRIA-EVENTO            TO CLIC-EVENTO
           MOVE MOTIVO-LIT               TO CLIC-MOTIVO-O
           MOVE CBTRIA-TITULO-SEMELHANTE TO CLIC-SEMELHANTE-O
           MOVE CBTRIA-USUARIO           TO CLIC-USUARIO
           MOVE CBTRIA-JUSTIFICATIVA     TO CLIC-JUSTIFICATIVA
           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           ADD 1 TO QT-LISTADOS.

       310-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBTITU
           OPEN I-O CBTRIA
           IF   FS-CBTRIA = "30" OR "35"
                CLOSE CBTRIA
                OPEN OUTPUT CBTRIA
                CLOSE CBTRIA
                OPEN I-O CBTRIA
           END-IF
           IF   FS-CBTITU > "09" OR FS-CBTRIA > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBTITU CBTRIA.

       900-99-FIM. EXIT.

       END PROGRAM CB216PCW.
