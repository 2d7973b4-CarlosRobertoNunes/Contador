       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB244PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Calendario de obrigacoes acessorias          *
                      *                                               *
                      *  Vencimento e bloqueio por obrigacao e        *
                      *  periodo (CBOBRI), situacao da geracao        *
                      *  (CB245PCW), transmissao com o numero do      *
                      *  recibo e abertura de retificadora com        *
                      *  justificativa (log CBOBLG). Transmitida, o   *
                      *  periodo fica fechado a lancamentos no        *
                      *  CB043PCW ate a abertura da retificadora      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBOBRISL.
       COPY CBOBLGSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBOBRIFD.
       COPY CBOBLGFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 OBRIGACAO-M               PIC  X(006) VALUE SPACES.
           05 PERIODO-DE-M              PIC  9(006) VALUE 0.
           05 PERIODO-ATE-M             PIC  9(006) VALUE 0.
           05 VENCIMENTO-M              PIC  9(008) VALUE 0.
           05 BLOQUEIO-M                PIC  X(001) VALUE "S".
           05 SITUACAO-M                PIC  X(013) VALUE SPACES.
           05 RECIBO-M                  PIC  X(050) VALUE SPACES.
           05 TRANSMISSAO-M             PIC  9(008) VALUE 0.
           05 JUSTIFICATIVA-M           PIC  X(080) VALUE SPACES.
           05 FILLER REDEFINES JUSTIFICATIVA-M.
              10 JUSTIFICATIVA-M-1      PIC  X(040).
              10 JUSTIFICATIVA-M-2      PIC  X(040).
           05 RESPOSTA                  PIC  X(001) VALUE "N".
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 DATA-HOJE                 PIC  9(008) VALUE 0.
           05 DATA-EDITADA              PIC  X(010) VALUE SPACES.
           05 DATA-EDICAO               PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-EDICAO.
              10 ED-AAAA                PIC  9(004).
              10 ED-MM                  PIC  9(002).
              10 ED-DD                  PIC  9(002).
           05 QT-LISTADOS        COMP-3 PIC  9(006) VALUE 0.
           05 QT-VENCIDAS        COMP-3 PIC  9(006) VALUE 0.
           05 QT-ED                     PIC  ZZZ.ZZ9.
           05 PROXIMA-CHAVE-CBOBLG COMP-3 PIC 9(008) VALUE 0.
           05 PARAMETROS-CWGETU-CB244.
              10 OPERADOR-CB244         PIC  X(030).
              10 TASK-CB244             PIC  X(006).
              10 PROGRAMA-CB244         PIC  X(008).
              10 CWMENU-CB244           PIC  X(001).
           05 LINHA-BRANCA              PIC  X(068) VALUE SPACES.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBOBRI.
              10 FS-CBOBRI              PIC  X(002) VALUE "00".
              10 LB-CBOBRI              PIC  X(050) VALUE "CBOBRI".
           05 ER-CBOBLG.
              10 FS-CBOBLG              PIC  X(002) VALUE "00".
              10 LB-CBOBLG              PIC  X(050) VALUE "CBOBLG".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "OBRIG. PERIODO       VENCIMENTO SITUACAO".
              05 FILLER                 PIC  X(040) VALUE
                 "      GERADA EM  TRANSMIT.  RECIBO      ".
              05 FILLER                 PIC  X(037) VALUE
                 "                             B ALERTA".
           02 LINHA-02.
              05 CLIC-OBRIGACAO         PIC  X(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-PERIODO-DE        PIC  9(006).
              05 FILLER                 PIC  X(001) VALUE "-".
              05 CLIC-PERIODO-ATE       PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-VENCIMENTO        PIC  X(010).
              05 FILLER                 PIC  X(001).
              05 CLIC-SITUACAO          PIC  X(013).
              05 FILLER                 PIC  X(001).
              05 CLIC-GERACAO           PIC  X(010).
              05 FILLER                 PIC  X(001).
              05 CLIC-TRANSMISSAO       PIC  X(010).
              05 FILLER                 PIC  X(001).
              05 CLIC-RECIBO            PIC  X(040).
              05 FILLER                 PIC  X(001).
              05 CLIC-BLOQUEIO          PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLIC-ALERTA            PIC  X(010).

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Calendario de obrigacoes".
           05 LINE 05 COLUMN 03 VALUE
              "2 - Registra transmissao e recibo".
           05 LINE 06 COLUMN 03 VALUE "3 - Abre retificadora".
           05 LINE 07 COLUMN 03 VALUE "4 - Lista calendario".
           05 LINE 09 COLUMN 03 VALUE "Opcao:".
           05 LINE 09 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Obrigacao..............:".
           05 LINE 04 COLUMN 28 PIC X(006) USING OBRIGACAO-M.
           05 LINE 04 COLUMN 36 VALUE "ECD ECF DIRF REINF ...".
           05 LINE 05 COLUMN 03 VALUE "Periodo de (AAAAMM)....:".
           05 LINE 05 COLUMN 28 PIC 9(006) USING PERIODO-DE-M.

       01  TELA-CALENDARIO.
           05 LINE 06 COLUMN 03 VALUE "Periodo ate (AAAAMM)...:".
           05 LINE 06 COLUMN 28 PIC 9(006) USING PERIODO-ATE-M.
           05 LINE 07 COLUMN 03 VALUE "Vencimento (AAAAMMDD)..:".
           05 LINE 07 COLUMN 28 PIC 9(008) USING VENCIMENTO-M.
           05 LINE 08 COLUMN 03 VALUE "Bloqueia apos entrega..:".
           05 LINE 08 COLUMN 28 PIC X(001) USING BLOQUEIO-M.
           05 LINE 08 COLUMN 36 VALUE "S-Recusa lancamentos no periodo".

       01  TELA-SITUACAO.
           05 LINE 10 COLUMN 03 VALUE "Situacao...............:".
           05 LINE 10 COLUMN 28 PIC X(013) FROM SITUACAO-M.
           05 LINE 11 COLUMN 03 VALUE "Recibo.................:".
           05 LINE 11 COLUMN 28 PIC X(050) FROM CBOBRI-RECIBO.

       01  TELA-TRANSMISSAO.
           05 LINE 13 COLUMN 03 VALUE "Recibo da entrega......:".
           05 LINE 13 COLUMN 28 PIC X(050) USING RECIBO-M.
           05 LINE 14 COLUMN 03 VALUE "Transmitida em.........:".
           05 LINE 14 COLUMN 28 PIC 9(008) USING TRANSMISSAO-M.

       01  TELA-RETIFICADORA.
           05 LINE 13 COLUMN 03 VALUE "Justificativa..........:".
           05 LINE 13 COLUMN 28 PIC X(040) USING JUSTIFICATIVA-M-1.
           05 LINE 14 COLUMN 28 PIC X(040) USING JUSTIFICATIVA-M-2.

       PROCEDURE DIVISION.

       000-INICIO.

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
                            PERFORM 100-CALENDARIO    THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-TRANSMISSAO   THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-RETIFICADORA  THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-LISTA         THRU 400-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-CALENDARIO.

           PERFORM 150-LE-CHAVE THRU 150-99-FIM
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           DISPLAY TELA-CALENDARIO
           ACCEPT  TELA-CALENDARIO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           IF   F4
                PERFORM 120-EXCLUI THRU 120-99-FIM
                GO TO 100-99-FIM
           END-IF

           IF   PERIODO-ATE-M = 0
                MOVE PERIODO-DE-M TO PERIODO-ATE-M
           END-IF
           IF   PERIODO-ATE-M < PERIODO-DE-M
           OR   PERIODO-ATE-M (5: 2) = "00"
           OR   PERIODO-ATE-M (5: 2) > "12"
                DISPLAY "Periodo final invalido" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           IF   BLOQUEIO-M NOT = "S" AND NOT = "N"
                DISPLAY "Bloqueio deve ser S ou N" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

      *    Depois da entrega o periodo e o bloqueio ficam presos ao
      *    recibo, como na exclusao; so o vencimento pode mudar

           IF   REGISTRO-EXISTE
           AND (CBOBRI-TRANSMITIDA OR CBOBRI-RETIFICADORA)
           AND (PERIODO-ATE-M NOT = CBOBRI-PERIODO-ATE
           OR   BLOQUEIO-M    NOT = CBOBRI-BLOQUEIO)
                DISPLAY
                "Obrigacao ja transmitida: so o vencimento pode mudar"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           IF   REGISTRO-EXISTE
                READ CBOBRI LOCK
                IF   FS-CBOBRI > "09"
                     DISPLAY "Obrigacao em uso por outro usuario"
                             LINE 23 COLUMN 03
                     GO TO 100-99-FIM
                END-IF
           ELSE
                MOVE OBRIGACAO-M  TO CBOBRI-OBRIGACAO
                MOVE PERIODO-DE-M TO CBOBRI-PERIODO-DE
                MOVE 0      TO CBOBRI-DATA-GERACAO
                                 CBOBRI-DATA-TRANSMISSAO
                                 CBOBRI-RETIFICACOES
                MOVE "P"    TO CBOBRI-SITUACAO
                MOVE SPACES TO CBOBRI-RECIBO CBOBRI-USUARIO
                               CBOBRI-RECIBO-ANTERIOR
                               CBOBRI-JUSTIFICATIVA
           END-IF

           MOVE PERIODO-ATE-M TO CBOBRI-PERIODO-ATE
           MOVE VENCIMENTO-M  TO CBOBRI-VENCIMENTO
           MOVE BLOQUEIO-M    TO CBOBRI-BLOQUEIO

           IF   REGISTRO-EXISTE
                REWRITE CBOBRI-REG
           ELSE
                WRITE CBOBRI-REG
           END-IF
           IF   FS-CBOBRI < "10"
                DISPLAY "Calendario gravado" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBOBRI"
                        LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       120-EXCLUI.

      *    Entrega transmitida ou em retificacao fica no calendario

           IF   NOT REGISTRO-EXISTE
                GO TO 120-99-FIM
           END-IF
           IF   CBOBRI-TRANSMITIDA OR CBOBRI-RETIFICADORA
                DISPLAY "Obrigacao ja transmitida nao pode ser excluida"
                        LINE 23 COLUMN 03
                GO TO 120-99-FIM
           END-IF
           READ CBOBRI LOCK
           IF   FS-CBOBRI < "10"
                DELETE CBOBRI RECORD
                DISPLAY "Obrigacao excluida" LINE 23 COLUMN 03
           END-IF.

       120-99-FIM. EXIT.

       150-LE-CHAVE.

           MOVE SPACES TO OBRIGACAO-M
           MOVE 0      TO PERIODO-DE-M
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR OBRIGACAO-M = SPACES OR PERIODO-DE-M = 0
                SET ESC TO TRUE
                GO TO 150-99-FIM
           END-IF
           INSPECT OBRIGACAO-M CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF   PERIODO-DE-M (5: 2) = "00"
           OR   PERIODO-DE-M (5: 2) > "12"
                DISPLAY "Periodo invalido" LINE 23 COLUMN 03
                SET ESC TO TRUE
                GO TO 150-99-FIM
           END-IF

           MOVE 0            TO EXISTE
           MOVE OBRIGACAO-M  TO CBOBRI-OBRIGACAO
           MOVE PERIODO-DE-M TO CBOBRI-PERIODO-DE
           READ CBOBRI IGNORE LOCK
           IF   FS-CBOBRI < "10"
                MOVE 1                  TO EXISTE
                MOVE CBOBRI-PERIODO-ATE TO PERIODO-ATE-M
                MOVE CBOBRI-VENCIMENTO  TO VENCIMENTO-M
                MOVE CBOBRI-BLOQUEIO    TO BLOQUEIO-M
                PERFORM 160-SITUACAO THRU 160-99-FIM
                DISPLAY TELA-SITUACAO
           ELSE
                MOVE "00"         TO FS-CBOBRI
                MOVE PERIODO-DE-M TO PERIODO-ATE-M
                MOVE 0            TO VENCIMENTO-M
                MOVE "N"          TO BLOQUEIO-M
                IF   OBRIGACAO-M = "ECD" OR "ECF"
                     MOVE "S"     TO BLOQUEIO-M
                END-IF
                MOVE SPACES       TO CBOBRI-RECIBO
           END-IF.

       150-99-FIM. EXIT.

       160-SITUACAO.

           EVALUATE TRUE
               WHEN CBOBRI-GERADA
                    MOVE "GERADA"        TO SITUACAO-M
               WHEN CBOBRI-TRANSMITIDA
                    MOVE "TRANSMITIDA"   TO SITUACAO-M
               WHEN CBOBRI-RETIFICADORA
                    MOVE "RETIFICADORA"  TO SITUACAO-M
               WHEN OTHER
                    MOVE "PENDENTE"      TO SITUACAO-M
           END-EVALUATE.

       160-99-FIM. EXIT.

       200-TRANSMISSAO.

           PERFORM 150-LE-CHAVE THRU 150-99-FIM
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF
           IF   NOT REGISTRO-EXISTE
                DISPLAY "Obrigacao fora do calendario"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   CBOBRI-TRANSMITIDA
                DISPLAY "Ja transmitida - abra retificadora (opcao 3)"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE SPACES    TO RECIBO-M
           MOVE DATA-HOJE TO TRANSMISSAO-M
           DISPLAY TELA-TRANSMISSAO
           ACCEPT  TELA-TRANSMISSAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF
           IF   RECIBO-M = SPACES
                DISPLAY "Recibo obrigatorio" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   TRANSMISSAO-M = 0 OR TRANSMISSAO-M > DATA-HOJE
                DISPLAY "Data de transmissao invalida"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           READ CBOBRI LOCK
           IF   FS-CBOBRI > "09"
                DISPLAY "Obrigacao em uso por outro usuario"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

      *    Retificadora transmitida: o recibo substituido vai para
      *    o anterior e o periodo volta a ficar bloqueado

           IF   CBOBRI-RETIFICADORA
                MOVE CBOBRI-RECIBO TO CBOBRI-RECIBO-ANTERIOR
           END-IF
           MOVE "T"            TO CBOBRI-SITUACAO
           MOVE RECIBO-M       TO CBOBRI-RECIBO
           MOVE TRANSMISSAO-M  TO CBOBRI-DATA-TRANSMISSAO
           MOVE OPERADOR-CB244 TO CBOBRI-USUARIO
           REWRITE CBOBRI-REG
           IF   FS-CBOBRI < "10"
                DISPLAY "Transmissao registrada" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBOBRI"
                        LINE 23 COLUMN 03
           END-IF.

       200-99-FIM. EXIT.

       300-RETIFICADORA.

           PERFORM 150-LE-CHAVE THRU 150-99-FIM
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF
           IF   NOT REGISTRO-EXISTE
           OR   NOT CBOBRI-TRANSMITIDA
                DISPLAY "So obrigacao transmitida admite retificadora"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE SPACES TO JUSTIFICATIVA-M
           DISPLAY TELA-RETIFICADORA
           ACCEPT  TELA-RETIFICADORA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF
           IF   JUSTIFICATIVA-M = SPACES
                DISPLAY "Justificativa obrigatoria" LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE "N" TO RESPOSTA
           DISPLAY "Libera lancamentos no periodo. Confirma (S/N)?"
                   LINE 22 COLUMN 03
           ACCEPT RESPOSTA LINE 22 COLUMN 51
           DISPLAY LINHA-BRANCA LINE 22 COLUMN 03
           IF   RESPOSTA NOT = "S" AND NOT = "s"
                GO TO 300-99-FIM
           END-IF

           READ CBOBRI LOCK
           IF   FS-CBOBRI > "09"
                DISPLAY "Obrigacao em uso por outro usuario"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           PERFORM 350-LOGA-RETIFICADORA THRU 350-99-FIM
           IF   FS-CBOBLG > "09"
                UNLOCK CBOBRI
                MOVE "00" TO FS-CBOBLG
                DISPLAY "Erro de gravacao no log CBOBLG"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE "R"             TO CBOBRI-SITUACAO
           MOVE JUSTIFICATIVA-M TO CBOBRI-JUSTIFICATIVA
           ADD  1               TO CBOBRI-RETIFICACOES
           REWRITE CBOBRI-REG
           IF   FS-CBOBRI < "10"
                DISPLAY "Retificadora aberta - periodo liberado"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBOBRI"
                        LINE 23 COLUMN 03
           END-IF.

       300-99-FIM. EXIT.

       350-LOGA-RETIFICADORA.

           OPEN I-O CBOBLG
           IF   FS-CBOBLG = "30" OR "35"
                CLOSE CBOBLG
                OPEN OUTPUT CBOBLG
                CLOSE CBOBLG
                OPEN I-O CBOBLG
           END-IF
           IF   FS-CBOBLG > "09"
                GO TO 350-99-FIM
           END-IF

           MOVE 0        TO PROXIMA-CHAVE-CBOBLG
           MOVE 99999999 TO CBOBLG-CHAVE
           START CBOBLG KEY NOT GREATER CBOBLG-CHAVE
           IF   FS-CBOBLG < "10"
                READ CBOBLG PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBOBLG < "10"
                     MOVE CBOBLG-CHAVE TO PROXIMA-CHAVE-CBOBLG
                END-IF
           END-IF

           ADD  1                    TO PROXIMA-CHAVE-CBOBLG
           MOVE PROXIMA-CHAVE-CBOBLG TO CBOBLG-SEQUENCIA
           MOVE CBOBRI-OBRIGACAO     TO CBOBLG-OBRIGACAO
           MOVE CBOBRI-PERIODO-DE    TO CBOBLG-PERIODO-DE
           MOVE CBOBRI-PERIODO-ATE   TO CBOBLG-PERIODO-ATE
           MOVE OPERADOR-CB244       TO CBOBLG-USUARIO
           MOVE DATA-HOJE            TO CBOBLG-DATA
           ACCEPT CBOBLG-HORA FROM TIME
           MOVE CBOBRI-RECIBO        TO CBOBLG-RECIBO
           MOVE JUSTIFICATIVA-M      TO CBOBLG-JUSTIFICATIVA
           WRITE CBOBLG-REG
           IF   FS-CBOBLG < "10"
                CLOSE CBOBLG
           ELSE
                CLOSE CBOBLG
                MOVE "99" TO FS-CBOBLG
           END-IF.

       350-99-FIM. EXIT.

       400-LISTA.

           MOVE "CALENDARIO DE OBRIGACOES ACESSORIAS"
             TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           MOVE DATA-HOJE TO DATA-EDICAO
           PERFORM 450-EDITA-DATA THRU 450-99-FIM
           STRING "POSICAO EM " DATA-EDITADA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB244PA" TO CWIMPR-REPORT
           MOVE 0         TO QT-LISTADOS QT-VENCIDAS

           MOVE LOW-VALUES TO CBOBRI-CHAVE
           START CBOBRI KEY NOT LESS CBOBRI-CHAVE
           PERFORM UNTIL FS-CBOBRI > "09"
                   READ CBOBRI NEXT RECORD IGNORE LOCK
                   IF   FS-CBOBRI < "10"
                        PERFORM 410-IMPRIME-OBRIGACAO THRU 410-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBOBRI

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE QT-VENCIDAS TO QT-ED
           DISPLAY "Obrigacoes vencidas sem transmissao:"
                   LINE 23 COLUMN 03 QT-ED LINE 23 COLUMN 40.

       400-99-FIM. EXIT.

       410-IMPRIME-OBRIGACAO.

           ADD  1                     TO QT-LISTADOS
           PERFORM 160-SITUACAO THRU 160-99-FIM
           MOVE CBOBRI-OBRIGACAO      TO CLIC-OBRIGACAO
           MOVE CBOBRI-PERIODO-DE     TO CLIC-PERIODO-DE
           MOVE CBOBRI-PERIODO-ATE    TO CLIC-PERIODO-ATE
           MOVE SITUACAO-M            TO CLIC-SITUACAO
           MOVE CBOBRI-RECIBO         TO CLIC-RECIBO
           MOVE CBOBRI-BLOQUEIO       TO CLIC-BLOQUEIO
           MOVE CBOBRI-VENCIMENTO     TO DATA-EDICAO
           PERFORM 450-EDITA-DATA THRU 450-99-FIM
           MOVE DATA-EDITADA          TO CLIC-VENCIMENTO
           MOVE CBOBRI-DATA-GERACAO   TO DATA-EDICAO
           PERFORM 450-EDITA-DATA THRU 450-99-FIM
           MOVE DATA-EDITADA          TO CLIC-GERACAO
           MOVE CBOBRI-DATA-TRANSMISSAO TO DATA-EDICAO
           PERFORM 450-EDITA-DATA THRU 450-99-FIM
           MOVE DATA-EDITADA          TO CLIC-TRANSMISSAO

      *    Alerta: vencida sem transmissao, ou vencendo hoje

           MOVE SPACES TO CLIC-ALERTA
           IF   NOT CBOBRI-TRANSMITIDA
           AND  CBOBRI-VENCIMENTO NOT = 0
                IF   CBOBRI-VENCIMENTO < DATA-HOJE
                     MOVE "VENCIDA" TO CLIC-ALERTA
                     ADD  1         TO QT-VENCIDAS
                ELSE
                     IF   CBOBRI-VENCIMENTO = DATA-HOJE
                          MOVE "VENCE HOJE" TO CLIC-ALERTA
                     END-IF
                END-IF
           END-IF

           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       410-99-FIM. EXIT.

       450-EDITA-DATA.

           MOVE SPACES TO DATA-EDITADA
           IF   DATA-EDICAO NOT = 0
                STRING ED-DD "/" ED-MM "/" ED-AAAA
                       DELIMITED BY SIZE INTO DATA-EDITADA
           END-IF.

       450-99-FIM. EXIT.

       800-INICIAIS.

           ACCEPT DATA-HOJE FROM DATE
           ADD 20000000 TO DATA-HOJE

           MOVE "?"           TO CWMENU-CB244
           CALL "CWGETU"   USING OPERADOR-CB244 TASK-CB244
                                 PROGRAMA-CB244 CWMENU-CB244

           OPEN I-O CBOBRI
           IF   FS-CBOBRI = "30" OR "35"
                CLOSE CBOBRI
                OPEN OUTPUT CBOBRI
                CLOSE CBOBRI
                OPEN I-O CBOBRI
           END-IF
           IF   FS-CBOBRI > "09"
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBOBRI.

       900-99-FIM. EXIT.

       END PROGRAM CB244PCW.
