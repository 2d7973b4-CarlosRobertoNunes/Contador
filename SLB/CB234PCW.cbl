       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB234PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Auditoria de leitura                         *
                      *                                               *
                      *  Liga a auditoria por faixa de classe de      *
                      *  conta e por faixa de pessoas (CBLECL) e      *
                      *  relaciona o registro gravado pelo CB233PCW   *
                      *  (CBLEAU) por usuario ou pelo item exibido:   *
                      *  conta, centro de custo ou pessoa             *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBLECLSL.
       COPY CBLEAUSL.
       COPY CBPLCOSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBLECLFD.
       COPY CBLEAUFD.
       COPY CBPLCOFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB234PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 TIPO-CHAVE                PIC  X(001) VALUE SPACE.
           05 SEQUENCIA-T               PIC  9(002) VALUE 0.
           05 DE-T                      PIC  9(015) VALUE 0.
           05 ATE-T                     PIC  9(015) VALUE 0.
           05 DESCRICAO-T               PIC  X(030) VALUE SPACES.
           05 USUARIO-F                 PIC  X(030) VALUE SPACES.
           05 DATA-DE-F                 PIC  9(008) VALUE 0.
           05 DATA-ATE-F                PIC  9(008) VALUE 0.
           05 COD-RED-F                 PIC  9(005) VALUE 0.
           05 CONTA-F                   PIC  9(015) VALUE 0.
           05 CENTRO-F                  PIC  9(004) VALUE 0.
           05 PESSOA-F                  PIC  9(005) VALUE 0.
           05 SELECIONADO               PIC  X(001) VALUE "N".
           05 QT-ACESSOS         COMP-3 PIC  9(007) VALUE 0.
           05 DATA-LIDA                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-LIDA.
              10 DL-AAAA                PIC  9(004).
              10 DL-MM                  PIC  9(002).
              10 DL-DD                  PIC  9(002).
           05 HORA-LIDA                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES HORA-LIDA.
              10 HL-HH                  PIC  9(002).
              10 HL-MI                  PIC  9(002).
              10 HL-SS                  PIC  9(002).
              10 HL-CC                  PIC  9(002).
           05 REFERENCIA-LIDA           PIC  9(006) VALUE 0.
           05 FILLER REDEFINES REFERENCIA-LIDA.
              10 RL-AAAA                PIC  9(004).
              10 RL-MM                  PIC  9(002).
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBLECL.
              10 FS-CBLECL              PIC  X(002) VALUE "00".
              10 LB-CBLECL              PIC  X(050) VALUE "CBLECL".
           05 ER-CBLEAU.
              10 FS-CBLEAU              PIC  X(002) VALUE "00".
              10 LB-CBLEAU              PIC  X(050) VALUE "CBLEAU".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".

       COPY CB002PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "DATA       HORA     USUARIO            P".
              05 FILLER                 PIC  X(040) VALUE
                 "ROGRAMA CONTA OU INICIO DA FAIXA   FIM D".
              05 FILLER                 PIC  X(040) VALUE
                 "A FAIXA               CENTROS   PESSOAS ".
              05 FILLER                 PIC  X(008) VALUE
                 "    REF.".
           02 LINHA-02.
              05 CLIC-DD                PIC  9(002).
              05 FILLER                 PIC  X(001) VALUE "/".
              05 CLIC-MM                PIC  9(002).
              05 FILLER                 PIC  X(001) VALUE "/".
              05 CLIC-AAAA              PIC  9(004).
              05 FILLER                 PIC  X(001).
              05 CLIC-HH                PIC  9(002).
              05 FILLER                 PIC  X(001) VALUE ":".
              05 CLIC-MI                PIC  9(002).
              05 FILLER                 PIC  X(001) VALUE ":".
              05 CLIC-SS                PIC  9(002).
              05 FILLER                 PIC  X(001).
              05 CLIC-USUARIO           PIC  X(018).
              05 FILLER                 PIC  X(001).
              05 CLIC-PROGRAMA          PIC  X(008).
              05 FILLER                 PIC  X(001).
              05 CLIC-CONTA-DE          PIC  X(026).
              05 FILLER                 PIC  X(001).
              05 CLIC-CONTA-ATE         PIC  X(026).
              05 FILLER                 PIC  X(001).
              05 CLIC-CENTRO-DE         PIC  9(004) BLANK ZERO.
              05 FILLER                 PIC  X(001) VALUE "-".
              05 CLIC-CENTRO-ATE        PIC  9(004) BLANK ZERO.
              05 FILLER                 PIC  X(001).
              05 CLIC-PESSOA-DE         PIC  9(005) BLANK ZERO.
              05 FILLER                 PIC  X(001) VALUE "-".
              05 CLIC-PESSOA-ATE        PIC  9(005) BLANK ZERO.
              05 FILLER                 PIC  X(001).
              05 CLIC-REF-MM            PIC  9(002) BLANK ZERO.
              05 FILLER                 PIC  X(001) VALUE "/".
              05 CLIC-REF-AAAA          PIC  9(004) BLANK ZERO.
           02 LINHA-03.
              05 FILLER                 PIC  X(020) VALUE
                 "ACESSOS RELACIONADOS".
              05 CLIC-TOTAL             PIC  Z.ZZZ.ZZ9.

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Classes sob auditoria".
           05 LINE 05 COLUMN 03 VALUE "2 - Pessoas sob auditoria".
           05 LINE 06 COLUMN 03 VALUE "3 - Relaciona acessos".
           05 LINE 08 COLUMN 03 VALUE "Opcao:".
           05 LINE 08 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-SEQUENCIA.
           05 LINE 04 COLUMN 03 VALUE "Sequencia (01-99).........:".
           05 LINE 04 COLUMN 31 PIC 9(002) USING SEQUENCIA-T.

       01  TELA-FAIXA.
           05 LINE 05 COLUMN 03 VALUE "De........................:".
           05 LINE 05 COLUMN 31 PIC 9(015) USING DE-T.
           05 LINE 06 COLUMN 03 VALUE "Ate.......................:".
           05 LINE 06 COLUMN 31 PIC 9(015) USING ATE-T.
           05 LINE 07 COLUMN 03 VALUE "Descricao.................:".
           05 LINE 07 COLUMN 31 PIC X(030) USING DESCRICAO-T.
           05 LINE 09 COLUMN 03 VALUE "Descricao em branco exclui".

       01  TELA-FILTRO.
           05 LINE 04 COLUMN 03 VALUE "Usuario (branco = todos)..:".
           05 LINE 04 COLUMN 31 PIC X(030) USING USUARIO-F.
           05 LINE 05 COLUMN 03 VALUE "Data de (AAAAMMDD)........:".
           05 LINE 05 COLUMN 31 PIC 9(008) USING DATA-DE-F.
           05 LINE 06 COLUMN 03 VALUE "Data ate (AAAAMMDD).......:".
           05 LINE 06 COLUMN 31 PIC 9(008) USING DATA-ATE-F.
           05 LINE 07 COLUMN 03 VALUE "Conta (codigo reduzido)...:".
           05 LINE 07 COLUMN 31 PIC 9(005) USING COD-RED-F.
           05 LINE 08 COLUMN 03 VALUE "Centro de custo...........:".
           05 LINE 08 COLUMN 31 PIC 9(004) USING CENTRO-F.
           05 LINE 09 COLUMN 03 VALUE "Pessoa....................:".
           05 LINE 09 COLUMN 31 PIC 9(005) USING PESSOA-F.
           05 LINE 11 COLUMN 03 VALUE "Zeros nao filtram".

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
                            MOVE "C" TO TIPO-CHAVE
                            PERFORM 100-CHAVES    THRU 100-99-FIM
                       WHEN OPCAO = 2
                            MOVE "P" TO TIPO-CHAVE
                            PERFORM 100-CHAVES    THRU 100-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 200-RELACIONA THRU 200-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-CHAVES.

      *    Faixas de classes (CBPLCO-CLASSE) ou de pessoas (CBPESS)
      *    cuja leitura passa a ser registrada pelo CB233PCW

           MOVE 0 TO SEQUENCIA-T
           DISPLAY TELA-SEQUENCIA
           ACCEPT  TELA-SEQUENCIA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR SEQUENCIA-T = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE TIPO-CHAVE  TO CBLECL-TIPO
           MOVE SEQUENCIA-T TO CBLECL-SEQUENCIA
           READ CBLECL WITH LOCK
           IF   FS-CBLECL < "10"
                MOVE CBLECL-DE        TO DE-T
                MOVE CBLECL-ATE       TO ATE-T
                MOVE CBLECL-DESCRICAO TO DESCRICAO-T
           ELSE
                MOVE 0      TO DE-T ATE-T
                MOVE SPACES TO DESCRICAO-T
           END-IF

           DISPLAY TELA-FAIXA
           ACCEPT  TELA-FAIXA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-90-LIBERA
           END-IF

           IF   DESCRICAO-T = SPACES
                IF   FS-CBLECL < "10"
                     DELETE CBLECL RECORD
                     DISPLAY "Faixa excluida" LINE 23 COLUMN 03
                END-IF
                GO TO 100-90-LIBERA
           END-IF

           IF   ATE-T = 0 OR DE-T > ATE-T
                DISPLAY "Faixa invalida" LINE 23 COLUMN 03
                GO TO 100-90-LIBERA
           END-IF

           MOVE DE-T        TO CBLECL-DE
           MOVE ATE-T       TO CBLECL-ATE
           MOVE DESCRICAO-T TO CBLECL-DESCRICAO
           IF   FS-CBLECL < "10"
                REWRITE CBLECL-REG
           ELSE
                MOVE TIPO-CHAVE  TO CBLECL-TIPO
                MOVE SEQUENCIA-T TO CBLECL-SEQUENCIA
                WRITE CBLECL-REG
           END-IF
           IF   FS-CBLECL < "10"
                DISPLAY "Faixa gravada" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBLECL" LINE 23 COLUMN 03
           END-IF.

       100-90-LIBERA.

           UNLOCK CBLECL
           MOVE "00" TO FS-CBLECL.

       100-99-FIM. EXIT.

       200-RELACIONA.

           DISPLAY TELA-FILTRO
           ACCEPT  TELA-FILTRO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE 0 TO CONTA-F
           IF   COD-RED-F NOT = 0
                MOVE COD-RED-F TO CBPLCO-COD-RED
                READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
                IF   FS-CBPLCO > "09"
                     MOVE "00" TO FS-CBPLCO
                     DISPLAY "Conta inexistente" LINE 23 COLUMN 03
                     GO TO 200-99-FIM
                END-IF
                MOVE CBPLCO-CONTA TO CONTA-F
           END-IF
           IF   DATA-ATE-F = 0
                MOVE 99999999 TO DATA-ATE-F
           END-IF

           MOVE SPACES TO CWIMPR-TIME-REPORT
           MOVE "AUDITORIA DE LEITURA - ACESSOS A DADOS SENSIVEIS"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           IF   USUARIO-F NOT = SPACES
                STRING "USUARIO " USUARIO-F
                       DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           END-IF
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB234PA" TO CWIMPR-REPORT

      *    Por usuario pela chave alternada; sem usuario, pela
      *    data a partir do inicio do periodo

           MOVE 0 TO QT-ACESSOS
           IF   USUARIO-F NOT = SPACES
                MOVE USUARIO-F TO CBLEAU-USUARIO
                START CBLEAU KEY NOT LESS CBLEAU-USUARIO
           ELSE
                MOVE DATA-DE-F TO CBLEAU-DATA
                MOVE 0         TO CBLEAU-HORA CBLEAU-SEQUENCIA
                START CBLEAU KEY NOT LESS CBLEAU-CHAVE
           END-IF
           PERFORM UNTIL FS-CBLEAU > "09"
                   READ CBLEAU NEXT RECORD IGNORE LOCK
                   IF   FS-CBLEAU < "10"
                        IF   USUARIO-F NOT = SPACES
                        AND  CBLEAU-USUARIO NOT = USUARIO-F
                             MOVE "10" TO FS-CBLEAU
                        END-IF
                        IF   USUARIO-F = SPACES
                        AND  CBLEAU-DATA > DATA-ATE-F
                             MOVE "10" TO FS-CBLEAU
                        END-IF
                   END-IF
                   IF   FS-CBLEAU < "10"
                        PERFORM 210-SELECIONA THRU 210-99-FIM
                        IF   SELECIONADO = "S"
                             PERFORM 220-IMPRIME THRU 220-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBLEAU

           MOVE SPACES     TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE QT-ACESSOS TO CLIC-TOTAL
           MOVE LINHA-03   TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "CLOSE"    TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Acessos relacionados: " LINE 23 COLUMN 03
                   QT-ACESSOS LINE 23 COLUMN 25.

       200-99-FIM. EXIT.

       210-SELECIONA.

           MOVE "N" TO SELECIONADO

           IF   CBLEAU-DATA < DATA-DE-F
           OR   CBLEAU-DATA > DATA-ATE-F
                GO TO 210-99-FIM
           END-IF

           IF   CONTA-F NOT = 0
           AND (CBLEAU-CONTA-ATE = 0
            OR  CONTA-F < CBLEAU-CONTA-DE
            OR  CONTA-F > CBLEAU-CONTA-ATE)
                GO TO 210-99-FIM
           END-IF

           IF   CENTRO-F NOT = 0
           AND (CENTRO-F < CBLEAU-CENTRO-DE
            OR  CENTRO-F > CBLEAU-CENTRO-ATE)
                GO TO 210-99-FIM
           END-IF

           IF   PESSOA-F NOT = 0
           AND (PESSOA-F < CBLEAU-PESSOA-DE
            OR  PESSOA-F > CBLEAU-PESSOA-ATE)
                GO TO 210-99-FIM
           END-IF

           MOVE "S" TO SELECIONADO.

       210-99-FIM. EXIT.

       220-IMPRIME.

           MOVE CBLEAU-DATA       TO DATA-LIDA
           MOVE DL-DD             TO CLIC-DD
           MOVE DL-MM             TO CLIC-MM
           MOVE DL-AAAA           TO CLIC-AAAA
           MOVE CBLEAU-HORA       TO HORA-LIDA
           MOVE HL-HH             TO CLIC-HH
           MOVE HL-MI             TO CLIC-MI
           MOVE HL-SS             TO CLIC-SS
           MOVE CBLEAU-USUARIO    TO CLIC-USUARIO
           MOVE CBLEAU-PROGRAMA   TO CLIC-PROGRAMA
           MOVE SPACES            TO CLIC-CONTA-DE CLIC-CONTA-ATE
           IF   CBLEAU-CONTA-ATE NOT = 0
                MOVE CBLEAU-CONTA-DE  TO CB002PCW-CONTA
                MOVE "E"              TO CB002PCW-FUNCAO
                CALL "CB002PCW"    USING PARAMETROS-CB002PCW
                MOVE CB002PCW-CONTA-ED TO CLIC-CONTA-DE
                IF   CBLEAU-CONTA-ATE NOT = CBLEAU-CONTA-DE
                     MOVE CBLEAU-CONTA-ATE  TO CB002PCW-CONTA
                     CALL "CB002PCW"     USING PARAMETROS-CB002PCW
                     MOVE CB002PCW-CONTA-ED TO CLIC-CONTA-ATE
                END-IF
           END-IF
           MOVE CBLEAU-CENTRO-DE  TO CLIC-CENTRO-DE
           MOVE CBLEAU-CENTRO-ATE TO CLIC-CENTRO-ATE
           MOVE CBLEAU-PESSOA-DE  TO CLIC-PESSOA-DE
           MOVE CBLEAU-PESSOA-ATE TO CLIC-PESSOA-ATE
           MOVE CBLEAU-REFERENCIA TO REFERENCIA-LIDA
           MOVE RL-MM             TO CLIC-REF-MM
           MOVE RL-AAAA           TO CLIC-REF-AAAA
           MOVE LINHA-02          TO CWIMPR-DETAIL
           CALL "CB125PCW"     USING PARAMETROS-CWIMPR
           ADD 1 TO QT-ACESSOS.

       220-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBLECL
           IF   FS-CBLECL = "30" OR "35"
                CLOSE CBLECL
                OPEN OUTPUT CBLECL
                CLOSE CBLECL
                OPEN I-O CBLECL
           END-IF
           OPEN INPUT CBLEAU
           IF   FS-CBLEAU = "30" OR "35"
                CLOSE CBLEAU
                OPEN OUTPUT CBLEAU
                CLOSE CBLEAU
                OPEN INPUT CBLEAU
           END-IF
           OPEN INPUT CBPLCO
           IF   FS-CBLECL > "09" OR FS-CBLEAU > "09"
           OR   FS-CBPLCO > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBLECL CBLEAU CBPLCO
           CANCEL "CB002PCW".

       900-99-FIM. EXIT.

       END PROGRAM CB234PCW.
