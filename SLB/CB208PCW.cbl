       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB208PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Lalur Parte B e tributos diferidos           *
                      *                                               *
                      *  Registra os saldos de abertura das contas    *
                      *  da Parte B (diferencas temporarias,          *
                      *  prejuizo fiscal e base negativa da CSLL)     *
                      *  que o CB158PCW movimenta a cada apuracao,    *
                      *  e emite a posicao da Parte B numa            *
                      *  competencia com o ativo e o passivo fiscal   *
                      *  diferido a contabilizar                      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBLALBSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBLALBFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB208PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 TIPO-I                    PIC  X(001) VALUE "D".
           05 CODIGO-I                  PIC  9(003) VALUE 0.
           05 DESCRICAO-I               PIC  X(040) VALUE SPACES.
           05 NATUREZA-I                PIC  X(001) VALUE "A".
           05 SALDO-I                   PIC  9(012)V99 VALUE 0.
           05 COMPETENCIA.
              10 COMP-AAAA              PIC  9(004).
              10 COMP-MM                PIC  9(002).
           05 ALIQ-IRPJ                 PIC  9(002)V99 VALUE 25.
           05 ALIQ-CSLL                 PIC  9(002)V99 VALUE 9.
           05 CHAVE-GRUPO.
              10 GRUPO-TIPO             PIC  X(001) VALUE SPACE.
              10 GRUPO-CODIGO           PIC  9(003) VALUE 0.
           05 CHAVE-LIDA.
              10 LIDA-TIPO              PIC  X(001) VALUE SPACE.
              10 LIDA-CODIGO            PIC  9(003) VALUE 0.
           05 TEM-ULTIMO                PIC  X(001) VALUE "N".
           05 TRIBUTO-DIFERIDO   COMP-3 PIC S9(012)V99 VALUE 0.
           05 TOTAL-ATIVO        COMP-3 PIC S9(013)V99 VALUE 0.
           05 TOTAL-PASSIVO      COMP-3 PIC S9(013)V99 VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBLALB.
              10 FS-CBLALB              PIC  X(002) VALUE "00".
              10 LB-CBLALB              PIC  X(050) VALUE "CBLALB".

       01  ULTIMO-REG.
           05 ULT-TIPO                  PIC  X(001).
           05 ULT-CODIGO                PIC  9(003).
           05 ULT-AAAAMM                PIC  9(006).
           05 ULT-DESCRICAO             PIC  X(040).
           05 ULT-SALDO-ANTERIOR COMP-3 PIC S9(012)V99.
           05 ULT-ADICOES        COMP-3 PIC  9(012)V99.
           05 ULT-EXCLUSOES      COMP-3 PIC  9(012)V99.
           05 ULT-SALDO-ATUAL    COMP-3 PIC S9(012)V99.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(006) VALUE "CONTA ".
              05 FILLER                 PIC  X(031) VALUE
                 "DESCRICAO                      ".
              05 FILLER                 PIC  X(007) VALUE "ULTIMA ".
              05 FILLER                 PIC  X(017) VALUE
                 "   SALDO ANTERIOR".
              05 FILLER                 PIC  X(016) VALUE
                 "         ADICOES".
              05 FILLER                 PIC  X(016) VALUE
                 "       EXCLUSOES".
              05 FILLER                 PIC  X(018) VALUE
                 "     SALDO ATUAL  ".
              05 FILLER                 PIC  X(017) VALUE
                 "TRIBUTO DIFERIDO ".
           02 LINHA-02.
              05 CLIC-TIPO              PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLIC-CODIGO            PIC  9(003).
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO         PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-AAAAMM            PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-SALDO-ANTERIOR    PIC  ZZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLIC-ADICOES           PIC  ZZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-EXCLUSOES         PIC  ZZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-SALDO-ATUAL       PIC  ZZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLIC-DIFERIDO          PIC  ZZZZ.ZZZ.ZZ9,99-.
           02 LINHA-03.
              05 CLIC-TEXTO             PIC  X(050).
              05 FILLER                 PIC  X(063).
              05 CLIC-TOTAL             PIC  ZZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Saldo de abertura".
           05 LINE 05 COLUMN 03 VALUE "2 - Posicao e diferidos".
           05 LINE 07 COLUMN 03 VALUE "Opcao:".
           05 LINE 07 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-SALDO.
           05 LINE 04 COLUMN 03 VALUE "Tipo (D/P/N)...........:".
           05 LINE 04 COLUMN 30 PIC X       USING TIPO-I.
           05 LINE 04 COLUMN 33
              VALUE "D-temporaria P-prejuizo N-base neg.".
           05 LINE 05 COLUMN 03 VALUE "Conta da Parte B.......:".
           05 LINE 05 COLUMN 30 PIC 9(003)  USING CODIGO-I.
           05 LINE 06 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 06 COLUMN 30 PIC 9999    USING COMP-AAAA.
           05 LINE 06 COLUMN 34 PIC 99      USING COMP-MM.
           05 LINE 07 COLUMN 03 VALUE "Descricao..............:".
           05 LINE 07 COLUMN 30 PIC X(040)  USING DESCRICAO-I.
           05 LINE 08 COLUMN 03 VALUE "Saldo..................:".
           05 LINE 08 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99        USING SALDO-I.
           05 LINE 09 COLUMN 03 VALUE "Natureza (A/P).........:".
           05 LINE 09 COLUMN 30 PIC X       USING NATUREZA-I.
           05 LINE 09 COLUMN 33
              VALUE "A-a excluir no futuro P-a adicionar".

       01  TELA-POSICAO.
           05 LINE 04 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 04 COLUMN 30 PIC 9999    USING COMP-AAAA.
           05 LINE 04 COLUMN 34 PIC 99      USING COMP-MM.
           05 LINE 05 COLUMN 03 VALUE "IRPJ com adicional (%).:".
           05 LINE 05 COLUMN 30 PIC 99,99   USING ALIQ-IRPJ.
           05 LINE 06 COLUMN 03 VALUE "CSLL (%)...............:".
           05 LINE 06 COLUMN 30 PIC 99,99   USING ALIQ-CSLL.

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
                            PERFORM 100-SALDO-ABERTURA THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-POSICAO        THRU 200-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-SALDO-ABERTURA.

      *    Saldo de implantacao: deve ficar na competencia anterior a
      *    primeira apuracao do CB158PCW, que parte do ultimo saldo
      *    anterior ao inicio do periodo apurado

           MOVE "D"    TO TIPO-I
           MOVE "A"    TO NATUREZA-I
           MOVE 0      TO CODIGO-I SALDO-I COMP-AAAA COMP-MM
           MOVE SPACES TO DESCRICAO-I
           DISPLAY TELA-SALDO
           ACCEPT  TELA-SALDO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           IF   TIPO-I = "P" OR "N"
                MOVE 0   TO CODIGO-I
                MOVE "A" TO NATUREZA-I
           END-IF
           IF  (TIPO-I NOT = "D" AND "P" AND "N")
           OR  (TIPO-I = "D" AND CODIGO-I = 0)
           OR  (NATUREZA-I NOT = "A" AND "P")
           OR   COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE TIPO-I      TO CBLALB-TIPO
           MOVE CODIGO-I    TO CBLALB-CODIGO
           MOVE COMPETENCIA TO CBLALB-AAAAMM
           READ CBLALB
           IF   FS-CBLALB < "10"
           AND  CBLALB-APURACAO
                DISPLAY "Competencia ja apurada pelo CB158PCW"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           INITIALIZE CBLALB-REG
           MOVE TIPO-I      TO CBLALB-TIPO
           MOVE CODIGO-I    TO CBLALB-CODIGO
           MOVE COMPETENCIA TO CBLALB-AAAAMM
           MOVE COMPETENCIA TO CBLALB-COMP-DE
           MOVE DESCRICAO-I TO CBLALB-DESCRICAO
           MOVE "I"         TO CBLALB-ORIGEM
           IF   NATUREZA-I = "P"
                COMPUTE CBLALB-SALDO-ATUAL = 0 - SALDO-I
           ELSE
                MOVE SALDO-I TO CBLALB-SALDO-ATUAL
           END-IF
           IF   FS-CBLALB < "10"
                REWRITE CBLALB-REG
           ELSE
                WRITE CBLALB-REG
           END-IF
           IF   FS-CBLALB > "09"
                DISPLAY "Erro de gravacao em CBLALB" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Saldo de abertura gravado" LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       200-POSICAO.

           MOVE 0  TO COMP-AAAA COMP-MM
           MOVE 25 TO ALIQ-IRPJ
           MOVE 9  TO ALIQ-CSLL
           DISPLAY TELA-POSICAO
           ACCEPT  TELA-POSICAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE "LALUR PARTE B E TRIBUTOS DIFERIDOS" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "POSICAO EM " COMP-MM "/" COMP-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB208PA" TO CWIMPR-REPORT

      *    Para cada conta (tipo + codigo) vale o ultimo registro
      *    ate a competencia pedida

           MOVE 0      TO TOTAL-ATIVO TOTAL-PASSIVO
           MOVE "N"    TO TEM-ULTIMO
           MOVE SPACES TO CHAVE-GRUPO
           MOVE LOW-VALUES TO CBLALB-CHAVE
           START CBLALB KEY NOT LESS CBLALB-CHAVE
           PERFORM UNTIL FS-CBLALB > "09"
                   READ CBLALB NEXT RECORD IGNORE LOCK
                   IF   FS-CBLALB < "10"
                        MOVE CBLALB-TIPO   TO LIDA-TIPO
                        MOVE CBLALB-CODIGO TO LIDA-CODIGO
                        IF   CHAVE-LIDA NOT = CHAVE-GRUPO
                             PERFORM 210-IMPRIME-CONTA THRU 210-99-FIM
                             MOVE CHAVE-LIDA TO CHAVE-GRUPO
                        END-IF
                        IF   CBLALB-AAAAMM NOT > COMPETENCIA
                             PERFORM 220-GUARDA-ULTIMO THRU 220-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBLALB
           PERFORM 210-IMPRIME-CONTA THRU 210-99-FIM

           MOVE SPACES TO LINHA-03
           MOVE "ATIVO FISCAL DIFERIDO"   TO CLIC-TEXTO
           MOVE TOTAL-ATIVO               TO CLIC-TOTAL
           MOVE LINHA-03 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "PASSIVO FISCAL DIFERIDO" TO CLIC-TEXTO
           MOVE TOTAL-PASSIVO             TO CLIC-TOTAL
           MOVE LINHA-03 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "TRIBUTO DIFERIDO LIQUIDO" TO CLIC-TEXTO
           COMPUTE CLIC-TOTAL = TOTAL-ATIVO - TOTAL-PASSIVO
           MOVE LINHA-03 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Relatorio emitido (CB208PA)" LINE 23 COLUMN 03.

       200-99-FIM. EXIT.

       210-IMPRIME-CONTA.

           IF   TEM-ULTIMO NOT = "S"
                GO TO 210-99-FIM
           END-IF
           MOVE "N" TO TEM-ULTIMO

      *    Diferenca temporaria pelas duas aliquotas; prejuizo fiscal
      *    so pelo IRPJ e base negativa so pela CSLL

           EVALUATE ULT-TIPO
               WHEN "D"
                    COMPUTE TRIBUTO-DIFERIDO ROUNDED =
                            ULT-SALDO-ATUAL * (ALIQ-IRPJ + ALIQ-CSLL)
                                            / 100
               WHEN "P"
                    COMPUTE TRIBUTO-DIFERIDO ROUNDED =
                            ULT-SALDO-ATUAL * ALIQ-IRPJ / 100
               WHEN OTHER
                    COMPUTE TRIBUTO-DIFERIDO ROUNDED =
                            ULT-SALDO-ATUAL * ALIQ-CSLL / 100
           END-EVALUATE
           IF   TRIBUTO-DIFERIDO > 0
                ADD TRIBUTO-DIFERIDO TO TOTAL-ATIVO
           ELSE
                SUBTRACT TRIBUTO-DIFERIDO FROM TOTAL-PASSIVO
           END-IF

           MOVE SPACES             TO LINHA-02
           MOVE ULT-TIPO           TO CLIC-TIPO
           MOVE ULT-CODIGO         TO CLIC-CODIGO
           MOVE ULT-DESCRICAO      TO CLIC-DESCRICAO
           MOVE ULT-AAAAMM         TO CLIC-AAAAMM
           MOVE ULT-SALDO-ANTERIOR TO CLIC-SALDO-ANTERIOR
           MOVE ULT-ADICOES        TO CLIC-ADICOES
           MOVE ULT-EXCLUSOES      TO CLIC-EXCLUSOES
           MOVE ULT-SALDO-ATUAL    TO CLIC-SALDO-ATUAL
           MOVE TRIBUTO-DIFERIDO   TO CLIC-DIFERIDO
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       210-99-FIM. EXIT.

       220-GUARDA-ULTIMO.

           MOVE "S"                   TO TEM-ULTIMO
           MOVE CBLALB-TIPO           TO ULT-TIPO
           MOVE CBLALB-CODIGO         TO ULT-CODIGO
           MOVE CBLALB-AAAAMM         TO ULT-AAAAMM
           MOVE CBLALB-DESCRICAO      TO ULT-DESCRICAO
           MOVE CBLALB-SALDO-ANTERIOR TO ULT-SALDO-ANTERIOR
           MOVE CBLALB-ADICOES        TO ULT-ADICOES
           MOVE CBLALB-EXCLUSOES      TO ULT-EXCLUSOES
           MOVE CBLALB-SALDO-ATUAL    TO ULT-SALDO-ATUAL.

       220-99-FIM. EXIT.

       800-INICIAIS.

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

           CLOSE CBLALB.

       900-99-FIM. EXIT.

       END PROGRAM CB208PCW.
