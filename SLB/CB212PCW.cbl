       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB212PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Registro de cheques emitidos                 *
                      *                                               *
                      *  Registra no CBCHEQ cada cheque por conta     *
                      *  bancaria (numero, favorecido do CBPESS,      *
                      *  valor, emissao e titulo do CBTITU que        *
                      *  liquida) e imprime a copia do cheque. A      *
                      *  compensacao e marcada pelo CB092PCW na       *
                      *  importacao do extrato. Lista os cheques em   *
                      *  transito e os emitidos ha mais de 180 dias,  *
                      *  candidatos ao cancelamento                   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBCHEQSL.
       COPY CBPESSSL.
       COPY CBTITUSL.
       COPY CBPLCOSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBCHEQFD.
       COPY CBPESSFD.
       COPY CBTITUFD.
       COPY CBPLCOFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB212PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 COD-RED-C                 PIC  9(005) VALUE 0.
           05 NUMERO-C                  PIC  9(006) VALUE 0.
           05 PESSOA-C                  PIC  9(005) VALUE 0.
           05 FAVORECIDO-C              PIC  X(040) VALUE SPACES.
           05 VALOR-C                   PIC  9(012)V99 VALUE 0.
           05 EMISSAO-C                 PIC  9(008) VALUE 0.
           05 TITULO-C                  PIC  9(006) VALUE 0.
           05 CONFIRMA                  PIC  X(001) VALUE SPACE.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 DATA-BASE                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-BASE.
              10 BASE-AAAA              PIC  9(004).
              10 BASE-MM                PIC  9(002).
              10 BASE-DD                PIC  9(002).
           05 EMISSAO-INV               PIC  9(008) VALUE 0.
           05 FILLER REDEFINES EMISSAO-INV.
              10 EMIS-AAAA              PIC  9(004).
              10 EMIS-MM                PIC  9(002).
              10 EMIS-DD                PIC  9(002).
           05 DIAS-EMITIDO       COMP-3 PIC S9(005) VALUE 0.
           05 DIAS-LIMITE        COMP-3 PIC  9(003) VALUE 0.
           05 QT-CHEQUES         COMP-3 PIC  9(005) VALUE 0.
           05 TOTAL-CHEQUES      COMP-3 PIC  9(013)V99 VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBCHEQ.
              10 FS-CBCHEQ              PIC  X(002) VALUE "00".
              10 LB-CBCHEQ              PIC  X(050) VALUE "CBCHEQ".
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".
           05 ER-CBTITU.
              10 FS-CBTITU              PIC  X(002) VALUE "00".
              10 LB-CBTITU              PIC  X(050) VALUE "CBTITU".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(034) VALUE
                 "CONTA   CHEQUE EMISSAO    FAVORECI".
              05 FILLER                 PIC  X(037) VALUE
                 "DO                                   ".
              05 FILLER                 PIC  X(036) VALUE
                 "             VALOR TITULO  DIAS".
           02 LINHA-02.
              05 CLIC-COD-RED           PIC  9(005).
              05 FILLER                 PIC  X(001).
              05 CLIC-NUMERO            PIC  ZZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-EMISSAO           PIC  9999/99/99.
              05 FILLER                 PIC  X(001).
              05 CLIC-FAVORECIDO        PIC  X(040).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-TITULO            PIC  ZZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-DIAS              PIC  ZZZZ9.
           02 LINHA-COPIA.
              05 CLIC-ROTULO            PIC  X(020).
              05 CLIC-TEXTO             PIC  X(060).

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Emissao de cheque".
           05 LINE 05 COLUMN 03 VALUE "2 - Cancelamento".
           05 LINE 06 COLUMN 03 VALUE "3 - Cheques em transito".
           05 LINE 07 COLUMN 03 VALUE "4 - Emitidos ha 180 dias".
           05 LINE 09 COLUMN 03 VALUE "Opcao:".
           05 LINE 09 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Conta banco (cod-red)..:".
           05 LINE 04 COLUMN 30 PIC 9(005) USING COD-RED-C.
           05 LINE 05 COLUMN 03 VALUE "Numero do cheque.......:".
           05 LINE 05 COLUMN 30 PIC 9(006) USING NUMERO-C.

       01  TELA-CHEQUE.
           05 LINE 06 COLUMN 03 VALUE "Favorecido (CBPESS)....:".
           05 LINE 06 COLUMN 30 PIC 9(005) USING PESSOA-C.
           05 LINE 07 COLUMN 03 VALUE "Valor..................:".
           05 LINE 07 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING VALOR-C.
           05 LINE 08 COLUMN 03 VALUE "Emissao (AAAAMMDD).....:".
           05 LINE 08 COLUMN 30 PIC 9(008) USING EMISSAO-C.
           05 LINE 09 COLUMN 03 VALUE "Titulo a pagar.........:".
           05 LINE 09 COLUMN 30 PIC 9(006) USING TITULO-C.

       01  TELA-CANCELA.
           05 LINE 06 COLUMN 03 VALUE "Favorecido.............:".
           05 LINE 06 COLUMN 30 PIC X(040) FROM FAVORECIDO-C.
           05 LINE 07 COLUMN 03 VALUE "Valor..................:".
           05 LINE 07 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 FROM VALOR-C.
           05 LINE 09 COLUMN 03 VALUE "Confirma cancelamento..:".
           05 LINE 09 COLUMN 30 PIC X(001) USING CONFIRMA.

       01  TELA-CONTA.
           05 LINE 04 COLUMN 03 VALUE "Conta banco (0 = todas):".
           05 LINE 04 COLUMN 30 PIC 9(005) USING COD-RED-C.
           05 LINE 05 COLUMN 03 VALUE "Data base (AAAAMMDD)...:".
           05 LINE 05 COLUMN 30 PIC 9(008) USING DATA-BASE.

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
                            PERFORM 100-EMISSAO     THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-CANCELAMENTO THRU 200-99-FIM
                       WHEN OPCAO = 3
                            MOVE 0 TO DIAS-LIMITE
                            PERFORM 300-LISTA       THRU 300-99-FIM
                       WHEN OPCAO = 4
                            MOVE 180 TO DIAS-LIMITE
                            PERFORM 300-LISTA       THRU 300-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-EMISSAO.

           MOVE 0 TO COD-RED-C NUMERO-C
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COD-RED-C = 0 OR NUMERO-C = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE COD-RED-C TO CBCHEQ-COD-RED
           MOVE NUMERO-C  TO CBCHEQ-NUMERO
           READ CBCHEQ IGNORE LOCK
           IF   FS-CBCHEQ < "10"
                DISPLAY "Cheque ja registrado" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           MOVE "00" TO FS-CBCHEQ

           MOVE COD-RED-C TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                DISPLAY "Conta inexistente" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE 0    TO PESSOA-C VALOR-C TITULO-C
           MOVE HOJE TO EMISSAO-C
           DISPLAY TELA-CHEQUE
           ACCEPT  TELA-CHEQUE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           IF   VALOR-C = 0 OR PESSOA-C = 0
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE EMISSAO-C TO CWTIME-DATE
           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-VALIDATE TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           IF   CWTIME-DATE-FINAL = 0
                DISPLAY "Data de emissao invalida" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE PESSOA-C TO CBPESS-CODIGO
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS > "09"
                MOVE "00" TO FS-CBPESS
                DISPLAY "Favorecido inexistente no CBPESS"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           MOVE CBPESS-RAZAO-SOCIAL TO FAVORECIDO-C

           IF   TITULO-C NOT = 0
                MOVE TITULO-C TO CBTITU-NUMERO
                READ CBTITU IGNORE LOCK
                IF   FS-CBTITU > "09"
                OR   NOT CBTITU-A-PAGAR
                     MOVE "00" TO FS-CBTITU
                     DISPLAY "Titulo a pagar inexistente"
                             LINE 23 COLUMN 03
                     GO TO 100-99-FIM
                END-IF
           END-IF

           INITIALIZE CBCHEQ-REG
           MOVE COD-RED-C    TO CBCHEQ-COD-RED
           MOVE NUMERO-C     TO CBCHEQ-NUMERO
           MOVE PESSOA-C     TO CBCHEQ-PESSOA-CODIGO
           MOVE FAVORECIDO-C TO CBCHEQ-FAVORECIDO
           MOVE VALOR-C      TO CBCHEQ-VALOR
           MOVE EMISSAO-C    TO CBCHEQ-EMISSAO
           MOVE TITULO-C     TO CBCHEQ-TITULO
           MOVE "E"          TO CBCHEQ-SITUACAO
           WRITE CBCHEQ-REG
           IF   FS-CBCHEQ > "09"
                DISPLAY "Erro de gravacao em CBCHEQ"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           PERFORM 150-COPIA THRU 150-99-FIM
           DISPLAY "Cheque registrado, copia emitida (CB212PA)"
                   LINE 23 COLUMN 03.

       100-99-FIM. EXIT.

       150-COPIA.

           MOVE "COPIA DE CHEQUE" TO CWIMPR-TITLE
           MOVE SPACES            TO CWIMPR-SUB-TITLE
           MOVE CBPLCO-DESCRICAO  TO CWIMPR-SUB-TITLE
           MOVE SPACES            TO CWIMPR-HEADER-1
           MOVE "1"               TO CWIMPR-FORM-TYPE
           MOVE "CB212PA"         TO CWIMPR-REPORT

           MOVE SPACES TO LINHA-COPIA
           MOVE "CONTA DO BANCO....:" TO CLIC-ROTULO
           MOVE CBPLCO-DESCRICAO      TO CLIC-TEXTO
           MOVE LINHA-COPIA TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE SPACES TO LINHA-02
           MOVE CBCHEQ-COD-RED    TO CLIC-COD-RED
           MOVE CBCHEQ-NUMERO     TO CLIC-NUMERO
           MOVE CBCHEQ-EMISSAO    TO CLIC-EMISSAO
           MOVE CBCHEQ-FAVORECIDO TO CLIC-FAVORECIDO
           MOVE CBCHEQ-VALOR      TO CLIC-VALOR
           MOVE CBCHEQ-TITULO     TO CLIC-TITULO
           MOVE LINHA-01 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           IF   CBCHEQ-TITULO NOT = 0
                MOVE SPACES TO LINHA-COPIA
                MOVE "TITULO LIQUIDADO..:" TO CLIC-ROTULO
                MOVE CBTITU-PESSOA         TO CLIC-TEXTO
                MOVE LINHA-COPIA TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE SPACES TO LINHA-COPIA
           MOVE "RECEBIDO POR......:" TO CLIC-ROTULO
           MOVE ALL "_"               TO CLIC-TEXTO (1: 40)
           MOVE LINHA-COPIA TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       150-99-FIM. EXIT.

       200-CANCELAMENTO.

           MOVE 0 TO COD-RED-C NUMERO-C
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COD-RED-C = 0 OR NUMERO-C = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE COD-RED-C TO CBCHEQ-COD-RED
           MOVE NUMERO-C  TO CBCHEQ-NUMERO
           READ CBCHEQ WITH LOCK
           IF   FS-CBCHEQ > "09"
                MOVE "00" TO FS-CBCHEQ
                DISPLAY "Cheque nao registrado" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   NOT CBCHEQ-EM-TRANSITO
                UNLOCK CBCHEQ
                DISPLAY "Cheque compensado ou ja cancelado"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE CBCHEQ-FAVORECIDO TO FAVORECIDO-C
           MOVE CBCHEQ-VALOR      TO VALOR-C
           MOVE "N"               TO CONFIRMA
           DISPLAY TELA-CANCELA
           ACCEPT  TELA-CANCELA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR (CONFIRMA NOT = "S" AND CONFIRMA NOT = "s")
                UNLOCK CBCHEQ
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE "X"  TO CBCHEQ-SITUACAO
           MOVE HOJE TO CBCHEQ-DATA-CANCELAMENTO
           REWRITE CBCHEQ-REG
           IF   FS-CBCHEQ > "09"
                DISPLAY "Erro de gravacao em CBCHEQ"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Cheque cancelado" LINE 23 COLUMN 03
           END-IF
           UNLOCK CBCHEQ.

       200-99-FIM. EXIT.

       300-LISTA.

           MOVE 0    TO COD-RED-C
           MOVE HOJE TO DATA-BASE
           DISPLAY TELA-CONTA
           ACCEPT  TELA-CONTA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR DATA-BASE = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           IF   DIAS-LIMITE = 0
                MOVE "CHEQUES EM TRANSITO"   TO CWIMPR-TITLE
                MOVE "CB212PB"               TO CWIMPR-REPORT
           ELSE
                MOVE "CHEQUES EMITIDOS HA MAIS DE 180 DIAS"
                  TO CWIMPR-TITLE
                MOVE "CB212PC"               TO CWIMPR-REPORT
           END-IF
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "DATA BASE " BASE-DD "/" BASE-MM "/" BASE-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE

           MOVE 0 TO QT-CHEQUES TOTAL-CHEQUES
           MOVE COD-RED-C  TO CBCHEQ-COD-RED
           MOVE 0          TO CBCHEQ-NUMERO
           START CBCHEQ KEY NOT LESS CBCHEQ-CHAVE
           PERFORM UNTIL FS-CBCHEQ > "09"
                   READ CBCHEQ NEXT RECORD IGNORE LOCK
                   IF   FS-CBCHEQ < "10"
                        IF   COD-RED-C NOT = 0
                        AND  CBCHEQ-COD-RED NOT = COD-RED-C
                             MOVE "10" TO FS-CBCHEQ
                        ELSE
                             IF   CBCHEQ-EM-TRANSITO
                             AND  CBCHEQ-EMISSAO NOT > DATA-BASE
                                  PERFORM 310-LINHA THRU 310-99-FIM
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCHEQ

           MOVE SPACES TO LINHA-02
           MOVE "TOTAL"       TO CLIC-FAVORECIDO
           MOVE TOTAL-CHEQUES TO CLIC-VALOR
           MOVE QT-CHEQUES    TO CLIC-DIAS
           MOVE SPACES   TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           DISPLAY "Cheques listados: " LINE 23 COLUMN 03
                   QT-CHEQUES.

       300-99-FIM. EXIT.

       310-LINHA.

      *    Aproximacao comercial de 30 dias por mes, como no aging
      *    do CB094PCW

           MOVE CBCHEQ-EMISSAO TO EMISSAO-INV
           COMPUTE DIAS-EMITIDO =
                 ((BASE-AAAA - EMIS-AAAA) * 360)
               + ((BASE-MM   - EMIS-MM)   * 30)
               +  (BASE-DD   - EMIS-DD)
           IF   DIAS-EMITIDO NOT > DIAS-LIMITE
           AND  DIAS-LIMITE NOT = 0
                GO TO 310-99-FIM
           END-IF

           MOVE SPACES TO LINHA-02
           MOVE CBCHEQ-COD-RED    TO CLIC-COD-RED
           MOVE CBCHEQ-NUMERO     TO CLIC-NUMERO
           MOVE CBCHEQ-EMISSAO    TO CLIC-EMISSAO
           MOVE CBCHEQ-FAVORECIDO TO CLIC-FAVORECIDO
           MOVE CBCHEQ-VALOR      TO CLIC-VALOR
           MOVE CBCHEQ-TITULO     TO CLIC-TITULO
           MOVE DIAS-EMITIDO      TO CLIC-DIAS
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           ADD 1            TO QT-CHEQUES
           ADD CBCHEQ-VALOR TO TOTAL-CHEQUES.

       310-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           OPEN I-O CBCHEQ
           IF   FS-CBCHEQ = "30" OR "35"
                CLOSE CBCHEQ
                OPEN OUTPUT CBCHEQ
                CLOSE CBCHEQ
                OPEN I-O CBCHEQ
           END-IF
           OPEN INPUT CBPESS CBTITU CBPLCO
           IF   FS-CBCHEQ > "09" OR FS-CBPESS > "09"
           OR   FS-CBTITU > "09" OR FS-CBPLCO > "09"
                DISPLAY "Arquivos indisponiveis"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBCHEQ CBPESS CBTITU CBPLCO.

       900-99-FIM. EXIT.

       END PROGRAM CB212PCW.
