       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB253PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Impacto de um BAC nos saldos                 *
                      *                                               *
                      *  Previa para o aprovador (CB059PCW - F3):     *
                      *  por conta/centro, o saldo do mes sem o BAC,  *
                      *  o debito e o credito dele e o saldo com o    *
                      *  BAC. Destaca a inversao da natureza do       *
                      *  saldo, as regras de alerta do CBALRU que     *
                      *  disparam e o estouro do orcado do mes        *
                      *  (CBCACO)                                     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBALRUSL.
       COPY CBCACOSL.
       COPY CBCOBASL.
       COPY CBCOSASL.
       COPY CBPLCOSL.
       COPY CBMVMSSL.

           SELECT CBWORK ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-CBWORK.

       DATA DIVISION.
       FILE SECTION.

       COPY CBALRUFD.
       COPY CBCACOFD.
       COPY CBCOBAFD.
       COPY CBCOSAFD.
       COPY CBPLCOFD.
       COPY CBMVMSFD.

       FD  CBWORK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBWORK.

       01  CBWORK-REG PIC X(100).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO.
           05 ACEITA-BAC           PIC  X(001) VALUE "S".
           05 BAC.
              10 BAC-SERIE  COMP-3 PIC  9(004).
              10 BAC-NUMERO COMP-3 PIC  9(004).
           05 I                    PIC  9(003) VALUE 0.
           05 QT-CONTAS            PIC  9(003) VALUE 0.
           05 EXCEDEU-TABELA       PIC  X(001) VALUE "N".
           05 CONTAS-COM-ALERTA    PIC  9(003) VALUE 0.
           05 ALERTA-CONTA         PIC  X(001) VALUE "N".
           05 CONTA-IMPACTO COMP-3 PIC  9(015) VALUE 0.
           05 CLASSE-EDITADA       PIC  9(015) VALUE 0.
           05 NATUREZA-CLASSE      PIC  9(001) VALUE 0.
           05 SALDO-SEM-BAC COMP-3 PIC S9(012)V99 VALUE 0.
           05 SALDO-COM-BAC COMP-3 PIC S9(012)V99 VALUE 0.
           05 DEBITO-MES    COMP-3 PIC  9(012)V99 VALUE 0.
           05 CREDITO-MES   COMP-3 PIC  9(012)V99 VALUE 0.
           05 TOTAL-DEBITO  COMP-3 PIC  9(012)V99 VALUE 0.
           05 TOTAL-CREDITO COMP-3 PIC  9(012)V99 VALUE 0.
           05 SEQUENCIA-ED         PIC  ZZ9.
           05 VALOR-ED             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 ALERTAS-ED           PIC  ZZ9.
           05 ER-CBALRU.
              10 FS-CBALRU         PIC  X(002) VALUE "00".
              10 LB-CBALRU         PIC  X(050) VALUE "CBALRU".
           05 ER-CBCACO.
              10 FS-CBCACO         PIC  X(002) VALUE "00".
              10 LB-CBCACO         PIC  X(050) VALUE "CBCACO".
           05 ER-CBCOBA.
              10 FS-CBCOBA         PIC  X(002) VALUE "00".
              10 LB-CBCOBA         PIC  X(050) VALUE "CBCOBA".
           05 ER-CBCOSA.
              10 FS-CBCOSA         PIC  X(002) VALUE "00".
              10 LB-CBCOSA         PIC  X(050) VALUE "CBCOSA".
           05 ER-CBPLCO.
              10 FS-CBPLCO         PIC  X(002) VALUE "00".
              10 LB-CBPLCO         PIC  X(050) VALUE "CBPLCO".
           05 ER-CBMVMS.
              10 FS-CBMVMS         PIC  X(002) VALUE "00".
              10 LB-CBMVMS                     VALUE "CBMV000000".
                 15 FILLER         PIC  X(044).
                 15 AAAA-REF       PIC  9(004).
                 15 MM-REF         PIC  9(002).
                    88 MM-REF-OK VALUE 1 THRU 12.
           05 ER-CBWORK.
              10 FS-CBWORK         PIC  X(002) VALUE "00".
              10 LB-CBWORK         PIC  X(050) VALUE "CBWORK".
           05 TECLA                PIC  9(002) VALUE 0.
              COPY CWKEYS.

       01  TABELA-IMPACTO.
           05 IMPACTO OCCURS 500.
              10 IM-CENTRO         PIC  9(004).
              10 IM-COD-RED        PIC  9(005).
              10 IM-DEBITO  COMP-3 PIC  9(012)V99.
              10 IM-CREDITO COMP-3 PIC  9(012)V99.
              10 IM-MAIOR-DEBITO
                            COMP-3 PIC  9(012)V99.
              10 IM-MAIOR-CREDITO
                            COMP-3 PIC  9(012)V99.

       01  LINHAS-DE-IMPRESSAO-CLIC.
       02  LINHA-01.
           05 FILLER                         PIC  X(041) VALUE
              "Conta                      C/C  Descricao".
       02  LINHA-02.
           05 FILLER                         PIC  X(037) VALUE
              "        Saldo sem BAC          Debito".
           05 FILLER                         PIC  X(035) VALUE
              "          Credito     Saldo com BAC".
       02  LINHA-03.
           05 CLIC-CONTA-ED                  PIC  X(026) VALUE SPACES.
           05 FILLER                         PIC  X(001) VALUE SPACE.
           05 CLIC-CENTRO                    PIC  ZZZ9 BLANK ZERO.
           05 FILLER                         PIC  X(001) VALUE SPACE.
           05 CLIC-DESCRICAO                 PIC  X(030) VALUE SPACES.
           05 FILLER                         PIC  X(002) VALUE " (".
           05 CLIC-COD-RED                   PIC  9(005).
           05 FILLER                         PIC  X(001) VALUE ")".
       02  LINHA-04.
           05 FILLER                         PIC  X(004) VALUE SPACES.
           05 CLIC-SALDO-SEM                 PIC  Z.ZZZ.ZZZ.ZZ9,99-.
           05 CLIC-DEBITO                    PIC  Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                         PIC  X(001) VALUE SPACE.
           05 CLIC-CREDITO                   PIC  Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                         PIC  X(001) VALUE SPACE.
           05 CLIC-SALDO-COM                 PIC  Z.ZZZ.ZZZ.ZZ9,99-.
       02  LINHA-05.
           05 FILLER                         PIC  X(008) VALUE
              "    *** ".
           05 CLIC-ALERTA                    PIC  X(064) VALUE SPACES.
       02  LINHA-06.
           05 CLIC-TOTAL                     PIC  X(021) VALUE SPACES.
           05 CLIC-TOTAL-DEBITO              PIC  Z.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                         PIC  X(001) VALUE SPACE.
           05 CLIC-TOTAL-CREDITO             PIC  Z.ZZZ.ZZZ.ZZ9,99.

       COPY CWBOXW.
       COPY CWNCOR.
       COPY CB002PCW.
       COPY CB233PCW.

       SCREEN SECTION.

       01  CTAC-LIT-CB253PCW HIGH.
       02  FOREGROUND-COLOR BROWN
           BACKGROUND-COLOR MAGENTA.
           05 LINE 07 COLUMN 04 VALUE "Impacto do BAC nos saldos".
           05 LINE 08 COLUMN 04 VALUE "BAC:".
           05 LINE 08 COLUMN 19 VALUE "Referencia".

       01  CTAC-VAR-CB253PCW AUTO HIGH.
       02  FOREGROUND-COLOR BROWN
           BACKGROUND-COLOR MAGENTA.
           05 LINE 08 COLUMN 09 PIC Z(004)/ USING CBCOBA-SERIE.
           05 LINE 08 COLUMN 14 PIC Z(004) USING CBCOBA-NUMERO.
           05 LINE 08 COLUMN 30 PIC 99/ FROM  CBCOBA-MM.
           05 LINE 08 COLUMN 33 PIC 9999 FROM  CBCOBA-AAAA.

       01  APAGA-JANELA HIGH.
       02  FOREGROUND-COLOR BROWN
           BACKGROUND-COLOR MAGENTA.
           05 LINE 07 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 08 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 09 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 10 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 11 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 12 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 13 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 14 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 15 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 16 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 17 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 18 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 19 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 20 COLUMN 03 PIC X(76) FROM SPACES.
           05 LINE 21 COLUMN 03 PIC X(76) FROM SPACES.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS      THRU 800-99-FIM
           PERFORM 100-PROCESSAMENTO THRU 100-99-FIM
           PERFORM 900-FINAIS        THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-PROCESSAMENTO.

           PERFORM 110-ACUMULA THRU 110-99-FIM

           WRITE CBWORK-REG FROM LINHA-01
           WRITE CBWORK-REG FROM LINHA-02
           WRITE CBWORK-REG FROM SPACES

           IF   QT-CONTAS = 0
                MOVE " BAC sem lancamentos gravados" TO CBWORK-REG
                WRITE CBWORK-REG
                WRITE CBWORK-REG FROM SPACES
           END-IF

           PERFORM 120-CONTA THRU 120-99-FIM
                   VARYING I FROM 1 BY 1 UNTIL I > QT-CONTAS

           IF   EXCEDEU-TABELA = "S"
                MOVE " Mais de 500 contas/centros: lista incompleta"
                  TO CBWORK-REG
                WRITE CBWORK-REG
           END-IF

           MOVE SPACES              TO LINHA-06
           MOVE " Total do BAC"     TO CLIC-TOTAL
           MOVE TOTAL-DEBITO        TO CLIC-TOTAL-DEBITO
           MOVE TOTAL-CREDITO       TO CLIC-TOTAL-CREDITO
           WRITE CBWORK-REG FROM LINHA-06
           MOVE " Previstos no BAC" TO CLIC-TOTAL
           MOVE CBCOBA-DB-PREVISTOS TO CLIC-TOTAL-DEBITO
           MOVE CBCOBA-CR-PREVISTOS TO CLIC-TOTAL-CREDITO
           WRITE CBWORK-REG FROM LINHA-06
           WRITE CBWORK-REG FROM SPACES

           IF   CONTAS-COM-ALERTA = 0
                MOVE " Nenhuma conta com alerta" TO CBWORK-REG
           ELSE
                MOVE CONTAS-COM-ALERTA TO ALERTAS-ED
                MOVE SPACES            TO CBWORK-REG
                STRING " Contas com alerta: " ALERTAS-ED
                       DELIMITED BY SIZE INTO CBWORK-REG
           END-IF
           WRITE CBWORK-REG

           PERFORM 10 TIMES
                   WRITE CBWORK-REG FROM SPACES
           END-PERFORM

           CLOSE CBWORK
           EXEC COBOLware Help
                FILE   LB-CBWORK
                TYPE   8
                LINE   10 COLUMN 4
                HEIGHT 11 WIDTH  74
                COLOR-FRAME  MAGENTA-BROWN-HIGH
                COLOR-BORDER MAGENTA-BROWN-HIGH
                COLOR-SHADE  MAGENTA-BROWN-HIGH
           END-EXEC
           DELETE FILE CBWORK.

       100-99-FIM. EXIT.

       110-ACUMULA.

      *    Debito e credito do BAC por conta/centro

           MOVE CBCOBA-SERIE   TO CBMVMS-SERIE
           MOVE CBCOBA-NUMERO  TO CBMVMS-NUMERO
           MOVE LOW-VALUES     TO CBMVMS-CHAVE
           MOVE CBCOBA-SERIE   TO BAC-SERIE
           MOVE CBCOBA-NUMERO  TO BAC-NUMERO

           START CBMVMS KEY NOT LESS CBMVMS-BAC-CHAVE

           PERFORM UNTIL FS-CBMVMS > "09"
                   READ CBMVMS NEXT RECORD IGNORE LOCK
                   IF   FS-CBMVMS < "10"
                   AND  BAC NOT = CBMVMS-BAC
                        MOVE "10" TO FS-CBMVMS
                   END-IF
                   IF   FS-CBMVMS < "10"
                        PERFORM 115-SOMA-LINHA THRU 115-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBMVMS.

       110-99-FIM. EXIT.

       115-SOMA-LINHA.

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-CONTAS
                      OR (IM-CENTRO (I)  = CBMVMS-CENTRO-CUSTO
                     AND  IM-COD-RED (I) = CBMVMS-COD-RED)
                   CONTINUE
           END-PERFORM

           IF   I > QT-CONTAS
                IF   QT-CONTAS = 500
                     MOVE "S" TO EXCEDEU-TABELA
                     GO TO 115-99-FIM
                END-IF
                ADD  1                   TO QT-CONTAS
                MOVE QT-CONTAS           TO I
                MOVE CBMVMS-CENTRO-CUSTO TO IM-CENTRO  (I)
                MOVE CBMVMS-COD-RED      TO IM-COD-RED (I)
                MOVE 0                   TO IM-DEBITO  (I)
                                            IM-CREDITO (I)
                                            IM-MAIOR-DEBITO  (I)
                                            IM-MAIOR-CREDITO (I)
           END-IF

      *    A regra de movimento do CB139PCW vale para cada lancamento:
      *    guarda o maior de cada lado da conta

           IF   CBMVMS-TIPO = "D"
                ADD CBMVMS-VALOR TO IM-DEBITO (I) TOTAL-DEBITO
                IF   CBMVMS-VALOR > IM-MAIOR-DEBITO (I)
                     MOVE CBMVMS-VALOR TO IM-MAIOR-DEBITO (I)
                END-IF
           ELSE
                ADD CBMVMS-VALOR TO IM-CREDITO (I) TOTAL-CREDITO
                IF   CBMVMS-VALOR > IM-MAIOR-CREDITO (I)
                     MOVE CBMVMS-VALOR TO IM-MAIOR-CREDITO (I)
                END-IF
           END-IF.

       115-99-FIM. EXIT.

       120-CONTA.

           MOVE "N"              TO ALERTA-CONTA
           MOVE SPACES           TO LINHA-03
           MOVE IM-CENTRO (I)    TO CLIC-CENTRO
           MOVE IM-COD-RED (I)   TO CLIC-COD-RED CBPLCO-COD-RED
           MOVE 0                TO CONTA-IMPACTO CLASSE-EDITADA
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                MOVE "CONTA PERDIDA"   TO CLIC-CONTA-ED
                MOVE "00"              TO FS-CBPLCO
           ELSE
                MOVE CBPLCO-CONTA      TO CONTA-IMPACTO
                MOVE CBPLCO-CLASSE     TO CLASSE-EDITADA
                MOVE CBPLCO-DESCRICAO  TO CLIC-DESCRICAO
                MOVE "C"               TO CB002PCW-FUNCAO
                MOVE CBPLCO-CONTA      TO CB002PCW-CONTA
                CALL "CB002PCW"     USING PARAMETROS-CB002PCW
                MOVE "E"               TO CB002PCW-FUNCAO
                CALL "CB002PCW"     USING PARAMETROS-CB002PCW
                MOVE CB002PCW-CONTA-ED TO CLIC-CONTA-ED
           END-IF

      *    Os lancamentos do BAC ja estao no CBCOSA do mes: o saldo
      *    sem o BAC e o atual desfeito do debito e do credito dele

           MOVE IM-CENTRO (I)     TO CBCOSA-CENTRO-CUSTO
           MOVE CONTA-IMPACTO     TO CBCOSA-CONTA
           MOVE CBCOBA-REFERENCIA TO CBCOSA-AAAAMM
           READ CBCOSA IGNORE LOCK
           IF   FS-CBCOSA < "10"
                MOVE CBCOSA-SALDO-ATUAL TO SALDO-COM-BAC
                MOVE CBCOSA-A-DEBITO    TO DEBITO-MES
                MOVE CBCOSA-A-CREDITO   TO CREDITO-MES
           ELSE
                MOVE "00"               TO FS-CBCOSA
                COMPUTE SALDO-COM-BAC = IM-DEBITO (I) - IM-CREDITO (I)
                MOVE IM-DEBITO (I)      TO DEBITO-MES
                MOVE IM-CREDITO (I)     TO CREDITO-MES
           END-IF
           COMPUTE SALDO-SEM-BAC = SALDO-COM-BAC
                                 - IM-DEBITO (I) + IM-CREDITO (I)

           MOVE SALDO-SEM-BAC    TO CLIC-SALDO-SEM
           MOVE IM-DEBITO (I)    TO CLIC-DEBITO
           MOVE IM-CREDITO (I)   TO CLIC-CREDITO
           MOVE SALDO-COM-BAC    TO CLIC-SALDO-COM
           WRITE CBWORK-REG FROM LINHA-03
           WRITE CBWORK-REG FROM LINHA-04

           PERFORM 130-NATUREZA  THRU 130-99-FIM
           PERFORM 140-ALERTAS   THRU 140-99-FIM
           PERFORM 150-ORCAMENTO THRU 150-99-FIM
           PERFORM 160-AUDITA-LEITURA THRU 160-99-FIM

           IF   ALERTA-CONTA = "S"
                ADD 1 TO CONTAS-COM-ALERTA
           END-IF
           WRITE CBWORK-REG FROM SPACES.

       120-99-FIM. EXIT.

       130-NATUREZA.

      *    O primeiro digito significativo da classe da a natureza
      *    (1-Ativo devedora, 2-Passivo e 3-PL credoras); nas demais
      *    vale o sinal que o saldo tinha antes do BAC

           MOVE 0 TO NATUREZA-CLASSE
           IF   CLASSE-EDITADA NOT = 0
                PERFORM UNTIL CLASSE-EDITADA < 10
                        DIVIDE CLASSE-EDITADA BY 10
                               GIVING CLASSE-EDITADA
                END-PERFORM
                MOVE CLASSE-EDITADA TO NATUREZA-CLASSE
           END-IF

           EVALUATE TRUE
               WHEN NATUREZA-CLASSE = 1
                AND SALDO-COM-BAC < 0
                AND SALDO-SEM-BAC NOT < 0
                    MOVE "SALDO DEVEDOR PASSA A CREDOR (NATUREZA)"
                      TO CLIC-ALERTA
               WHEN (NATUREZA-CLASSE = 2 OR 3)
                AND SALDO-COM-BAC > 0
                AND SALDO-SEM-BAC NOT > 0
                    MOVE "SALDO CREDOR PASSA A DEVEDOR (NATUREZA)"
                      TO CLIC-ALERTA
               WHEN NATUREZA-CLASSE NOT = 1 AND 2 AND 3
                AND ((SALDO-SEM-BAC > 0 AND SALDO-COM-BAC < 0)
                 OR  (SALDO-SEM-BAC < 0 AND SALDO-COM-BAC > 0))
                    MOVE "SALDO INVERTE O SINAL" TO CLIC-ALERTA
               WHEN OTHER
                    GO TO 130-99-FIM
           END-EVALUATE

           MOVE "S" TO ALERTA-CONTA
           WRITE CBWORK-REG FROM LINHA-05.

       130-99-FIM. EXIT.

       140-ALERTAS.

      *    Regras de saldo do monitor (CB139PCW) aplicadas ao saldo
      *    resultante; regras de movimento ao debito/credito do BAC

           IF   FS-CBALRU = "99"
                GO TO 140-99-FIM
           END-IF

           MOVE LOW-VALUES TO CBALRU-CHAVE
           START CBALRU KEY NOT LESS CBALRU-CHAVE
           PERFORM UNTIL FS-CBALRU > "09"
                   READ CBALRU NEXT RECORD IGNORE LOCK
                   IF   FS-CBALRU < "10"
                        PERFORM 145-APLICA-REGRA THRU 145-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBALRU.

       140-99-FIM. EXIT.

       145-APLICA-REGRA.

           IF   CBALRU-CENTRO NOT = 0
           AND  IM-CENTRO (I) NOT = CBALRU-CENTRO
                GO TO 145-99-FIM
           END-IF

           IF   CBALRU-CLASSE-ATE NOT = 0
           AND (CBPLCO-CLASSE < CBALRU-CLASSE-DE
            OR  CBPLCO-CLASSE > CBALRU-CLASSE-ATE
            OR  CONTA-IMPACTO = 0)
                GO TO 145-99-FIM
           END-IF

           EVALUATE TRUE
               WHEN CBALRU-SALDO-ABAIXO
                AND SALDO-COM-BAC < CBALRU-LIMITE
                    MOVE SALDO-COM-BAC TO VALOR-ED
               WHEN CBALRU-SALDO-ACIMA
                AND SALDO-COM-BAC > CBALRU-LIMITE
                    MOVE SALDO-COM-BAC TO VALOR-ED
               WHEN CBALRU-MOVIMENTO-ACIMA
                AND IM-MAIOR-DEBITO (I) > CBALRU-LIMITE
                    MOVE IM-MAIOR-DEBITO (I) TO VALOR-ED
               WHEN CBALRU-MOVIMENTO-ACIMA
                AND IM-MAIOR-CREDITO (I) > CBALRU-LIMITE
                    MOVE IM-MAIOR-CREDITO (I) TO VALOR-ED
               WHEN OTHER
                    GO TO 145-99-FIM
           END-EVALUATE

           MOVE CBALRU-SEQUENCIA TO SEQUENCIA-ED
           MOVE SPACES           TO CLIC-ALERTA
           STRING "ALERTA " SEQUENCIA-ED " " CBALRU-DESCRICAO
                  DELIMITED BY SIZE INTO CLIC-ALERTA
           MOVE "S" TO ALERTA-CONTA
           WRITE CBWORK-REG FROM LINHA-05.

       145-99-FIM. EXIT.

       150-ORCAMENTO.

      *    Orcado do mes (CBCACO) contra o acumulado do mes com o BAC

           IF   FS-CBCACO = "99"
                GO TO 150-99-FIM
           END-IF

           MOVE IM-CENTRO (I)     TO CBCACO-CENTRO-CUSTO
           MOVE CONTA-IMPACTO     TO CBCACO-CONTA
           MOVE CBCOBA-REFERENCIA TO CBCACO-AAAAMM
           READ CBCACO IGNORE LOCK
           IF   FS-CBCACO > "09"
                MOVE "00" TO FS-CBCACO
                GO TO 150-99-FIM
           END-IF

           IF   IM-DEBITO (I) NOT = 0
           AND  CBCACO-A-DEBITO NOT = 0
           AND  DEBITO-MES > CBCACO-A-DEBITO
                MOVE CBCACO-A-DEBITO TO VALOR-ED
                MOVE SPACES          TO CLIC-ALERTA
                STRING "DEBITO DO MES ACIMA DO ORCADO DE " VALOR-ED
                       DELIMITED BY SIZE INTO CLIC-ALERTA
                MOVE "S" TO ALERTA-CONTA
                WRITE CBWORK-REG FROM LINHA-05
           END-IF

           IF   IM-CREDITO (I) NOT = 0
           AND  CBCACO-A-CREDITO NOT = 0
           AND  CREDITO-MES > CBCACO-A-CREDITO
                MOVE CBCACO-A-CREDITO TO VALOR-ED
                MOVE SPACES           TO CLIC-ALERTA
                STRING "CREDITO DO MES ACIMA DO ORCADO DE " VALOR-ED
                       DELIMITED BY SIZE INTO CLIC-ALERTA
                MOVE "S" TO ALERTA-CONTA
                WRITE CBWORK-REG FROM LINHA-05
           END-IF.

       150-99-FIM. EXIT.

       160-AUDITA-LEITURA.

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB253PCW"          TO CB233PCW-PROGRAMA
           MOVE IM-COD-RED (I)      TO CB233PCW-COD-RED
           MOVE IM-CENTRO (I)       TO CB233PCW-CENTRO-DE
                                       CB233PCW-CENTRO-ATE
           MOVE CBCOBA-REFERENCIA   TO CB233PCW-REFERENCIA
           CALL "CB233PCW"       USING PARAMETROS-CB233PCW.

       160-99-FIM. EXIT.

       800-INICIAIS.

           OPEN OUTPUT CBWORK
           IF   FS-CBWORK > "09"
                GOBACK
           END-IF

           OPEN INPUT CBCOBA
           IF   FS-CBCOBA > "09"
                CLOSE CBWORK
                GOBACK
           END-IF

           ACCEPT CBCOBA-CHAVE FROM COMMAND-LINE
           IF   CBCOBA-CHAVE NOT NUMERIC
                MOVE ZEROS TO CBCOBA-CHAVE
           ELSE
                MOVE "N"         TO ACEITA-BAC
           END-IF

           MOVE 6           TO CWBOXW-LINE
           MOVE 2           TO CWBOXW-COLUMN
           MOVE 15          TO CWBOXW-VERTICAL-LENGTH
           MOVE 76          TO CWBOXW-HORIZONTAL-LENGTH
           MOVE MAGENTA-BROWN-HIGH
                            TO CWBOXW-COLOR-FRAME
                               CWBOXW-COLOR-BORDER
           MOVE "OPEN"      TO CWBOXW-FUNCTION
           CALL "CWBOXW" USING PARAMETROS-CWBOXW
           DISPLAY APAGA-JANELA

           DISPLAY CTAC-LIT-CB253PCW
                   CTAC-VAR-CB253PCW

           PERFORM TEST AFTER UNTIL FS-CBCOBA < "10"
                                 OR ESC
                   IF  ACEITA-BAC = "S"
                       ACCEPT CTAC-VAR-CB253PCW
                       ACCEPT TECLA FROM ESCAPE KEY
                   END-IF
                   READ CBCOBA IGNORE LOCK
                   IF  FS-CBCOBA > "10"
                   AND (NOT ESC)
                       EXEC COBOLware Send
                            Message "BAC inexistente"
                       END-EXEC
                       IF  ACEITA-BAC = "N"
                           SET ESC TO TRUE
                       END-IF
                   END-IF
           END-PERFORM

           IF  ESC
               CLOSE CBWORK
               PERFORM 900-FINAIS THRU 900-99-FIM
               GOBACK
           END-IF

           DISPLAY CTAC-VAR-CB253PCW

           OPEN INPUT CBPLCO
                IF FS-CBPLCO > "09"
                   CLOSE CBWORK
                   PERFORM 900-FINAIS THRU 900-99-FIM
                   GOBACK
                END-IF

           OPEN INPUT CBCOSA
                IF FS-CBCOSA > "09"
                   CLOSE CBWORK
                   PERFORM 900-FINAIS THRU 900-99-FIM
                   GOBACK
                END-IF

      *    Sem regras de alerta ou sem orcamento a previa sai sem
      *    esses destaques

           OPEN INPUT CBALRU
           IF   FS-CBALRU > "09"
                MOVE "99" TO FS-CBALRU
           END-IF

           OPEN INPUT CBCACO
           IF   FS-CBCACO > "09"
                MOVE "99" TO FS-CBCACO
           END-IF

           MOVE CBCOBA-AAAA TO AAAA-REF
           MOVE CBCOBA-MM   TO MM-REF

           CALL "CB045PCW" USING LB-CBMVMS (1: 6)
           OPEN INPUT CBMVMS
                IF FS-CBMVMS > "09"
                   CLOSE CBWORK
                   PERFORM 900-FINAIS THRU 900-99-FIM
                   GOBACK
                END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBCOBA
                 CBPLCO
                 CBCOSA
                 CBMVMS

           IF   FS-CBALRU NOT = "99"
                CLOSE CBALRU
           END-IF

           IF   FS-CBCACO NOT = "99"
                CLOSE CBCACO
           END-IF

           CANCEL "CB002PCW"

           MOVE "CLOSE"      TO CWBOXW-FUNCTION
           CALL "CWBOXW" USING PARAMETROS-CWBOXW.

       900-99-FIM. EXIT.

       END PROGRAM CB253PCW.
