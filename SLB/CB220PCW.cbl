       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB220PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Pares de contas atipicos nos BACs            *
                      *                                               *
                      *  O perfil (CBPRPF) conta em quantos BACs cada *
                      *  par debito/credito de COD-RED ja apareceu: o *
                      *  lancamento de partida dobrada da o par       *
                      *  direto; as pernas simples (um contra varios) *
                      *  casam com as do outro lado no mesmo          *
                      *  documento do BAC. A analise da competencia   *
                      *  grava no CBPRSI os pares novos ou raros, e   *
                      *  o aceite do revisor incorpora o par ao       *
                      *  perfil para nao ser mais sinalizado          *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBMVMSSL.
       COPY CBMVHISL.
       COPY CBPLCOSL.
       COPY CBPRPFSL.
       COPY CBPRSISL.

           SELECT CBWORK ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBWORK-CHAVE
                  LOCK MODE     IS EXCLUSIVE
                  FILE STATUS   IS FS-CBWORK.

       DATA DIVISION.
       FILE SECTION.

       COPY CBMVMSFD.
       COPY CBMVHIFD.
       COPY CBPLCOFD.
       COPY CBPRPFFD.
       COPY CBPRSIFD.

       FD  CBWORK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBWORK.

       01  CBWORK-REG.
           05 CBWORK-CHAVE.
              10 CBWORK-SERIE           COMP-3 PIC  9(004).
              10 CBWORK-NUMERO          COMP-3 PIC  9(004).
              10 CBWORK-LANCAMENTO      COMP-3 PIC  9(007).
              10 CBWORK-TIPO                   PIC  X(001).
           05 CBWORK-COD-RED            COMP-3 PIC  9(005).
           05 CBWORK-DOCTO              COMP-3 PIC  9(008).
           05 CBWORK-VALOR              COMP-3 PIC  9(012)V99.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB220PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 MODO                      PIC  X(001) VALUE SPACE.
              88 MODO-ACUMULA                      VALUE "A".
              88 MODO-ANALISA                      VALUE "S".
           05 PERIODO-DE.
              10 DE-AAAA                PIC  9(004) VALUE 0.
              10 DE-MM                  PIC  9(002) VALUE 0.
           05 PERIODO-ATE.
              10 ATE-AAAA               PIC  9(004) VALUE 0.
              10 ATE-MM                 PIC  9(002) VALUE 0.
           05 MES-CORRENTE.
              10 MES-AAAA               PIC  9(004) VALUE 0.
              10 MES-MM                 PIC  9(002) VALUE 0.
           05 RECONSTROI                PIC  X(001) VALUE "N".
           05 LIMITE-RARO               PIC  9(004) VALUE 2.
           05 SO-PENDENTES              PIC  X(001) VALUE "S".
           05 ULTIMA-ACUMULADA          PIC  9(006) VALUE 0.
           05 SERIE-C                   PIC  9(004) VALUE 0.
           05 NUMERO-C                  PIC  9(004) VALUE 0.
           05 COD-RED-DB-C              PIC  9(005) VALUE 0.
           05 COD-RED-CR-C              PIC  9(005) VALUE 0.
           05 BAC-ATUAL.
              10 BAC-SERIE              PIC  9(004) VALUE 0.
              10 BAC-NUMERO             PIC  9(004) VALUE 0.
           05 QT-PERNAS                 PIC  9(004) VALUE 0.
           05 PERNAS.
              10 PERNA OCCURS 2000.
                 15 PERNA-LANCAMENTO    PIC  9(007).
                 15 PERNA-TIPO          PIC  X(001).
                 15 PERNA-COD-RED       PIC  9(005).
                 15 PERNA-DOCTO         PIC  9(008).
                 15 PERNA-VALOR         PIC  9(012)V99.
                 15 PERNA-PAREADA       PIC  X(001).
           05 QT-PARES                  PIC  9(004) VALUE 0.
           05 PARES.
              10 PAR OCCURS 1000.
                 15 PAR-COD-RED-DB      PIC  9(005).
                 15 PAR-COD-RED-CR      PIC  9(005).
                 15 PAR-LANCAMENTO      PIC  9(007).
                 15 PAR-DOCTO           PIC  9(008).
                 15 PAR-VALOR           PIC  9(012)V99.
           05 I                         PIC  9(004) VALUE 0.
           05 J                         PIC  9(004) VALUE 0.
           05 P                         PIC  9(004) VALUE 0.
           05 NOVO-DB                   PIC  9(005) VALUE 0.
           05 NOVO-CR                   PIC  9(005) VALUE 0.
           05 NOVO-LANCAMENTO           PIC  9(007) VALUE 0.
           05 NOVO-DOCTO                PIC  9(008) VALUE 0.
           05 NOVO-VALOR                PIC  9(012)V99 VALUE 0.
           05 QT-BACS                   PIC  9(006) VALUE 0.
           05 QT-SINALIZADOS            PIC  9(006) VALUE 0.
           05 QT-EXCEDIDOS              PIC  9(006) VALUE 0.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 PARAMETROS-CWGETU-CB220.
              10 OPERADOR-CB220        PIC  X(030).
              10 TASK-CB220            PIC  X(006).
              10 PROGRAMA-CB220        PIC  X(008).
              10 CWMENU-CB220          PIC  X(001).
           05 ER-CBMVMS.
              10 FS-CBMVMS              PIC  X(002) VALUE "00".
              10 LB-CBMVMS              PIC  X(050) VALUE "CBMV000000".
           05 ER-CBMVHI.
              10 FS-CBMVHI              PIC  X(002) VALUE "00".
              10 LB-CBMVHI              PIC  X(050) VALUE "CBMVHI0000".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBPRPF.
              10 FS-CBPRPF              PIC  X(002) VALUE "00".
              10 LB-CBPRPF              PIC  X(050) VALUE "CBPRPF".
           05 ER-CBPRSI.
              10 FS-CBPRSI              PIC  X(002) VALUE "00".
              10 LB-CBPRSI              PIC  X(050) VALUE "CBPRSI".
           05 ER-CBWORK.
              10 FS-CBWORK              PIC  X(002) VALUE "00".
              10 LB-CBWORK              PIC  X(050) VALUE "000000-PAR".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "SERIE NUMER  LANCTO DOCUMENTO DEBITO   ".
              05 FILLER                 PIC  X(040) VALUE
                 "                           CREDITO      ".
              05 FILLER                 PIC  X(040) VALUE
                 "                           VALOR BACS M ".
              05 FILLER                 PIC  X(012) VALUE
                 "S USUARIO".
           02 LINHA-02.
              05 CLIC-SERIE             PIC  ZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-NUMERO            PIC  ZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-LANCAMENTO        PIC  ZZZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-DOCTO             PIC  ZZZZZZZ9.
              05 FILLER                 PIC  X(002).
              05 CLIC-COD-RED-DB        PIC  ZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO-DB      PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-COD-RED-CR        PIC  ZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO-CR      PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-OCORRENCIAS       PIC  ZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-MOTIVO            PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLIC-SITUACAO          PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLIC-USUARIO           PIC  X(020).

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Acumula perfil de pares".
           05 LINE 05 COLUMN 03 VALUE "2 - Analisa competencia".
           05 LINE 06 COLUMN 03 VALUE "3 - Aceita sinalizacao".
           05 LINE 07 COLUMN 03 VALUE "4 - Relatorio de sinalizacoes".
           05 LINE 09 COLUMN 03 VALUE "Opcao:".
           05 LINE 09 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-ACUMULA.
           05 LINE 04 COLUMN 03 VALUE "Periodo (AAAAMM) de/ate.:".
           05 LINE 04 COLUMN 30 PIC 9999 USING DE-AAAA.
           05 LINE 04 COLUMN 34 PIC 99   USING DE-MM.
           05 LINE 04 COLUMN 38 PIC 9999 USING ATE-AAAA.
           05 LINE 04 COLUMN 42 PIC 99   USING ATE-MM.
           05 LINE 05 COLUMN 03 VALUE "Reconstroi o perfil (S/N):".
           05 LINE 05 COLUMN 30 PIC X(001) USING RECONSTROI.
           05 LINE 06 COLUMN 03 VALUE "Ultima acumulada........:".
           05 LINE 06 COLUMN 30 PIC 9(006) FROM ULTIMA-ACUMULADA.

       01  TELA-ANALISA.
           05 LINE 04 COLUMN 03 VALUE "Competencia (AAAAMM)....:".
           05 LINE 04 COLUMN 30 PIC 9999 USING DE-AAAA.
           05 LINE 04 COLUMN 34 PIC 99   USING DE-MM.
           05 LINE 05 COLUMN 03 VALUE "Raro ate quantos BACs...:".
           05 LINE 05 COLUMN 30 PIC ZZZ9 USING LIMITE-RARO.

       01  TELA-ACEITE.
           05 LINE 04 COLUMN 03 VALUE "Competencia (AAAAMM)....:".
           05 LINE 04 COLUMN 30 PIC 9999 USING DE-AAAA.
           05 LINE 04 COLUMN 34 PIC 99   USING DE-MM.
           05 LINE 05 COLUMN 03 VALUE "BAC (serie/numero)......:".
           05 LINE 05 COLUMN 30 PIC 9(004) USING SERIE-C.
           05 LINE 05 COLUMN 35 PIC 9(004) USING NUMERO-C.
           05 LINE 06 COLUMN 03 VALUE "Par debito/credito......:".
           05 LINE 06 COLUMN 30 PIC 9(005) USING COD-RED-DB-C.
           05 LINE 06 COLUMN 36 PIC 9(005) USING COD-RED-CR-C.

       01  TELA-RELATORIO.
           05 LINE 04 COLUMN 03 VALUE "Competencia (AAAAMM)....:".
           05 LINE 04 COLUMN 30 PIC 9999 USING DE-AAAA.
           05 LINE 04 COLUMN 34 PIC 99   USING DE-MM.
           05 LINE 05 COLUMN 03 VALUE "Somente pendentes (S/N).:".
           05 LINE 05 COLUMN 30 PIC X(001) USING SO-PENDENTES.

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
                            PERFORM 100-ACUMULA   THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-ANALISA   THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-ACEITA    THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-RELATORIO THRU 400-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-ACUMULA.

           PERFORM 150-LE-CONTROLE THRU 150-99-FIM
           MOVE "N" TO RECONSTROI
           MOVE 0   TO DE-AAAA DE-MM ATE-AAAA ATE-MM
           DISPLAY TELA-ACUMULA
           ACCEPT  TELA-ACUMULA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF
           IF   DE-AAAA = 0 OR DE-MM = 0 OR DE-MM > 12
           OR   ATE-AAAA = 0 OR ATE-MM = 0 OR ATE-MM > 12
           OR   PERIODO-ATE < PERIODO-DE
                DISPLAY "Periodo invalido" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           IF   RECONSTROI = "S" OR "s"
                PERFORM 160-LIMPA-PERFIL THRU 160-99-FIM
           END-IF

      *    Cada mes entra uma vez so no perfil; reacumular exige
      *    reconstrucao

           IF   PERIODO-DE NOT > ULTIMA-ACUMULADA
                DISPLAY "Periodo ja acumulado; reconstrua o perfil"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           SET MODO-ACUMULA TO TRUE
           MOVE 0 TO QT-BACS QT-EXCEDIDOS
           MOVE PERIODO-DE TO MES-CORRENTE
           PERFORM UNTIL MES-CORRENTE > PERIODO-ATE
                   PERFORM 500-MES THRU 500-99-FIM
                   IF   MES-MM = 12
                        ADD  1 TO MES-AAAA
                        MOVE 1 TO MES-MM
                   ELSE
                        ADD  1 TO MES-MM
                   END-IF
           END-PERFORM

           MOVE 0 TO CBPRPF-COD-RED-DB CBPRPF-COD-RED-CR
           READ CBPRPF
           MOVE PERIODO-ATE TO CBPRPF-ULTIMA
           IF   FS-CBPRPF < "10"
                REWRITE CBPRPF-REG
           ELSE
                MOVE 0           TO CBPRPF-OCORRENCIAS
                MOVE PERIODO-DE  TO CBPRPF-PRIMEIRA
                MOVE "N"         TO CBPRPF-ACEITO
                WRITE CBPRPF-REG
           END-IF
           MOVE "00" TO FS-CBPRPF

           DISPLAY "BACs acumulados no perfil: " LINE 23 COLUMN 03
                   QT-BACS " Excedidos: " QT-EXCEDIDOS.

       100-99-FIM. EXIT.

       150-LE-CONTROLE.

           MOVE 0 TO CBPRPF-COD-RED-DB CBPRPF-COD-RED-CR
           READ CBPRPF IGNORE LOCK
           IF   FS-CBPRPF < "10"
                MOVE CBPRPF-ULTIMA TO ULTIMA-ACUMULADA
           ELSE
                MOVE "00" TO FS-CBPRPF
                MOVE 0    TO ULTIMA-ACUMULADA
           END-IF.

       150-99-FIM. EXIT.

       160-LIMPA-PERFIL.

      *    Pares aceitos continuam aceitos, so sem contagem

           MOVE LOW-VALUES TO CBPRPF-CHAVE
           START CBPRPF KEY NOT LESS CBPRPF-CHAVE
           PERFORM UNTIL FS-CBPRPF > "09"
                   READ CBPRPF NEXT RECORD
                   IF   FS-CBPRPF < "10"
                        IF   CBPRPF-PAR-ACEITO
                             MOVE 0 TO CBPRPF-OCORRENCIAS
                                       CBPRPF-PRIMEIRA CBPRPF-ULTIMA
                             REWRITE CBPRPF-REG
                        ELSE
                             DELETE CBPRPF RECORD
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPRPF
           MOVE 0    TO ULTIMA-ACUMULADA.

       160-99-FIM. EXIT.

       200-ANALISA.

           MOVE 0 TO DE-AAAA DE-MM
           DISPLAY TELA-ANALISA
           ACCEPT  TELA-ANALISA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR DE-AAAA = 0 OR DE-MM = 0 OR DE-MM > 12
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           SET MODO-ANALISA TO TRUE
           MOVE 0          TO QT-BACS QT-SINALIZADOS QT-EXCEDIDOS
           MOVE PERIODO-DE TO MES-CORRENTE
           PERFORM 500-MES THRU 500-99-FIM

           DISPLAY "BACs analisados: " LINE 23 COLUMN 03
                   QT-BACS " Pares sinalizados: " QT-SINALIZADOS.

       200-99-FIM. EXIT.

       300-ACEITA.

           MOVE 0 TO DE-AAAA DE-MM SERIE-C NUMERO-C
                     COD-RED-DB-C COD-RED-CR-C
           DISPLAY TELA-ACEITE
           ACCEPT  TELA-ACEITE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR DE-AAAA = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           MOVE PERIODO-DE   TO CBPRSI-AAAAMM
           MOVE SERIE-C      TO CBPRSI-SERIE
           MOVE NUMERO-C     TO CBPRSI-NUMERO
           MOVE COD-RED-DB-C TO CBPRSI-COD-RED-DB
           MOVE COD-RED-CR-C TO CBPRSI-COD-RED-CR
           READ CBPRSI
           IF   FS-CBPRSI > "09"
                MOVE "00" TO FS-CBPRSI
                DISPLAY "Sinalizacao inexistente" LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF
           IF   CBPRSI-ACEITA
                DISPLAY "Sinalizacao ja aceita por " LINE 23 COLUMN 03
                        CBPRSI-USUARIO
                GO TO 300-99-FIM
           END-IF

           MOVE "A"            TO CBPRSI-SITUACAO
           MOVE OPERADOR-CB220 TO CBPRSI-USUARIO
           MOVE HOJE           TO CBPRSI-DATA-ACEITE
           REWRITE CBPRSI-REG

      *    O par aceito passa a fazer parte do perfil normal

           MOVE COD-RED-DB-C TO CBPRPF-COD-RED-DB
           MOVE COD-RED-CR-C TO CBPRPF-COD-RED-CR
           READ CBPRPF
           MOVE "S" TO CBPRPF-ACEITO
           IF   FS-CBPRPF < "10"
                REWRITE CBPRPF-REG
           ELSE
                MOVE 0          TO CBPRPF-OCORRENCIAS
                MOVE PERIODO-DE TO CBPRPF-PRIMEIRA CBPRPF-ULTIMA
                WRITE CBPRPF-REG
           END-IF
           MOVE "00" TO FS-CBPRPF
           DISPLAY "Par aceito no perfil" LINE 23 COLUMN 03.

       300-99-FIM. EXIT.

       400-RELATORIO.

           MOVE 0   TO DE-AAAA DE-MM
           MOVE "S" TO SO-PENDENTES
           DISPLAY TELA-RELATORIO
           ACCEPT  TELA-RELATORIO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR DE-AAAA = 0
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           MOVE "PARES DE CONTAS ATIPICOS NOS BACS" TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " DE-MM "/" DE-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB220PA" TO CWIMPR-REPORT

           MOVE PERIODO-DE TO CBPRSI-AAAAMM
           MOVE 0          TO CBPRSI-SERIE CBPRSI-NUMERO
                              CBPRSI-COD-RED-DB CBPRSI-COD-RED-CR
           START CBPRSI KEY NOT LESS CBPRSI-CHAVE
           PERFORM UNTIL FS-CBPRSI > "09"
                   READ CBPRSI NEXT RECORD IGNORE LOCK
                   IF   FS-CBPRSI < "10"
                        IF   CBPRSI-AAAAMM NOT = PERIODO-DE
                             MOVE "10" TO FS-CBPRSI
                        ELSE
                             IF   CBPRSI-PENDENTE
                             OR   SO-PENDENTES NOT = "S"
                                  PERFORM 410-IMPRIME THRU 410-99-FIM
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPRSI

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Relatorio emitido" LINE 23 COLUMN 03.

       400-99-FIM. EXIT.

       410-IMPRIME.

           MOVE SPACES             TO LINHA-02
           MOVE CBPRSI-SERIE       TO CLIC-SERIE
           MOVE CBPRSI-NUMERO      TO CLIC-NUMERO
           MOVE CBPRSI-LANCAMENTO  TO CLIC-LANCAMENTO
           MOVE CBPRSI-DOCTO       TO CLIC-DOCTO
           MOVE CBPRSI-COD-RED-DB  TO CLIC-COD-RED-DB CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO < "10"
                MOVE CBPLCO-DESCRICAO TO CLIC-DESCRICAO-DB
           END-IF
           MOVE CBPRSI-COD-RED-CR  TO CLIC-COD-RED-CR CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO < "10"
                MOVE CBPLCO-DESCRICAO TO CLIC-DESCRICAO-CR
           END-IF
           MOVE "00"               TO FS-CBPLCO
           MOVE CBPRSI-VALOR       TO CLIC-VALOR
           MOVE CBPRSI-OCORRENCIAS TO CLIC-OCORRENCIAS
           MOVE CBPRSI-MOTIVO      TO CLIC-MOTIVO
           MOVE CBPRSI-SITUACAO    TO CLIC-SITUACAO
           MOVE CBPRSI-USUARIO     TO CLIC-USUARIO
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       410-99-FIM. EXIT.

       500-MES.

      *    Pernas do mes copiadas para o trabalho em ordem de BAC,
      *    viessem do CBMVaaaamm ou do arquivo historico CBMVHIaaaa

           DISPLAY "Lendo movimento " LINE 23 COLUMN 03
                   MES-MM "/" MES-AAAA
           OPEN OUTPUT CBWORK
           CLOSE CBWORK
           OPEN I-O CBWORK
           IF   FS-CBWORK > "09"
                DISPLAY "Erro na criacao do arquivo de trabalho"
                        LINE 23 COLUMN 03
                GO TO 500-99-FIM
           END-IF

           MOVE MES-CORRENTE TO LB-CBMVMS (5: 6)
           OPEN INPUT CBMVMS
           IF   FS-CBMVMS < "10"
                MOVE LOW-VALUES TO CBMVMS-CHAVE
                START CBMVMS KEY NOT LESS CBMVMS-CHAVE
                PERFORM UNTIL FS-CBMVMS > "09"
                        READ CBMVMS NEXT RECORD IGNORE LOCK
                        IF   FS-CBMVMS < "10"
                        AND  CBMVMS-LANCAMENTO NOT = 0
                             MOVE CBMVMS-SERIE      TO CBWORK-SERIE
                             MOVE CBMVMS-NUMERO     TO CBWORK-NUMERO
                             MOVE CBMVMS-LANCAMENTO TO CBWORK-LANCAMENTO
                             MOVE CBMVMS-TIPO       TO CBWORK-TIPO
                             MOVE CBMVMS-COD-RED    TO CBWORK-COD-RED
                             MOVE CBMVMS-DOCTO      TO CBWORK-DOCTO
                             MOVE CBMVMS-VALOR      TO CBWORK-VALOR
                             WRITE CBWORK-REG
                        END-IF
                END-PERFORM
                CLOSE CBMVMS
           ELSE
                MOVE MES-AAAA TO LB-CBMVHI (7: 4)
                OPEN INPUT CBMVHI
                IF   FS-CBMVHI < "10"
                     MOVE MES-CORRENTE TO CBMVHI-AAAAMM
                     MOVE 0            TO CBMVHI-LANCAMENTO
                     MOVE LOW-VALUES   TO CBMVHI-TIPO
                     START CBMVHI KEY NOT LESS CBMVHI-CHAVE
                     PERFORM UNTIL FS-CBMVHI > "09"
                        READ CBMVHI NEXT RECORD IGNORE LOCK
                        IF   FS-CBMVHI < "10"
                             IF   CBMVHI-AAAAMM NOT = MES-CORRENTE
                                  MOVE "10" TO FS-CBMVHI
                             ELSE
                                  MOVE CBMVHI-SERIE  TO CBWORK-SERIE
                                  MOVE CBMVHI-NUMERO TO CBWORK-NUMERO
                                  MOVE CBMVHI-LANCAMENTO
                                    TO CBWORK-LANCAMENTO
                                  MOVE CBMVHI-TIPO   TO CBWORK-TIPO
                                  MOVE CBMVHI-COD-RED
                                    TO CBWORK-COD-RED
                                  MOVE CBMVHI-DOCTO  TO CBWORK-DOCTO
                                  MOVE CBMVHI-VALOR  TO CBWORK-VALOR
                                  WRITE CBWORK-REG
                             END-IF
                        END-IF
                     END-PERFORM
                     CLOSE CBMVHI
                END-IF
           END-IF
           MOVE "00" TO FS-CBMVMS FS-CBMVHI FS-CBWORK

           MOVE 0          TO QT-PERNAS BAC-SERIE BAC-NUMERO
           MOVE LOW-VALUES TO CBWORK-CHAVE
           START CBWORK KEY NOT LESS CBWORK-CHAVE
           PERFORM UNTIL FS-CBWORK > "09"
                   READ CBWORK NEXT RECORD
                   IF   FS-CBWORK < "10"
                        IF   CBWORK-SERIE  NOT = BAC-SERIE
                        OR   CBWORK-NUMERO NOT = BAC-NUMERO
                             PERFORM 510-FECHA-BAC THRU 510-99-FIM
                             MOVE CBWORK-SERIE  TO BAC-SERIE
                             MOVE CBWORK-NUMERO TO BAC-NUMERO
                        END-IF
                        IF   QT-PERNAS < 2000
                             ADD  1 TO QT-PERNAS
                             MOVE CBWORK-LANCAMENTO
                               TO PERNA-LANCAMENTO (QT-PERNAS)
                             MOVE CBWORK-TIPO
                               TO PERNA-TIPO (QT-PERNAS)
                             MOVE CBWORK-COD-RED
                               TO PERNA-COD-RED (QT-PERNAS)
                             MOVE CBWORK-DOCTO
                               TO PERNA-DOCTO (QT-PERNAS)
                             MOVE CBWORK-VALOR
                               TO PERNA-VALOR (QT-PERNAS)
                             MOVE "N"
                               TO PERNA-PAREADA (QT-PERNAS)
                        ELSE
                             ADD 1 TO QT-EXCEDIDOS
                        END-IF
                   END-IF
           END-PERFORM
           PERFORM 510-FECHA-BAC THRU 510-99-FIM

           CLOSE CBWORK
           DELETE FILE CBWORK.

       500-99-FIM. EXIT.

       510-FECHA-BAC.

           IF   QT-PERNAS = 0
                GO TO 510-99-FIM
           END-IF
           ADD 1 TO QT-BACS
           MOVE 0 TO QT-PARES

      *    Lancamento de partida dobrada: o credito (C) vem antes do
      *    debito (D) do mesmo numero na chave

           PERFORM VARYING I FROM 1 BY 1 UNTIL I NOT < QT-PERNAS
                   COMPUTE J = I + 1
                   IF   PERNA-TIPO (I) = "C"
                   AND  PERNA-TIPO (J) = "D"
                   AND  PERNA-LANCAMENTO (I) = PERNA-LANCAMENTO (J)
                        MOVE PERNA-COD-RED (J)    TO NOVO-DB
                        MOVE PERNA-COD-RED (I)    TO NOVO-CR
                        MOVE PERNA-LANCAMENTO (J) TO NOVO-LANCAMENTO
                        MOVE PERNA-DOCTO (J)      TO NOVO-DOCTO
                        MOVE PERNA-VALOR (J)      TO NOVO-VALOR
                        PERFORM 520-GUARDA-PAR THRU 520-99-FIM
                        MOVE "S" TO PERNA-PAREADA (I) PERNA-PAREADA (J)
                   END-IF
           END-PERFORM

      *    Pernas simples (um contra varios): cada debito casa com
      *    os creditos simples do mesmo documento no BAC

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-PERNAS
                   IF   PERNA-TIPO (I) = "D"
                   AND  PERNA-PAREADA (I) = "N"
                        PERFORM VARYING J FROM 1 BY 1
                                UNTIL J > QT-PERNAS
                                IF   PERNA-TIPO (J) = "C"
                                AND  PERNA-PAREADA (J) = "N"
                                AND  PERNA-DOCTO (J) = PERNA-DOCTO (I)
                                     MOVE PERNA-COD-RED (I) TO NOVO-DB
                                     MOVE PERNA-COD-RED (J) TO NOVO-CR
                                     MOVE PERNA-LANCAMENTO (I)
                                       TO NOVO-LANCAMENTO
                                     MOVE PERNA-DOCTO (I) TO NOVO-DOCTO
                                     MOVE PERNA-VALOR (I) TO NOVO-VALOR
                                     PERFORM 520-GUARDA-PAR
                                        THRU 520-99-FIM
                                END-IF
                        END-PERFORM
                   END-IF
           END-PERFORM

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > QT-PARES
                   IF   MODO-ACUMULA
                        PERFORM 530-ACUMULA-PAR THRU 530-99-FIM
                   ELSE
                        PERFORM 540-AVALIA-PAR  THRU 540-99-FIM
                   END-IF
           END-PERFORM
           MOVE 0 TO QT-PERNAS.

       510-99-FIM. EXIT.

       520-GUARDA-PAR.

      *    O par conta uma vez por BAC

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > QT-PARES
                   IF   PAR-COD-RED-DB (P) = NOVO-DB
                   AND  PAR-COD-RED-CR (P) = NOVO-CR
                        GO TO 520-99-FIM
                   END-IF
           END-PERFORM
           IF   QT-PARES < 1000
                ADD  1               TO QT-PARES
                MOVE NOVO-DB         TO PAR-COD-RED-DB (QT-PARES)
                MOVE NOVO-CR         TO PAR-COD-RED-CR (QT-PARES)
                MOVE NOVO-LANCAMENTO TO PAR-LANCAMENTO (QT-PARES)
                MOVE NOVO-DOCTO      TO PAR-DOCTO      (QT-PARES)
                MOVE NOVO-VALOR      TO PAR-VALOR      (QT-PARES)
           ELSE
                ADD 1 TO QT-EXCEDIDOS
           END-IF.

       520-99-FIM. EXIT.

       530-ACUMULA-PAR.

           MOVE PAR-COD-RED-DB (P) TO CBPRPF-COD-RED-DB
           MOVE PAR-COD-RED-CR (P) TO CBPRPF-COD-RED-CR
           READ CBPRPF
           IF   FS-CBPRPF < "10"
                ADD  1            TO CBPRPF-OCORRENCIAS
                IF   CBPRPF-PRIMEIRA = 0
                     MOVE MES-CORRENTE TO CBPRPF-PRIMEIRA
                END-IF
                MOVE MES-CORRENTE TO CBPRPF-ULTIMA
                REWRITE CBPRPF-REG
           ELSE
                MOVE 1            TO CBPRPF-OCORRENCIAS
                MOVE MES-CORRENTE TO CBPRPF-PRIMEIRA CBPRPF-ULTIMA
                MOVE "N"          TO CBPRPF-ACEITO
                WRITE CBPRPF-REG
           END-IF
           MOVE "00" TO FS-CBPRPF.

       530-99-FIM. EXIT.

       540-AVALIA-PAR.

           MOVE PAR-COD-RED-DB (P) TO CBPRPF-COD-RED-DB
           MOVE PAR-COD-RED-CR (P) TO CBPRPF-COD-RED-CR
           READ CBPRPF IGNORE LOCK
           IF   FS-CBPRPF < "10"
                IF   CBPRPF-PAR-ACEITO
                OR   CBPRPF-OCORRENCIAS > LIMITE-RARO
                     GO TO 540-99-FIM
                END-IF
                MOVE "R"                TO CBPRSI-MOTIVO
                MOVE CBPRPF-OCORRENCIAS TO CBPRSI-OCORRENCIAS
           ELSE
                MOVE "00"               TO FS-CBPRPF
                MOVE "N"                TO CBPRSI-MOTIVO
                MOVE 0                  TO CBPRSI-OCORRENCIAS
           END-IF

           MOVE MES-CORRENTE       TO CBPRSI-AAAAMM
           MOVE BAC-SERIE          TO CBPRSI-SERIE
           MOVE BAC-NUMERO         TO CBPRSI-NUMERO
           MOVE PAR-COD-RED-DB (P) TO CBPRSI-COD-RED-DB
           MOVE PAR-COD-RED-CR (P) TO CBPRSI-COD-RED-CR
           MOVE PAR-LANCAMENTO (P) TO CBPRSI-LANCAMENTO
           MOVE PAR-DOCTO (P)      TO CBPRSI-DOCTO
           MOVE PAR-VALOR (P)      TO CBPRSI-VALOR
           MOVE "P"                TO CBPRSI-SITUACAO
           MOVE SPACES             TO CBPRSI-USUARIO
           MOVE 0                  TO CBPRSI-DATA-ACEITE
           WRITE CBPRSI-REG
           IF   FS-CBPRSI < "10"
                ADD 1 TO QT-SINALIZADOS
           ELSE
                MOVE "00" TO FS-CBPRSI
           END-IF.

       540-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           MOVE "?"         TO CWMENU-CB220
           CALL "CWGETU" USING OPERADOR-CB220 TASK-CB220
                               PROGRAMA-CB220 CWMENU-CB220
           IF   TASK-CB220 NOT NUMERIC
                MOVE ZEROS TO TASK-CB220
           END-IF
           MOVE TASK-CB220 TO LB-CBWORK (1: 6)

           OPEN I-O CBPRPF
           IF   FS-CBPRPF = "30" OR "35"
                CLOSE CBPRPF
                OPEN OUTPUT CBPRPF
                CLOSE CBPRPF
                OPEN I-O CBPRPF
           END-IF
           OPEN I-O CBPRSI
           IF   FS-CBPRSI = "30" OR "35"
                CLOSE CBPRSI
                OPEN OUTPUT CBPRSI
                CLOSE CBPRSI
                OPEN I-O CBPRSI
           END-IF
           OPEN INPUT CBPLCO
           IF   FS-CBPRPF > "09" OR FS-CBPRSI > "09"
           OR   FS-CBPLCO > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBPRPF CBPRSI CBPLCO.

       900-99-FIM. EXIT.

       END PROGRAM CB220PCW.
