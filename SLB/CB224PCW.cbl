       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB224PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Produtividade da digitacao de lancamentos    *
                      *                                               *
                      *  Estatistica da auditoria CBLNAU por usuario, *
                      *  por programa, por dia e por hora: volume de  *
                      *  inclusoes, alteracoes, exclusoes e estornos, *
                      *  taxa de correcao (alteracao ou exclusao de   *
                      *  lancamento ja incluido, creditada a quem o   *
                      *  incluiu) e participacao dos estornos, com a  *
                      *  comparacao contra o mes anterior             *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBLNAUSL.

           SELECT CBWORK ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBWORK-CHAVE
                  LOCK MODE     IS EXCLUSIVE
                  FILE STATUS   IS FS-CBWORK.

       DATA DIVISION.
       FILE SECTION.

       COPY CBLNAUFD.

       FD  CBWORK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBWORK.

       01  CBWORK-REG.
           05 CBWORK-CHAVE.
              10 CBWORK-SERIE           COMP-3 PIC  9(004).
              10 CBWORK-NUMERO          COMP-3 PIC  9(004).
              10 CBWORK-LANCAMENTO      COMP-3 PIC  9(007).
           05 CBWORK-USUARIO                   PIC  9(003).
           05 CBWORK-PROGRAMA                  PIC  9(003).
           05 CBWORK-MES                       PIC  9(001).
           05 CBWORK-CORRIGIDO                 PIC  X(001).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 FILLER REDEFINES HOJE.
              10 HOJE-AAAA              PIC  9(004).
              10 HOJE-MM                PIC  9(002).
              10 HOJE-DD                PIC  9(002).
           05 MES-ATUAL                 PIC  9(006) VALUE 0.
           05 FILLER REDEFINES MES-ATUAL.
              10 ATUAL-AAAA             PIC  9(004).
              10 ATUAL-MM               PIC  9(002).
           05 MES-ANTERIOR              PIC  9(006) VALUE 0.
           05 FILLER REDEFINES MES-ANTERIOR.
              10 ANTERIOR-AAAA          PIC  9(004).
              10 ANTERIOR-MM            PIC  9(002).
           05 AA-JANELA                 PIC  9(002) VALUE 0.
           05 DATA-OPERACAO             PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-OPERACAO.
              10 OPERACAO-AAAAMM        PIC  9(006).
              10 OPERACAO-DD            PIC  9(002).
           05 HORA-OPERACAO             PIC  9(002) VALUE 0.
           05 ANTERIOR-CBLNAU.
              10 ANT-SERIE              PIC  9(004) VALUE 0.
              10 ANT-NUMERO             PIC  9(004) VALUE 0.
              10 ANT-LANCAMENTO         PIC  9(007) VALUE 0.
              10 ANT-OPERACAO           PIC  X(001) VALUE SPACE.
              10 ANT-USUARIO            PIC  X(030) VALUE SPACES.
           05 QT-LIDOS           COMP-3 PIC  9(008) VALUE 0.
           05 QT-CONSIDERADOS    COMP-3 PIC  9(008) VALUE 0.
           05 S                         PIC  9(001) VALUE 0.
           05 U                         PIC  9(003) VALUE 0.
           05 N                         PIC  9(003) VALUE 0.
           05 P                         PIC  9(003) VALUE 0.
           05 D                         PIC  9(002) VALUE 0.
           05 H                         PIC  9(002) VALUE 0.
           05 GRUPO-TOTAL               PIC  9(007) VALUE 0.
           05 PC-CALCULO         COMP-3 PIC S9(007)V9 VALUE 0.
           05 TOTAL-USUARIOS            PIC  9(003) VALUE 0.
           05 TABELA-USUARIOS.
              10 USU-TB OCCURS 200.
                 15 TU-USUARIO          PIC  X(030).
                 15 TU-MES OCCURS 2.
                    20 TU-INCLUSOES  COMP-3 PIC 9(007).
                    20 TU-ALTERACOES COMP-3 PIC 9(007).
                    20 TU-EXCLUSOES  COMP-3 PIC 9(007).
                    20 TU-ESTORNOS   COMP-3 PIC 9(007).
                    20 TU-CORRIGIDOS COMP-3 PIC 9(007).
           05 TOTAL-PROGRAMAS           PIC  9(003) VALUE 0.
           05 TABELA-PROGRAMAS.
              10 PRG-TB OCCURS 50.
                 15 TP-PROGRAMA         PIC  X(030).
                 15 TP-MES OCCURS 2.
                    20 TP-INCLUSOES  COMP-3 PIC 9(007).
                    20 TP-ALTERACOES COMP-3 PIC 9(007).
                    20 TP-EXCLUSOES  COMP-3 PIC 9(007).
                    20 TP-ESTORNOS   COMP-3 PIC 9(007).
                    20 TP-CORRIGIDOS COMP-3 PIC 9(007).
           05 TOTAL-GERAL.
              10 TG-MES OCCURS 2.
                 15 TG-INCLUSOES     COMP-3 PIC 9(007).
                 15 TG-ALTERACOES    COMP-3 PIC 9(007).
                 15 TG-EXCLUSOES     COMP-3 PIC 9(007).
                 15 TG-ESTORNOS      COMP-3 PIC 9(007).
                 15 TG-CORRIGIDOS    COMP-3 PIC 9(007).
           05 GRUPO.
              10 GR-ROTULO              PIC  X(030).
              10 GR-MES OCCURS 2.
                 15 GR-INCLUSOES     COMP-3 PIC 9(007).
                 15 GR-ALTERACOES    COMP-3 PIC 9(007).
                 15 GR-EXCLUSOES     COMP-3 PIC 9(007).
                 15 GR-ESTORNOS      COMP-3 PIC 9(007).
                 15 GR-CORRIGIDOS    COMP-3 PIC 9(007).
           05 TABELA-DIAS.
              10 DIA-TB OCCURS 31.
                 15 TD-INCLUSOES     COMP-3 PIC 9(007).
                 15 TD-OPERACOES     COMP-3 PIC 9(007).
           05 TABELA-HORAS.
              10 HORA-TB OCCURS 24.
                 15 TH-OPERACOES OCCURS 2 COMP-3 PIC 9(007).
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 PARAMETROS-CWGETU-CB224.
              10 OPERADOR-CB224        PIC  X(030).
              10 TASK-CB224            PIC  X(006).
              10 PROGRAMA-CB224        PIC  X(008).
              10 CWMENU-CB224          PIC  X(001).
           05 ER-CBLNAU.
              10 FS-CBLNAU              PIC  X(002) VALUE "00".
              10 LB-CBLNAU              PIC  X(050) VALUE "CBLNAU".
           05 ER-CBWORK.
              10 FS-CBWORK              PIC  X(002) VALUE "00".
              10 LB-CBWORK              PIC  X(050) VALUE "000000-PRD".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(030) VALUE
                 "USUARIO / PROGRAMA".
              05 FILLER                 PIC  X(032) VALUE
                 "  INCLUS   ALTER  EXCLUS  ESTORN".
              05 FILLER                 PIC  X(032) VALUE
                 "     TOTAL  CORRIG %CORR  %ESTR ".
              05 FILLER                 PIC  X(025) VALUE
                 "  INC.ANT  %C.AN    VAR.%".
           02 LINHA-02.
              05 CLIC-GRUPO             PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-INCLUSOES         PIC  ZZZ.ZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-ALTERACOES        PIC  ZZZ.ZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-EXCLUSOES         PIC  ZZZ.ZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-ESTORNOS          PIC  ZZZ.ZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-TOTAL             PIC  Z.ZZZ.ZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-CORRIGIDOS        PIC  ZZZ.ZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-PC-CORRECAO       PIC  ZZ9,9.
              05 FILLER                 PIC  X(002).
              05 CLIC-PC-ESTORNO        PIC  ZZ9,9.
              05 FILLER                 PIC  X(003).
              05 CLIC-ANT-INCLUSOES     PIC  ZZZ.ZZ9.
              05 FILLER                 PIC  X(002).
              05 CLIC-ANT-PC-CORRECAO   PIC  ZZ9,9.
              05 FILLER                 PIC  X(002).
              05 CLIC-VARIACAO          PIC  -ZZZ9,9.
           02 LINHA-03.
              05 CLIC-ROTULO            PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-VALOR-1           PIC  Z.ZZZ.ZZ9.
              05 FILLER                 PIC  X(003).
              05 CLIC-VALOR-2           PIC  Z.ZZZ.ZZ9.
           02 LINHA-04.
              05 FILLER                 PIC  X(031) VALUE
                 "DIA DO MES".
              05 FILLER                 PIC  X(021) VALUE
                 "INCLUSOES   OPERACOES".
           02 LINHA-05.
              05 FILLER                 PIC  X(031) VALUE
                 "HORA DO DIA".
              05 FILLER                 PIC  X(021) VALUE
                 "OPER.MES   OPER.ANT.".

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-PARAMETROS.
           05 LINE 06 COLUMN 03 VALUE "Competencia (mm/aaaa):".
           05 LINE 06 COLUMN 26 PIC 9(002) USING ATUAL-MM.
           05 LINE 06 COLUMN 28 VALUE "/".
           05 LINE 06 COLUMN 29 PIC 9(004) USING ATUAL-AAAA.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS      THRU 800-99-FIM
           IF   NOT ESC
                PERFORM 100-PROCESSAMENTO THRU 100-99-FIM
                PERFORM 200-USUARIOS      THRU 200-99-FIM
                PERFORM 300-PROGRAMAS     THRU 300-99-FIM
                PERFORM 400-DIAS-E-HORAS  THRU 400-99-FIM
                PERFORM 900-FINAIS        THRU 900-99-FIM
           END-IF.

       000-99-FIM. GOBACK.

       100-PROCESSAMENTO.

      *    A auditoria e gravada em ordem cronologica (chave
      *    sequencial): a inclusao sempre e lida antes de qualquer
      *    alteracao ou exclusao do mesmo lancamento

           MOVE 0 TO CBLNAU-CHAVE
           START CBLNAU KEY NOT LESS CBLNAU-CHAVE
           PERFORM UNTIL FS-CBLNAU > "09"
                   READ CBLNAU NEXT RECORD IGNORE LOCK
                   IF   FS-CBLNAU < "10"
                        ADD 1 TO QT-LIDOS
                        PERFORM 110-EXAMINA THRU 110-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBLNAU.

       100-99-FIM. EXIT.

       110-EXAMINA.

      *    O CB008PCW grava uma linha por perna (debito e credito):
      *    a segunda perna da mesma operacao nao conta de novo

           IF   CBLNAU-SERIE      = ANT-SERIE
           AND  CBLNAU-NUMERO     = ANT-NUMERO
           AND  CBLNAU-LANCAMENTO = ANT-LANCAMENTO
           AND  CBLNAU-OPERACAO   = ANT-OPERACAO
           AND  CBLNAU-USUARIO    = ANT-USUARIO
                GO TO 110-99-FIM
           END-IF
           MOVE CBLNAU-SERIE      TO ANT-SERIE
           MOVE CBLNAU-NUMERO     TO ANT-NUMERO
           MOVE CBLNAU-LANCAMENTO TO ANT-LANCAMENTO
           MOVE CBLNAU-OPERACAO   TO ANT-OPERACAO
           MOVE CBLNAU-USUARIO    TO ANT-USUARIO

      *    CBLNAU-DATA vem sem seculo (AAMMDD): mesma janela de 85
      *    do CB106PCW

           DIVIDE CBLNAU-DATA BY 10000 GIVING AA-JANELA
           IF   AA-JANELA > 85
                COMPUTE DATA-OPERACAO = 19000000 + CBLNAU-DATA
           ELSE
                COMPUTE DATA-OPERACAO = 20000000 + CBLNAU-DATA
           END-IF

           IF   OPERACAO-AAAAMM < MES-ANTERIOR
                GO TO 110-99-FIM
           END-IF

      *    Correcao: alteracao ou exclusao de lancamento incluido na
      *    janela, creditada a quem incluiu, uma unica vez, mesmo
      *    que a correcao tenha sido feita depois da competencia

           IF   CBLNAU-ALTERACAO
           OR   CBLNAU-EXCLUSAO
                PERFORM 140-MARCA-CORRECAO THRU 140-99-FIM
           END-IF

           EVALUATE OPERACAO-AAAAMM
               WHEN MES-ANTERIOR MOVE 1 TO S
               WHEN MES-ATUAL    MOVE 2 TO S
               WHEN OTHER        GO TO 110-99-FIM
           END-EVALUATE

           ADD 1 TO QT-CONSIDERADOS
           PERFORM 120-LOCALIZA-USUARIO  THRU 120-99-FIM
           PERFORM 130-LOCALIZA-PROGRAMA THRU 130-99-FIM

           EVALUATE TRUE
               WHEN CBLNAU-INCLUSAO
                    ADD 1 TO TU-INCLUSOES  (N S)
                             TP-INCLUSOES  (P S)
                             TG-INCLUSOES  (S)
                    PERFORM 150-GUARDA-INCLUSAO THRU 150-99-FIM
               WHEN CBLNAU-ALTERACAO
                    ADD 1 TO TU-ALTERACOES (N S)
                             TP-ALTERACOES (P S)
                             TG-ALTERACOES (S)
               WHEN CBLNAU-EXCLUSAO
                    ADD 1 TO TU-EXCLUSOES  (N S)
                             TP-EXCLUSOES  (P S)
                             TG-EXCLUSOES  (S)
               WHEN CBLNAU-ESTORNO
                    ADD 1 TO TU-ESTORNOS   (N S)
                             TP-ESTORNOS   (P S)
                             TG-ESTORNOS   (S)
           END-EVALUATE

           DIVIDE CBLNAU-HORA BY 1000000 GIVING HORA-OPERACAO
           IF   HORA-OPERACAO < 24
                COMPUTE H = HORA-OPERACAO + 1
                ADD 1 TO TH-OPERACOES (H S)
           END-IF

           IF   S = 2
           AND  OPERACAO-DD > 0
           AND  OPERACAO-DD < 32
                MOVE OPERACAO-DD TO D
                ADD  1 TO TD-OPERACOES (D)
                IF   CBLNAU-INCLUSAO
                     ADD 1 TO TD-INCLUSOES (D)
                END-IF
           END-IF.

       110-99-FIM. EXIT.

       120-LOCALIZA-USUARIO.

           MOVE 0 TO N
           PERFORM VARYING U FROM 1 BY 1
                   UNTIL U > TOTAL-USUARIOS OR N NOT = 0
                   IF   TU-USUARIO (U) = CBLNAU-USUARIO
                        MOVE U TO N
                   END-IF
           END-PERFORM
           IF   N NOT = 0
                GO TO 120-99-FIM
           END-IF

      *    Tabela cheia: a ultima posicao acumula os demais

           IF   TOTAL-USUARIOS < 199
                ADD  1              TO TOTAL-USUARIOS
                MOVE TOTAL-USUARIOS TO N
                MOVE CBLNAU-USUARIO TO TU-USUARIO (N)
           ELSE
                MOVE 200 TO N
                IF   TOTAL-USUARIOS = 200
                     GO TO 120-99-FIM
                END-IF
                MOVE 200 TO TOTAL-USUARIOS
                MOVE "(DEMAIS USUARIOS)" TO TU-USUARIO (N)
           END-IF
           MOVE 0 TO TU-INCLUSOES  (N 1) TU-INCLUSOES  (N 2)
                     TU-ALTERACOES (N 1) TU-ALTERACOES (N 2)
                     TU-EXCLUSOES  (N 1) TU-EXCLUSOES  (N 2)
                     TU-ESTORNOS   (N 1) TU-ESTORNOS   (N 2)
                     TU-CORRIGIDOS (N 1) TU-CORRIGIDOS (N 2).

       120-99-FIM. EXIT.

       130-LOCALIZA-PROGRAMA.

           MOVE 0 TO P
           PERFORM VARYING U FROM 1 BY 1
                   UNTIL U > TOTAL-PROGRAMAS OR P NOT = 0
                   IF   TP-PROGRAMA (U) = CBLNAU-PROGRAMA
                        MOVE U TO P
                   END-IF
           END-PERFORM
           IF   P NOT = 0
                GO TO 130-99-FIM
           END-IF

           IF   TOTAL-PROGRAMAS < 49
                ADD  1               TO TOTAL-PROGRAMAS
                MOVE TOTAL-PROGRAMAS TO P
                MOVE CBLNAU-PROGRAMA TO TP-PROGRAMA (P)
           ELSE
                MOVE 50 TO P
                IF   TOTAL-PROGRAMAS = 50
                     GO TO 130-99-FIM
                END-IF
                MOVE 50 TO TOTAL-PROGRAMAS
                MOVE "(DEMAIS PROGRAMAS)" TO TP-PROGRAMA (P)
           END-IF
           MOVE 0 TO TP-INCLUSOES  (P 1) TP-INCLUSOES  (P 2)
                     TP-ALTERACOES (P 1) TP-ALTERACOES (P 2)
                     TP-EXCLUSOES  (P 1) TP-EXCLUSOES  (P 2)
                     TP-ESTORNOS   (P 1) TP-ESTORNOS   (P 2)
                     TP-CORRIGIDOS (P 1) TP-CORRIGIDOS (P 2).

       130-99-FIM. EXIT.

       140-MARCA-CORRECAO.

           MOVE CBLNAU-SERIE      TO CBWORK-SERIE
           MOVE CBLNAU-NUMERO     TO CBWORK-NUMERO
           MOVE CBLNAU-LANCAMENTO TO CBWORK-LANCAMENTO
           READ CBWORK
           IF   FS-CBWORK > "09"
                MOVE "00" TO FS-CBWORK
                GO TO 140-99-FIM
           END-IF
           IF   CBWORK-CORRIGIDO = "S"
                GO TO 140-99-FIM
           END-IF

           MOVE "S" TO CBWORK-CORRIGIDO
           REWRITE CBWORK-REG
           ADD 1 TO TU-CORRIGIDOS (CBWORK-USUARIO  CBWORK-MES)
                    TP-CORRIGIDOS (CBWORK-PROGRAMA CBWORK-MES)
                    TG-CORRIGIDOS (CBWORK-MES).

       140-99-FIM. EXIT.

       150-GUARDA-INCLUSAO.

           MOVE CBLNAU-SERIE      TO CBWORK-SERIE
           MOVE CBLNAU-NUMERO     TO CBWORK-NUMERO
           MOVE CBLNAU-LANCAMENTO TO CBWORK-LANCAMENTO
           MOVE N                 TO CBWORK-USUARIO
           MOVE P                 TO CBWORK-PROGRAMA
           MOVE S                 TO CBWORK-MES
           MOVE "N"               TO CBWORK-CORRIGIDO
           WRITE CBWORK-REG
           IF   FS-CBWORK = "22"
                REWRITE CBWORK-REG
           END-IF
           MOVE "00" TO FS-CBWORK.

       150-99-FIM. EXIT.

       200-USUARIOS.

           MOVE SPACES TO CWIMPR-DETAIL
           MOVE "*** POR USUARIO ***" TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           PERFORM VARYING U FROM 1 BY 1
                   UNTIL U > TOTAL-USUARIOS
                   MOVE TU-USUARIO (U) TO GR-ROTULO
                   MOVE TU-MES (U 1)   TO GR-MES (1)
                   MOVE TU-MES (U 2)   TO GR-MES (2)
                   PERFORM 500-IMPRIME-GRUPO THRU 500-99-FIM
           END-PERFORM

           MOVE "TOTAL GERAL"  TO GR-ROTULO
           MOVE TG-MES (1)     TO GR-MES (1)
           MOVE TG-MES (2)     TO GR-MES (2)
           PERFORM 500-IMPRIME-GRUPO THRU 500-99-FIM.

       200-99-FIM. EXIT.

       300-PROGRAMAS.

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "*** POR PROGRAMA ***" TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           PERFORM VARYING U FROM 1 BY 1
                   UNTIL U > TOTAL-PROGRAMAS
                   IF   TP-PROGRAMA (U) = SPACES
                        MOVE "(NAO INFORMADO)" TO GR-ROTULO
                   ELSE
                        MOVE TP-PROGRAMA (U)   TO GR-ROTULO
                   END-IF
                   MOVE TP-MES (U 1)   TO GR-MES (1)
                   MOVE TP-MES (U 2)   TO GR-MES (2)
                   PERFORM 500-IMPRIME-GRUPO THRU 500-99-FIM
           END-PERFORM.

       300-99-FIM. EXIT.

       400-DIAS-E-HORAS.

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 31
                   IF   TD-OPERACOES (D) NOT = 0
                        MOVE SPACES TO CLIC-ROTULO
                        STRING "DIA " D "/" ATUAL-MM "/" ATUAL-AAAA
                               DELIMITED BY SIZE INTO CLIC-ROTULO
                        MOVE TD-INCLUSOES (D) TO CLIC-VALOR-1
                        MOVE TD-OPERACOES (D) TO CLIC-VALOR-2
                        MOVE LINHA-03 TO CWIMPR-DETAIL
                        CALL "CB125PCW" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-05 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           PERFORM VARYING H FROM 1 BY 1 UNTIL H > 24
                   IF   TH-OPERACOES (H 1) NOT = 0
                   OR   TH-OPERACOES (H 2) NOT = 0
                        COMPUTE HORA-OPERACAO = H - 1
                        MOVE SPACES TO CLIC-ROTULO
                        STRING HORA-OPERACAO ":00 AS " HORA-OPERACAO
                               ":59" DELIMITED BY SIZE INTO CLIC-ROTULO
                        MOVE TH-OPERACOES (H 2) TO CLIC-VALOR-1
                        MOVE TH-OPERACOES (H 1) TO CLIC-VALOR-2
                        MOVE LINHA-03 TO CWIMPR-DETAIL
                        CALL "CB125PCW" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM.

       400-99-FIM. EXIT.

       500-IMPRIME-GRUPO.

      *    Taxa de correcao = corrigidos / incluidos no mes;
      *    participacao de estornos = estornos / operacoes do mes

           COMPUTE GRUPO-TOTAL = GR-INCLUSOES  (2)
                               + GR-ALTERACOES (2)
                               + GR-EXCLUSOES  (2)
                               + GR-ESTORNOS   (2)
           IF   GRUPO-TOTAL = 0
           AND  GR-INCLUSOES (1) = 0
           AND  GR-CORRIGIDOS (2) = 0
                GO TO 500-99-FIM
           END-IF

           MOVE GR-ROTULO          TO CLIC-GRUPO
           MOVE GR-INCLUSOES  (2)  TO CLIC-INCLUSOES
           MOVE GR-ALTERACOES (2)  TO CLIC-ALTERACOES
           MOVE GR-EXCLUSOES  (2)  TO CLIC-EXCLUSOES
           MOVE GR-ESTORNOS   (2)  TO CLIC-ESTORNOS
           MOVE GRUPO-TOTAL        TO CLIC-TOTAL
           MOVE GR-CORRIGIDOS (2)  TO CLIC-CORRIGIDOS
           MOVE GR-INCLUSOES  (1)  TO CLIC-ANT-INCLUSOES

           MOVE 0 TO PC-CALCULO
           IF   GR-INCLUSOES (2) NOT = 0
                COMPUTE PC-CALCULO ROUNDED =
                        GR-CORRIGIDOS (2) * 100 / GR-INCLUSOES (2)
           END-IF
           MOVE PC-CALCULO TO CLIC-PC-CORRECAO

           MOVE 0 TO PC-CALCULO
           IF   GRUPO-TOTAL NOT = 0
                COMPUTE PC-CALCULO ROUNDED =
                        GR-ESTORNOS (2) * 100 / GRUPO-TOTAL
           END-IF
           MOVE PC-CALCULO TO CLIC-PC-ESTORNO

           MOVE 0 TO PC-CALCULO
           IF   GR-INCLUSOES (1) NOT = 0
                COMPUTE PC-CALCULO ROUNDED =
                        GR-CORRIGIDOS (1) * 100 / GR-INCLUSOES (1)
           END-IF
           MOVE PC-CALCULO TO CLIC-ANT-PC-CORRECAO

           MOVE 0 TO PC-CALCULO
           IF   GR-INCLUSOES (1) NOT = 0
                COMPUTE PC-CALCULO ROUNDED =
                      (GR-INCLUSOES (2) - GR-INCLUSOES (1)) * 100
                      / GR-INCLUSOES (1)
                IF   PC-CALCULO > 9999
                     MOVE 9999 TO PC-CALCULO
                END-IF
           END-IF
           MOVE PC-CALCULO TO CLIC-VARIACAO

           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       500-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE
           MOVE HOJE-AAAA TO ATUAL-AAAA
           MOVE HOJE-MM   TO ATUAL-MM

           PERFORM TEST AFTER UNTIL ESC
                                 OR (ATUAL-MM > 0 AND ATUAL-MM < 13)
                   DISPLAY TELA-PARAMETROS
                   ACCEPT  TELA-PARAMETROS
                   ACCEPT  TECLA FROM ESCAPE KEY
                   IF   NOT ESC
                   AND (ATUAL-MM = 0 OR ATUAL-MM > 12)
                        DISPLAY "Mes invalido" LINE 23 COLUMN 03
                   END-IF
           END-PERFORM

           IF   ESC
                SET ESC TO TRUE
                GOBACK
           END-IF

           MOVE ATUAL-AAAA TO ANTERIOR-AAAA
           IF   ATUAL-MM = 1
                MOVE 12 TO ANTERIOR-MM
                SUBTRACT 1 FROM ANTERIOR-AAAA
           ELSE
                COMPUTE ANTERIOR-MM = ATUAL-MM - 1
           END-IF

           OPEN INPUT CBLNAU
           IF   FS-CBLNAU > "09"
                DISPLAY "Auditoria CBLNAU vazia" LINE 23 COLUMN 03
                SET ESC TO TRUE
                GOBACK
           END-IF

           MOVE "?"         TO CWMENU-CB224
           CALL "CWGETU" USING OPERADOR-CB224 TASK-CB224
                               PROGRAMA-CB224 CWMENU-CB224
           IF   TASK-CB224 NOT NUMERIC
                MOVE ZEROS TO TASK-CB224
           END-IF
           MOVE TASK-CB224 TO LB-CBWORK (1: 6)
           OPEN OUTPUT CBWORK
           CLOSE CBWORK
           OPEN I-O CBWORK
           IF   FS-CBWORK > "09"
                DISPLAY "Erro na criacao do arquivo de trabalho"
                        LINE 23 COLUMN 03
                CLOSE CBLNAU
                SET ESC TO TRUE
                GOBACK
           END-IF

           INITIALIZE TABELA-DIAS TABELA-HORAS TOTAL-GERAL

           MOVE SPACES TO CWIMPR-TIME-REPORT
           MOVE "PRODUTIVIDADE DA DIGITACAO DE LANCAMENTOS"
                           TO CWIMPR-TITLE
           MOVE SPACES     TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " ATUAL-MM "/" ATUAL-AAAA
                  " COMPARADA COM " ANTERIOR-MM "/" ANTERIOR-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB224PA" TO CWIMPR-REPORT.

       800-99-FIM. EXIT.

       900-FINAIS.

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           CLOSE CBLNAU CBWORK
           DELETE FILE CBWORK
           DISPLAY "Registros lidos: "  QT-LIDOS
                   " Considerados: "    QT-CONSIDERADOS.

       900-99-FIM. EXIT.

       END PROGRAM CB224PCW.
