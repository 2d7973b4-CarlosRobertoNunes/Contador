       COPY CBHIVASL.
       COPY CBPLCOSL.
       COPY CBMVMSSL.
       COPY CBDIRESL.

       DATA DIVISION.
       FILE SECTION.
       COPY CBHIVAFD.
       COPY CBPLCOFD.
       COPY CBMVMSFD.
       COPY CBDIREFD.

       WORKING-STORAGE SECTION.

           05 FALTA-ATE            COMP-3 PIC 9(007) VALUE 0.
           05 FALTA-DE-ED                 PIC ZZZZZZ9.
           05 FALTA-ATE-ED                PIC ZZZZZZ9.
           05 MESES-VOLUME             PIC  9(002) VALUE 0.
           05 MESES-NO-VOLUME          PIC  9(002) VALUE 0.
           05 VOLUME                   PIC  9(003) VALUE 1.
           05 VOLUME-ED                PIC  ZZ9.
           05 VOLUME-INICIO            PIC  9(006) VALUE 0.
           05 REDEFINES VOLUME-INICIO.
              10 VOLUME-INICIO-AAAA    PIC  9(004).
              10 VOLUME-INICIO-MM      PIC  9(002).
           05 VOLUME-FIM               PIC  9(006) VALUE 0.
           05 REDEFINES VOLUME-FIM.
              10 VOLUME-FIM-AAAA       PIC  9(004).
              10 VOLUME-FIM-MM         PIC  9(002).
           05 MESES-CORRIDOS           PIC  9(006) VALUE 0.
           05 DATA-TITULO              PIC  9(008) VALUE 0.
           05 REDEFINES DATA-TITULO.
              10 TITULO-DD             PIC  9(002).
              10 TITULO-MM             PIC  9(002).
              10 TITULO-AAAA           PIC  9(004).
           05 TABELA-DIAS              PIC  X(024) VALUE
              "312831303130313130313031".
           05 REDEFINES TABELA-DIAS.
              10 DIAS-DO-MES           PIC  9(002) OCCURS 12.
           05 QUOCIENTE                PIC  9(004) VALUE 0.
           05 RESTO                    PIC  9(002) VALUE 0.
           05 RETOMAR                  PIC  X(001) VALUE "N".
           05 RETOMADA                 PIC  9(001) VALUE 0.
              88 EMISSAO-RETOMADA                  VALUE 1.
           05 LANCAMENTO-RETOMADA      PIC  9(007) VALUE 0.
           05 PAGINA-LANCAMENTO        PIC  9(004) VALUE 0.
           05 PAGINA-PONTO             PIC  9(004) VALUE 0.
           05 FOLHA-PONTO              PIC  9(004) VALUE 0.
           05 FOLHA-ED                 PIC  ZZZ9.
           05 SITUACAO-EMISSAO         PIC  X(001) VALUE "A".
           05 PONTO-DE-RETOMADA.
              10 PR-AAAAMM             PIC  9(006) VALUE 0.
              10 PR-DIA                PIC  9(002) VALUE 0.
              10 PR-LANCAMENTO         PIC  9(007) VALUE 0.
              10 PR-MESES-NO-VOLUME    PIC  9(002) VALUE 0.
              10 PR-DB-MOVIMENTO COMP-3 PIC 9(012)V99 VALUE 0.
              10 PR-CR-MOVIMENTO COMP-3 PIC 9(012)V99 VALUE 0.
           05 PARAMETROS-CWGETU-CB017.
              10 OPERADOR-CB017        PIC  X(030).
              10 TASK-CB017            PIC  X(006).
              10 PROGRAMA-CB017        PIC  X(008).
              10 CWMENU-CB017          PIC  X(001).
           05 DATA-HOJE                PIC  9(008) VALUE 0.
           05 HORA-AGORA               PIC  9(008) VALUE 0.
           05 ER-CBDIRE.
              10 FS-CBDIRE             PIC  X(002) VALUE "00".
              10 LB-CBDIRE             PIC  X(050) VALUE "CBDIRE".

       01  LINHAS-DE-IMPRESSAO-CLIC.
       02  LINHA-01.
           05 CLIC-OBS-3                     PIC  X(002) VALUE SPACES.
           05 FILLER                         PIC  X(001) VALUE SPACE.
           05 CLIC-OBS-4                     PIC  X(014) VALUE SPACES.
           05 FILLER                         PIC  X(001) VALUE SPACE.
           05 CLIC-VOLUME                    PIC  X(010) VALUE SPACES.
       02  LINHA-02.
           05 FILLER                         PIC  X(055) VALUE
              "LANCT DIA    CONTA                          HISTORICO  ".
           05 LINE 16 COLUMN 03 VALUE "Centro de custo:".
           05 LINE 16 COLUMN 20 PIC ZZZZ USING CC.

       01  TELA-VOLUME.
           05 LINE 17 COLUMN 03 VALUE "Meses por volume:".
           05 LINE 17 COLUMN 21 PIC Z9 USING MESES-VOLUME.
           05 LINE 17 COLUMN 24 VALUE "(0 = volume unico)".

       01  TELA-RETOMA.
           05 LINE 18 COLUMN 03 VALUE
              "Emissao interrompida - retomar na folha".
           05 LINE 18 COLUMN 43 PIC X(004) FROM FOLHA-ED.
           05 LINE 18 COLUMN 48 VALUE "(S/N):".
           05 LINE 18 COLUMN 55 PIC X(001) USING RETOMAR.

       PROCEDURE DIVISION.

       000-INICIO.
       100-PROCESSAMENTO.

           PERFORM UNTIL MES-LANCAMENTO GREATER MES-FIM
                   IF   MESES-VOLUME NOT = 0
                   AND  MESES-NO-VOLUME NOT < MESES-VOLUME
                        PERFORM 140-TROCA-VOLUME THRU 140-99-FIM
                   END-IF
                   MOVE LANCAMENTO-AAAA    TO AAAA-REF
                   MOVE LANCAMENTO-MM      TO MM-REF
                   CALL "CB045PCW" USING LB-CBMVMS (1: 6)
                   MOVE 0                  TO LD-CBMVMS
                   MOVE LOW-VALUES         TO CBMVMS-CHAVE
                   MOVE LANCAMENTO-DD      TO CBMVMS-DIA
                   IF   LANCAMENTO-RETOMADA NOT = 0
                        MOVE LANCAMENTO-RETOMADA TO CBMVMS-LANCAMENTO
                        MOVE 0                   TO LANCAMENTO-RETOMADA
                   END-IF
                   START CBMVMS KEY NOT < CBMVMS-DIA-CHAVE
                   PERFORM UNTIL FS-CBMVMS > "09"
                      PERFORM TEST AFTER
                   END-PERFORM
                   PERFORM 115-VERIFICA-SEQUENCIA THRU 115-99-FIM
                   CLOSE CBMVMS
                   ADD  1 TO MESES-NO-VOLUME
                   MOVE 1 TO LANCAMENTO-DD
                   ADD  1 TO LANCAMENTO-MM
                   IF   LANCAMENTO-MM = 13

       110-LISTA.

           IF   CBMVMS-LANCAMENTO NOT = LANCAMENTO-A
                PERFORM 130-VERIFICA-FOLHA THRU 130-99-FIM
           END-IF

           ADD  1                         TO GR-PRNTER
           DISPLAY                         T-GR-PRNTER
           MOVE CBMVMS-LANCAMENTO         TO CLIC-LANCAMENTO
                      CBHIVA
                      CBPLCO
                      CBMVMS
                      CBDIRE
                GOBACK
           END-IF.

       125-99-FIM. EXIT.

       130-VERIFICA-FOLHA.

      *    Ao virar a folha, o lancamento que estava em curso passa a
      *    ser o ponto de retomada: ele sai inteiro no alto da folha
      *    nova se a emissao for interrompida e depois retomada

           SET  CWIMPR-GET-PAGE          TO TRUE
           CALL "CB125PCW"            USING PARAMETROS-CWIMPR
           SET  CWIMPR-SET-NO-OPTION     TO TRUE

           IF   CWIMPR-SPECIAL-PAGE > PAGINA-LANCAMENTO
                MOVE CWIMPR-SPECIAL-PAGE TO PAGINA-LANCAMENTO
                                            PAGINA-PONTO
                MOVE CWIMPR-SPECIAL-FOLD TO FOLHA-PONTO
                PERFORM 820-GRAVA-PONTO THRU 820-99-FIM
           END-IF

           MOVE MES-LANCAMENTO            TO PR-AAAAMM
           MOVE CBMVMS-DIA                TO PR-DIA
           MOVE CBMVMS-LANCAMENTO         TO PR-LANCAMENTO
           MOVE MESES-NO-VOLUME           TO PR-MESES-NO-VOLUME
           MOVE DB-MOVIMENTO              TO PR-DB-MOVIMENTO
           MOVE CR-MOVIMENTO              TO PR-CR-MOVIMENTO.

       130-99-FIM. EXIT.

       140-TROCA-VOLUME.

           MOVE CR-MOVIMENTO     TO CLIC-VALOR-CR
           MOVE DB-MOVIMENTO     TO CLIC-VALOR-DB
           MOVE "A TRANSPORTAR"  TO CLIC-HISTORICO
           MOVE SPACES           TO CWIMPR-DETAIL
           PERFORM 125-CWIMPR THRU 125-99-FIM
           MOVE LINHA-03         TO CWIMPR-DETAIL
           PERFORM 125-CWIMPR THRU 125-99-FIM
           MOVE SPACES           TO LINHA-03
           MOVE "CLOSE"          TO CWIMPR-TIME-REPORT
           PERFORM 125-CWIMPR THRU 125-99-FIM
           MOVE SPACES           TO CWIMPR-TIME-REPORT

           ADD  1                TO VOLUME
           MOVE 0                TO MESES-NO-VOLUME
                                    LANCAMENTO-A
           MOVE MES-LANCAMENTO   TO VOLUME-INICIO
           PERFORM 145-TITULO-VOLUME THRU 145-99-FIM
           CALL "CB041PCW"    USING PARAMETROS-CWIMPR
           CANCEL "CB041PCW"
           PERFORM 150-INICIO-VOLUME THRU 150-99-FIM.

       140-99-FIM. EXIT.

       145-TITULO-VOLUME.

           IF   MESES-VOLUME = 0
                GO TO 145-99-FIM
           END-IF

           MOVE VOLUME-INICIO-AAAA TO TITULO-AAAA
           MOVE VOLUME-INICIO-MM   TO TITULO-MM
           IF   VOLUME-INICIO = INICIO (1: 6)
                MOVE INICIO-DD     TO TITULO-DD
           ELSE
                MOVE 1             TO TITULO-DD
           END-IF
           MOVE DATA-TITULO        TO CLIC-INICIO

           COMPUTE MESES-CORRIDOS = VOLUME-INICIO-AAAA * 12
                                  + VOLUME-INICIO-MM - 2
                                  + MESES-VOLUME
           DIVIDE MESES-CORRIDOS BY 12 GIVING VOLUME-FIM-AAAA
                                    REMAINDER RESTO
           COMPUTE VOLUME-FIM-MM = RESTO + 1

           IF   VOLUME-FIM NOT < MES-FIM
                MOVE MES-FIM       TO VOLUME-FIM
                MOVE FIM-DD        TO TITULO-DD
           ELSE
                MOVE DIAS-DO-MES (VOLUME-FIM-MM) TO TITULO-DD
                IF   VOLUME-FIM-MM = 2
                     DIVIDE VOLUME-FIM-AAAA BY 4 GIVING QUOCIENTE
                                             REMAINDER RESTO
                     IF   RESTO = 0
                          MOVE 29 TO TITULO-DD
                     END-IF
                END-IF
           END-IF
           MOVE VOLUME-FIM-AAAA    TO TITULO-AAAA
           MOVE VOLUME-FIM-MM      TO TITULO-MM
           MOVE DATA-TITULO        TO CLIC-FIM

           MOVE VOLUME             TO VOLUME-ED
           MOVE SPACES             TO CLIC-VOLUME
           STRING "VOLUME " VOLUME-ED DELIMITED BY SIZE
                  INTO CLIC-VOLUME
           MOVE LINHA-01           TO CWIMPR-TITLE.

       145-99-FIM. EXIT.

       150-INICIO-VOLUME.

      *    Abertura de volume (ou da emissao): grava o ponto de
      *    retomada no primeiro dia do mes e imprime o transporte

           SET  CWIMPR-GET-PAGE          TO TRUE
           CALL "CB125PCW"            USING PARAMETROS-CWIMPR
           SET  CWIMPR-SET-NO-OPTION     TO TRUE
           IF   CWIMPR-SPECIAL-PAGE = 0
                MOVE 1                   TO CWIMPR-SPECIAL-PAGE
           END-IF
           IF   CWIMPR-SPECIAL-FOLD = 0
                MOVE CWIMPR-SPECIAL-PAGE TO CWIMPR-SPECIAL-FOLD
           END-IF
           MOVE CWIMPR-SPECIAL-PAGE      TO PAGINA-LANCAMENTO
                                            PAGINA-PONTO
           MOVE CWIMPR-SPECIAL-FOLD      TO FOLHA-PONTO
           MOVE MES-LANCAMENTO           TO PR-AAAAMM
           MOVE LANCAMENTO-DD            TO PR-DIA
           MOVE 0                        TO PR-LANCAMENTO
           MOVE MESES-NO-VOLUME          TO PR-MESES-NO-VOLUME
           MOVE DB-MOVIMENTO             TO PR-DB-MOVIMENTO
           MOVE CR-MOVIMENTO             TO PR-CR-MOVIMENTO
           PERFORM 820-GRAVA-PONTO THRU 820-99-FIM
           PERFORM 160-TRANSPORTE  THRU 160-99-FIM.

       150-99-FIM. EXIT.

       160-TRANSPORTE.

           IF   DB-MOVIMENTO = 0
           AND  CR-MOVIMENTO = 0
                GO TO 160-99-FIM
           END-IF

           IF   VEZ = 1
                MOVE LINHA-02    TO CWIMPR-HEADER-1
                IF   MESES-VOLUME = 0
                     MOVE LINHA-01 TO CWIMPR-TITLE
                END-IF
           END-IF

           MOVE SPACES           TO LINHA-03
           MOVE CR-MOVIMENTO     TO CLIC-VALOR-CR
           MOVE DB-MOVIMENTO     TO CLIC-VALOR-DB
           MOVE "TRANSPORTE"     TO CLIC-HISTORICO
           MOVE LINHA-03         TO CWIMPR-DETAIL
           PERFORM 125-CWIMPR THRU 125-99-FIM
           MOVE SPACES           TO CWIMPR-DETAIL
           PERFORM 125-CWIMPR THRU 125-99-FIM
           MOVE SPACES           TO LINHA-03.

       160-99-FIM. EXIT.

       798-CHECA-LACRE.

      *    Mes lacrado pelo CB110PCW tem o lacre conferido e o
                END-PERFORM
           END-IF

           IF   NOT ESC
                MOVE "<Esc>-Abandona" TO RODAPE
                DISPLAY RODAPE LINE 23 COLUMN 03
                DISPLAY TELA-VOLUME
                ACCEPT  TELA-VOLUME
                ACCEPT  TECLA FROM ESCAPE KEY
           END-IF

           IF   ESC
                CLOSE CBPLCO CBCAHI CBHIVA CBCACC
                GOBACK
           MOVE TESTE-INICIO       TO INICIO (3: 6)
           MOVE TESTE-FIM          TO FIM    (3: 6)
           MOVE INICIO             TO DATA-LANCAMENTO
           MOVE MES-LANCAMENTO     TO VOLUME-INICIO

           PERFORM 805-VERIFICA-RETOMADA THRU 805-99-FIM
           IF   EMISSAO-RETOMADA
                GO TO 800-50-EMISSAO
           END-IF

           EXEC COBOLware BoxSelect NoErase
                LINE 08 COLUMN 54
           MOVE ws-OPTION      TO NOTACAO

           IF   NOTACAO = 0
                CLOSE CBPLCO CBMVMS CBCAHI CBHIVA CBCACC CBDIRE
                GOBACK
           END-IF

           MOVE ws-OPTION      TO COM-DESCRICAO

           IF   COM-DESCRICAO = 0
                CLOSE CBPLCO CBMVMS CBCAHI CBHIVA CBCACC CBDIRE
                GOBACK
           END-IF.

       800-50-EMISSAO.

           PERFORM 798-CHECA-LACRE THRU 798-99-FIM
           MOVE "CB017PA" TO CWIMPR-REPORT
           DISPLAY CB0017A
           PERFORM 145-TITULO-VOLUME THRU 145-99-FIM

           IF   EMISSAO-RETOMADA
                PERFORM 810-RETOMA THRU 810-99-FIM
           ELSE
                CALL "CB041PCW" USING PARAMETROS-CWIMPR
                CANCEL "CB041PCW"
                PERFORM 150-INICIO-VOLUME THRU 150-99-FIM
           END-IF.

       800-99-FIM. EXIT.

       805-VERIFICA-RETOMADA.

           OPEN I-O CBDIRE
           IF   FS-CBDIRE = "30" OR "35"
                CLOSE CBDIRE
                OPEN OUTPUT CBDIRE
                CLOSE CBDIRE
                OPEN I-O CBDIRE
           END-IF
           IF   FS-CBDIRE > "09"
                CLOSE CBPLCO CBCAHI CBHIVA CBCACC
                GOBACK
           END-IF

           MOVE INICIO TO CBDIRE-INICIO
           MOVE FIM    TO CBDIRE-FIM
           MOVE CC     TO CBDIRE-CENTRO-CUSTO
           READ CBDIRE IGNORE LOCK
           IF   FS-CBDIRE > "09"
                MOVE "00" TO FS-CBDIRE
                GO TO 805-99-FIM
           END-IF
           IF   NOT CBDIRE-EM-ANDAMENTO
                GO TO 805-99-FIM
           END-IF

           IF   CBDIRE-FOLHA = 0
                MOVE CBDIRE-PAGINA TO FOLHA-ED
           ELSE
                MOVE CBDIRE-FOLHA  TO FOLHA-ED
           END-IF
           MOVE "S" TO RETOMAR
           DISPLAY TELA-RETOMA
           PERFORM TEST AFTER UNTIL RETOMAR = "S" OR "N"
                   ACCEPT TELA-RETOMA
                   INSPECT RETOMAR CONVERTING "sn" TO "SN"
           END-PERFORM

           IF   RETOMAR = "S"
                MOVE 1                    TO RETOMADA
                MOVE CBDIRE-NOTACAO       TO NOTACAO
                MOVE CBDIRE-COM-DESCRICAO TO COM-DESCRICAO
                MOVE CBDIRE-MESES-VOLUME  TO MESES-VOLUME
                MOVE CBDIRE-VOLUME        TO VOLUME
                MOVE CBDIRE-VOLUME-INICIO TO VOLUME-INICIO
                DISPLAY TELA-VOLUME
           END-IF.

       805-99-FIM. EXIT.

       810-RETOMA.

      *    Recomeca na folha gravada, com a numeracao continuando a
      *    do livro, a partir do lancamento que estava em curso e com
      *    os totais acumulados ate ele

           MOVE CBDIRE-PAGINA            TO CWIMPR-SPECIAL-PAGE
                                            PAGINA-LANCAMENTO
                                            PAGINA-PONTO
           MOVE CBDIRE-FOLHA             TO CWIMPR-SPECIAL-FOLD
                                            FOLHA-PONTO
           SET  CWIMPR-SET-PAGE          TO TRUE
           CALL "CB125PCW"            USING PARAMETROS-CWIMPR
           SET  CWIMPR-SET-NO-OPTION     TO TRUE
           MOVE SPACES                   TO CWIMPR-TIME-REPORT

           MOVE CBDIRE-AAAAMM            TO MES-LANCAMENTO
                                            PR-AAAAMM
           MOVE CBDIRE-DIA               TO LANCAMENTO-DD
                                            PR-DIA
           MOVE CBDIRE-LANCAMENTO        TO LANCAMENTO-RETOMADA
                                            PR-LANCAMENTO
           MOVE CBDIRE-MESES-NO-VOLUME   TO MESES-NO-VOLUME
                                            PR-MESES-NO-VOLUME
           MOVE CBDIRE-DB-MOVIMENTO      TO DB-MOVIMENTO
                                            PR-DB-MOVIMENTO
           MOVE CBDIRE-CR-MOVIMENTO      TO CR-MOVIMENTO
                                            PR-CR-MOVIMENTO
           PERFORM 160-TRANSPORTE THRU 160-99-FIM.

       810-99-FIM. EXIT.

       820-GRAVA-PONTO.

           MOVE "?"                   TO CWMENU-CB017
           CALL "CWGETU"           USING OPERADOR-CB017
                                         TASK-CB017
                                         PROGRAMA-CB017
                                         CWMENU-CB017
           ACCEPT DATA-HOJE          FROM DATE
           ADD 20000000                TO DATA-HOJE
           ACCEPT HORA-AGORA         FROM TIME

           INITIALIZE CBDIRE-REG
           MOVE INICIO                 TO CBDIRE-INICIO
           MOVE FIM                    TO CBDIRE-FIM
           MOVE CC                     TO CBDIRE-CENTRO-CUSTO
           MOVE SITUACAO-EMISSAO       TO CBDIRE-SITUACAO
           MOVE NOTACAO                TO CBDIRE-NOTACAO
           MOVE COM-DESCRICAO          TO CBDIRE-COM-DESCRICAO
           MOVE MESES-VOLUME           TO CBDIRE-MESES-VOLUME
           MOVE VOLUME                 TO CBDIRE-VOLUME
           MOVE VOLUME-INICIO          TO CBDIRE-VOLUME-INICIO
           MOVE PR-MESES-NO-VOLUME     TO CBDIRE-MESES-NO-VOLUME
           MOVE PAGINA-PONTO           TO CBDIRE-PAGINA
           MOVE FOLHA-PONTO            TO CBDIRE-FOLHA
           MOVE PR-AAAAMM              TO CBDIRE-AAAAMM
           MOVE PR-DIA                 TO CBDIRE-DIA
           MOVE PR-LANCAMENTO          TO CBDIRE-LANCAMENTO
           MOVE PR-DB-MOVIMENTO        TO CBDIRE-DB-MOVIMENTO
           MOVE PR-CR-MOVIMENTO        TO CBDIRE-CR-MOVIMENTO
           MOVE DATA-HOJE              TO CBDIRE-DATA
           MOVE HORA-AGORA             TO CBDIRE-HORA
           MOVE OPERADOR-CB017         TO CBDIRE-USUARIO

           WRITE CBDIRE-REG
           IF   FS-CBDIRE = "22"
                REWRITE CBDIRE-REG
           END-IF
           IF   FS-CBDIRE > "09"
                MOVE "00" TO FS-CBDIRE
           END-IF.

       820-99-FIM. EXIT.

       900-FINAIS.

           MOVE CR-MOVIMENTO TO CLIC-VALOR-CR
           CANCEL "CB002PCW".

           MOVE "CLOSE"      TO CWIMPR-TIME-REPORT
           PERFORM 125-CWIMPR THRU 125-99-FIM

           MOVE "C"          TO SITUACAO-EMISSAO
           PERFORM 820-GRAVA-PONTO THRU 820-99-FIM
           CLOSE CBDIRE.

       900-99-FIM. EXIT.

