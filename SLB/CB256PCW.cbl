       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB256PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Pacote gerencial mensal                      *
                      *                                               *
                      *  Definicao por empresa (CBPGDF) dos           *
                      *  relatorios do pacote, em ordem, e montagem   *
                      *  do periodo com as saidas mais recentes do    *
                      *  catalogo CBRLCA: capa, sumario com paginas   *
                      *  continuas e marca de componente ausente ou   *
                      *  desatualizado. O pacote sai pelo CB125PCW    *
                      *  como CB256PA, catalogado e distribuido pelo  *
                      *  CB165PCW aos destinatarios do CB196PCW       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBPGDFSL.
       COPY CBRLCASL.
       COPY CBPAEMSL.

           SELECT SPOOL  ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-SPOOL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBPGDFFD.
       COPY CBRLCAFD.
       COPY CBPAEMFD.

       FD  SPOOL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-SPOOL.

       01  SPOOL-REG                    PIC  X(132).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB256PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 RK-CBPAEM            COMP PIC  9(002) VALUE 10.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 EMPRESA-CODIGO            PIC  9(003) VALUE 0.
           05 EMPRESA-NOME              PIC  X(040) VALUE SPACES.
           05 ORDEM-M                   PIC  9(002) VALUE 0.
           05 REPORT-M                  PIC  X(007) VALUE SPACES.
           05 TITULO-M                  PIC  X(040) VALUE SPACES.
           05 FILTRO-M                  PIC  X(030) VALUE SPACES.
           05 PARAMETROS-M              PIC  X(040) VALUE SPACES.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 HOJE-R REDEFINES HOJE.
              10 HOJE-AAAA              PIC  9(004).
              10 HOJE-MM                PIC  9(002).
              10 HOJE-DD                PIC  9(002).
           05 PERIODO.
              10 PER-AAAA               PIC  9(004) VALUE 0.
              10 PER-MM                 PIC  9(002) VALUE 0.
           05 PERIODO-N REDEFINES PERIODO PIC 9(006).
           05 SEGUINTE.
              10 SEG-AAAA               PIC  9(004) VALUE 0.
              10 SEG-MM                 PIC  9(002) VALUE 0.
           05 SEGUINTE-N REDEFINES SEGUINTE PIC 9(006).
           05 INICIO-PERIODO            PIC  9(008) VALUE 0.
           05 FECHAMENTO                PIC  9(008) VALUE 0.
           05 LIMITE-JANELA             PIC  9(008) VALUE 0.
           05 DATA-CATALOGO             PIC  9(008) VALUE 0.
           05 I                    COMP PIC  9(003) VALUE 0.
           05 QT-COMPONENTES       COMP PIC  9(003) VALUE 0.
           05 QT-AUSENTES          COMP PIC  9(003) VALUE 0.
           05 QT-DESATUALIZADOS    COMP PIC  9(003) VALUE 0.
           05 QT-EDITADO                PIC  ZZ9.
           05 QT-EDITADO-2              PIC  ZZ9.
           05 QT-EDITADO-3              PIC  ZZ9.
           05 TAMANHO-FILTRO            PIC  9(002) VALUE 0.
           05 OCORRENCIAS               PIC  9(003) VALUE 0.
           05 FILTRO-OK                 PIC  9(001) VALUE 0.
              88 FILTRO-ATENDIDO                   VALUE 1.
           05 LINHAS-LIDAS              PIC  9(006) VALUE 0.
           05 LINHAS-PACOTE             PIC  9(007) VALUE 0.
           05 LINHAS-SECAO              PIC  9(007) VALUE 0.
           05 PAGINA-CALCULO            PIC  9(004) VALUE 0.
           05 PAGINA-SEGUINTE           PIC  9(004) VALUE 0.
           05 ALVO-LINHAS               PIC  9(007) VALUE 0.
           05 SEQUENCIA-PACOTE          PIC  9(006) VALUE 0.
           05 PARAMETROS-CWGETU.
              10 OPERADOR               PIC  X(030) VALUE SPACES.
              10 TASK                   PIC  X(006) VALUE SPACES.
              10 PROGRAMA               PIC  X(008) VALUE SPACES.
              10 CWMENU                 PIC  X(001) VALUE SPACE.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 LINHA-BRANCA              PIC  X(068) VALUE SPACES.
           05 RODAPE-CB256              PIC  X(068) VALUE
              "<Esc>-Fim F2-Grava F4-Exclui".
           05 ER-CBPGDF.
              10 FS-CBPGDF              PIC  X(002) VALUE "00".
              10 LB-CBPGDF              PIC  X(050) VALUE "CBPGDF".
           05 ER-CBRLCA.
              10 FS-CBRLCA              PIC  X(002) VALUE "00".
              10 LB-CBRLCA              PIC  X(050) VALUE "CBRLCA".
           05 ER-CBPAEM.
              10 FS-CBPAEM              PIC  X(002) VALUE "00".
              10 LB-CBPAEM              PIC  X(050) VALUE "CBPAEM".
           05 ER-SPOOL.
              10 FS-SPOOL               PIC  X(002) VALUE "00".
              10 LB-SPOOL               PIC  X(050) VALUE SPACES.

      *    Componentes do pacote, na ordem da definicao, com a saida
      *    do catalogo escolhida e a pagina inicial no pacote

       01  TABELA-COMPONENTES.
           05 COMPONENTE OCCURS 99.
              10 CP-ORDEM               PIC  9(002).
              10 CP-REPORT              PIC  X(007).
              10 CP-TITULO              PIC  X(040).
              10 CP-FILTRO              PIC  X(030).
              10 CP-TAMANHO-FILTRO      PIC  9(002).
              10 CP-PARAMETROS          PIC  X(040).
              10 CP-SEQUENCIA           PIC  9(006).
              10 CP-DATA                PIC  9(008).
              10 CP-ARQUIVO             PIC  X(012).
              10 CP-LINHAS              PIC  9(006).
              10 CP-PAGINA              PIC  9(004).
              10 CP-SITUACAO            PIC  X(001).
                 88 CP-PRESENTE                    VALUE "P".
                 88 CP-DESATUALIZADO               VALUE "D".
                 88 CP-AUSENTE                     VALUE "A".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(010).
              05 CLIC-TEXTO             PIC  X(100).
           02 LINHA-02.
              05 FILLER                 PIC  X(040) VALUE
                 "OR  COMPONENTE                          ".
              05 FILLER                 PIC  X(040) VALUE
                 "      RELAT.   CATAL.  EMISSAO   PAG.  S".
              05 FILLER                 PIC  X(024) VALUE
                 "ITUACAO       PARAMETROS".
           02 LINHA-03.
              05 CLIC-ORDEM             PIC  9(002).
              05 FILLER                 PIC  X(002).
              05 CLIC-TITULO            PIC  X(040).
              05 FILLER                 PIC  X(002).
              05 CLIC-REPORT            PIC  X(007).
              05 FILLER                 PIC  X(002).
              05 CLIC-SEQUENCIA         PIC  ZZZZZ9.
              05 FILLER                 PIC  X(002).
              05 CLIC-DATA              PIC  99999999 BLANK ZERO.
              05 FILLER                 PIC  X(002).
              05 CLIC-PAGINA            PIC  ZZZ9.
              05 FILLER                 PIC  X(002).
              05 CLIC-SITUACAO          PIC  X(014).
              05 FILLER                 PIC  X(001).
              05 CLIC-PARAMETROS        PIC  X(036).

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE
              "1 - Definicao do pacote da empresa".
           05 LINE 05 COLUMN 03 VALUE
              "2 - Monta o pacote do periodo".
           05 LINE 07 COLUMN 03 VALUE "Opcao:".
           05 LINE 07 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-EMPRESA.
           05 LINE 02 COLUMN 03 VALUE "Empresa................:".
           05 LINE 02 COLUMN 30 PIC 9(003) FROM EMPRESA-CODIGO.
           05 LINE 02 COLUMN 34 PIC X(040) FROM EMPRESA-NOME.

       01  TELA-ORDEM.
           05 LINE 04 COLUMN 03 VALUE "Ordem no pacote........:".
           05 LINE 04 COLUMN 30 PIC 9(002) USING ORDEM-M.

       01  TELA-COMPONENTE.
           05 LINE 05 COLUMN 03 VALUE "Relatorio (codigo).....:".
           05 LINE 05 COLUMN 30 PIC X(007) USING REPORT-M.
           05 LINE 06 COLUMN 03 VALUE "Titulo no sumario......:".
           05 LINE 06 COLUMN 30 PIC X(040) USING TITULO-M.
           05 LINE 07 COLUMN 03 VALUE "Filtro no cabecalho....:".
           05 LINE 07 COLUMN 30 PIC X(030) USING FILTRO-M.
           05 LINE 08 COLUMN 03 VALUE "Parametros de emissao..:".
           05 LINE 08 COLUMN 30 PIC X(040) USING PARAMETROS-M.

       01  TELA-PERIODO.
           05 LINE 04 COLUMN 03 VALUE "Periodo (AAAAMM).......:".
           05 LINE 04 COLUMN 30 PIC 9999   USING PER-AAAA.
           05 LINE 04 COLUMN 34 PIC 99     USING PER-MM.

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
                   DISPLAY TELA-EMPRESA TELA-OPCAO
                   ACCEPT  TELA-OPCAO
                   ACCEPT  TECLA FROM ESCAPE KEY
                   EVALUATE TRUE
                       WHEN ESC OR OPCAO = 0
                            SET ESC TO TRUE
                       WHEN OPCAO = 1
                            PERFORM 100-DEFINICAO THRU 100-99-FIM
                                    UNTIL ESC
                            SET ENTER-KEY TO TRUE
                       WHEN OPCAO = 2
                            PERFORM 200-MONTA THRU 200-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-DEFINICAO.

           DISPLAY LINHA-BRANCA LINE 23 COLUMN 03
           DISPLAY RODAPE-CB256 LINE 23 COLUMN 03
           MOVE 0 TO ORDEM-M
           DISPLAY TELA-ORDEM
           ACCEPT  TELA-ORDEM
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR ORDEM-M = 0
                SET ESC TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE 0      TO EXISTE
           MOVE SPACES TO REPORT-M TITULO-M FILTRO-M PARAMETROS-M
           MOVE EMPRESA-CODIGO TO CBPGDF-EMPRESA
           MOVE ORDEM-M        TO CBPGDF-ORDEM
           READ CBPGDF
           IF   FS-CBPGDF < "10"
                MOVE 1                 TO EXISTE
                MOVE CBPGDF-REPORT     TO REPORT-M
                MOVE CBPGDF-TITULO     TO TITULO-M
                MOVE CBPGDF-FILTRO     TO FILTRO-M
                MOVE CBPGDF-PARAMETROS TO PARAMETROS-M
           END-IF
           MOVE "00" TO FS-CBPGDF

           DISPLAY TELA-COMPONENTE
           ACCEPT  TELA-COMPONENTE
           ACCEPT  TECLA FROM ESCAPE KEY

           EVALUATE TRUE
               WHEN ESC
                    SET ENTER-KEY TO TRUE
               WHEN F4
                    IF   REGISTRO-EXISTE
                         MOVE EMPRESA-CODIGO TO CBPGDF-EMPRESA
                         MOVE ORDEM-M        TO CBPGDF-ORDEM
                         READ CBPGDF LOCK
                         IF   FS-CBPGDF < "10"
                              DELETE CBPGDF RECORD
                              DISPLAY "Componente excluido"
                                      LINE 23 COLUMN 03
                         END-IF
                         MOVE "00" TO FS-CBPGDF
                    END-IF
               WHEN OTHER
                    IF   REPORT-M = SPACES OR TITULO-M = SPACES
                         DISPLAY "Relatorio e titulo obrigatorios"
                                 LINE 23 COLUMN 03
                    ELSE
                         MOVE EMPRESA-CODIGO TO CBPGDF-EMPRESA
                         MOVE ORDEM-M        TO CBPGDF-ORDEM
                         MOVE REPORT-M       TO CBPGDF-REPORT
                         MOVE TITULO-M       TO CBPGDF-TITULO
                         MOVE FILTRO-M       TO CBPGDF-FILTRO
                         MOVE PARAMETROS-M   TO CBPGDF-PARAMETROS
                         IF   REGISTRO-EXISTE
                              REWRITE CBPGDF-REG
                         ELSE
                              WRITE CBPGDF-REG
                         END-IF
                         IF   FS-CBPGDF < "10"
                              DISPLAY "Componente gravado"
                                      LINE 23 COLUMN 03
                         ELSE
                              DISPLAY "Erro de gravacao em CBPGDF"
                                      LINE 23 COLUMN 03
                              MOVE "00" TO FS-CBPGDF
                         END-IF
                    END-IF
           END-EVALUATE.

       100-99-FIM. EXIT.

       200-MONTA.

           IF   HOJE-MM = 1
                COMPUTE PER-AAAA = HOJE-AAAA - 1
                MOVE 12 TO PER-MM
           ELSE
                MOVE HOJE-AAAA TO PER-AAAA
                COMPUTE PER-MM = HOJE-MM - 1
           END-IF
           DISPLAY TELA-PERIODO
           ACCEPT  TELA-PERIODO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           IF   PER-AAAA = 0 OR PER-MM = 0 OR PER-MM > 12
                DISPLAY "Periodo invalido" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

      *    Vale a saida emitida do inicio do periodo ao fim do mes
      *    seguinte; emitida antes do fechamento (primeiro dia do
      *    mes seguinte) ela entra marcada como desatualizada

           IF   PER-MM = 12
                COMPUTE SEG-AAAA = PER-AAAA + 1
                MOVE 1 TO SEG-MM
           ELSE
                MOVE PER-AAAA TO SEG-AAAA
                COMPUTE SEG-MM = PER-MM + 1
           END-IF
           COMPUTE INICIO-PERIODO = PERIODO-N  * 100 + 1
           COMPUTE FECHAMENTO     = SEGUINTE-N * 100 + 1
           COMPUTE LIMITE-JANELA  = SEGUINTE-N * 100 + 31

           PERFORM 210-CARREGA THRU 210-99-FIM
           IF   QT-COMPONENTES = 0
                DISPLAY "Empresa sem definicao de pacote"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           OPEN INPUT CBRLCA
           IF   FS-CBRLCA > "09"
                DISPLAY "Catalogo de relatorios CBRLCA indisponivel"
                        LINE 23 COLUMN 03
                MOVE "00" TO FS-CBRLCA
                GO TO 200-99-FIM
           END-IF
           DISPLAY "Procurando saidas no catalogo..."
                   LINE 23 COLUMN 03
           MOVE LOW-VALUES TO CBRLCA-CHAVE
           START CBRLCA KEY NOT LESS CBRLCA-CHAVE
           PERFORM UNTIL FS-CBRLCA > "09"
                   READ CBRLCA NEXT RECORD IGNORE LOCK
                   IF   FS-CBRLCA < "10"
                        PERFORM 220-SAIDA THRU 220-99-FIM
                   END-IF
           END-PERFORM
           CLOSE CBRLCA
           MOVE "00" TO FS-CBRLCA

           MOVE 0 TO QT-AUSENTES QT-DESATUALIZADOS
           PERFORM 240-CONFERE THRU 240-99-FIM
                   VARYING I FROM 1 BY 1 UNTIL I > QT-COMPONENTES

           PERFORM 250-PAGINACAO THRU 250-99-FIM

           MOVE SPACES TO CWIMPR-TITLE
           STRING "PACOTE GERENCIAL MENSAL " PER-MM "/" PER-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "EMPRESA " EMPRESA-CODIGO " " EMPRESA-NOME
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE SPACES    TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB256PA" TO CWIMPR-REPORT
           MOVE 3         TO LINHAS-PACOTE

           PERFORM 300-CAPA     THRU 300-99-FIM
           PERFORM 400-SUMARIO  THRU 400-99-FIM
           PERFORM 500-COMPONENTE THRU 500-99-FIM
                   VARYING I FROM 1 BY 1 UNTIL I > QT-COMPONENTES

           MOVE "CLOSE"  TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           PERFORM 260-SEQUENCIA-PACOTE THRU 260-99-FIM
           DISPLAY LINHA-BRANCA LINE 23 COLUMN 03
           IF   QT-AUSENTES = 0 AND QT-DESATUALIZADOS = 0
                DISPLAY "Pacote catalogado na sequencia"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Pacote INCOMPLETO catalogado na sequencia"
                        LINE 23 COLUMN 03
           END-IF
           DISPLAY SEQUENCIA-PACOTE LINE 23 COLUMN 45.

       200-99-FIM. EXIT.

       210-CARREGA.

           MOVE 0              TO QT-COMPONENTES
           INITIALIZE TABELA-COMPONENTES
           MOVE EMPRESA-CODIGO TO CBPGDF-EMPRESA
           MOVE 0              TO CBPGDF-ORDEM
           START CBPGDF KEY NOT LESS CBPGDF-CHAVE
           PERFORM UNTIL FS-CBPGDF > "09"
                   READ CBPGDF NEXT RECORD IGNORE LOCK
                   IF   FS-CBPGDF < "10"
                        IF   CBPGDF-EMPRESA NOT = EMPRESA-CODIGO
                        OR   QT-COMPONENTES = 99
                             MOVE "10" TO FS-CBPGDF
                        ELSE
                             ADD  1 TO QT-COMPONENTES
                             MOVE QT-COMPONENTES    TO I
                             MOVE CBPGDF-ORDEM      TO CP-ORDEM (I)
                             MOVE CBPGDF-REPORT     TO CP-REPORT (I)
                             MOVE CBPGDF-TITULO     TO CP-TITULO (I)
                             MOVE CBPGDF-FILTRO     TO CP-FILTRO (I)
                             MOVE CBPGDF-PARAMETROS
                               TO CP-PARAMETROS (I)
                             PERFORM 215-TAMANHO-FILTRO
                                THRU 215-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPGDF.

       210-99-FIM. EXIT.

       215-TAMANHO-FILTRO.

           MOVE 0 TO CP-TAMANHO-FILTRO (I)
           IF   CP-FILTRO (I) NOT = SPACES
                MOVE 30 TO TAMANHO-FILTRO
                PERFORM UNTIL CP-FILTRO (I) (TAMANHO-FILTRO: 1)
                              NOT = SPACE
                        SUBTRACT 1 FROM TAMANHO-FILTRO
                END-PERFORM
                MOVE TAMANHO-FILTRO TO CP-TAMANHO-FILTRO (I)
           END-IF.

       215-99-FIM. EXIT.

       220-SAIDA.

      *    O CB125PCW grava a data de catalogo como AAMMDD; a janela
      *    de seculo segue a das aprovacoes de BAC

           MOVE CBRLCA-DATA TO DATA-CATALOGO
           IF   DATA-CATALOGO < 1000000
                IF   DATA-CATALOGO > 850000
                     ADD 19000000 TO DATA-CATALOGO
                ELSE
                     ADD 20000000 TO DATA-CATALOGO
                END-IF
           END-IF

           IF   DATA-CATALOGO < INICIO-PERIODO
           OR   DATA-CATALOGO > LIMITE-JANELA
                GO TO 220-99-FIM
           END-IF

      *    O catalogo e lido em ordem de sequencia: a ultima saida
      *    aceita de cada componente e a mais recente

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-COMPONENTES
                   IF   CP-REPORT (I) = CBRLCA-REPORT
                        PERFORM 230-FILTRO THRU 230-99-FIM
                        IF   FILTRO-ATENDIDO
                             MOVE CBRLCA-SEQUENCIA TO CP-SEQUENCIA (I)
                             MOVE DATA-CATALOGO    TO CP-DATA (I)
                             MOVE CBRLCA-ARQUIVO   TO CP-ARQUIVO (I)
                        END-IF
                   END-IF
           END-PERFORM.

       220-99-FIM. EXIT.

       230-FILTRO.

      *    Titulo, subtitulo e cabecalho sao as tres primeiras linhas
      *    do spool

           MOVE 1 TO FILTRO-OK
           IF   CP-TAMANHO-FILTRO (I) = 0
                GO TO 230-99-FIM
           END-IF

           MOVE 0              TO FILTRO-OK OCORRENCIAS LINHAS-LIDAS
           MOVE CBRLCA-ARQUIVO TO LB-SPOOL
           OPEN INPUT SPOOL
           IF   FS-SPOOL > "09"
                MOVE "00" TO FS-SPOOL
                GO TO 230-99-FIM
           END-IF
           PERFORM UNTIL FS-SPOOL > "09" OR LINHAS-LIDAS = 3
                   READ SPOOL
                   IF   FS-SPOOL < "10"
                        ADD 1 TO LINHAS-LIDAS
                        INSPECT SPOOL-REG TALLYING OCORRENCIAS
                                FOR ALL CP-FILTRO (I)
                                        (1: CP-TAMANHO-FILTRO (I))
                   END-IF
           END-PERFORM
           CLOSE SPOOL
           MOVE "00" TO FS-SPOOL
           IF   OCORRENCIAS NOT = 0
                MOVE 1 TO FILTRO-OK
           END-IF.

       230-99-FIM. EXIT.

       240-CONFERE.

      *    Sem saida no periodo, ou com o spool ja expurgado, o
      *    componente fica ausente; as linhas contadas no spool dao
      *    a paginacao do pacote

           MOVE 0 TO CP-LINHAS (I)
           IF   CP-SEQUENCIA (I) = 0
                MOVE "A" TO CP-SITUACAO (I)
                ADD  1   TO QT-AUSENTES
                GO TO 240-99-FIM
           END-IF

           MOVE CP-ARQUIVO (I) TO LB-SPOOL
           OPEN INPUT SPOOL
           IF   FS-SPOOL > "09"
                MOVE "00" TO FS-SPOOL
                MOVE "A"  TO CP-SITUACAO (I)
                ADD  1    TO QT-AUSENTES
                GO TO 240-99-FIM
           END-IF
           PERFORM UNTIL FS-SPOOL > "09"
                   READ SPOOL
                   IF   FS-SPOOL < "10"
                        ADD 1 TO CP-LINHAS (I)
                   END-IF
           END-PERFORM
           CLOSE SPOOL
           MOVE "00" TO FS-SPOOL

           IF   CP-DATA (I) < FECHAMENTO
                MOVE "D" TO CP-SITUACAO (I)
                ADD  1   TO QT-DESATUALIZADOS
           ELSE
                MOVE "P" TO CP-SITUACAO (I)
           END-IF.

       240-99-FIM. EXIT.

       250-PAGINACAO.

      *    Paginas de 60 linhas do spool, as mesmas da reimpressao
      *    por faixa do CB126PCW: capa na pagina 1, sumario a partir
      *    da 2 e cada componente presente comecando em pagina nova

           COMPUTE LINHAS-SECAO   = QT-COMPONENTES + 7
           COMPUTE PAGINA-CALCULO = (LINHAS-SECAO + 59) / 60
           COMPUTE PAGINA-SEGUINTE = PAGINA-CALCULO + 2

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-COMPONENTES
                   MOVE 0 TO CP-PAGINA (I)
                   IF   NOT CP-AUSENTE (I)
                        MOVE PAGINA-SEGUINTE TO CP-PAGINA (I)
                        COMPUTE LINHAS-SECAO = CP-LINHAS (I) + 2
                        COMPUTE PAGINA-CALCULO =
                                (LINHAS-SECAO + 59) / 60
                        ADD PAGINA-CALCULO TO PAGINA-SEGUINTE
                   END-IF
           END-PERFORM.

       250-99-FIM. EXIT.

       260-SEQUENCIA-PACOTE.

           MOVE 0 TO SEQUENCIA-PACOTE
           OPEN INPUT CBRLCA
           IF   FS-CBRLCA > "09"
                MOVE "00" TO FS-CBRLCA
                GO TO 260-99-FIM
           END-IF
           MOVE 999999 TO CBRLCA-SEQUENCIA
           START CBRLCA KEY NOT GREATER CBRLCA-CHAVE
           IF   FS-CBRLCA < "10"
                READ CBRLCA PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBRLCA < "10"
                AND  CBRLCA-REPORT = "CB256PA"
                     MOVE CBRLCA-SEQUENCIA TO SEQUENCIA-PACOTE
                END-IF
           END-IF
           CLOSE CBRLCA
           MOVE "00" TO FS-CBRLCA.

       260-99-FIM. EXIT.

       300-CAPA.

           PERFORM 5 TIMES
                   MOVE SPACES TO LINHA-01
                   PERFORM 700-IMPRIME THRU 700-99-FIM
           END-PERFORM

           MOVE "PACOTE GERENCIAL MENSAL" TO CLIC-TEXTO
           PERFORM 700-IMPRIME THRU 700-99-FIM
           MOVE SPACES TO LINHA-01
           PERFORM 700-IMPRIME THRU 700-99-FIM

           STRING "EMPRESA.............: " EMPRESA-CODIGO " "
                  EMPRESA-NOME DELIMITED BY SIZE INTO CLIC-TEXTO
           PERFORM 700-IMPRIME THRU 700-99-FIM
           STRING "PERIODO.............: " PER-MM "/" PER-AAAA
                  DELIMITED BY SIZE INTO CLIC-TEXTO
           PERFORM 700-IMPRIME THRU 700-99-FIM
           STRING "MONTADO EM..........: " HOJE-DD "/" HOJE-MM "/"
                  HOJE-AAAA " POR " OPERADOR
                  DELIMITED BY SIZE INTO CLIC-TEXTO
           PERFORM 700-IMPRIME THRU 700-99-FIM

           MOVE QT-COMPONENTES    TO QT-EDITADO
           MOVE QT-AUSENTES       TO QT-EDITADO-2
           MOVE QT-DESATUALIZADOS TO QT-EDITADO-3
           STRING "COMPONENTES.........: " QT-EDITADO
                  "   AUSENTES: " QT-EDITADO-2
                  "   DESATUALIZADOS: " QT-EDITADO-3
                  DELIMITED BY SIZE INTO CLIC-TEXTO
           PERFORM 700-IMPRIME THRU 700-99-FIM

           IF   QT-AUSENTES NOT = 0 OR QT-DESATUALIZADOS NOT = 0
                MOVE SPACES TO LINHA-01
                PERFORM 700-IMPRIME THRU 700-99-FIM
                MOVE "*** PACOTE INCOMPLETO - VER SITUACAO NO SUMARIO"
                  TO CLIC-TEXTO
                PERFORM 700-IMPRIME THRU 700-99-FIM
           END-IF

           PERFORM 710-NOVA-PAGINA THRU 710-99-FIM.

       300-99-FIM. EXIT.

       400-SUMARIO.

      *    Sete linhas alem dos componentes, como contado na
      *    paginacao

           MOVE "SUMARIO" TO CLIC-TEXTO
           PERFORM 700-IMPRIME THRU 700-99-FIM
           MOVE SPACES TO LINHA-01
           PERFORM 700-IMPRIME THRU 700-99-FIM
           MOVE LINHA-02 TO CWIMPR-DETAIL
           PERFORM 705-DETALHE THRU 705-99-FIM
           MOVE SPACES TO LINHA-01
           PERFORM 700-IMPRIME THRU 700-99-FIM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > QT-COMPONENTES
                   MOVE CP-ORDEM (I)      TO CLIC-ORDEM
                   MOVE CP-TITULO (I)     TO CLIC-TITULO
                   MOVE CP-REPORT (I)     TO CLIC-REPORT
                   MOVE CP-SEQUENCIA (I)  TO CLIC-SEQUENCIA
                   MOVE CP-DATA (I)       TO CLIC-DATA
                   MOVE CP-PAGINA (I)     TO CLIC-PAGINA
                   MOVE CP-PARAMETROS (I) TO CLIC-PARAMETROS
                   EVALUATE TRUE
                       WHEN CP-AUSENTE (I)
                            MOVE "AUSENTE"       TO CLIC-SITUACAO
                       WHEN CP-DESATUALIZADO (I)
                            MOVE "DESATUALIZADO" TO CLIC-SITUACAO
                       WHEN OTHER
                            MOVE SPACES          TO CLIC-SITUACAO
                   END-EVALUATE
                   MOVE LINHA-03 TO CWIMPR-DETAIL
                   PERFORM 705-DETALHE THRU 705-99-FIM
           END-PERFORM

           MOVE SPACES TO LINHA-01
           PERFORM 700-IMPRIME THRU 700-99-FIM
           MOVE "AUSENTE: SEM SAIDA CATALOGADA DO INICIO DO PERIODO AO
      -         " FIM DO MES SEGUINTE, OU COM O SPOOL EXPURGADO"
             TO CLIC-TEXTO
           PERFORM 700-IMPRIME THRU 700-99-FIM
           MOVE "DESATUALIZADO: SAIDA EMITIDA ANTES DO FECHAMENTO DO PE
      -         "RIODO"
             TO CLIC-TEXTO
           PERFORM 700-IMPRIME THRU 700-99-FIM

           PERFORM 710-NOVA-PAGINA THRU 710-99-FIM.

       400-99-FIM. EXIT.

       500-COMPONENTE.

           IF   CP-AUSENTE (I)
                GO TO 500-99-FIM
           END-IF

           MOVE CP-ARQUIVO (I) TO LB-SPOOL
           OPEN INPUT SPOOL
           IF   FS-SPOOL > "09"
                MOVE "00" TO FS-SPOOL
                GO TO 500-99-FIM
           END-IF

           MOVE CP-SEQUENCIA (I) TO SEQUENCIA-PACOTE
           STRING CP-ORDEM (I) " - " CP-TITULO (I)
                  "  (" CP-REPORT (I) " CATALOGO " SEQUENCIA-PACOTE
                  ")" DELIMITED BY SIZE INTO CLIC-TEXTO
           IF   CP-DESATUALIZADO (I)
                MOVE "*** DESATUALIZADO" TO CLIC-TEXTO (76: 25)
           END-IF
           PERFORM 700-IMPRIME THRU 700-99-FIM
           MOVE SPACES TO LINHA-01
           PERFORM 700-IMPRIME THRU 700-99-FIM

           PERFORM UNTIL FS-SPOOL > "09"
                   READ SPOOL
                   IF   FS-SPOOL < "10"
                        MOVE SPOOL-REG TO CWIMPR-DETAIL
                        PERFORM 705-DETALHE THRU 705-99-FIM
                   END-IF
           END-PERFORM
           CLOSE SPOOL
           MOVE "00" TO FS-SPOOL

           PERFORM 710-NOVA-PAGINA THRU 710-99-FIM.

       500-99-FIM. EXIT.

       700-IMPRIME.

           MOVE LINHA-01 TO CWIMPR-DETAIL
           MOVE SPACES   TO LINHA-01
           PERFORM 705-DETALHE THRU 705-99-FIM.

       700-99-FIM. EXIT.

       705-DETALHE.

           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           ADD  1 TO LINHAS-PACOTE.

       705-99-FIM. EXIT.

       710-NOVA-PAGINA.

           COMPUTE PAGINA-CALCULO = (LINHAS-PACOTE + 59) / 60
           COMPUTE ALVO-LINHAS    = PAGINA-CALCULO * 60
           PERFORM UNTIL LINHAS-PACOTE NOT < ALVO-LINHAS
                   MOVE SPACES TO LINHA-01
                   PERFORM 700-IMPRIME THRU 700-99-FIM
           END-PERFORM.

       710-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           MOVE "?"            TO CWMENU
           CALL "CWGETU"    USING OPERADOR TASK PROGRAMA CWMENU

      *    Empresa da sessao, gravada pelo seletor CB141PCW

           CALL "CWFILE" USING LB-CBPAEM
               ON EXCEPTION
                    CONTINUE
           END-CALL
           OPEN INPUT CBPAEM
           IF   FS-CBPAEM < "10"
                MOVE 10 TO RK-CBPAEM
                READ CBPAEM
                IF   FS-CBPAEM < "10"
                AND  CBPAEM-REG (1: 3) NUMERIC
                     MOVE CBPAEM-REG (1: 3)  TO EMPRESA-CODIGO
                     MOVE CBPAEM-REG (5: 40) TO EMPRESA-NOME
                END-IF
                CLOSE CBPAEM
           END-IF
           MOVE "00" TO FS-CBPAEM

           OPEN I-O CBPGDF
           IF   FS-CBPGDF = "30" OR "35"
                CLOSE CBPGDF
                OPEN OUTPUT CBPGDF
                CLOSE CBPGDF
                OPEN I-O CBPGDF
           END-IF
           IF   FS-CBPGDF > "09"
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBPGDF.

       900-99-FIM. EXIT.

       END PROGRAM CB256PCW.
