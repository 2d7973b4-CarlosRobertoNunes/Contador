       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB252PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Reapresentacao das demonstracoes             *
                      *                                               *
                      *  Compara uma emissao final publicada no       *
                      *  CBPUBL (CB251PCW) com os livros atuais:      *
                      *  saldo das contas no balanco, linhas da DRE   *
                      *  no mes e no exercicio, grupos e totais da    *
                      *  DFC. Lista as diferencas, as linhas novas,   *
                      *  as reaberturas de mes (CBREAB) posteriores   *
                      *  a emissao e os lancamentos incluidos depois  *
                      *  dela                                         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBPUBLSL.
       COPY CBPLCOSL.
       COPY CBCOSASL.
       COPY CBDRELSL.
       COPY CBDFCCSL.
       COPY CBMVMSSL.
       COPY CBREABSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBPUBLFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.
       COPY CBDRELFD.
       COPY CBDFCCFD.
       COPY CBMVMSFD.
       COPY CBREABFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 PROGRAMA-P                PIC  X(008) VALUE SPACES.
           05 REFERENCIA-P              PIC  9(006) VALUE 0.
           05 FILLER REDEFINES REFERENCIA-P.
              10 REF-AAAA-P             PIC  9(004).
              10 REF-MM-P               PIC  9(002).
           05 EMISSAO-P                 PIC  9(003) VALUE 0.
           05 SO-DIFERENCAS             PIC  X(001) VALUE "S".
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 I                         PIC  9(003) VALUE 0.
           05 L                         PIC  9(003) VALUE 0.
           05 M                         PIC  9(002) VALUE 0.
           05 ACHOU                     PIC  X(001) VALUE "N".
           05 NA-COPIA                  PIC  X(001) VALUE "N".
      *    Cabecalho da emissao publicada
           05 CHAVE-EMISSAO.
              10 CE-PROGRAMA            PIC  X(008) VALUE SPACES.
              10 CE-REFERENCIA          PIC  9(006) VALUE 0.
              10 CE-EMISSAO             PIC  9(003) VALUE 0.
           05 DATA-PUB                  PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-PUB.
              10 DATA-PUB-AAAA          PIC  9(004).
              10 DATA-PUB-MM            PIC  9(002).
              10 DATA-PUB-DD            PIC  9(002).
           05 HORA-PUB                  PIC  9(008) VALUE 0.
           05 FILLER REDEFINES HORA-PUB.
              10 HORA-PUB-HH            PIC  9(002).
              10 HORA-PUB-MM            PIC  9(002).
              10 FILLER                 PIC  9(004).
           05 USUARIO-PUB               PIC  X(030) VALUE SPACES.
           05 REF-INICIAL-PUB           PIC  9(006) VALUE 0.
           05 CENTRO-PUB                PIC  9(004) VALUE 0.
           05 GRAU-DE-PUB               PIC  9(001) VALUE 0.
           05 GRAU-ATE-PUB              PIC  9(001) VALUE 0.
           05 ULTIMOS-PUB.
              10 ULTIMO-PUB OCCURS 13   PIC  9(007).
           05 MES-CORRENTE              PIC  9(006) VALUE 0.
           05 FILLER REDEFINES MES-CORRENTE.
              10 MES-AAAA               PIC  9(004).
              10 MES-MM                 PIC  9(002).
           05 MES-FINAL                 PIC  9(006) VALUE 0.
           05 FILLER REDEFINES MES-FINAL.
              10 MES-FINAL-AAAA         PIC  9(004).
              10 MES-FINAL-MM           PIC  9(002).
           05 DATA-REAB                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-REAB.
              10 DATA-REAB-AAAA         PIC  9(004).
              10 DATA-REAB-MM           PIC  9(002).
              10 DATA-REAB-DD           PIC  9(002).
           05 HORA-REAB                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES HORA-REAB.
              10 HORA-REAB-HH           PIC  9(002).
              10 HORA-REAB-MM           PIC  9(002).
              10 FILLER                 PIC  9(004).
           05 REF-REAB                  PIC  9(006) VALUE 0.
           05 FILLER REDEFINES REF-REAB.
              10 REF-REAB-AAAA          PIC  9(004).
              10 REF-REAB-MM            PIC  9(002).
           05 CODIGO-EDITADO            PIC  Z(014)9.
      *    Valores da comparacao
           05 VALOR-PUB          COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-ATUAL        COMP-3 PIC S9(012)V99 VALUE 0.
           05 COLUNA-VALOR              PIC  X(003) VALUE SPACES.
           05 SITUACAO-LINHA            PIC  X(010) VALUE SPACES.
           05 CODIGO-LINHA              PIC  X(024) VALUE SPACES.
           05 DESCRICAO-LINHA           PIC  X(030) VALUE SPACES.
           05 LINHAS-COMPARADAS  COMP-3 PIC  9(006) VALUE 0.
           05 LINHAS-ALTERADAS   COMP-3 PIC  9(006) VALUE 0.
           05 LINHAS-NOVAS       COMP-3 PIC  9(006) VALUE 0.
           05 QT-REABERTURAS     COMP-3 PIC  9(006) VALUE 0.
           05 QT-LANCAMENTOS     COMP-3 PIC  9(006) VALUE 0.
      *    DRE refeita como no CB077PCW
           05 TOTAL-LINHAS              PIC  9(003) VALUE 0.
           05 VALOR-MES          COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-EXERCICIO    COMP-3 PIC S9(012)V99 VALUE 0.
           05 RESULTADO-MES      COMP-3 PIC S9(012)V99 VALUE 0.
           05 RESULTADO-EXERC    COMP-3 PIC S9(012)V99 VALUE 0.
           05 TABELA-DRE.
              10 LINHA-DRE OCCURS 99.
                 15 TB-LINHA     COMP-3 PIC  9(003).
                 15 TB-TITULO           PIC  X(040).
                 15 TB-TIPO             PIC  X(001).
                 15 TB-SINAL            PIC  X(001).
                 15 TB-MES       COMP-3 PIC S9(012)V99.
                 15 TB-EXERCICIO COMP-3 PIC S9(012)V99.
                 15 TB-FAIXA OCCURS 5.
                    20 TB-CLASSE-DE  COMP-3 PIC 9(015).
                    20 TB-CLASSE-ATE COMP-3 PIC 9(015).
      *    DFC refeita como no CB079PCW
           05 TOTAL-GRUPOS              PIC  9(003) VALUE 0.
           05 ATIVIDADE-MOV             PIC  X(001) VALUE SPACE.
           05 DESCRICAO-MOV             PIC  X(040) VALUE SPACES.
           05 CHAVE-CORRENTE            PIC  X(005) VALUE SPACES.
           05 CLASSE-CONTRA             PIC  9(015) VALUE 0.
           05 ENTRADA-MOV        COMP-3 PIC S9(012)V99 VALUE 0.
           05 VARIACAO-CAIXA     COMP-3 PIC S9(012)V99 VALUE 0.
           05 TABELA-FLUXO.
              10 GRUPO-FLUXO OCCURS 200.
                 15 TB-CLASSE    COMP-3 PIC  9(015).
                 15 TB-ATIVIDADE        PIC  X(001).
                 15 TB-DESCRICAO        PIC  X(040).
                 15 TB-VALOR     COMP-3 PIC S9(012)V99.
           05 TABELA-ATIVIDADES.
              10 OCCURS 4.
                 15 TB-ATIV-CODIGO      PIC  X(001).
                 15 TB-ATIV-VALOR COMP-3 PIC S9(012)V99.
           05 ER-CBPUBL.
              10 FS-CBPUBL              PIC  X(002) VALUE "00".
              10 LB-CBPUBL              PIC  X(050) VALUE "CBPUBL".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".
           05 ER-CBDREL.
              10 FS-CBDREL              PIC  X(002) VALUE "00".
              10 LB-CBDREL              PIC  X(050) VALUE "CBDREL".
           05 ER-CBDFCC.
              10 FS-CBDFCC              PIC  X(002) VALUE "00".
              10 LB-CBDFCC              PIC  X(050) VALUE "CBDFCC".
           05 ER-CBMVMS.
              10 FS-CBMVMS              PIC  X(002) VALUE "00".
              10 LB-CBMVMS              PIC  X(050) VALUE "CBMV000000".
           05 ER-CBREAB.
              10 FS-CBREAB              PIC  X(002) VALUE "00".
              10 LB-CBREAB              PIC  X(050) VALUE "CBREAB".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "CODIGO                   DESCRICAO      ".
              05 FILLER                 PIC  X(040) VALUE
                 "                COL           PUBLICADO ".
              05 FILLER                 PIC  X(040) VALUE
                 "              ATUAL           DIFERENCA ".
              05 FILLER                 PIC  X(008) VALUE
                 "SITUACAO".
           02 LINHA-02.
              05 CLRE-CODIGO            PIC  X(024).
              05 FILLER                 PIC  X(001).
              05 CLRE-DESCRICAO         PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLRE-COLUNA            PIC  X(003).
              05 FILLER                 PIC  X(001).
              05 CLRE-PUBLICADO         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLRE-ATUAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLRE-DIFERENCA         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLRE-SITUACAO          PIC  X(010).
           02 LINHA-03.
              05 FILLER                 PIC  X(011) VALUE
                 "REABERTURA ".
              05 CLRA-MES               PIC  99/9999.
              05 FILLER                 PIC  X(004) VALUE " EM ".
              05 CLRA-DD                PIC  9(002).
              05 FILLER                 PIC  X(001) VALUE "/".
              05 CLRA-MM                PIC  9(002).
              05 FILLER                 PIC  X(001) VALUE "/".
              05 CLRA-AAAA              PIC  9(004).
              05 FILLER                 PIC  X(001) VALUE SPACE.
              05 CLRA-HH                PIC  9(002).
              05 FILLER                 PIC  X(001) VALUE ":".
              05 CLRA-MI                PIC  9(002).
              05 FILLER                 PIC  X(001) VALUE SPACE.
              05 CLRA-USUARIO           PIC  X(020).
              05 FILLER                 PIC  X(001) VALUE SPACE.
              05 CLRA-SUPERVISOR        PIC  X(020).
              05 FILLER                 PIC  X(001) VALUE SPACE.
              05 CLRA-JUSTIFICATIVA     PIC  X(050).
           02 LINHA-04.
              05 FILLER                 PIC  X(011) VALUE
                 "LANCAMENTO ".
              05 CLLA-MES               PIC  99/9999.
              05 FILLER                 PIC  X(001) VALUE SPACE.
              05 CLLA-LANCAMENTO        PIC  Z(006)9.
              05 FILLER                 PIC  X(001) VALUE SPACE.
              05 CLLA-TIPO              PIC  X(001).
              05 FILLER                 PIC  X(001) VALUE SPACE.
              05 CLLA-DIA               PIC  Z9.
              05 FILLER                 PIC  X(001) VALUE SPACE.
              05 CLLA-CONTA             PIC  X(026).
              05 FILLER                 PIC  X(001) VALUE SPACE.
              05 CLLA-CENTRO            PIC  ZZZ9.
              05 FILLER                 PIC  X(001) VALUE SPACE.
              05 CLLA-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(005) VALUE " BAC ".
              05 CLLA-SERIE             PIC  ZZZ9.
              05 FILLER                 PIC  X(001) VALUE "/".
              05 CLLA-NUMERO            PIC  ZZZ9.
           02 LINHA-05.
              05 CLTO-TEXTO             PIC  X(050).
              05 CLTO-QUANTIDADE        PIC  ZZZ.ZZ9.

       COPY CB002PCW.
       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-PARAMETROS.
           05 LINE 04 COLUMN 03 VALUE "1 - Balanco (CB018PCW)".
           05 LINE 05 COLUMN 03 VALUE
              "2 - Balanco em 2 colunas (CB019PCW)".
           05 LINE 06 COLUMN 03 VALUE "3 - DRE (CB077PCW)".
           05 LINE 07 COLUMN 03 VALUE "4 - DFC (CB079PCW)".
           05 LINE 09 COLUMN 03 VALUE "Demonstracao..................:".
           05 LINE 09 COLUMN 36 PIC 9    USING OPCAO.
           05 LINE 10 COLUMN 03 VALUE "Referencia (AAAAMM)...........:".
           05 LINE 10 COLUMN 36 PIC 9999 USING REF-AAAA-P.
           05 LINE 10 COLUMN 40 PIC 99   USING REF-MM-P.
           05 LINE 10 COLUMN 44 VALUE "(DFC: referencia final)".
           05 LINE 11 COLUMN 03 VALUE
              "Emissao (0 = ultima publicada):".
           05 LINE 11 COLUMN 36 PIC ZZ9  USING EMISSAO-P.
           05 LINE 12 COLUMN 03 VALUE "So as diferencas (S/N)........:".
           05 LINE 12 COLUMN 36 PIC X    USING SO-DIFERENCAS.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS      THRU 800-99-FIM
           IF   NOT ESC
                PERFORM 100-PROCESSAMENTO THRU 100-99-FIM
                PERFORM 900-FINAIS        THRU 900-99-FIM
           END-IF.

       000-99-FIM. GOBACK.

       100-PROCESSAMENTO.

           EVALUATE CE-PROGRAMA
               WHEN "CB077PCW"
                    PERFORM 300-COMPARA-DRE    THRU 300-99-FIM
               WHEN "CB079PCW"
                    PERFORM 400-COMPARA-DFC    THRU 400-99-FIM
               WHEN OTHER
                    PERFORM 200-COMPARA-CONTAS THRU 200-99-FIM
           END-EVALUATE

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "LINHAS DA EMISSAO PUBLICADA COMPARADAS"
             TO CLTO-TEXTO
           MOVE LINHAS-COMPARADAS TO CLTO-QUANTIDADE
           MOVE LINHA-05          TO CWIMPR-DETAIL
           CALL "CB125PCW"     USING PARAMETROS-CWIMPR
           MOVE "LINHAS COM VALOR ALTERADO"
             TO CLTO-TEXTO
           MOVE LINHAS-ALTERADAS  TO CLTO-QUANTIDADE
           MOVE LINHA-05          TO CWIMPR-DETAIL
           CALL "CB125PCW"     USING PARAMETROS-CWIMPR
           MOVE "LINHAS NOVAS (SEM VALOR NA EMISSAO PUBLICADA)"
             TO CLTO-TEXTO
           MOVE LINHAS-NOVAS      TO CLTO-QUANTIDADE
           MOVE LINHA-05          TO CWIMPR-DETAIL
           CALL "CB125PCW"     USING PARAMETROS-CWIMPR

           PERFORM 500-REABERTURAS  THRU 500-99-FIM
           PERFORM 600-LANCAMENTOS  THRU 600-99-FIM.

       100-99-FIM. EXIT.

      ******************************************************************
      *  Balancos: saldo de cada conta publicada contra o CBCOSA       *
      ******************************************************************

       200-COMPARA-CONTAS.

           PERFORM 700-PRIMEIRA-LINHA THRU 700-99-FIM

           PERFORM UNTIL NA-COPIA = "N"
                   IF   CBPUBL-CONTA
                        MOVE CENTRO-PUB        TO CBCOSA-CENTRO-CUSTO
                        MOVE CBPUBL-CODIGO     TO CBCOSA-CONTA
                        MOVE CE-REFERENCIA     TO CBCOSA-AAAAMM
                        MOVE 0                 TO VALOR-ATUAL
                        READ CBCOSA IGNORE LOCK
                        IF   FS-CBCOSA < "10"
                             MOVE CBCOSA-SALDO-ATUAL TO VALOR-ATUAL
                        END-IF
                        MOVE "00"              TO FS-CBCOSA
                        MOVE CBPUBL-CODIGO-ED  TO CODIGO-LINHA
                        MOVE CBPUBL-DESCRICAO  TO DESCRICAO-LINHA
                        MOVE SPACES            TO COLUNA-VALOR
                        MOVE CBPUBL-VALOR-1    TO VALOR-PUB
                        PERFORM 750-IMPRIME-COMPARACAO
                           THRU 750-99-FIM
                   END-IF
                   PERFORM 710-PROXIMA-LINHA THRU 710-99-FIM
           END-PERFORM

      *    Contas com saldo hoje que nao constavam da emissao

           MOVE LOW-VALUES TO CBPLCO-CHAVE
           START CBPLCO KEY NOT LESS CBPLCO-CHAVE
           PERFORM UNTIL FS-CBPLCO > "09"
                   READ CBPLCO NEXT RECORD IGNORE LOCK
                   IF   FS-CBPLCO < "10"
                        PERFORM 210-CONTA-NOVA THRU 210-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPLCO.

       200-99-FIM. EXIT.

       210-CONTA-NOVA.

           MOVE CBPLCO-CONTA TO CB002PCW-CONTA
           MOVE "C"          TO CB002PCW-FUNCAO
           CALL "CB002PCW" USING PARAMETROS-CB002PCW
           MOVE "E"          TO CB002PCW-FUNCAO
           CALL "CB002PCW" USING PARAMETROS-CB002PCW

           IF   CB002PCW-GRAU < GRAU-DE-PUB
           OR   CB002PCW-GRAU > GRAU-ATE-PUB
                GO TO 210-99-FIM
           END-IF

           MOVE CENTRO-PUB    TO CBCOSA-CENTRO-CUSTO
           MOVE CBPLCO-CONTA  TO CBCOSA-CONTA
           MOVE CE-REFERENCIA TO CBCOSA-AAAAMM
           READ CBCOSA IGNORE LOCK
           IF   FS-CBCOSA > "09"
           OR   CBCOSA-SALDO-ATUAL = 0
                MOVE "00" TO FS-CBCOSA
                GO TO 210-99-FIM
           END-IF

           MOVE "C"          TO CBPUBL-TIPO
           MOVE CBPLCO-CONTA TO CBPUBL-CODIGO
           MOVE SPACE        TO CBPUBL-ATIVIDADE
           PERFORM 720-CONSTA-DA-COPIA THRU 720-99-FIM
           IF   ACHOU = "S"
                GO TO 210-99-FIM
           END-IF

           MOVE CB002PCW-CONTA-ED  TO CODIGO-LINHA
           MOVE CBPLCO-DESCRICAO   TO DESCRICAO-LINHA
           MOVE SPACES             TO COLUNA-VALOR
           MOVE CBCOSA-SALDO-ATUAL TO VALOR-ATUAL
           PERFORM 760-IMPRIME-NOVA THRU 760-99-FIM.

       210-99-FIM. EXIT.

      ******************************************************************
      *  DRE: refeita pelo CBDREL e CBCOSA atuais, coluna do mes e     *
      *  do exercicio contra as publicadas                             *
      ******************************************************************

       300-COMPARA-DRE.

           PERFORM 310-CARREGA-DRE   THRU 310-99-FIM
           PERFORM 320-ACUMULA-DRE   THRU 320-99-FIM
           PERFORM 330-RESULTADO-DRE THRU 330-99-FIM

           PERFORM 700-PRIMEIRA-LINHA THRU 700-99-FIM

           PERFORM UNTIL NA-COPIA = "N"
                   IF   CBPUBL-LINHA-DRE
                   OR   CBPUBL-RESULTADO-DRE
                        PERFORM VARYING L FROM 1 BY 1
                                  UNTIL L > TOTAL-LINHAS
                                     OR TB-LINHA (L) = CBPUBL-CODIGO
                                CONTINUE
                        END-PERFORM
                        MOVE CBPUBL-CODIGO     TO CODIGO-EDITADO
                        MOVE CODIGO-EDITADO    TO CODIGO-LINHA
                        MOVE CBPUBL-DESCRICAO  TO DESCRICAO-LINHA
                        MOVE 0                 TO VALOR-ATUAL
                        IF   L NOT > TOTAL-LINHAS
                             MOVE TB-MES (L)   TO VALOR-ATUAL
                        END-IF
                        MOVE "MES"             TO COLUNA-VALOR
                        MOVE CBPUBL-VALOR-1    TO VALOR-PUB
                        PERFORM 750-IMPRIME-COMPARACAO
                           THRU 750-99-FIM
                        MOVE 0                 TO VALOR-ATUAL
                        IF   L NOT > TOTAL-LINHAS
                             MOVE TB-EXERCICIO (L) TO VALOR-ATUAL
                        END-IF
                        MOVE "EXE"             TO COLUNA-VALOR
                        MOVE CBPUBL-VALOR-2    TO VALOR-PUB
                        PERFORM 750-IMPRIME-COMPARACAO
                           THRU 750-99-FIM
                   END-IF
                   PERFORM 710-PROXIMA-LINHA THRU 710-99-FIM
           END-PERFORM

      *    Linhas incluidas no CBDREL depois da emissao

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > TOTAL-LINHAS
                   IF   TB-TIPO (L) = "D"
                        MOVE "D" TO CBPUBL-TIPO
                   ELSE
                        MOVE "R" TO CBPUBL-TIPO
                   END-IF
                   MOVE TB-LINHA (L) TO CBPUBL-CODIGO
                   MOVE SPACE        TO CBPUBL-ATIVIDADE
                   PERFORM 720-CONSTA-DA-COPIA THRU 720-99-FIM
                   IF   ACHOU = "N"
                        MOVE TB-LINHA (L)     TO CODIGO-EDITADO
                        MOVE CODIGO-EDITADO   TO CODIGO-LINHA
                        MOVE TB-TITULO (L)    TO DESCRICAO-LINHA
                        MOVE "MES"            TO COLUNA-VALOR
                        MOVE TB-MES (L)       TO VALOR-ATUAL
                        PERFORM 760-IMPRIME-NOVA THRU 760-99-FIM
                        MOVE "EXE"            TO COLUNA-VALOR
                        MOVE TB-EXERCICIO (L) TO VALOR-ATUAL
                        PERFORM 760-IMPRIME-NOVA THRU 760-99-FIM
                   END-IF
           END-PERFORM.

       300-99-FIM. EXIT.

       310-CARREGA-DRE.

           MOVE 0          TO TOTAL-LINHAS
           MOVE LOW-VALUES TO CBDREL-CHAVE
           START CBDREL KEY NOT LESS CBDREL-CHAVE

           PERFORM UNTIL FS-CBDREL > "09"
                      OR TOTAL-LINHAS = 99
                   READ CBDREL NEXT RECORD IGNORE LOCK
                   IF   FS-CBDREL < "10"
                        ADD  1                TO TOTAL-LINHAS
                        MOVE TOTAL-LINHAS     TO L
                        MOVE CBDREL-LINHA     TO TB-LINHA  (L)
                        MOVE CBDREL-TITULO    TO TB-TITULO (L)
                        MOVE CBDREL-TIPO      TO TB-TIPO   (L)
                        MOVE CBDREL-SINAL     TO TB-SINAL  (L)
                        MOVE 0                TO TB-MES       (L)
                                                 TB-EXERCICIO (L)
                        PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                                MOVE CBDREL-CLASSE-DE  (I)
                                  TO TB-CLASSE-DE  (L I)
                                MOVE CBDREL-CLASSE-ATE (I)
                                  TO TB-CLASSE-ATE (L I)
                        END-PERFORM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBDREL.

       310-99-FIM. EXIT.

       320-ACUMULA-DRE.

      *    Mesmo criterio do CB077PCW: centro 0, contas analiticas

           MOVE LOW-VALUES TO CBCOSA-CHAVE
           START CBCOSA KEY NOT LESS CBCOSA-CHAVE

           PERFORM UNTIL FS-CBCOSA > "09"
                   READ CBCOSA NEXT RECORD IGNORE LOCK
                   IF   FS-CBCOSA < "10"
                   AND  CBCOSA-CENTRO-CUSTO = 0
                   AND  CBCOSA-AAAAMM = CE-REFERENCIA
                        PERFORM 325-CLASSIFICA-DRE THRU 325-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCOSA.

       320-99-FIM. EXIT.

       325-CLASSIFICA-DRE.

           MOVE CBCOSA-CONTA TO CBPLCO-CONTA
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-CHAVE
           IF   FS-CBPLCO > "09"
           OR   CBPLCO-COD-RED = 0
                MOVE "00" TO FS-CBPLCO
                GO TO 325-99-FIM
           END-IF

           COMPUTE VALOR-MES       = CBCOSA-A-CREDITO - CBCOSA-A-DEBITO
           COMPUTE VALOR-EXERCICIO = 0 - CBCOSA-SALDO-ATUAL

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > TOTAL-LINHAS
              IF   TB-TIPO (L) = "D"
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                      IF   TB-CLASSE-ATE (L I) NOT = 0
                      AND  CBPLCO-CLASSE NOT < TB-CLASSE-DE  (L I)
                      AND  CBPLCO-CLASSE NOT > TB-CLASSE-ATE (L I)
                           ADD VALOR-MES       TO TB-MES       (L)
                           ADD VALOR-EXERCICIO TO TB-EXERCICIO (L)
                           MOVE 6 TO I
                      END-IF
                   END-PERFORM
              END-IF
           END-PERFORM.

       325-99-FIM. EXIT.

       330-RESULTADO-DRE.

      *    Valores como impressos: sinal invertido nas linhas "-" e
      *    resultado acumulado nas linhas de total

           MOVE 0 TO RESULTADO-MES RESULTADO-EXERC

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > TOTAL-LINHAS
                   IF   TB-TIPO (L) = "D"
                        ADD TB-MES       (L) TO RESULTADO-MES
                        ADD TB-EXERCICIO (L) TO RESULTADO-EXERC
                        IF   TB-SINAL (L) = "-"
                             COMPUTE TB-MES       (L) =
                                     0 - TB-MES       (L)
                             COMPUTE TB-EXERCICIO (L) =
                                     0 - TB-EXERCICIO (L)
                        END-IF
                   ELSE
                        MOVE RESULTADO-MES    TO TB-MES       (L)
                        MOVE RESULTADO-EXERC  TO TB-EXERCICIO (L)
                   END-IF
           END-PERFORM.

       330-99-FIM. EXIT.

      ******************************************************************
      *  DFC: refeita pelo movimento atual do periodo publicado        *
      ******************************************************************

       400-COMPARA-DFC.

           MOVE 0                TO TOTAL-GRUPOS VARIACAO-CAIXA
           MOVE REF-INICIAL-PUB  TO MES-CORRENTE
           MOVE CE-REFERENCIA    TO MES-FINAL
           PERFORM 410-PROCESSA-MES THRU 410-99-FIM
                   UNTIL MES-CORRENTE > MES-FINAL

           MOVE "O" TO TB-ATIV-CODIGO (1)
           MOVE "I" TO TB-ATIV-CODIGO (2)
           MOVE "F" TO TB-ATIV-CODIGO (3)
           MOVE "N" TO TB-ATIV-CODIGO (4)
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 4
                   MOVE 0 TO TB-ATIV-VALOR (M)
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-GRUPOS
                           IF   TB-ATIVIDADE (I) = TB-ATIV-CODIGO (M)
                                ADD TB-VALOR (I) TO TB-ATIV-VALOR (M)
                           END-IF
                   END-PERFORM
           END-PERFORM

           PERFORM 700-PRIMEIRA-LINHA THRU 700-99-FIM

           PERFORM UNTIL NA-COPIA = "N"
                   MOVE 0                TO VALOR-ATUAL
                   MOVE "S"              TO ACHOU
                   EVALUATE TRUE
                       WHEN CBPUBL-GRUPO-DFC
                            PERFORM VARYING I FROM 1 BY 1
                                    UNTIL I > TOTAL-GRUPOS
                                       OR (TB-CLASSE (I) = CBPUBL-CODIGO
                                      AND  TB-ATIVIDADE (I) =
                                           CBPUBL-ATIVIDADE)
                                    CONTINUE
                            END-PERFORM
                            IF   I NOT > TOTAL-GRUPOS
                                 MOVE TB-VALOR (I) TO VALOR-ATUAL
                            END-IF
                       WHEN CBPUBL-TOTAL-ATIVIDADE
                            PERFORM VARYING M FROM 1 BY 1
                                    UNTIL M > 4
                                       OR TB-ATIV-CODIGO (M) =
                                          CBPUBL-ATIVIDADE
                                    CONTINUE
                            END-PERFORM
                            IF   M NOT > 4
                                 MOVE TB-ATIV-VALOR (M) TO VALOR-ATUAL
                            END-IF
                       WHEN CBPUBL-VARIACAO-CAIXA
                            MOVE VARIACAO-CAIXA TO VALOR-ATUAL
                       WHEN OTHER
                            MOVE "N" TO ACHOU
                   END-EVALUATE
                   IF   ACHOU = "S"
                        MOVE SPACES           TO CODIGO-LINHA
                        IF   CBPUBL-CODIGO NOT = 0
                             MOVE CBPUBL-CODIGO  TO CODIGO-EDITADO
                             MOVE CODIGO-EDITADO TO CODIGO-LINHA
                        END-IF
                        MOVE CBPUBL-ATIVIDADE TO COLUNA-VALOR
                        MOVE CBPUBL-DESCRICAO TO DESCRICAO-LINHA
                        MOVE CBPUBL-VALOR-1   TO VALOR-PUB
                        PERFORM 750-IMPRIME-COMPARACAO
                           THRU 750-99-FIM
                   END-IF
                   PERFORM 710-PROXIMA-LINHA THRU 710-99-FIM
           END-PERFORM

      *    Grupos de origem que surgiram depois da emissao

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > TOTAL-GRUPOS
                   MOVE "F"              TO CBPUBL-TIPO
                   MOVE TB-CLASSE    (I) TO CBPUBL-CODIGO
                   MOVE TB-ATIVIDADE (I) TO CBPUBL-ATIVIDADE
                   PERFORM 720-CONSTA-DA-COPIA THRU 720-99-FIM
                   IF   ACHOU = "N"
                        MOVE TB-CLASSE (I)    TO CODIGO-EDITADO
                        MOVE CODIGO-EDITADO   TO CODIGO-LINHA
                        MOVE TB-ATIVIDADE (I) TO COLUNA-VALOR
                        MOVE TB-DESCRICAO (I) TO DESCRICAO-LINHA
                        MOVE TB-VALOR (I)     TO VALOR-ATUAL
                        PERFORM 760-IMPRIME-NOVA THRU 760-99-FIM
                   END-IF
           END-PERFORM.

       400-99-FIM. EXIT.

       410-PROCESSA-MES.

           MOVE MES-AAAA TO LB-CBMVMS (5: 4)
           MOVE MES-MM   TO LB-CBMVMS (9: 2)
           OPEN INPUT CBMVMS

           IF   FS-CBMVMS < "10"
                PERFORM UNTIL FS-CBMVMS > "09"
                        READ CBMVMS NEXT RECORD IGNORE LOCK
                        IF   FS-CBMVMS < "10"
                        AND  CBMVMS-LANCAMENTO NOT = 0
                             PERFORM 420-CLASSIFICA THRU 420-99-FIM
                        END-IF
                END-PERFORM
                CLOSE CBMVMS
           END-IF
           MOVE "00" TO FS-CBMVMS

           PERFORM 780-PROXIMO-MES THRU 780-99-FIM.

       410-99-FIM. EXIT.

       420-CLASSIFICA.

      *    Mesmo criterio do CB079PCW: perna de disponibilidade
      *    classificada pela contrapartida

           PERFORM 430-CLASSE-DA-CONTA THRU 430-99-FIM
           IF   ATIVIDADE-MOV NOT = "D"
                GO TO 420-99-FIM
           END-IF

           IF   CBMVMS-TIPO = "D"
                MOVE CBMVMS-VALOR TO ENTRADA-MOV
           ELSE
                COMPUTE ENTRADA-MOV = 0 - CBMVMS-VALOR
           END-IF
           ADD ENTRADA-MOV TO VARIACAO-CAIXA

           PERFORM 440-LE-CONTRAPARTIDA THRU 440-99-FIM

           IF   ATIVIDADE-MOV = "D"
                SUBTRACT ENTRADA-MOV FROM VARIACAO-CAIXA
                GO TO 420-99-FIM
           END-IF

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > TOTAL-GRUPOS
                      OR (TB-CLASSE (I) = CLASSE-CONTRA
                     AND  TB-ATIVIDADE (I) = ATIVIDADE-MOV)
                   CONTINUE
           END-PERFORM

           IF   I > TOTAL-GRUPOS
                IF   TOTAL-GRUPOS = 200
                     GO TO 420-99-FIM
                END-IF
                ADD  1             TO TOTAL-GRUPOS
                MOVE TOTAL-GRUPOS  TO I
                MOVE CLASSE-CONTRA TO TB-CLASSE    (I)
                MOVE ATIVIDADE-MOV TO TB-ATIVIDADE (I)
                MOVE DESCRICAO-MOV TO TB-DESCRICAO (I)
                MOVE 0             TO TB-VALOR     (I)
           END-IF

           ADD ENTRADA-MOV TO TB-VALOR (I).

       420-99-FIM. EXIT.

       430-CLASSE-DA-CONTA.

           MOVE SPACE  TO ATIVIDADE-MOV
           MOVE SPACES TO DESCRICAO-MOV
           MOVE 0      TO CLASSE-CONTRA

           MOVE CBMVMS-COD-RED TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                GO TO 430-99-FIM
           END-IF

           MOVE CBPLCO-CLASSE TO CLASSE-CONTRA CBDFCC-CLASSE
           READ CBDFCC IGNORE LOCK
           IF   FS-CBDFCC < "10"
                MOVE CBDFCC-ATIVIDADE TO ATIVIDADE-MOV
                MOVE CBDFCC-DESCRICAO TO DESCRICAO-MOV
           ELSE
                MOVE "N"                   TO ATIVIDADE-MOV
                MOVE "MOVIMENTO SEM CLASSIFICACAO NA TABELA"
                  TO DESCRICAO-MOV
           END-IF
           MOVE "00" TO FS-CBDFCC.

       430-99-FIM. EXIT.

       440-LE-CONTRAPARTIDA.

           MOVE CBMVMS-CHAVE TO CHAVE-CORRENTE
           IF   CBMVMS-TIPO = "D"
                MOVE "C" TO CBMVMS-TIPO
           ELSE
                MOVE "D" TO CBMVMS-TIPO
           END-IF
           READ CBMVMS IGNORE LOCK

           IF   FS-CBMVMS < "10"
                PERFORM 430-CLASSE-DA-CONTA THRU 430-99-FIM
           ELSE
                MOVE "N"                   TO ATIVIDADE-MOV
                MOVE "LANCAMENTO SEM CONTRAPARTIDA"
                  TO DESCRICAO-MOV
                MOVE 0                     TO CLASSE-CONTRA
           END-IF

           MOVE CHAVE-CORRENTE TO CBMVMS-CHAVE
           READ CBMVMS IGNORE LOCK
           MOVE "00"           TO FS-CBMVMS.

       440-99-FIM. EXIT.

      ******************************************************************
      *  Reaberturas (CBREAB) posteriores a emissao que alcancam o     *
      *  periodo publicado                                             *
      ******************************************************************

       500-REABERTURAS.

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "REABERTURAS DE MES POSTERIORES A EMISSAO"
             TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           OPEN INPUT CBREAB
           IF   FS-CBREAB > "09"
                MOVE "00" TO FS-CBREAB
                GO TO 500-99-FIM
           END-IF

           MOVE 0 TO CBREAB-CHAVE
           START CBREAB KEY NOT LESS CBREAB-CHAVE
           PERFORM UNTIL FS-CBREAB > "09"
                   READ CBREAB NEXT RECORD IGNORE LOCK
                   IF   FS-CBREAB < "10"
                        PERFORM 510-REABERTURA THRU 510-99-FIM
                   END-IF
           END-PERFORM

           MOVE "00" TO FS-CBREAB
           CLOSE CBREAB

           MOVE "REABERTURAS LISTADAS" TO CLTO-TEXTO
           MOVE QT-REABERTURAS         TO CLTO-QUANTIDADE
           MOVE LINHA-05               TO CWIMPR-DETAIL
           CALL "CB125PCW"          USING PARAMETROS-CWIMPR.

       500-99-FIM. EXIT.

       510-REABERTURA.

      *    A data do CBREAB e gravada com o ano em 2 digitos

           MOVE CBREAB-DATA TO DATA-REAB
           IF   DATA-REAB < 1000000
                ADD 20000000 TO DATA-REAB
           END-IF
           MOVE CBREAB-HORA TO HORA-REAB

           IF   DATA-REAB < DATA-PUB
           OR  (DATA-REAB = DATA-PUB AND HORA-REAB NOT > HORA-PUB)
                GO TO 510-99-FIM
           END-IF

      *    Saldo de balanco carrega os meses anteriores; DRE e DFC
      *    so dependem do periodo publicado

           IF   CBREAB-REFERENCIA > CE-REFERENCIA
                GO TO 510-99-FIM
           END-IF
           IF  (CE-PROGRAMA = "CB077PCW" OR "CB079PCW")
           AND  CBREAB-REFERENCIA < REF-INICIAL-PUB
                GO TO 510-99-FIM
           END-IF

           MOVE CBREAB-REFERENCIA    TO REF-REAB
           COMPUTE CLRA-MES = REF-REAB-MM * 10000 + REF-REAB-AAAA
           MOVE DATA-REAB-DD         TO CLRA-DD
           MOVE DATA-REAB-MM         TO CLRA-MM
           MOVE DATA-REAB-AAAA       TO CLRA-AAAA
           MOVE HORA-REAB-HH         TO CLRA-HH
           MOVE HORA-REAB-MM         TO CLRA-MI
           MOVE CBREAB-USUARIO       TO CLRA-USUARIO
           MOVE CBREAB-SUPERVISOR    TO CLRA-SUPERVISOR
           MOVE CBREAB-JUSTIFICATIVA TO CLRA-JUSTIFICATIVA
           MOVE LINHA-03             TO CWIMPR-DETAIL
           CALL "CB125PCW"        USING PARAMETROS-CWIMPR
           ADD  1                    TO QT-REABERTURAS.

       510-99-FIM. EXIT.

      ******************************************************************
      *  Lancamentos numerados depois da emissao em cada mes do        *
      *  periodo publicado                                             *
      ******************************************************************

       600-LANCAMENTOS.

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "LANCAMENTOS INCLUIDOS DEPOIS DA EMISSAO"
             TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE REF-INICIAL-PUB TO MES-CORRENTE
           MOVE CE-REFERENCIA   TO MES-FINAL
           MOVE 0               TO M

           PERFORM UNTIL MES-CORRENTE > MES-FINAL
                      OR M = 13
                   ADD 1 TO M
                   PERFORM 610-LANCAMENTOS-MES THRU 610-99-FIM
                   PERFORM 780-PROXIMO-MES     THRU 780-99-FIM
           END-PERFORM

           MOVE "LANCAMENTOS LISTADOS" TO CLTO-TEXTO
           MOVE QT-LANCAMENTOS         TO CLTO-QUANTIDADE
           MOVE LINHA-05               TO CWIMPR-DETAIL
           CALL "CB125PCW"          USING PARAMETROS-CWIMPR
           MOVE SPACES TO CWIMPR-DETAIL
           MOVE "EXCLUSOES E ALTERACOES DE LANCAMENTOS APARECEM SO NAS"
             TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "DIFERENCAS DE VALOR ACIMA"
             TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       600-99-FIM. EXIT.

       610-LANCAMENTOS-MES.

           MOVE MES-AAAA TO LB-CBMVMS (5: 4)
           MOVE MES-MM   TO LB-CBMVMS (9: 2)
           OPEN INPUT CBMVMS
           IF   FS-CBMVMS > "09"
                MOVE "00" TO FS-CBMVMS
                GO TO 610-99-FIM
           END-IF

           MOVE ULTIMO-PUB (M) TO CBMVMS-LANCAMENTO
           MOVE HIGH-VALUES    TO CBMVMS-TIPO
           START CBMVMS KEY GREATER CBMVMS-CHAVE
           PERFORM UNTIL FS-CBMVMS > "09"
                   READ CBMVMS NEXT RECORD IGNORE LOCK
                   IF   FS-CBMVMS < "10"
                   AND  CBMVMS-LANCAMENTO NOT = 0
                   AND (CENTRO-PUB = 0
                    OR  CBMVMS-CENTRO-CUSTO = CENTRO-PUB)
                        PERFORM 620-IMPRIME-LANCAMENTO
                           THRU 620-99-FIM
                   END-IF
           END-PERFORM

           MOVE "00" TO FS-CBMVMS
           CLOSE CBMVMS.

       610-99-FIM. EXIT.

       620-IMPRIME-LANCAMENTO.

           COMPUTE CLLA-MES = MES-MM * 10000 + MES-AAAA
           MOVE CBMVMS-LANCAMENTO   TO CLLA-LANCAMENTO
           MOVE CBMVMS-TIPO         TO CLLA-TIPO
           MOVE CBMVMS-DIA          TO CLLA-DIA
           MOVE SPACES              TO CLLA-CONTA
           MOVE CBMVMS-COD-RED      TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO < "10"
                MOVE CBPLCO-CONTA      TO CB002PCW-CONTA
                MOVE "C"               TO CB002PCW-FUNCAO
                CALL "CB002PCW"     USING PARAMETROS-CB002PCW
                MOVE "E"               TO CB002PCW-FUNCAO
                CALL "CB002PCW"     USING PARAMETROS-CB002PCW
                MOVE CB002PCW-CONTA-ED TO CLLA-CONTA
           END-IF
           MOVE "00"                TO FS-CBPLCO
           MOVE CBMVMS-CENTRO-CUSTO TO CLLA-CENTRO
           MOVE CBMVMS-VALOR        TO CLLA-VALOR
           MOVE CBMVMS-SERIE        TO CLLA-SERIE
           MOVE CBMVMS-NUMERO       TO CLLA-NUMERO
           MOVE LINHA-04            TO CWIMPR-DETAIL
           CALL "CB125PCW"       USING PARAMETROS-CWIMPR
           ADD  1                   TO QT-LANCAMENTOS.

       620-99-FIM. EXIT.

      ******************************************************************
      *  Leitura das linhas da emissao publicada                       *
      ******************************************************************

       700-PRIMEIRA-LINHA.

           MOVE CHAVE-EMISSAO TO CBPUBL-CHAVE (1: 17)
           MOVE 1             TO CBPUBL-LINHA
           MOVE "S"           TO NA-COPIA
           START CBPUBL KEY NOT LESS CBPUBL-CHAVE
           IF   FS-CBPUBL > "09"
                MOVE "N"  TO NA-COPIA
                MOVE "00" TO FS-CBPUBL
                GO TO 700-99-FIM
           END-IF

           PERFORM 710-PROXIMA-LINHA THRU 710-99-FIM.

       700-99-FIM. EXIT.

       710-PROXIMA-LINHA.

           READ CBPUBL NEXT RECORD IGNORE LOCK
           IF   FS-CBPUBL > "09"
           OR   CBPUBL-CHAVE (1: 17) NOT = CHAVE-EMISSAO
                MOVE "N"  TO NA-COPIA
                MOVE "00" TO FS-CBPUBL
           END-IF.

       710-99-FIM. EXIT.

       720-CONSTA-DA-COPIA.

      *    CBPUBL-TIPO, CODIGO e ATIVIDADE ja informados

           MOVE CHAVE-EMISSAO TO CBPUBL-ITEM (1: 17)
           MOVE "S"           TO ACHOU
           READ CBPUBL IGNORE LOCK KEY IS CBPUBL-ITEM
           IF   FS-CBPUBL > "09"
                MOVE "N" TO ACHOU
           END-IF
           MOVE "00" TO FS-CBPUBL.

       720-99-FIM. EXIT.

       750-IMPRIME-COMPARACAO.

           ADD 1 TO LINHAS-COMPARADAS
           IF   VALOR-ATUAL = VALOR-PUB
                IF   SO-DIFERENCAS = "S"
                     GO TO 750-99-FIM
                END-IF
                MOVE SPACES     TO SITUACAO-LINHA
           ELSE
                ADD  1          TO LINHAS-ALTERADAS
                MOVE "ALTERADA" TO SITUACAO-LINHA
           END-IF

           PERFORM 770-MONTA-LINHA THRU 770-99-FIM.

       750-99-FIM. EXIT.

       760-IMPRIME-NOVA.

           ADD  1      TO LINHAS-NOVAS
           MOVE 0      TO VALOR-PUB
           MOVE "NOVA" TO SITUACAO-LINHA
           PERFORM 770-MONTA-LINHA THRU 770-99-FIM.

       760-99-FIM. EXIT.

       770-MONTA-LINHA.

           MOVE SPACES          TO LINHA-02
           MOVE CODIGO-LINHA    TO CLRE-CODIGO
           MOVE DESCRICAO-LINHA TO CLRE-DESCRICAO
           MOVE COLUNA-VALOR    TO CLRE-COLUNA
           MOVE VALOR-PUB       TO CLRE-PUBLICADO
           MOVE VALOR-ATUAL     TO CLRE-ATUAL
           COMPUTE CLRE-DIFERENCA = VALOR-ATUAL - VALOR-PUB
           MOVE SITUACAO-LINHA  TO CLRE-SITUACAO
           MOVE LINHA-02        TO CWIMPR-DETAIL
           CALL "CB125PCW"   USING PARAMETROS-CWIMPR.

       770-99-FIM. EXIT.

       780-PROXIMO-MES.

      *    O mes 13 (encerramento) so entra quando publicado

           ADD 1 TO MES-MM
           IF   MES-MM = 13
           AND  MES-FINAL-MM = 13
           AND  MES-AAAA = MES-FINAL-AAAA
                GO TO 780-99-FIM
           END-IF
           IF   MES-MM > 12
                MOVE 1 TO MES-MM
                ADD  1 TO MES-AAAA
           END-IF.

       780-99-FIM. EXIT.

       800-INICIAIS.

           MOVE 0 TO OPCAO REF-AAAA-P REF-MM-P EMISSAO-P
           DISPLAY TELA-PARAMETROS
           ACCEPT  TELA-PARAMETROS
           ACCEPT  TECLA FROM ESCAPE KEY

           IF   ESC
           OR   OPCAO = 0 OR OPCAO > 4
           OR   REF-AAAA-P = 0
           OR   REF-MM-P = 0 OR REF-MM-P > 13
                SET ESC TO TRUE
                GOBACK
           END-IF

           EVALUATE OPCAO
               WHEN 1 MOVE "CB018PCW" TO PROGRAMA-P
               WHEN 2 MOVE "CB019PCW" TO PROGRAMA-P
               WHEN 3 MOVE "CB077PCW" TO PROGRAMA-P
               WHEN 4 MOVE "CB079PCW" TO PROGRAMA-P
           END-EVALUATE

           OPEN INPUT CBPUBL
           IF   FS-CBPUBL > "09"
                DISPLAY "Nenhuma emissao final registrada no CBPUBL"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
                GOBACK
           END-IF

           PERFORM 810-LOCALIZA-EMISSAO THRU 810-99-FIM
           IF   CE-EMISSAO = 0
                DISPLAY "Emissao publicada nao encontrada"
                        LINE 23 COLUMN 03
                CLOSE CBPUBL
                SET ESC TO TRUE
                GOBACK
           END-IF

           OPEN INPUT CBPLCO CBCOSA
           IF   FS-CBPLCO > "09" OR FS-CBCOSA > "09"
                CLOSE CBPUBL CBPLCO CBCOSA
                SET ESC TO TRUE
                GOBACK
           END-IF

           IF   CE-PROGRAMA = "CB077PCW"
                OPEN INPUT CBDREL
                IF   FS-CBDREL > "09"
                     DISPLAY "Definicao da DRE inexistente"
                             LINE 23 COLUMN 03
                     CLOSE CBPUBL CBPLCO CBCOSA
                     SET ESC TO TRUE
                     GOBACK
                END-IF
           END-IF

           IF   CE-PROGRAMA = "CB079PCW"
                OPEN INPUT CBDFCC
                IF   FS-CBDFCC > "09"
                     DISPLAY "Tabela CBDFCC inexistente"
                             LINE 23 COLUMN 03
                     CLOSE CBPUBL CBPLCO CBCOSA
                     SET ESC TO TRUE
                     GOBACK
                END-IF
           END-IF

           MOVE "REAPRESENTACAO - EMISSAO PUBLICADA X LIVROS ATUAIS"
             TO CWIMPR-TITLE
           MOVE SPACES      TO CWIMPR-SUB-TITLE
           STRING CE-PROGRAMA " REF. " REF-MM-P "/" REF-AAAA-P
                  " EMISSAO " CE-EMISSAO
                  " DE " DATA-PUB-DD "/" DATA-PUB-MM "/"
                  DATA-PUB-AAAA " " HORA-PUB-HH ":" HORA-PUB-MM
                  " " USUARIO-PUB
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01    TO CWIMPR-HEADER-1
           MOVE "1"         TO CWIMPR-FORM-TYPE
           MOVE "CB252PA"   TO CWIMPR-REPORT.

       800-99-FIM. EXIT.

       810-LOCALIZA-EMISSAO.

      *    Emissao 0: a ultima publicada do programa na referencia;
      *    emissoes interrompidas (situacao "E") nao servem de base

           MOVE 0 TO CE-EMISSAO
           MOVE PROGRAMA-P   TO CBPUBL-PROGRAMA
           MOVE REFERENCIA-P TO CBPUBL-REFERENCIA
           MOVE 0            TO CBPUBL-LINHA

           IF   EMISSAO-P NOT = 0
                MOVE EMISSAO-P TO CBPUBL-EMISSAO
                READ CBPUBL IGNORE LOCK
                IF   FS-CBPUBL < "10"
                AND  CBPUBL-PUBLICADA
                     PERFORM 820-GUARDA-CABECALHO THRU 820-99-FIM
                END-IF
                MOVE "00" TO FS-CBPUBL
                GO TO 810-99-FIM
           END-IF

           MOVE 999   TO CBPUBL-EMISSAO
           MOVE 99999 TO CBPUBL-LINHA
           START CBPUBL KEY NOT GREATER CBPUBL-CHAVE
           PERFORM UNTIL FS-CBPUBL > "09"
                      OR CE-EMISSAO NOT = 0
                   READ CBPUBL PREVIOUS RECORD IGNORE LOCK
                   IF   FS-CBPUBL < "10"
                        IF   CBPUBL-PROGRAMA   NOT = PROGRAMA-P
                        OR   CBPUBL-REFERENCIA NOT = REFERENCIA-P
                             MOVE "10" TO FS-CBPUBL
                        ELSE
                             IF   CBPUBL-LINHA = 0
                             AND  CBPUBL-PUBLICADA
                                  PERFORM 820-GUARDA-CABECALHO
                                     THRU 820-99-FIM
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPUBL.

       810-99-FIM. EXIT.

       820-GUARDA-CABECALHO.

           MOVE CBPUBL-CHAVE (1: 17)      TO CHAVE-EMISSAO
           MOVE CBPUBL-DATA               TO DATA-PUB
           MOVE CBPUBL-HORA               TO HORA-PUB
           MOVE CBPUBL-USUARIO            TO USUARIO-PUB
           MOVE CBPUBL-REFERENCIA-INICIAL TO REF-INICIAL-PUB
           MOVE CBPUBL-CENTRO             TO CENTRO-PUB
           MOVE CBPUBL-GRAU-DE            TO GRAU-DE-PUB
           MOVE CBPUBL-GRAU-ATE           TO GRAU-ATE-PUB
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 13
                   MOVE CBPUBL-ULTIMO-LANCAMENTO (M) TO ULTIMO-PUB (M)
           END-PERFORM.

       820-99-FIM. EXIT.

       900-FINAIS.

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           CLOSE CBPUBL CBPLCO CBCOSA
           IF   CE-PROGRAMA = "CB077PCW"
                CLOSE CBDREL
           END-IF
           IF   CE-PROGRAMA = "CB079PCW"
                CLOSE CBDFCC
           END-IF
           CANCEL "CB002PCW".

       900-99-FIM. EXIT.

       END PROGRAM CB252PCW.
