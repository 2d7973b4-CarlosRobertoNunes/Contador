       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB250PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Estimativa mensal de IRPJ e CSLL             *
                      *                                               *
                      *  Para o lucro real anual: calcula a           *
                      *  estimativa do mes pela receita bruta (faixas *
                      *  de classes de receita com os percentuais de  *
                      *  presuncao do CBEPRE) e pelo balancete de     *
                      *  suspensao ou reducao (lucro real acumulado   *
                      *  no ano com as adicoes e exclusoes do CBLALU, *
                      *  JCP e compensacao de prejuizo, menos as      *
                      *  estimativas devidas nos meses anteriores) e  *
                      *  fica com o menor valor. Com BAC informado    *
                      *  contabiliza a provisao pelo CB043PCW, grava  *
                      *  o mes no CBESTM e agenda o DARF no CBRETE.   *
                      *  Imprime a demonstracao e o balancete para    *
                      *  transcricao no Livro Diario                  *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBEPRESL.
       COPY CBESTMSL.
       COPY CBLALUSL.
       COPY CBLALBSL.
       COPY CBPLCOSL.
       COPY CBCOSASL.
       COPY CBJCPASL.
       COPY CBRETESL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBEPREFD.
       COPY CBESTMFD.
       COPY CBLALUFD.
       COPY CBLALBFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.
       COPY CBJCPAFD.
       COPY CBRETEFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 CODIGO-P                  PIC  9(003) VALUE 0.
           05 DESCRICAO-P               PIC  X(040) VALUE SPACES.
           05 CLASSE-DE-P               PIC  9(015) VALUE 0.
           05 CLASSE-ATE-P              PIC  9(015) VALUE 0.
           05 PERCENTUAL-IRPJ-P         PIC  9(003)V99 VALUE 0.
           05 PERCENTUAL-CSLL-P         PIC  9(003)V99 VALUE 0.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 ERRO                      PIC  9(001) VALUE 0.
              88 PARAMETRO-COM-ERRO                VALUE 1.
           05 COMPETENCIA               PIC  9(006) VALUE 0.
           05 FILLER REDEFINES COMPETENCIA.
              10 COMP-AAAA              PIC  9(004).
              10 COMP-MM                PIC  9(002).
           05 COMP-DE                   PIC  9(006) VALUE 0.
           05 FILLER REDEFINES COMP-DE.
              10 COMP-DE-AAAA           PIC  9(004).
              10 COMP-DE-MM             PIC  9(002).
           05 COMP-ATE                  PIC  9(006) VALUE 0.
           05 COMP-ANTERIOR             PIC  9(006) VALUE 0.
           05 FILLER REDEFINES COMP-ANTERIOR.
              10 COMP-ANT-AAAA          PIC  9(004).
              10 COMP-ANT-MM            PIC  9(002).
           05 COMP-CORRENTE             PIC  9(006) VALUE 0.
           05 FILLER REDEFINES COMP-CORRENTE.
              10 COMP-CORR-AAAA         PIC  9(004).
              10 COMP-CORR-MM           PIC  9(002).
           05 FAIXA-DE                  PIC  9(015) VALUE 0.
           05 FAIXA-ATE                 PIC  9(015) VALUE 0.
           05 CLASSE-RES-DE             PIC  9(015) VALUE 0.
           05 CLASSE-RES-ATE            PIC  9(015) VALUE 0.
           05 ALIQ-IRPJ                 PIC  9(002)V99 VALUE 15.
           05 ALIQ-ADICIONAL            PIC  9(002)V99 VALUE 10.
           05 LIMITE-MENSAL             PIC  9(009)V99 VALUE 20000.
           05 ALIQ-CSLL                 PIC  9(002)V99 VALUE 9.
           05 COD-RED-DESP-IRPJ         PIC  9(005) VALUE 0.
           05 COD-RED-PROV-IRPJ         PIC  9(005) VALUE 0.
           05 COD-RED-DESP-CSLL         PIC  9(005) VALUE 0.
           05 COD-RED-PROV-CSLL         PIC  9(005) VALUE 0.
           05 DIA-VENCIMENTO            PIC  9(002) VALUE 30.
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 HISTORICO-PROV            PIC  9(004) VALUE 0.
           05 CALCULO                   PIC  X(001) VALUE "S".
              88 CALCULO-SIMULADO                  VALUE "S".
              88 CALCULO-DEFINITIVO                VALUE "D".
           05 DATA-HOJE                 PIC  9(008) VALUE 0.
           05 VALOR-ITEM         COMP-3 PIC S9(012)V99 VALUE 0.
           05 RECEITA-FAIXA      COMP-3 PIC S9(012)V99 VALUE 0.
           05 BASE-FAIXA-IRPJ    COMP-3 PIC S9(012)V99 VALUE 0.
           05 BASE-FAIXA-CSLL    COMP-3 PIC S9(012)V99 VALUE 0.
           05 RECEITA-BRUTA      COMP-3 PIC S9(012)V99 VALUE 0.
           05 BASE-IRPJ-RECEITA  COMP-3 PIC S9(012)V99 VALUE 0.
           05 BASE-CSLL-RECEITA  COMP-3 PIC S9(012)V99 VALUE 0.
           05 IRPJ-RECEITA       COMP-3 PIC  9(012)V99 VALUE 0.
           05 CSLL-RECEITA       COMP-3 PIC  9(012)V99 VALUE 0.
           05 RESULTADO-CONTABIL COMP-3 PIC S9(012)V99 VALUE 0.
           05 TOTAL-ADICOES      COMP-3 PIC S9(012)V99 VALUE 0.
           05 TOTAL-EXCLUSOES    COMP-3 PIC S9(012)V99 VALUE 0.
           05 LUCRO-REAL         COMP-3 PIC S9(012)V99 VALUE 0.
           05 LIMITE-COMPENSACAO COMP-3 PIC  9(012)V99 VALUE 0.
           05 SALDO-PREJUIZO     COMP-3 PIC S9(012)V99 VALUE 0.
           05 SALDO-BASE-NEG     COMP-3 PIC S9(012)V99 VALUE 0.
           05 COMPENSA-PREJUIZO  COMP-3 PIC  9(012)V99 VALUE 0.
           05 COMPENSA-BASE-NEG  COMP-3 PIC  9(012)V99 VALUE 0.
           05 BASE-IRPJ          COMP-3 PIC S9(012)V99 VALUE 0.
           05 BASE-CSLL          COMP-3 PIC S9(012)V99 VALUE 0.
           05 LIMITE-ADICIONAL   COMP-3 PIC  9(012)V99 VALUE 0.
           05 BASE-EXCEDENTE     COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-ADICIONAL    COMP-3 PIC  9(012)V99 VALUE 0.
           05 IRPJ-ANO           COMP-3 PIC  9(012)V99 VALUE 0.
           05 CSLL-ANO           COMP-3 PIC  9(012)V99 VALUE 0.
           05 IRPJ-ANTERIOR      COMP-3 PIC  9(012)V99 VALUE 0.
           05 CSLL-ANTERIOR      COMP-3 PIC  9(012)V99 VALUE 0.
           05 IRPJ-BALANCETE     COMP-3 PIC  9(012)V99 VALUE 0.
           05 CSLL-BALANCETE     COMP-3 PIC  9(012)V99 VALUE 0.
           05 IRPJ-DEVIDO        COMP-3 PIC  9(012)V99 VALUE 0.
           05 CSLL-DEVIDO        COMP-3 PIC  9(012)V99 VALUE 0.
           05 FORMA-IRPJ                PIC  X(001) VALUE SPACE.
           05 FORMA-CSLL                PIC  X(001) VALUE SPACE.
           05 FORMA                     PIC  X(001) VALUE SPACE.
              88 FORMA-RECEITA                     VALUE "R".
              88 FORMA-REDUCAO                     VALUE "B".
              88 FORMA-SUSPENSAO                   VALUE "S".
           05 LANCAMENTO-IRPJ           PIC  9(007) VALUE 0.
           05 LANCAMENTO-CSLL           PIC  9(007) VALUE 0.
           05 SALDO-LIDO         COMP-3 PIC S9(012)V99 VALUE 0.
           05 TIPO-PARTE-B              PIC  X(001) VALUE SPACE.
           05 CODIGO-PARTE-B            PIC  9(003) VALUE 0.
           05 AGENDA-TRIBUTO            PIC  X(004) VALUE SPACES.
              88 AGENDA-IRPJ                       VALUE "IRPJ".
           05 AGENDA-COD-RED            PIC  9(005) VALUE 0.
           05 AGENDA-VALOR       COMP-3 PIC  9(012)V99 VALUE 0.
           05 TOTAL-DEVEDOR      COMP-3 PIC  9(012)V99 VALUE 0.
           05 TOTAL-CREDOR       COMP-3 PIC  9(012)V99 VALUE 0.
           05 VALOR-PARCELA             PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBEPRE.
              10 FS-CBEPRE              PIC  X(002) VALUE "00".
              10 LB-CBEPRE              PIC  X(050) VALUE "CBEPRE".
           05 ER-CBESTM.
              10 FS-CBESTM              PIC  X(002) VALUE "00".
              10 LB-CBESTM              PIC  X(050) VALUE "CBESTM".
           05 ER-CBLALU.
              10 FS-CBLALU              PIC  X(002) VALUE "00".
              10 LB-CBLALU              PIC  X(050) VALUE "CBLALU".
           05 ER-CBLALB.
              10 FS-CBLALB              PIC  X(002) VALUE "00".
              10 LB-CBLALB              PIC  X(050) VALUE "CBLALB".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".
           05 ER-CBJCPA.
              10 FS-CBJCPA              PIC  X(002) VALUE "00".
              10 LB-CBJCPA              PIC  X(050) VALUE "CBJCPA".
           05 ER-CBRETE.
              10 FS-CBRETE              PIC  X(002) VALUE "00".
              10 LB-CBRETE              PIC  X(050) VALUE "CBRETE".

       COPY CB043PCW.
       COPY CB002PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "DEMONSTRACAO                            ".
              05 FILLER                 PIC  X(031) VALUE
                 "                          VALOR".
           02 LINHA-02.
              05 CLIC-TEXTO             PIC  X(050).
              05 FILLER                 PIC  X(002).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 LINHA-03.
              05 CLPR-DESCRICAO         PIC  X(040).
              05 FILLER                 PIC  X(001).
              05 CLPR-RECEITA           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLPR-PERCENTUAL-IRPJ   PIC  ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLPR-BASE-IRPJ         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 FILLER                 PIC  X(001).
              05 CLPR-PERCENTUAL-CSLL   PIC  ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLPR-BASE-CSLL         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 LINHA-04.
              05 FILLER                 PIC  X(040) VALUE
                 "FAIXA DE RECEITA                        ".
              05 FILLER                 PIC  X(040) VALUE
                 "      RECEITA DO MES  %IRPJ           BA".
              05 FILLER                 PIC  X(034) VALUE
                 "SE IRPJ  %CSLL           BASE CSLL".
           02 LINHA-05.
              05 FILLER                 PIC  X(040) VALUE
                 "CONTA                      DESCRICAO    ".
              05 FILLER                 PIC  X(040) VALUE
                 "                        SALDO DEVEDOR   ".
              05 FILLER                 PIC  X(017) VALUE
                 "     SALDO CREDOR".
           02 LINHA-06.
              05 CLBS-CONTA-ED          PIC  X(026).
              05 FILLER                 PIC  X(001).
              05 CLBS-DESCRICAO         PIC  X(030).
              05 FILLER                 PIC  X(002).
              05 CLBS-DEVEDOR           PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(002).
              05 CLBS-CREDOR            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE
              "1 - Percentuais de presuncao por faixa de receita".
           05 LINE 05 COLUMN 03 VALUE "2 - Calcula estimativa do mes".
           05 LINE 07 COLUMN 03 VALUE "Opcao:".
           05 LINE 07 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CODIGO.
           05 LINE 04 COLUMN 03 VALUE "Codigo da faixa........:".
           05 LINE 04 COLUMN 30 PIC 9(003)  USING CODIGO-P.

       01  TELA-PRESUNCAO.
           05 LINE 05 COLUMN 03 VALUE "Descricao..............:".
           05 LINE 05 COLUMN 30 PIC X(040)  USING DESCRICAO-P.
           05 LINE 06 COLUMN 03 VALUE "Classe de..............:".
           05 LINE 06 COLUMN 30 PIC 9(015)  USING CLASSE-DE-P.
           05 LINE 07 COLUMN 03 VALUE "Classe ate.............:".
           05 LINE 07 COLUMN 30 PIC 9(015)  USING CLASSE-ATE-P.
           05 LINE 08 COLUMN 03 VALUE "Presuncao IRPJ (%).....:".
           05 LINE 08 COLUMN 30 PIC ZZ9,99  USING PERCENTUAL-IRPJ-P.
           05 LINE 09 COLUMN 03 VALUE "Presuncao CSLL (%).....:".
           05 LINE 09 COLUMN 30 PIC ZZ9,99  USING PERCENTUAL-CSLL-P.
           05 LINE 11 COLUMN 03 VALUE
              "Demais receitas e ganhos de capital com 100%".
           05 LINE 12 COLUMN 03 VALUE "F4 exclui a faixa".

       01  TELA-ESTIMATIVA.
           05 LINE 03 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           05 LINE 03 COLUMN 30 PIC 9(006) USING COMPETENCIA.
           05 LINE 04 COLUMN 03 VALUE "Classe resultado de....:".
           05 LINE 04 COLUMN 30 PIC 9(015) USING CLASSE-RES-DE.
           05 LINE 05 COLUMN 03 VALUE "Classe resultado ate...:".
           05 LINE 05 COLUMN 30 PIC 9(015) USING CLASSE-RES-ATE.
           05 LINE 06 COLUMN 03 VALUE "Aliquota IRPJ (%)......:".
           05 LINE 06 COLUMN 30 PIC 99,99  USING ALIQ-IRPJ.
           05 LINE 07 COLUMN 03 VALUE "Adicional (%)..........:".
           05 LINE 07 COLUMN 30 PIC 99,99  USING ALIQ-ADICIONAL.
           05 LINE 08 COLUMN 03 VALUE "Limite mensal adicional:".
           05 LINE 08 COLUMN 30
              PIC ZZZ.ZZZ.ZZ9,99          USING LIMITE-MENSAL.
           05 LINE 09 COLUMN 03 VALUE "Aliquota CSLL (%)......:".
           05 LINE 09 COLUMN 30 PIC 99,99  USING ALIQ-CSLL.
           05 LINE 10 COLUMN 03 VALUE "Despesa IRPJ (cod-red).:".
           05 LINE 10 COLUMN 30 PIC 9(005) USING COD-RED-DESP-IRPJ.
           05 LINE 11 COLUMN 03 VALUE "IRPJ a recolher........:".
           05 LINE 11 COLUMN 30 PIC 9(005) USING COD-RED-PROV-IRPJ.
           05 LINE 12 COLUMN 03 VALUE "Despesa CSLL...........:".
           05 LINE 12 COLUMN 30 PIC 9(005) USING COD-RED-DESP-CSLL.
           05 LINE 13 COLUMN 03 VALUE "CSLL a recolher........:".
           05 LINE 13 COLUMN 30 PIC 9(005) USING COD-RED-PROV-CSLL.
           05 LINE 14 COLUMN 03 VALUE "Dia de vencimento......:".
           05 LINE 14 COLUMN 30 PIC 9(002) USING DIA-VENCIMENTO.
           05 LINE 14 COLUMN 34 VALUE "(no mes seguinte)".
           05 LINE 15 COLUMN 03 VALUE "BAC (serie/numero).....:".
           05 LINE 15 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 15 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 16 COLUMN 03 VALUE "Dia de referencia......:".
           05 LINE 16 COLUMN 30 PIC 9(002) USING DIA-REF.
           05 LINE 17 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 17 COLUMN 30 PIC 9(004) USING HISTORICO-PROV.
           05 LINE 19 COLUMN 03 VALUE
              "Sem BAC o calculo e simulado e nada e contabilizado".

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
                            PERFORM 100-MANTEM-PRESUNCAO
                                    THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-ESTIMATIVA THRU 200-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-MANTEM-PRESUNCAO.

           MOVE 0 TO CODIGO-P
           DISPLAY TELA-CODIGO
           ACCEPT  TELA-CODIGO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR CODIGO-P = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE 0        TO EXISTE CLASSE-DE-P CLASSE-ATE-P
                            PERCENTUAL-IRPJ-P PERCENTUAL-CSLL-P
           MOVE SPACES   TO DESCRICAO-P
           MOVE CODIGO-P TO CBEPRE-CODIGO
           READ CBEPRE LOCK
           IF   FS-CBEPRE = "9D"
                DISPLAY "Faixa em uso por outro usuario"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           IF   FS-CBEPRE < "10"
                MOVE 1                      TO EXISTE
                MOVE CBEPRE-DESCRICAO       TO DESCRICAO-P
                MOVE CBEPRE-CLASSE-DE       TO CLASSE-DE-P
                MOVE CBEPRE-CLASSE-ATE      TO CLASSE-ATE-P
                MOVE CBEPRE-PERCENTUAL-IRPJ TO PERCENTUAL-IRPJ-P
                MOVE CBEPRE-PERCENTUAL-CSLL TO PERCENTUAL-CSLL-P
           ELSE
                MOVE "00" TO FS-CBEPRE
           END-IF

           DISPLAY TELA-PRESUNCAO
           ACCEPT  TELA-PRESUNCAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                PERFORM 190-LIBERA THRU 190-99-FIM
                GO TO 100-99-FIM
           END-IF

           IF   F4
                IF   REGISTRO-EXISTE
                     DELETE CBEPRE RECORD
                     DISPLAY "Faixa excluida" LINE 23 COLUMN 03
                END-IF
                GO TO 100-99-FIM
           END-IF

           PERFORM 150-CRITICA-PRESUNCAO THRU 150-99-FIM
           IF   PARAMETRO-COM-ERRO
                PERFORM 190-LIBERA THRU 190-99-FIM
                GO TO 100-99-FIM
           END-IF

           MOVE CODIGO-P          TO CBEPRE-CODIGO
           MOVE DESCRICAO-P       TO CBEPRE-DESCRICAO
           MOVE CLASSE-DE-P       TO CBEPRE-CLASSE-DE
           MOVE CLASSE-ATE-P      TO CBEPRE-CLASSE-ATE
           MOVE PERCENTUAL-IRPJ-P TO CBEPRE-PERCENTUAL-IRPJ
           MOVE PERCENTUAL-CSLL-P TO CBEPRE-PERCENTUAL-CSLL
           IF   REGISTRO-EXISTE
                REWRITE CBEPRE-REG
           ELSE
                WRITE CBEPRE-REG
           END-IF
           IF   FS-CBEPRE < "10"
                DISPLAY "Faixa gravada" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBEPRE"
                        LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       150-CRITICA-PRESUNCAO.

           MOVE 0 TO ERRO
           IF   DESCRICAO-P = SPACES
                DISPLAY "Descricao obrigatoria" LINE 23 COLUMN 03
                MOVE 1 TO ERRO
                GO TO 150-99-FIM
           END-IF
           IF   CLASSE-ATE-P = 0
           OR   CLASSE-ATE-P < CLASSE-DE-P
                DISPLAY "Faixa de classes invalida" LINE 23 COLUMN 03
                MOVE 1 TO ERRO
                GO TO 150-99-FIM
           END-IF
           IF   PERCENTUAL-IRPJ-P > 100
           OR   PERCENTUAL-CSLL-P > 100
           OR  (PERCENTUAL-IRPJ-P = 0 AND PERCENTUAL-CSLL-P = 0)
                DISPLAY "Percentual de presuncao invalido"
                        LINE 23 COLUMN 03
                MOVE 1 TO ERRO
           END-IF.

       150-99-FIM. EXIT.

       190-LIBERA.

           IF   REGISTRO-EXISTE
                UNLOCK CBEPRE
           END-IF.

       190-99-FIM. EXIT.

       200-ESTIMATIVA.

           MOVE 0 TO COMPETENCIA CLASSE-RES-DE CLASSE-RES-ATE
                     COD-RED-DESP-IRPJ COD-RED-PROV-IRPJ
                     COD-RED-DESP-CSLL COD-RED-PROV-CSLL
                     SERIE-BAC NUMERO-BAC DIA-REF HISTORICO-PROV
           MOVE 15    TO ALIQ-IRPJ
           MOVE 10    TO ALIQ-ADICIONAL
           MOVE 20000 TO LIMITE-MENSAL
           MOVE 9     TO ALIQ-CSLL
           MOVE 30    TO DIA-VENCIMENTO
           DISPLAY TELA-ESTIMATIVA
           ACCEPT  TELA-ESTIMATIVA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COMP-AAAA = 0
           OR   COMP-MM = 0 OR COMP-MM > 12
           OR   CLASSE-RES-ATE = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           SET CALCULO-SIMULADO TO TRUE
           IF   SERIE-BAC NOT = 0
                IF   DIA-REF = 0
                OR   DIA-VENCIMENTO = 0 OR DIA-VENCIMENTO > 31
                OR   COD-RED-DESP-IRPJ = 0 OR COD-RED-PROV-IRPJ = 0
                OR   COD-RED-DESP-CSLL = 0 OR COD-RED-PROV-CSLL = 0
                OR   COD-RED-PROV-IRPJ = COD-RED-PROV-CSLL
                     DISPLAY "Contas, dias ou BAC incompletos"
                             LINE 23 COLUMN 03
                     GO TO 200-99-FIM
                END-IF
                SET CALCULO-DEFINITIVO TO TRUE
                MOVE COMPETENCIA TO CBESTM-AAAAMM
                READ CBESTM IGNORE LOCK
                IF   FS-CBESTM < "10"
                AND (CBESTM-LANCAMENTO-IRPJ NOT = 0
                OR   CBESTM-LANCAMENTO-CSLL NOT = 0)
                     DISPLAY "Estimativa do mes ja contabilizada"
                             LINE 23 COLUMN 03
                     GO TO 200-99-FIM
                END-IF
                MOVE "00" TO FS-CBESTM
           END-IF

      *    Sem faixa de presuncao a estimativa pela receita sairia
      *    zerada e seria sempre a menor

           MOVE 0 TO CBEPRE-CODIGO
           START CBEPRE KEY NOT LESS CBEPRE-CHAVE
           IF   FS-CBEPRE < "10"
                READ CBEPRE NEXT RECORD IGNORE LOCK
           END-IF
           IF   FS-CBEPRE > "09"
                MOVE "00" TO FS-CBEPRE
                DISPLAY "Cadastre os percentuais de presuncao"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           OPEN INPUT CBPLCO CBCOSA
           IF   FS-CBPLCO > "09" OR FS-CBCOSA > "09"
                DISPLAY "Plano ou saldos indisponiveis"
                        LINE 23 COLUMN 03
                CLOSE CBPLCO CBCOSA
                GO TO 200-99-FIM
           END-IF

           MOVE "ESTIMATIVA MENSAL DE IRPJ E CSLL - LUCRO REAL ANUAL"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " COMP-MM "/" COMP-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB250PA" TO CWIMPR-REPORT

           PERFORM 210-ESTIMATIVA-RECEITA THRU 210-99-FIM
           PERFORM 230-BALANCETE          THRU 230-99-FIM
           PERFORM 250-ESCOLHE-FORMA      THRU 250-99-FIM

           IF   CALCULO-DEFINITIVO
                PERFORM 260-CONTABILIZA THRU 260-99-FIM
                IF   NOT PARAMETRO-COM-ERRO
                     PERFORM 270-GRAVA-ESTIMATIVA THRU 270-99-FIM
                     PERFORM 280-AGENDA           THRU 280-99-FIM
                END-IF
           ELSE
                MOVE "SIMULACAO - ESTIMATIVA NAO CONTABILIZADA"
                  TO CLIC-TEXTO
                MOVE 0 TO CLIC-VALOR
                PERFORM 290-IMPRIME THRU 290-99-FIM
           END-IF

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           PERFORM 300-BALANCETE-DIARIO THRU 300-99-FIM
           CLOSE CBPLCO CBCOSA.

       200-99-FIM. EXIT.

       210-ESTIMATIVA-RECEITA.

      *    Receita bruta do mes por faixa de presuncao: o movimento
      *    credor liquido de cada faixa (devolucoes e cancelamentos
      *    lancados na mesma faixa ja abatem) vezes os percentuais

           MOVE COMPETENCIA TO COMP-DE COMP-ATE
           MOVE 0 TO RECEITA-BRUTA BASE-IRPJ-RECEITA BASE-CSLL-RECEITA
                     IRPJ-RECEITA CSLL-RECEITA

           MOVE "ESTIMATIVA PELA RECEITA BRUTA DO MES"
             TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE 0 TO CBEPRE-CODIGO
           START CBEPRE KEY NOT LESS CBEPRE-CHAVE
           PERFORM UNTIL FS-CBEPRE > "09"
                   READ CBEPRE NEXT RECORD IGNORE LOCK
                   IF   FS-CBEPRE < "10"
                        PERFORM 215-FAIXA-RECEITA THRU 215-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBEPRE

           IF   BASE-IRPJ-RECEITA > 0
                COMPUTE IRPJ-RECEITA ROUNDED =
                        BASE-IRPJ-RECEITA * ALIQ-IRPJ / 100
                COMPUTE BASE-EXCEDENTE = BASE-IRPJ-RECEITA
                                       - LIMITE-MENSAL
                IF   BASE-EXCEDENTE > 0
                     COMPUTE VALOR-ADICIONAL ROUNDED =
                             BASE-EXCEDENTE * ALIQ-ADICIONAL / 100
                     ADD VALOR-ADICIONAL TO IRPJ-RECEITA
                END-IF
           END-IF
           IF   BASE-CSLL-RECEITA > 0
                COMPUTE CSLL-RECEITA ROUNDED =
                        BASE-CSLL-RECEITA * ALIQ-CSLL / 100
           END-IF

           MOVE "RECEITA BRUTA DO MES"   TO CLIC-TEXTO
           MOVE RECEITA-BRUTA            TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "BASE ESTIMADA DO IRPJ"  TO CLIC-TEXTO
           MOVE BASE-IRPJ-RECEITA        TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "IRPJ E ADICIONAL PELA RECEITA BRUTA" TO CLIC-TEXTO
           MOVE IRPJ-RECEITA             TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "BASE ESTIMADA DA CSLL"  TO CLIC-TEXTO
           MOVE BASE-CSLL-RECEITA        TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "CSLL PELA RECEITA BRUTA" TO CLIC-TEXTO
           MOVE CSLL-RECEITA             TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       210-99-FIM. EXIT.

       215-FAIXA-RECEITA.

           MOVE CBEPRE-CLASSE-DE  TO FAIXA-DE
           MOVE CBEPRE-CLASSE-ATE TO FAIXA-ATE
           PERFORM 400-MOVIMENTO-FAIXA THRU 400-99-FIM
           IF   VALOR-ITEM = 0
                GO TO 215-99-FIM
           END-IF

           MOVE VALOR-ITEM TO RECEITA-FAIXA
           COMPUTE BASE-FAIXA-IRPJ ROUNDED =
                   RECEITA-FAIXA * CBEPRE-PERCENTUAL-IRPJ / 100
           COMPUTE BASE-FAIXA-CSLL ROUNDED =
                   RECEITA-FAIXA * CBEPRE-PERCENTUAL-CSLL / 100
           ADD RECEITA-FAIXA   TO RECEITA-BRUTA
           ADD BASE-FAIXA-IRPJ TO BASE-IRPJ-RECEITA
           ADD BASE-FAIXA-CSLL TO BASE-CSLL-RECEITA

           MOVE CBEPRE-DESCRICAO       TO CLPR-DESCRICAO
           MOVE RECEITA-FAIXA          TO CLPR-RECEITA
           MOVE CBEPRE-PERCENTUAL-IRPJ TO CLPR-PERCENTUAL-IRPJ
           MOVE BASE-FAIXA-IRPJ        TO CLPR-BASE-IRPJ
           MOVE CBEPRE-PERCENTUAL-CSLL TO CLPR-PERCENTUAL-CSLL
           MOVE BASE-FAIXA-CSLL        TO CLPR-BASE-CSLL
           MOVE LINHA-03               TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       215-99-FIM. EXIT.

       230-BALANCETE.

      *    Lucro real de janeiro ate o mes, com as adicoes e
      *    exclusoes do CBLALU (mesma apuracao do CB158PCW, sem
      *    movimentar a Parte B), e o imposto devido no periodo
      *    menos as estimativas devidas nos meses anteriores

           MOVE COMPETENCIA TO COMP-DE COMP-ATE
           MOVE 1           TO COMP-DE-MM

           MOVE "BALANCETE DE SUSPENSAO OU REDUCAO - ACUMULADO NO ANO"
             TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE CLASSE-RES-DE  TO FAIXA-DE
           MOVE CLASSE-RES-ATE TO FAIXA-ATE
           PERFORM 400-MOVIMENTO-FAIXA THRU 400-99-FIM
           MOVE VALOR-ITEM TO RESULTADO-CONTABIL
           MOVE "RESULTADO CONTABIL ACUMULADO" TO CLIC-TEXTO
           MOVE RESULTADO-CONTABIL TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM

           MOVE 0 TO TOTAL-ADICOES TOTAL-EXCLUSOES
           MOVE 0 TO CBLALU-CODIGO
           START CBLALU KEY NOT LESS CBLALU-CHAVE
           PERFORM UNTIL FS-CBLALU > "09"
                   READ CBLALU NEXT RECORD IGNORE LOCK
                   IF   FS-CBLALU < "10"
                        PERFORM 235-APURA-ITEM THRU 235-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBLALU
           PERFORM 237-EXCLUSAO-JCP THRU 237-99-FIM

           COMPUTE LUCRO-REAL = RESULTADO-CONTABIL
                              + TOTAL-ADICOES
                              - TOTAL-EXCLUSOES
           MOVE "LUCRO REAL ACUMULADO" TO CLIC-TEXTO
           MOVE LUCRO-REAL             TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM

           MOVE 0 TO COMPENSA-PREJUIZO COMPENSA-BASE-NEG
                     BASE-IRPJ BASE-CSLL IRPJ-ANO CSLL-ANO
           IF   LUCRO-REAL > 0
                PERFORM 240-COMPENSACAO THRU 240-99-FIM
           END-IF

           COMPUTE LIMITE-ADICIONAL = LIMITE-MENSAL * COMP-MM
           IF   BASE-IRPJ > 0
                COMPUTE IRPJ-ANO ROUNDED = BASE-IRPJ * ALIQ-IRPJ / 100
                COMPUTE BASE-EXCEDENTE = BASE-IRPJ - LIMITE-ADICIONAL
                IF   BASE-EXCEDENTE > 0
                     COMPUTE VALOR-ADICIONAL ROUNDED =
                             BASE-EXCEDENTE * ALIQ-ADICIONAL / 100
                     ADD VALOR-ADICIONAL TO IRPJ-ANO
                END-IF
           END-IF
           IF   BASE-CSLL > 0
                COMPUTE CSLL-ANO ROUNDED = BASE-CSLL * ALIQ-CSLL / 100
           END-IF

           PERFORM 245-DEVIDO-ANTERIOR THRU 245-99-FIM
           MOVE 0 TO IRPJ-BALANCETE CSLL-BALANCETE
           IF   IRPJ-ANO > IRPJ-ANTERIOR
                COMPUTE IRPJ-BALANCETE = IRPJ-ANO - IRPJ-ANTERIOR
           END-IF
           IF   CSLL-ANO > CSLL-ANTERIOR
                COMPUTE CSLL-BALANCETE = CSLL-ANO - CSLL-ANTERIOR
           END-IF

           MOVE "IRPJ E ADICIONAL DEVIDOS NO PERIODO" TO CLIC-TEXTO
           MOVE IRPJ-ANO                 TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "(-) IRPJ DEVIDO NOS MESES ANTERIORES" TO CLIC-TEXTO
           MOVE IRPJ-ANTERIOR            TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "IRPJ PELO BALANCETE"    TO CLIC-TEXTO
           MOVE IRPJ-BALANCETE           TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "CSLL DEVIDA NO PERIODO" TO CLIC-TEXTO
           MOVE CSLL-ANO                 TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "(-) CSLL DEVIDA NOS MESES ANTERIORES" TO CLIC-TEXTO
           MOVE CSLL-ANTERIOR            TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "CSLL PELO BALANCETE"    TO CLIC-TEXTO
           MOVE CSLL-BALANCETE           TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       230-99-FIM. EXIT.

       235-APURA-ITEM.

           MOVE CBLALU-CLASSE-DE  TO FAIXA-DE
           MOVE CBLALU-CLASSE-ATE TO FAIXA-ATE
           PERFORM 400-MOVIMENTO-FAIXA THRU 400-99-FIM
           IF   VALOR-ITEM < 0
                COMPUTE VALOR-ITEM = 0 - VALOR-ITEM
           END-IF
           IF   VALOR-ITEM = 0
                GO TO 235-99-FIM
           END-IF

           IF   CBLALU-ADICAO
                ADD VALOR-ITEM TO TOTAL-ADICOES
                MOVE SPACES TO CLIC-TEXTO
                STRING "(+) " CBLALU-DESCRICAO
                       DELIMITED BY SIZE INTO CLIC-TEXTO
           ELSE
                ADD VALOR-ITEM TO TOTAL-EXCLUSOES
                MOVE SPACES TO CLIC-TEXTO
                STRING "(-) " CBLALU-DESCRICAO
                       DELIMITED BY SIZE INTO CLIC-TEXTO
           END-IF
           MOVE VALOR-ITEM TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM.

       235-99-FIM. EXIT.

       237-EXCLUSAO-JCP.

           OPEN INPUT CBJCPA
           IF   FS-CBJCPA > "09"
                MOVE "00" TO FS-CBJCPA
                GO TO 237-99-FIM
           END-IF

           MOVE COMP-DE TO CBJCPA-COMPETENCIA
           START CBJCPA KEY NOT LESS CBJCPA-CHAVE
           PERFORM UNTIL FS-CBJCPA > "09"
                   READ CBJCPA NEXT RECORD IGNORE LOCK
                   IF   FS-CBJCPA < "10"
                        IF   CBJCPA-COMPETENCIA > COMP-ATE
                             MOVE "10" TO FS-CBJCPA
                        ELSE
                             IF   CBJCPA-VALOR-DEDUTIVEL NOT = 0
                                  ADD CBJCPA-VALOR-DEDUTIVEL
                                   TO TOTAL-EXCLUSOES
                                  MOVE SPACES TO CLIC-TEXTO
                                  STRING "(-) JUROS SOBRE CAPITAL "
                                         "PROPRIO "
                                         CBJCPA-COMPETENCIA
                                         DELIMITED BY SIZE
                                         INTO CLIC-TEXTO
                                  MOVE CBJCPA-VALOR-DEDUTIVEL
                                    TO CLIC-VALOR
                                  PERFORM 290-IMPRIME THRU 290-99-FIM
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           CLOSE CBJCPA
           MOVE "00" TO FS-CBJCPA.

       237-99-FIM. EXIT.

       240-COMPENSACAO.

      *    Prejuizo fiscal e base negativa na Parte B ate dezembro
      *    do ano anterior, compensados ate 30% do lucro real

           MOVE COMP-AAAA TO COMP-ANT-AAAA
           SUBTRACT 1 FROM COMP-ANT-AAAA
           MOVE 12  TO COMP-ANT-MM
           MOVE "P" TO TIPO-PARTE-B
           MOVE 0   TO CODIGO-PARTE-B
           PERFORM 247-SALDO-ANTERIOR THRU 247-99-FIM
           MOVE SALDO-LIDO TO SALDO-PREJUIZO
           MOVE "N" TO TIPO-PARTE-B
           PERFORM 247-SALDO-ANTERIOR THRU 247-99-FIM
           MOVE SALDO-LIDO TO SALDO-BASE-NEG

           COMPUTE LIMITE-COMPENSACAO ROUNDED = LUCRO-REAL * 30 / 100
           IF   SALDO-PREJUIZO > 0
                IF   SALDO-PREJUIZO > LIMITE-COMPENSACAO
                     MOVE LIMITE-COMPENSACAO TO COMPENSA-PREJUIZO
                ELSE
                     MOVE SALDO-PREJUIZO     TO COMPENSA-PREJUIZO
                END-IF
           END-IF
           IF   SALDO-BASE-NEG > 0
                IF   SALDO-BASE-NEG > LIMITE-COMPENSACAO
                     MOVE LIMITE-COMPENSACAO TO COMPENSA-BASE-NEG
                ELSE
                     MOVE SALDO-BASE-NEG     TO COMPENSA-BASE-NEG
                END-IF
           END-IF
           COMPUTE BASE-IRPJ = LUCRO-REAL - COMPENSA-PREJUIZO
           COMPUTE BASE-CSLL = LUCRO-REAL - COMPENSA-BASE-NEG

           MOVE "(-) COMPENSACAO DE PREJUIZO FISCAL (30%)"
             TO CLIC-TEXTO
           MOVE COMPENSA-PREJUIZO TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "BASE DE CALCULO DO IRPJ" TO CLIC-TEXTO
           MOVE BASE-IRPJ                 TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "(-) COMPENSACAO DE BASE NEGATIVA CSLL (30%)"
             TO CLIC-TEXTO
           MOVE COMPENSA-BASE-NEG TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "BASE DE CALCULO DA CSLL" TO CLIC-TEXTO
           MOVE BASE-CSLL                 TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM.

       240-99-FIM. EXIT.

       245-DEVIDO-ANTERIOR.

           MOVE 0       TO IRPJ-ANTERIOR CSLL-ANTERIOR
           MOVE COMP-DE TO CBESTM-AAAAMM
           START CBESTM KEY NOT LESS CBESTM-CHAVE
           PERFORM UNTIL FS-CBESTM > "09"
                   READ CBESTM NEXT RECORD IGNORE LOCK
                   IF   FS-CBESTM < "10"
                        IF   CBESTM-AAAAMM NOT < COMPETENCIA
                             MOVE "10" TO FS-CBESTM
                        ELSE
                             ADD CBESTM-IRPJ-DEVIDO TO IRPJ-ANTERIOR
                             ADD CBESTM-CSLL-DEVIDO TO CSLL-ANTERIOR
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBESTM.

       245-99-FIM. EXIT.

       247-SALDO-ANTERIOR.

           MOVE 0               TO SALDO-LIDO
           MOVE TIPO-PARTE-B    TO CBLALB-TIPO
           MOVE CODIGO-PARTE-B  TO CBLALB-CODIGO
           MOVE COMP-ANTERIOR   TO CBLALB-AAAAMM
           START CBLALB KEY NOT GREATER CBLALB-CHAVE
           IF   FS-CBLALB < "10"
                READ CBLALB PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBLALB < "10"
                AND  CBLALB-TIPO   = TIPO-PARTE-B
                AND  CBLALB-CODIGO = CODIGO-PARTE-B
                     MOVE CBLALB-SALDO-ATUAL TO SALDO-LIDO
                END-IF
           END-IF
           MOVE "00" TO FS-CBLALB.

       247-99-FIM. EXIT.

       250-ESCOLHE-FORMA.

      *    Vale o menor valor: o balancete so e usado quando reduz
      *    (ou suspende, se zerado) a estimativa pela receita

           IF   IRPJ-BALANCETE < IRPJ-RECEITA
                MOVE IRPJ-BALANCETE TO IRPJ-DEVIDO
                IF   IRPJ-BALANCETE = 0
                     SET FORMA-SUSPENSAO TO TRUE
                ELSE
                     SET FORMA-REDUCAO   TO TRUE
                END-IF
           ELSE
                MOVE IRPJ-RECEITA TO IRPJ-DEVIDO
                SET FORMA-RECEITA TO TRUE
           END-IF
           MOVE FORMA TO FORMA-IRPJ
           MOVE "IRPJ A RECOLHER - " TO CLIC-TEXTO
           PERFORM 255-TEXTO-FORMA THRU 255-99-FIM
           MOVE IRPJ-DEVIDO TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM

           IF   CSLL-BALANCETE < CSLL-RECEITA
                MOVE CSLL-BALANCETE TO CSLL-DEVIDO
                IF   CSLL-BALANCETE = 0
                     SET FORMA-SUSPENSAO TO TRUE
                ELSE
                     SET FORMA-REDUCAO   TO TRUE
                END-IF
           ELSE
                MOVE CSLL-RECEITA TO CSLL-DEVIDO
                SET FORMA-RECEITA TO TRUE
           END-IF
           MOVE FORMA TO FORMA-CSLL
           MOVE "CSLL A RECOLHER - " TO CLIC-TEXTO
           PERFORM 255-TEXTO-FORMA THRU 255-99-FIM
           MOVE CSLL-DEVIDO TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM.

       250-99-FIM. EXIT.

       255-TEXTO-FORMA.

           EVALUATE TRUE
               WHEN FORMA-RECEITA
                    MOVE "RECEITA BRUTA"          TO CLIC-TEXTO (19:)
               WHEN FORMA-REDUCAO
                    MOVE "BALANCETE DE REDUCAO"   TO CLIC-TEXTO (19:)
               WHEN FORMA-SUSPENSAO
                    MOVE "BALANCETE DE SUSPENSAO" TO CLIC-TEXTO (19:)
           END-EVALUATE.

       255-99-FIM. EXIT.

       260-CONTABILIZA.

      *    Provisao da estimativa: despesa a debito, conta a
      *    recolher a credito; se a CSLL for rejeitada o par do
      *    IRPJ ja gravado e desfeito para o mes ficar inteiro

           MOVE 0 TO ERRO LANCAMENTO-IRPJ LANCAMENTO-CSLL

           IF   IRPJ-DEVIDO NOT = 0
                MOVE COD-RED-DESP-IRPJ TO COD-RED-DB
                MOVE COD-RED-PROV-IRPJ TO COD-RED-CR
                MOVE IRPJ-DEVIDO       TO VALOR-PARCELA
                PERFORM 500-GERA-PAR THRU 500-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     DISPLAY "Provisao de IRPJ rejeitada"
                             LINE 23 COLUMN 03
                     MOVE 1 TO ERRO
                     GO TO 260-99-FIM
                END-IF
                MOVE LANCAMENTO-GERADO TO LANCAMENTO-IRPJ
           END-IF

           IF   CSLL-DEVIDO NOT = 0
                MOVE COD-RED-DESP-CSLL TO COD-RED-DB
                MOVE COD-RED-PROV-CSLL TO COD-RED-CR
                MOVE CSLL-DEVIDO       TO VALOR-PARCELA
                PERFORM 500-GERA-PAR THRU 500-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     DISPLAY "Provisao de CSLL rejeitada"
                             LINE 23 COLUMN 03
                     MOVE 1 TO ERRO
                     IF   LANCAMENTO-IRPJ NOT = 0
                          PERFORM 520-DESFAZ-IRPJ THRU 520-99-FIM
                          MOVE 0 TO LANCAMENTO-IRPJ
                     END-IF
                     GO TO 260-99-FIM
                END-IF
                MOVE LANCAMENTO-GERADO TO LANCAMENTO-CSLL
           END-IF

           MOVE "LANCAMENTO DA PROVISAO DO IRPJ" TO CLIC-TEXTO
           MOVE LANCAMENTO-IRPJ TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "LANCAMENTO DA PROVISAO DA CSLL" TO CLIC-TEXTO
           MOVE LANCAMENTO-CSLL TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM.

       260-99-FIM. EXIT.

       270-GRAVA-ESTIMATIVA.

           MOVE COMPETENCIA TO CBESTM-AAAAMM
           READ CBESTM
           IF   FS-CBESTM > "09"
                INITIALIZE CBESTM-REG
                MOVE COMPETENCIA TO CBESTM-AAAAMM
           END-IF
           MOVE FORMA-IRPJ        TO CBESTM-FORMA-IRPJ
           MOVE FORMA-CSLL        TO CBESTM-FORMA-CSLL
           MOVE RECEITA-BRUTA     TO CBESTM-RECEITA-BRUTA
           MOVE BASE-IRPJ-RECEITA TO CBESTM-BASE-IRPJ-RECEITA
           MOVE BASE-CSLL-RECEITA TO CBESTM-BASE-CSLL-RECEITA
           MOVE IRPJ-RECEITA      TO CBESTM-IRPJ-RECEITA
           MOVE CSLL-RECEITA      TO CBESTM-CSLL-RECEITA
           MOVE LUCRO-REAL        TO CBESTM-LUCRO-REAL-ANO
           MOVE IRPJ-ANO          TO CBESTM-IRPJ-ANO
           MOVE CSLL-ANO          TO CBESTM-CSLL-ANO
           MOVE IRPJ-ANTERIOR     TO CBESTM-IRPJ-ANTERIOR
           MOVE CSLL-ANTERIOR     TO CBESTM-CSLL-ANTERIOR
           MOVE IRPJ-BALANCETE    TO CBESTM-IRPJ-BALANCETE
           MOVE CSLL-BALANCETE    TO CBESTM-CSLL-BALANCETE
           MOVE IRPJ-DEVIDO       TO CBESTM-IRPJ-DEVIDO
           MOVE CSLL-DEVIDO       TO CBESTM-CSLL-DEVIDO
           MOVE LANCAMENTO-IRPJ   TO CBESTM-LANCAMENTO-IRPJ
           MOVE LANCAMENTO-CSLL   TO CBESTM-LANCAMENTO-CSLL
           MOVE DATA-HOJE         TO CBESTM-DATA-CALCULO
           IF   FS-CBESTM > "09"
                WRITE CBESTM-REG
           ELSE
                REWRITE CBESTM-REG
           END-IF
           IF   FS-CBESTM > "09"
                DISPLAY "Erro de gravacao em CBESTM" LINE 23 COLUMN 03
           END-IF.

       270-99-FIM. EXIT.

       280-AGENDA.

      *    DARF de cada tributo na agenda do CBRETE, com a conta a
      *    recolher marcada como apuracao propria para o CB135PCW
      *    nao reapurar pelos creditos da conta (como no CB202PCW)

           OPEN I-O CBRETE
           IF   FS-CBRETE = "30" OR "35"
                CLOSE CBRETE
                OPEN OUTPUT CBRETE
                CLOSE CBRETE
                OPEN I-O CBRETE
           END-IF
           IF   FS-CBRETE > "09"
                GO TO 280-99-FIM
           END-IF

           IF   IRPJ-DEVIDO NOT = 0
                MOVE "IRPJ"            TO AGENDA-TRIBUTO
                MOVE COD-RED-PROV-IRPJ TO AGENDA-COD-RED
                MOVE IRPJ-DEVIDO       TO AGENDA-VALOR
                PERFORM 285-AGENDA-TRIBUTO THRU 285-99-FIM
           END-IF
           IF   CSLL-DEVIDO NOT = 0
                MOVE "CSLL"            TO AGENDA-TRIBUTO
                MOVE COD-RED-PROV-CSLL TO AGENDA-COD-RED
                MOVE CSLL-DEVIDO       TO AGENDA-VALOR
                PERFORM 285-AGENDA-TRIBUTO THRU 285-99-FIM
           END-IF
           CLOSE CBRETE.

       280-99-FIM. EXIT.

       285-AGENDA-TRIBUTO.

           MOVE AGENDA-COD-RED TO CBRETE-COD-RED
           MOVE 0              TO CBRETE-COMPETENCIA
           READ CBRETE
           IF   FS-CBRETE > "09"
                MOVE AGENDA-COD-RED TO CBRETE-COD-RED
                MOVE 0 TO CBRETE-COMPETENCIA CBRETE-VALOR-APURADO
                          CBRETE-VALOR-PAGO CBRETE-DATA-PAGAMENTO
                PERFORM 287-TRIBUTO-AGENDA THRU 287-99-FIM
                WRITE CBRETE-REG
           ELSE
                PERFORM 287-TRIBUTO-AGENDA THRU 287-99-FIM
                REWRITE CBRETE-REG
           END-IF

           MOVE AGENDA-COD-RED TO CBRETE-COD-RED
           MOVE COMPETENCIA    TO CBRETE-COMPETENCIA
           READ CBRETE
           IF   FS-CBRETE < "10"
                MOVE AGENDA-VALOR TO CBRETE-VALOR-APURADO
                REWRITE CBRETE-REG
           ELSE
                MOVE AGENDA-COD-RED TO CBRETE-COD-RED
                MOVE COMPETENCIA    TO CBRETE-COMPETENCIA
                PERFORM 287-TRIBUTO-AGENDA THRU 287-99-FIM
                MOVE AGENDA-VALOR   TO CBRETE-VALOR-APURADO
                MOVE 0 TO CBRETE-VALOR-PAGO CBRETE-DATA-PAGAMENTO
                WRITE CBRETE-REG
           END-IF.

       285-99-FIM. EXIT.

       287-TRIBUTO-AGENDA.

           IF   AGENDA-IRPJ
                SET CBRETE-IRPJ-ESTIMATIVA TO TRUE
           ELSE
                SET CBRETE-CSLL-ESTIMATIVA TO TRUE
           END-IF
           MOVE DIA-VENCIMENTO TO CBRETE-DIA-VENCIMENTO.

       287-99-FIM. EXIT.

       290-IMPRIME.

           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       290-99-FIM. EXIT.

       300-BALANCETE-DIARIO.

      *    Balancete de suspensao ou reducao para transcricao no
      *    Livro Diario: saldos de todas as contas no fim do mes,
      *    com as de resultado acumuladas desde janeiro, seguido
      *    da demonstracao do lucro real e dos tributos

           MOVE "BALANCETE DE SUSPENSAO OU REDUCAO" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "SALDOS EM " COMP-MM "/" COMP-AAAA
                  " - TRANSCRICAO NO LIVRO DIARIO"
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-05  TO CWIMPR-HEADER-1
           MOVE SPACES    TO CWIMPR-TIME-REPORT
           MOVE "CB250PB" TO CWIMPR-REPORT

           MOVE 0 TO TOTAL-DEVEDOR TOTAL-CREDOR
           MOVE LOW-VALUES TO CBPLCO-CHAVE
           START CBPLCO KEY NOT LESS CBPLCO-CHAVE
           PERFORM UNTIL FS-CBPLCO > "09"
                   READ CBPLCO NEXT RECORD IGNORE LOCK
                   IF   FS-CBPLCO < "10"
                        PERFORM 310-CONTA-BALANCETE THRU 310-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPLCO

           MOVE SPACES TO LINHA-06
           MOVE "TOTAL DAS CONTAS ANALITICAS" TO CLBS-DESCRICAO
           MOVE TOTAL-DEVEDOR TO CLBS-DEVEDOR
           MOVE TOTAL-CREDOR  TO CLBS-CREDOR
           MOVE LINHA-06      TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE "DEMONSTRACAO DO LUCRO REAL E DOS TRIBUTOS"
             TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "LUCRO REAL ACUMULADO"     TO CLIC-TEXTO
           MOVE LUCRO-REAL                 TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "IRPJ E ADICIONAL DEVIDOS NO PERIODO" TO CLIC-TEXTO
           MOVE IRPJ-ANO                   TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "(-) IRPJ DEVIDO NOS MESES ANTERIORES" TO CLIC-TEXTO
           MOVE IRPJ-ANTERIOR              TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "IRPJ A RECOLHER NO MES"   TO CLIC-TEXTO
           MOVE IRPJ-DEVIDO                TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "CSLL DEVIDA NO PERIODO"   TO CLIC-TEXTO
           MOVE CSLL-ANO                   TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "(-) CSLL DEVIDA NOS MESES ANTERIORES" TO CLIC-TEXTO
           MOVE CSLL-ANTERIOR              TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM
           MOVE "CSLL A RECOLHER NO MES"   TO CLIC-TEXTO
           MOVE CSLL-DEVIDO                TO CLIC-VALOR
           PERFORM 290-IMPRIME THRU 290-99-FIM

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       300-99-FIM. EXIT.

       310-CONTA-BALANCETE.

           MOVE 0            TO CBCOSA-CENTRO-CUSTO
           MOVE CBPLCO-CONTA TO CBCOSA-CONTA
           MOVE COMPETENCIA  TO CBCOSA-AAAAMM
           READ CBCOSA IGNORE LOCK
           IF   FS-CBCOSA > "09"
                MOVE "00" TO FS-CBCOSA
                GO TO 310-99-FIM
           END-IF
           IF   CBCOSA-SALDO-ATUAL = 0
                GO TO 310-99-FIM
           END-IF

           MOVE CBPLCO-CONTA TO CB002PCW-CONTA
           MOVE "C"          TO CB002PCW-FUNCAO
           CALL "CB002PCW"  USING PARAMETROS-CB002PCW
           MOVE "E"          TO CB002PCW-FUNCAO
           CALL "CB002PCW"  USING PARAMETROS-CB002PCW

           MOVE SPACES            TO LINHA-06
           MOVE CB002PCW-CONTA-ED TO CLBS-CONTA-ED
           MOVE CBPLCO-DESCRICAO  TO CLBS-DESCRICAO
           IF   CBCOSA-SALDO-ATUAL > 0
                MOVE CBCOSA-SALDO-ATUAL TO CLBS-DEVEDOR
                IF   CBPLCO-COD-RED NOT = 0
                     ADD CBCOSA-SALDO-ATUAL TO TOTAL-DEVEDOR
                END-IF
           ELSE
                MOVE CBCOSA-SALDO-ATUAL TO CLBS-CREDOR
                IF   CBPLCO-COD-RED NOT = 0
                     SUBTRACT CBCOSA-SALDO-ATUAL FROM TOTAL-CREDOR
                END-IF
           END-IF
           MOVE LINHA-06 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       310-99-FIM. EXIT.

       400-MOVIMENTO-FAIXA.

      *    Movimento liquido (creditos - debitos) das contas
      *    analiticas da faixa de classes de COMP-DE a COMP-ATE

           MOVE 0 TO VALOR-ITEM
           MOVE LOW-VALUES TO CBPLCO-CHAVE
           START CBPLCO KEY NOT LESS CBPLCO-CHAVE
           PERFORM UNTIL FS-CBPLCO > "09"
                   READ CBPLCO NEXT RECORD IGNORE LOCK
                   IF   FS-CBPLCO < "10"
                   AND  CBPLCO-COD-RED NOT = 0
                   AND  CBPLCO-CLASSE NOT < FAIXA-DE
                   AND  CBPLCO-CLASSE NOT > FAIXA-ATE
                        PERFORM 410-MOVIMENTO-CONTA
                                THRU 410-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPLCO.

       400-99-FIM. EXIT.

       410-MOVIMENTO-CONTA.

           MOVE COMP-DE TO COMP-CORRENTE
           PERFORM UNTIL COMP-CORRENTE > COMP-ATE
                   MOVE 0             TO CBCOSA-CENTRO-CUSTO
                   MOVE CBPLCO-CONTA  TO CBCOSA-CONTA
                   MOVE COMP-CORRENTE TO CBCOSA-AAAAMM
                   READ CBCOSA IGNORE LOCK
                   IF   FS-CBCOSA < "10"
                        ADD      CBCOSA-A-CREDITO TO VALOR-ITEM
                        SUBTRACT CBCOSA-A-DEBITO FROM VALOR-ITEM
                   END-IF
                   ADD 1 TO COMP-CORR-MM
                   IF   COMP-CORR-MM > 12
                        MOVE 1 TO COMP-CORR-MM
                        ADD  1 TO COMP-CORR-AAAA
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCOSA.

       410-99-FIM. EXIT.

       500-GERA-PAR.

      *    Gera as duas pernas com o mesmo numero de lancamento,
      *    desfazendo a primeira se a segunda for rejeitada

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"             TO CB043PCW-COMANDO
           MOVE "D"             TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC       TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC      TO CB043PCW-NUMERO-BAC
           MOVE 0               TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB      TO CB043PCW-COD-RED
           MOVE HISTORICO-PROV  TO CB043PCW-HISTORICO
           MOVE 0               TO CB043PCW-DOCTO
           MOVE DIA-REF         TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-PARCELA   TO CB043PCW-VALOR
           CALL "CB043PCW"   USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                GO TO 500-99-FIM
           END-IF

           MOVE CB043PCW-LANCAMENTO-NUMERO TO LANCAMENTO-GERADO
           MOVE "C"             TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-CR      TO CB043PCW-COD-RED
           CALL "CB043PCW"   USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                MOVE "E"        TO CB043PCW-COMANDO
                MOVE "D"        TO CB043PCW-LANCAMENTO-TIPO
                MOVE COD-RED-DB TO CB043PCW-COD-RED
                CALL "CB043PCW" USING PARAMETROS-CB043PCW
                CANCEL "CB043PCW"
                MOVE 0 TO LANCAMENTO-GERADO
           END-IF.

       500-99-FIM. EXIT.

       520-DESFAZ-IRPJ.

      *    Exclui as duas pernas da provisao do IRPJ ja gravada

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "E"               TO CB043PCW-COMANDO
           MOVE LANCAMENTO-IRPJ   TO CB043PCW-LANCAMENTO-NUMERO
           MOVE SERIE-BAC         TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC        TO CB043PCW-NUMERO-BAC
           MOVE 0                 TO CB043PCW-CENTRO-CUSTO
           MOVE HISTORICO-PROV    TO CB043PCW-HISTORICO
           MOVE 0                 TO CB043PCW-DOCTO
           MOVE DIA-REF           TO CB043PCW-DD-REFERENCIA
           MOVE IRPJ-DEVIDO       TO CB043PCW-VALOR
           MOVE "D"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-DESP-IRPJ TO CB043PCW-COD-RED
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           MOVE "C"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-PROV-IRPJ TO CB043PCW-COD-RED
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW".

       520-99-FIM. EXIT.

       800-INICIAIS.

           ACCEPT DATA-HOJE FROM DATE
           ADD 20000000 TO DATA-HOJE

           OPEN I-O CBEPRE
           IF   FS-CBEPRE = "30" OR "35"
                CLOSE CBEPRE
                OPEN OUTPUT CBEPRE
                CLOSE CBEPRE
                OPEN I-O CBEPRE
           END-IF
           IF   FS-CBEPRE > "09"
                SET ESC TO TRUE
           END-IF

           OPEN I-O CBESTM
           IF   FS-CBESTM = "30" OR "35"
                CLOSE CBESTM
                OPEN OUTPUT CBESTM
                CLOSE CBESTM
                OPEN I-O CBESTM
           END-IF
           IF   FS-CBESTM > "09"
                SET ESC TO TRUE
           END-IF

           OPEN I-O CBLALU
           IF   FS-CBLALU = "30" OR "35"
                CLOSE CBLALU
                OPEN OUTPUT CBLALU
                CLOSE CBLALU
                OPEN I-O CBLALU
           END-IF
           IF   FS-CBLALU > "09"
                SET ESC TO TRUE
           END-IF

           OPEN INPUT CBLALB
           IF   FS-CBLALB = "30" OR "35"
                CLOSE CBLALB
                OPEN OUTPUT CBLALB
                CLOSE CBLALB
                OPEN INPUT CBLALB
           END-IF
           IF   FS-CBLALB > "09"
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBEPRE CBESTM CBLALU CBLALB.

       900-99-FIM. EXIT.

       END PROGRAM CB250PCW.
