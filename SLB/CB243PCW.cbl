       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB243PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  DVA - Demonstracao do Valor Adicionado       *
                      *                                               *
                      *  Monta as linhas definidas em CBDVAL a partir *
                      *  dos saldos de resultado de CBCOSA, exercicio *
                      *  ate o mes e mesmo periodo do exercicio       *
                      *  anterior, e confere o valor distribuido com  *
                      *  o valor adicionado a distribuir              *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBDVALSL.
       COPY CBDRELSL.
       COPY CBPLCOSL.
       COPY CBCOSASL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBDVALFD.
       COPY CBDRELFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 REFERENCIA.
              10 REF-AAAA               PIC  9(004).
              10 REF-MM                 PIC  9(002).
           05 REFERENCIA-N REDEFINES REFERENCIA
                                        PIC  9(006).
           05 REFERENCIAS-DVA.
              10 REFERENCIA-DVA         PIC  9(006) OCCURS 2.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 I                         PIC  9(002) VALUE 0.
           05 G                         PIC  9(002) VALUE 0.
           05 L                         PIC  9(003) VALUE 0.
           05 P                         PIC  9(001) VALUE 0.
           05 TOTAL-LINHAS              PIC  9(003) VALUE 0.
           05 TOTAL-LINHAS-DRE          PIC  9(003) VALUE 0.
           05 VALOR-CONTA        COMP-3 PIC S9(012)V99 VALUE 0.
           05 VALOR-LINHA        COMP-3 PIC S9(012)V99 VALUE 0.
           05 CONTA-NA-DRE              PIC  X(001) VALUE "N".
              88 CONTA-DE-RESULTADO                VALUE "S".
           05 DIFERENCA          COMP-3 PIC S9(012)V99 OCCURS 2.
           05 GRUPOS                    PIC  X(008) VALUE "RIEVPTCK".
           05 FILLER REDEFINES GRUPOS.
              10 GRUPO                  PIC  X(001) OCCURS 8.
           05 TOTAIS-DVA.
              10 RESULTADO-EXERC COMP-3 PIC S9(012)V99 OCCURS 2.
              10 OUTROS-PROPRIOS COMP-3 PIC S9(012)V99 OCCURS 2.
              10 SOMA-GRUPO             OCCURS 8.
                 15 GR-VALOR     COMP-3 PIC S9(012)V99 OCCURS 2.
              10 SOMA-TOTAL             OCCURS 4.
                 15 TT-VALOR     COMP-3 PIC S9(012)V99 OCCURS 2.
           05 TABELA-DVA.
              10 LINHA-DVA OCCURS 99.
                 15 TB-LINHA     COMP-3 PIC  9(003).
                 15 TB-TITULO           PIC  X(040).
                 15 TB-TIPO             PIC  X(001).
                 15 TB-GRUPO            PIC  X(001).
                 15 TB-SINAL            PIC  X(001).
                 15 TB-RESULTADO        PIC  X(001).
                 15 TB-VALOR     COMP-3 PIC S9(012)V99 OCCURS 2.
                 15 TB-FAIXA OCCURS 5.
                    20 TB-CLASSE-DE  COMP-3 PIC 9(015).
                    20 TB-CLASSE-ATE COMP-3 PIC 9(015).
           05 TABELA-DRE.
              10 LINHA-DRE OCCURS 99.
                 15 TD-FAIXA OCCURS 5.
                    20 TD-CLASSE-DE  COMP-3 PIC 9(015).
                    20 TD-CLASSE-ATE COMP-3 PIC 9(015).
           05 ER-CBDVAL.
              10 FS-CBDVAL              PIC  X(002) VALUE "00".
              10 LB-CBDVAL              PIC  X(050) VALUE "CBDVAL".
           05 ER-CBDREL.
              10 FS-CBDREL              PIC  X(002) VALUE "00".
              10 LB-CBDREL              PIC  X(050) VALUE "CBDREL".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(044) VALUE
                 "DESCRICAO                                   ".
              05 FILLER                 PIC  X(018) VALUE
                 "   EXERCICIO ATUAL".
              05 FILLER                 PIC  X(018) VALUE
                 "  EXERC. ANTERIOR ".
           02 LINHA-02.
              05 CLIC-TITULO            PIC  X(044).
              05 CLIC-ATUAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 CLIC-ANTERIOR          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.
       COPY CB233PCW.

       SCREEN SECTION.

       01  TELA-PARAMETROS.
           05 LINE 08 COLUMN 03 VALUE "Mes/Ano de referencia (AAAAMM):".
           05 LINE 08 COLUMN 36 PIC 9999 USING REF-AAAA.
           05 LINE 08 COLUMN 40 PIC 99   USING REF-MM.

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS      THRU 800-99-FIM
           IF   NOT ESC
                PERFORM 100-PROCESSAMENTO THRU 100-99-FIM
                PERFORM 900-FINAIS        THRU 900-99-FIM
           END-IF.

       000-99-FIM. GOBACK.

       100-PROCESSAMENTO.

           PERFORM 110-CARREGA-DEFINICAO THRU 110-99-FIM

           IF   TOTAL-LINHAS = 0
                DISPLAY "Definicao da DVA vazia - use CB242PCW"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

      *    Auditoria de leitura: a DVA cobre o plano todo

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB243PCW"  TO CB233PCW-PROGRAMA
           MOVE ALL "9"     TO CB233PCW-CONTA-ATE
           MOVE 9999        TO CB233PCW-CENTRO-ATE
           MOVE REFERENCIA  TO CB233PCW-REFERENCIA
           CALL "CB233PCW" USING PARAMETROS-CB233PCW

           PERFORM 120-ACUMULA-SALDOS    THRU 120-99-FIM
           PERFORM 130-TOTALIZA          THRU 130-99-FIM
           PERFORM 140-IMPRIME           THRU 140-99-FIM
           PERFORM 150-CONFERE           THRU 150-99-FIM.

       100-99-FIM. EXIT.

       110-CARREGA-DEFINICAO.

           MOVE 0          TO TOTAL-LINHAS
           MOVE LOW-VALUES TO CBDVAL-CHAVE
           START CBDVAL KEY NOT LESS CBDVAL-CHAVE

           PERFORM UNTIL FS-CBDVAL > "09"
                      OR TOTAL-LINHAS = 99
                   READ CBDVAL NEXT RECORD IGNORE LOCK
                   IF   FS-CBDVAL < "10"
                        ADD  1                TO TOTAL-LINHAS
                        MOVE TOTAL-LINHAS     TO L
                        MOVE CBDVAL-LINHA     TO TB-LINHA  (L)
                        MOVE CBDVAL-TITULO    TO TB-TITULO (L)
                        MOVE CBDVAL-TIPO      TO TB-TIPO   (L)
                        MOVE CBDVAL-GRUPO     TO TB-GRUPO  (L)
                        MOVE CBDVAL-SINAL     TO TB-SINAL  (L)
                        MOVE 0                TO TB-VALOR (L 1)
                                                 TB-VALOR (L 2)
                        PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                                MOVE CBDVAL-CLASSE-DE  (I)
                                  TO TB-CLASSE-DE  (L I)
                                MOVE CBDVAL-CLASSE-ATE (I)
                                  TO TB-CLASSE-ATE (L I)
                        END-PERFORM
      *                 Capitais proprios sem faixas: lucros retidos,
      *                 pelo resultado do exercicio da DRE
                        MOVE "N" TO TB-RESULTADO (L)
                        IF   CBDVAL-TIPO  = "D"
                        AND  CBDVAL-GRUPO = "K"
                        AND  CBDVAL-CLASSE-ATE (1) = 0
                        AND  CBDVAL-CLASSE-ATE (2) = 0
                        AND  CBDVAL-CLASSE-ATE (3) = 0
                        AND  CBDVAL-CLASSE-ATE (4) = 0
                        AND  CBDVAL-CLASSE-ATE (5) = 0
                             MOVE "S" TO TB-RESULTADO (L)
                        END-IF
                   END-IF
           END-PERFORM

           MOVE 0          TO TOTAL-LINHAS-DRE
           MOVE LOW-VALUES TO CBDREL-CHAVE
           START CBDREL KEY NOT LESS CBDREL-CHAVE

           PERFORM UNTIL FS-CBDREL > "09"
                      OR TOTAL-LINHAS-DRE = 99
                   READ CBDREL NEXT RECORD IGNORE LOCK
                   IF   FS-CBDREL < "10"
                   AND  CBDREL-TIPO = "D"
                        ADD  1                TO TOTAL-LINHAS-DRE
                        MOVE TOTAL-LINHAS-DRE TO L
                        PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                                MOVE CBDREL-CLASSE-DE  (I)
                                  TO TD-CLASSE-DE  (L I)
                                MOVE CBDREL-CLASSE-ATE (I)
                                  TO TD-CLASSE-ATE (L I)
                        END-PERFORM
                   END-IF
           END-PERFORM.

       110-99-FIM. EXIT.

       120-ACUMULA-SALDOS.

           MOVE REFERENCIA-N TO REFERENCIA-DVA (1)
           COMPUTE REFERENCIA-DVA (2) = REFERENCIA-N - 100
           MOVE 0 TO RESULTADO-EXERC (1) RESULTADO-EXERC (2)
                     OUTROS-PROPRIOS (1) OUTROS-PROPRIOS (2)

           MOVE LOW-VALUES TO CBCOSA-CHAVE
           START CBCOSA KEY NOT LESS CBCOSA-CHAVE

      *    So os registros consolidados de centro 0 entram, como
      *    na DRE (CB077PCW)

           PERFORM UNTIL FS-CBCOSA > "09"
                   READ CBCOSA NEXT RECORD IGNORE LOCK
                   IF   FS-CBCOSA < "10"
                   AND  CBCOSA-CENTRO-CUSTO = 0
                        IF   CBCOSA-AAAAMM = REFERENCIA-DVA (1)
                             MOVE 1 TO P
                             PERFORM 125-CLASSIFICA THRU 125-99-FIM
                        END-IF
                        IF   CBCOSA-AAAAMM = REFERENCIA-DVA (2)
                             MOVE 2 TO P
                             PERFORM 125-CLASSIFICA THRU 125-99-FIM
                        END-IF
                   END-IF
           END-PERFORM.

       120-99-FIM. EXIT.

       125-CLASSIFICA.

      *    Geracao do valor (R, I, E, V): credito positivo, como na
      *    DRE; distribuicao (P, T, C, K): debito positivo

           MOVE CBCOSA-CONTA TO CBPLCO-CONTA
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-CHAVE
           IF   FS-CBPLCO > "09"
           OR   CBPLCO-COD-RED = 0
      *         Conta sintetica: os valores ja estao nas analiticas
                GO TO 125-99-FIM
           END-IF

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > TOTAL-LINHAS
              IF   TB-TIPO (L) = "D"
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                      IF   TB-CLASSE-ATE (L I) NOT = 0
                      AND  CBPLCO-CLASSE NOT < TB-CLASSE-DE  (L I)
                      AND  CBPLCO-CLASSE NOT > TB-CLASSE-ATE (L I)
                           IF   TB-GRUPO (L) = "R" OR "I" OR "E" OR "V"
                                COMPUTE VALOR-CONTA =
                                        0 - CBCOSA-SALDO-ATUAL
                           ELSE
                                MOVE CBCOSA-SALDO-ATUAL TO VALOR-CONTA
                           END-IF
                           ADD VALOR-CONTA TO TB-VALOR (L P)
                           IF   TB-GRUPO (L) = "K"
                                ADD VALOR-CONTA TO OUTROS-PROPRIOS (P)
                           END-IF
                           MOVE 6 TO I
                      END-IF
                   END-PERFORM
              END-IF
           END-PERFORM

      *    Resultado do exercicio pelas linhas de detalhe da DRE

           MOVE "N" TO CONTA-NA-DRE
           PERFORM VARYING L FROM 1 BY 1 UNTIL L > TOTAL-LINHAS-DRE
                                             OR CONTA-DE-RESULTADO
                   PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                      IF   TD-CLASSE-ATE (L I) NOT = 0
                      AND  CBPLCO-CLASSE NOT < TD-CLASSE-DE  (L I)
                      AND  CBPLCO-CLASSE NOT > TD-CLASSE-ATE (L I)
                           MOVE "S" TO CONTA-NA-DRE
                      END-IF
                   END-PERFORM
           END-PERFORM
           IF   CONTA-DE-RESULTADO
                SUBTRACT CBCOSA-SALDO-ATUAL FROM RESULTADO-EXERC (P)
           END-IF.

       125-99-FIM. EXIT.

       130-TOTALIZA.

           PERFORM VARYING G FROM 1 BY 1 UNTIL G > 8
                   PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                           MOVE 0 TO GR-VALOR (G P)
                   END-PERFORM
           END-PERFORM
           PERFORM VARYING G FROM 1 BY 1 UNTIL G > 4
                   PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                           MOVE 0 TO TT-VALOR (G P)
                   END-PERFORM
           END-PERFORM

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > TOTAL-LINHAS
                   IF   TB-TIPO (L) = "D"
                        PERFORM 135-SOMA-GRUPO THRU 135-99-FIM
                   END-IF
           END-PERFORM

      *    1 bruto = R + I; 2 liquido = 1 + E; 3 a distribuir = 2 + V;
      *    4 distribuido = P + T + C + K

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                   COMPUTE TT-VALOR (1 P) = GR-VALOR (1 P)
                                          + GR-VALOR (2 P)
                   COMPUTE TT-VALOR (2 P) = TT-VALOR (1 P)
                                          + GR-VALOR (3 P)
                   COMPUTE TT-VALOR (3 P) = TT-VALOR (2 P)
                                          + GR-VALOR (4 P)
                   COMPUTE TT-VALOR (4 P) = GR-VALOR (5 P)
                                          + GR-VALOR (6 P)
                                          + GR-VALOR (7 P)
                                          + GR-VALOR (8 P)
           END-PERFORM.

       130-99-FIM. EXIT.

       135-SOMA-GRUPO.

      *    Lucros retidos: resultado menos as demais linhas de
      *    capitais proprios (dividendos, juros sobre o capital)

           IF   TB-RESULTADO (L) = "S"
                PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                        COMPUTE TB-VALOR (L P) = RESULTADO-EXERC (P)
                                               - OUTROS-PROPRIOS (P)
                END-PERFORM
           END-IF

           PERFORM VARYING G FROM 1 BY 1 UNTIL G > 8
                                          OR GRUPO (G) = TB-GRUPO (L)
                   CONTINUE
           END-PERFORM
           IF   G < 9
                ADD TB-VALOR (L 1) TO GR-VALOR (G 1)
                ADD TB-VALOR (L 2) TO GR-VALOR (G 2)
           END-IF.

       135-99-FIM. EXIT.

       140-IMPRIME.

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > TOTAL-LINHAS
                                             OR CWIMPR-END-PRINT
                   PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                           PERFORM 145-VALOR-LINHA THRU 145-99-FIM
      *                    O sinal "-" apenas inverte a apresentacao
                           IF   TB-SINAL (L) = "-"
                                COMPUTE VALOR-LINHA = 0 - VALOR-LINHA
                           END-IF
                           IF   P = 1
                                MOVE VALOR-LINHA TO CLIC-ATUAL
                           ELSE
                                MOVE VALOR-LINHA TO CLIC-ANTERIOR
                           END-IF
                   END-PERFORM
                   MOVE TB-TITULO (L) TO CLIC-TITULO
                   MOVE LINHA-02      TO CWIMPR-DETAIL
                   CALL "CB125PCW"   USING PARAMETROS-CWIMPR
           END-PERFORM.

       140-99-FIM. EXIT.

       145-VALOR-LINHA.

           MOVE 0 TO VALOR-LINHA

           EVALUATE TB-TIPO (L)
               WHEN "D"
                    MOVE TB-VALOR (L P) TO VALOR-LINHA
               WHEN "G"
                    PERFORM VARYING G FROM 1 BY 1
                              UNTIL G > 8
                                 OR GRUPO (G) = TB-GRUPO (L)
                            CONTINUE
                    END-PERFORM
                    IF   G < 9
                         MOVE GR-VALOR (G P) TO VALOR-LINHA
                    END-IF
               WHEN "T"
                    IF   TB-GRUPO (L) = "1" OR "2" OR "3" OR "4"
                         MOVE TB-GRUPO (L) TO G
                         MOVE TT-VALOR (G P) TO VALOR-LINHA
                    END-IF
           END-EVALUATE.

       145-99-FIM. EXIT.

       150-CONFERE.

      *    Toda conta de resultado precisa estar mapeada uma unica
      *    vez: o distribuido (4) tem de igualar o a distribuir (3)

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 2
                   COMPUTE DIFERENCA (P) = TT-VALOR (3 P)
                                         - TT-VALOR (4 P)
           END-PERFORM

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           IF   DIFERENCA (1) = 0 AND DIFERENCA (2) = 0
                MOVE "VALOR DISTRIBUIDO CONFERE COM O ADICIONADO"
                  TO CLIC-TITULO
                MOVE CLIC-TITULO TO CWIMPR-DETAIL
           ELSE
                MOVE "*** DIFERENCA A DISTRIBUIR - DISTRIBUIDO"
                  TO CLIC-TITULO
                MOVE DIFERENCA (1) TO CLIC-ATUAL
                MOVE DIFERENCA (2) TO CLIC-ANTERIOR
                MOVE LINHA-02      TO CWIMPR-DETAIL
                DISPLAY "Valor distribuido difere do valor adicionado"
                        LINE 23 COLUMN 03
           END-IF
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       150-99-FIM. EXIT.

       800-INICIAIS.

           MOVE 0 TO REF-AAAA REF-MM
           DISPLAY TELA-PARAMETROS
           ACCEPT  TELA-PARAMETROS
           ACCEPT  TECLA FROM ESCAPE KEY

           IF   ESC
           OR   REF-AAAA = 0
           OR   REF-MM = 0 OR REF-MM > 13
                SET ESC TO TRUE
                GOBACK
           END-IF

           OPEN INPUT CBDVAL
           IF   FS-CBDVAL > "09"
                DISPLAY "Definicao da DVA inexistente - use CB242PCW"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
                GOBACK
           END-IF

           OPEN INPUT CBDREL
           IF   FS-CBDREL > "09"
                DISPLAY "Definicao da DRE inexistente - use CB076PCW"
                        LINE 23 COLUMN 03
                CLOSE CBDVAL
                SET ESC TO TRUE
                GOBACK
           END-IF

           OPEN INPUT CBPLCO CBCOSA
           IF   FS-CBPLCO > "09" OR FS-CBCOSA > "09"
                CLOSE CBDVAL CBDREL CBPLCO CBCOSA
                SET ESC TO TRUE
                GOBACK
           END-IF

           MOVE "DEMONSTRACAO DO VALOR ADICIONADO"
             TO CWIMPR-TITLE
           MOVE SPACES     TO CWIMPR-SUB-TITLE
           STRING "EXERCICIO ATE " REF-MM "/" REF-AAAA
                  " COMPARADO AO MESMO PERIODO DO ANTERIOR"
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01   TO CWIMPR-HEADER-1
           MOVE "2"        TO CWIMPR-FORM-TYPE
           MOVE "CB243PA"  TO CWIMPR-REPORT.

       800-99-FIM. EXIT.

       900-FINAIS.

      *    Rodape de assinaturas dos responsaveis (CB175PCW)

           CALL "CB176PCW" USING PARAMETROS-CWIMPR
               ON EXCEPTION
                    CONTINUE
           END-CALL

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           CLOSE CBDVAL CBDREL CBPLCO CBCOSA.

       900-99-FIM. EXIT.

       END PROGRAM CB243PCW.
