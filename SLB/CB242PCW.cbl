       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB242PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Manutencao das linhas da DVA                 *
                      *                                               *
                      *  Cada linha mapeia faixas de CBPLCO-CLASSE    *
                      *  para um grupo da Demonstracao do Valor       *
                      *  Adicionado, ou marca um subtotal ou total    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBDVALSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBDVALFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 LINHA-DVA                 PIC  9(003) VALUE 0.
           05 TITULO-DVA                PIC  X(040) VALUE SPACES.
           05 TIPO-DVA                  PIC  X(001) VALUE "D".
           05 GRUPO-DVA                 PIC  X(001) VALUE "R".
           05 SINAL-DVA                 PIC  X(001) VALUE "+".
           05 I                         PIC  9(002) VALUE 0.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 FAIXAS-DVA                            VALUE ZEROS.
              10 FAIXA-DVA OCCURS 5.
                 15 CLASSE-DE           PIC  9(015).
                 15 CLASSE-ATE          PIC  9(015).
           05 LINHA-BRANCA              PIC  X(068) VALUE SPACES.
           05 RODAPE-CB242              PIC  X(068) VALUE
              "<Esc>-Fim F2-Grava F4-Exclui PgDn-Proxima".
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBDVAL.
              10 FS-CBDVAL              PIC  X(002) VALUE "00".
              10 LB-CBDVAL              PIC  X(050) VALUE "CBDVAL".

       SCREEN SECTION.

       01  CTAC-LIT-CB242PCW.
           05 LINE 04 COLUMN 03 VALUE "Linha da DVA........:".
           05 LINE 06 COLUMN 03 VALUE "Titulo..............:".
           05 LINE 07 COLUMN 03 VALUE "Tipo (D/G/T)........:".
           05 LINE 07 COLUMN 30 VALUE
              "D-Detalhe G-Subtotal do grupo T-Total".
           05 LINE 08 COLUMN 03 VALUE "Grupo...............:".
           05 LINE 08 COLUMN 30 VALUE
              "R-Receitas I-Insumos E-Retencoes V-Transferencias".
           05 LINE 09 COLUMN 30 VALUE
              "P-Pessoal T-Impostos C-Cap.terceiros K-Cap.proprios".
           05 LINE 10 COLUMN 30 VALUE
              "Totais 1-Bruto 2-Liquido 3-A distribuir 4-Distrib.".
           05 LINE 11 COLUMN 03 VALUE "Sinal (+/-).........:".
           05 LINE 12 COLUMN 03 VALUE "Faixas de classe (de/ate):".

       01  CTAC-CHAVE-CB242PCW.
           05 LINE 04 COLUMN 25 PIC 9(003)  USING LINHA-DVA.

       01  CTAC-VAR-CB242PCW.
           05 LINE 06 COLUMN 25 PIC X(040)  USING TITULO-DVA.
           05 LINE 07 COLUMN 25 PIC X(001)  USING TIPO-DVA.
           05 LINE 08 COLUMN 25 PIC X(001)  USING GRUPO-DVA.
           05 LINE 11 COLUMN 25 PIC X(001)  USING SINAL-DVA.
           05 LINE 13 COLUMN 06 PIC 9(015)  USING CLASSE-DE  (1).
           05 LINE 13 COLUMN 25 PIC 9(015)  USING CLASSE-ATE (1).
           05 LINE 14 COLUMN 06 PIC 9(015)  USING CLASSE-DE  (2).
           05 LINE 14 COLUMN 25 PIC 9(015)  USING CLASSE-ATE (2).
           05 LINE 15 COLUMN 06 PIC 9(015)  USING CLASSE-DE  (3).
           05 LINE 15 COLUMN 25 PIC 9(015)  USING CLASSE-ATE (3).
           05 LINE 16 COLUMN 06 PIC 9(015)  USING CLASSE-DE  (4).
           05 LINE 16 COLUMN 25 PIC 9(015)  USING CLASSE-ATE (4).
           05 LINE 17 COLUMN 06 PIC 9(015)  USING CLASSE-DE  (5).
           05 LINE 17 COLUMN 25 PIC 9(015)  USING CLASSE-ATE (5).

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS      THRU 800-99-FIM
           PERFORM 100-PROCESSAMENTO THRU 100-99-FIM
                   UNTIL ESC
           PERFORM 900-FINAIS        THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-PROCESSAMENTO.

           DISPLAY CTAC-LIT-CB242PCW
           DISPLAY LINHA-BRANCA LINE 23 COLUMN 03
           DISPLAY RODAPE-CB242 LINE 23 COLUMN 03
           ACCEPT  CTAC-CHAVE-CB242PCW
           ACCEPT  TECLA FROM ESCAPE KEY

           IF   ESC
           OR   LINHA-DVA = 0
                SET ESC TO TRUE
                GO TO 100-99-FIM
           END-IF

           PERFORM 110-LE-LINHA THRU 110-99-FIM
           DISPLAY CTAC-VAR-CB242PCW

           ACCEPT  CTAC-VAR-CB242PCW
           ACCEPT  TECLA FROM ESCAPE KEY

           EVALUATE TRUE
                WHEN ESC
                     SET ENTER-KEY TO TRUE
                WHEN F4
                     PERFORM 130-EXCLUI THRU 130-99-FIM
                WHEN OTHER
                     PERFORM 120-GRAVA  THRU 120-99-FIM
           END-EVALUATE.

       100-99-FIM. EXIT.

       110-LE-LINHA.

           MOVE 0          TO EXISTE
           MOVE SPACES     TO TITULO-DVA
           MOVE "D"        TO TIPO-DVA
           MOVE "R"        TO GRUPO-DVA
           MOVE "+"        TO SINAL-DVA
           MOVE ZEROS      TO FAIXAS-DVA
           MOVE LINHA-DVA  TO CBDVAL-LINHA
           READ CBDVAL IGNORE LOCK

           IF   FS-CBDVAL < "10"
                MOVE 1               TO EXISTE
                MOVE CBDVAL-TITULO   TO TITULO-DVA
                MOVE CBDVAL-TIPO     TO TIPO-DVA
                MOVE CBDVAL-GRUPO    TO GRUPO-DVA
                MOVE CBDVAL-SINAL    TO SINAL-DVA
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                        MOVE CBDVAL-CLASSE-DE  (I) TO CLASSE-DE  (I)
                        MOVE CBDVAL-CLASSE-ATE (I) TO CLASSE-ATE (I)
                END-PERFORM
           END-IF.

       110-99-FIM. EXIT.

       120-GRAVA.

           IF   TITULO-DVA = SPACES
                DISPLAY "Titulo obrigatorio" LINE 23 COLUMN 03
                GO TO 120-99-FIM
           END-IF

           IF   TIPO-DVA NOT = "D" AND "G" AND "T"
                DISPLAY "Tipo deve ser D, G ou T" LINE 23 COLUMN 03
                GO TO 120-99-FIM
           END-IF

           IF   TIPO-DVA = "T"
                IF   GRUPO-DVA NOT = "1" AND "2" AND "3" AND "4"
                     DISPLAY "Total deve ser 1, 2, 3 ou 4"
                             LINE 23 COLUMN 03
                     GO TO 120-99-FIM
                END-IF
           ELSE
                IF   GRUPO-DVA NOT = "R" AND "I" AND "E" AND "V"
                                 AND "P" AND "T" AND "C" AND "K"
                     DISPLAY "Grupo deve ser R, I, E, V, P, T, C ou K"
                             LINE 23 COLUMN 03
                     GO TO 120-99-FIM
                END-IF
           END-IF

      *    Subtotal e total nao somam contas: as faixas sao limpas

           IF   TIPO-DVA NOT = "D"
                MOVE ZEROS TO FAIXAS-DVA
           END-IF

           IF   SINAL-DVA NOT = "+" AND "-"
                DISPLAY "Sinal deve ser + ou -" LINE 23 COLUMN 03
                GO TO 120-99-FIM
           END-IF

           MOVE LINHA-DVA  TO CBDVAL-LINHA
           MOVE TITULO-DVA TO CBDVAL-TITULO
           MOVE TIPO-DVA   TO CBDVAL-TIPO
           MOVE GRUPO-DVA  TO CBDVAL-GRUPO
           MOVE SINAL-DVA  TO CBDVAL-SINAL

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 5
                   MOVE CLASSE-DE  (I) TO CBDVAL-CLASSE-DE  (I)
                   MOVE CLASSE-ATE (I) TO CBDVAL-CLASSE-ATE (I)
           END-PERFORM

           IF   REGISTRO-EXISTE
                REWRITE CBDVAL-REG
           ELSE
                WRITE CBDVAL-REG
           END-IF

           IF   FS-CBDVAL > "09"
                DISPLAY "Erro de gravacao em CBDVAL"
                        LINE 23 COLUMN 03
           END-IF.

       120-99-FIM. EXIT.

       130-EXCLUI.

           IF   REGISTRO-EXISTE
                MOVE LINHA-DVA TO CBDVAL-LINHA
                READ CBDVAL LOCK
                IF   FS-CBDVAL < "10"
                     DELETE CBDVAL RECORD
                END-IF
           END-IF.

       130-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBDVAL
           IF   FS-CBDVAL = "30" OR "35"
                CLOSE CBDVAL
                OPEN OUTPUT CBDVAL
                CLOSE CBDVAL
                OPEN I-O CBDVAL
           END-IF

           IF   FS-CBDVAL > "09"
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBDVAL.

       900-99-FIM. EXIT.

       END PROGRAM CB242PCW.
