                      *  do CBSERI (numeracao propria da serie) e     *
                      *  gera cada perna pelo CB043PCW.               *
                      *                                               *
                      *  Verbas de classe "S" somam a base salarial   *
                      *  do centro no CBFOPV; o debito das verbas de  *
                      *  ferias ("F") e 13o ("T") pagos vai para a    *
                      *  conta de provisao do CB207PCW, nao para a    *
                      *  despesa                                      *
                      *                                               *
                      *  Layout da folha: verba 9(4), centro 9(4)     *
                      *  (zero usa o centro do mapeamento) e valor    *
                      *  9(12)V99 sem virgula                         *
       COPY CBVERBSL.
       COPY CBSERISL.
       COPY CBCOBASL.
       COPY CBFOPVSL.

           SELECT FOLHA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
       COPY CBVERBFD.
       COPY CBSERIFD.
       COPY CBCOBAFD.
       COPY CBFOPVFD.

       FD  FOLHA
           LABEL RECORD IS STANDARD
           05 COD-RED-M                 PIC  9(005) VALUE 0.
           05 CENTRO-M                  PIC  9(004) VALUE 0.
           05 HISTORICO-M               PIC  9(004) VALUE 0.
           05 CLASSE-M                  PIC  X(001) VALUE SPACE.
           05 COD-RED-PERNA             PIC  9(005) VALUE 0.
           05 PROV-FERIAS-CFG           PIC  9(005) VALUE 0.
           05 PROV-13-CFG               PIC  9(005) VALUE 0.
           05 REF-AAAAMM                PIC  9(006) VALUE 0.
           05 FILLER REDEFINES REF-AAAAMM.
              10 REF-AAAA               PIC  9(004).
           05 ER-CBCOBA.
              10 FS-CBCOBA              PIC  X(002) VALUE "00".
              10 LB-CBCOBA              PIC  X(050) VALUE "CBCOBA".
           05 ER-CBFOPV.
              10 FS-CBFOPV              PIC  X(002) VALUE "00".
              10 LB-CBFOPV              PIC  X(050) VALUE "CBFOPV".
           05 ER-FOLHA.
              10 FS-FOLHA               PIC  X(002) VALUE "00".
              10 LB-FOLHA               PIC  X(050) VALUE SPACES.
           05 LINE 08 COLUMN 30 PIC 9(004) USING CENTRO-M.
           05 LINE 09 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 09 COLUMN 30 PIC 9(004) USING HISTORICO-M.
           05 LINE 10 COLUMN 03 VALUE "Classe (S/F/T/branco)..:".
           05 LINE 10 COLUMN 30 PIC X      USING CLASSE-M.

       01  TELA-IMPORTA.
           05 LINE 04 COLUMN 03 VALUE "Arquivo da folha.......:".
       100-MANTEM-VERBA.

           MOVE 0      TO VERBA-M COD-RED-M CENTRO-M HISTORICO-M
           MOVE SPACES TO DESCRICAO-M CLASSE-M
           MOVE "D"    TO NATUREZA-M
           DISPLAY TELA-VERBA
           ACCEPT  TELA-VERBA

           IF   COD-RED-M = 0
           OR  (NATUREZA-M NOT = "D" AND NATUREZA-M NOT = "C")
           OR  (CLASSE-M NOT = SPACE AND CLASSE-M NOT = "S"
                AND CLASSE-M NOT = "F" AND CLASSE-M NOT = "T")
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           MOVE COD-RED-M   TO CBVERB-COD-RED
           MOVE CENTRO-M    TO CBVERB-CENTRO-CUSTO
           MOVE HISTORICO-M TO CBVERB-HISTORICO
           MOVE CLASSE-M    TO CBVERB-CLASSE
           WRITE CBVERB-REG
           IF   FS-CBVERB > "09"
                REWRITE CBVERB-REG

       230-99-FIM. EXIT.

       240-PREPARA-BASES.

      *    Contas de provisao do CB207PCW e bases da competencia
      *    zeradas, para a reimportacao da folha nao somar em dobro

           MOVE 0 TO PROV-FERIAS-CFG PROV-13-CFG
           OPEN I-O CBFOPV
           IF   FS-CBFOPV = "30" OR "35"
                CLOSE CBFOPV
                OPEN OUTPUT CBFOPV
                CLOSE CBFOPV
                OPEN I-O CBFOPV
           END-IF

           MOVE 0 TO CBFOPV-AAAAMM CBFOPV-CENTRO-CUSTO
           READ CBFOPV IGNORE LOCK
           IF   FS-CBFOPV < "10"
                MOVE CBFOPV-COD-RED-PROV-FERIAS TO PROV-FERIAS-CFG
                MOVE CBFOPV-COD-RED-PROV-13     TO PROV-13-CFG
           END-IF

           MOVE REF-AAAAMM TO CBFOPV-AAAAMM
           MOVE 0          TO CBFOPV-CENTRO-CUSTO
           START CBFOPV KEY NOT LESS CBFOPV-CHAVE
           PERFORM UNTIL FS-CBFOPV > "09"
                   READ CBFOPV NEXT RECORD
                   IF   FS-CBFOPV > "09"
                   OR   CBFOPV-AAAAMM NOT = REF-AAAAMM
                        MOVE "10" TO FS-CBFOPV
                   ELSE
                        MOVE 0 TO CBFOPV-SALARIO-BASE
                                  CBFOPV-CONSUMO-FERIAS
                                  CBFOPV-CONSUMO-13
                        REWRITE CBFOPV-REG
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBFOPV.

       240-99-FIM. EXIT.

       250-GERA.

      *    Segunda passada: uma perna por verba, todas no mesmo BAC

           PERFORM 240-PREPARA-BASES THRU 240-99-FIM

           OPEN INPUT FOLHA
           IF   FS-FOLHA > "09"
                CLOSE CBFOPV
                GO TO 250-99-FIM
           END-IF

                        PERFORM 260-GERA-PERNA THRU 260-99-FIM
                   END-IF
           END-PERFORM
           CLOSE FOLHA CBFOPV
           MOVE "00" TO FS-FOLHA FS-CBFOPV.

       250-99-FIM. EXIT.

                MOVE CBVERB-CENTRO-CUSTO TO CENTRO-PERNA
           END-IF

      *    Ferias e 13o pagos: o debito consome a provisao

           MOVE CBVERB-COD-RED TO COD-RED-PERNA
           IF   CBVERB-A-DEBITO
                IF   CBVERB-FERIAS-PAGAS AND PROV-FERIAS-CFG NOT = 0
                     MOVE PROV-FERIAS-CFG TO COD-RED-PERNA
                END-IF
                IF   CBVERB-13-PAGO AND PROV-13-CFG NOT = 0
                     MOVE PROV-13-CFG     TO COD-RED-PERNA
                END-IF
           END-IF

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"              TO CB043PCW-COMANDO
           MOVE CBVERB-NATUREZA  TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-FOLHA      TO CB043PCW-SERIE-BAC
           MOVE NUMERO-FOLHA     TO CB043PCW-NUMERO-BAC
           MOVE CENTRO-PERNA     TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-PERNA    TO CB043PCW-COD-RED
           MOVE CBVERB-HISTORICO TO CB043PCW-HISTORICO
           MOVE FOLHA-VERBA      TO CB043PCW-DOCTO
           MOVE DIA-REF          TO CB043PCW-DD-REFERENCIA
           MOVE FOLHA-VERBA         TO CLIC-VERBA
           MOVE CBVERB-DESCRICAO    TO CLIC-DESCRICAO
           MOVE CBVERB-NATUREZA     TO CLIC-NATUREZA
           MOVE COD-RED-PERNA       TO CLIC-COD-RED
           MOVE CENTRO-PERNA        TO CLIC-CENTRO
           MOVE FOLHA-VALOR         TO CLIC-VALOR
           IF   CB043PCW-RETORNO = ZEROS
                ADD  1 TO QT-GERADAS
                MOVE CB043PCW-LANCAMENTO-NUMERO
                  TO CLIC-LANCAMENTO
                PERFORM 270-ACUMULA-BASE THRU 270-99-FIM
           ELSE
                ADD  1 TO QT-REJEITADAS
                MOVE "REJEITADO" TO CLIC-LANCAMENTO

       260-99-FIM. EXIT.

       270-ACUMULA-BASE.

           IF   NOT CBVERB-A-DEBITO
                GO TO 270-99-FIM
           END-IF
           IF   NOT CBVERB-BASE-SALARIAL
           AND  COD-RED-PERNA = CBVERB-COD-RED
                GO TO 270-99-FIM
           END-IF

           MOVE REF-AAAAMM   TO CBFOPV-AAAAMM
           MOVE CENTRO-PERNA TO CBFOPV-CENTRO-CUSTO
           READ CBFOPV
           IF   FS-CBFOPV > "09"
                INITIALIZE CBFOPV-REG
                MOVE REF-AAAAMM   TO CBFOPV-AAAAMM
                MOVE CENTRO-PERNA TO CBFOPV-CENTRO-CUSTO
           END-IF
           EVALUATE TRUE
               WHEN CBVERB-BASE-SALARIAL
                    ADD FOLHA-VALOR TO CBFOPV-SALARIO-BASE
               WHEN CBVERB-FERIAS-PAGAS
                    ADD FOLHA-VALOR TO CBFOPV-CONSUMO-FERIAS
               WHEN CBVERB-13-PAGO
                    ADD FOLHA-VALOR TO CBFOPV-CONSUMO-13
           END-EVALUATE
           IF   FS-CBFOPV > "09"
                WRITE CBFOPV-REG
           ELSE
                REWRITE CBFOPV-REG
           END-IF
           MOVE "00" TO FS-CBFOPV.

       270-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBVERB
