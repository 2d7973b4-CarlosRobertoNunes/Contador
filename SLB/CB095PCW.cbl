       SECURITY.      *************************************************
                      *                                               *
                      *  Manutencao e listagem do ativo imobilizado   *
                      *  (CBATIV). O bem pode levar o projeto de      *
                      *  investimento (CBCAPX): a aquisicao acima do  *
                      *  saldo do projeto (CB237PCW) pede confirmacao *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 VALOR-ATIVO               PIC  9(012)V99 VALUE 0.
           05 TAXA-ATIVO                PIC  9(002)V99 VALUE 0.
           05 SITUACAO-ATIVO            PIC  X(001) VALUE "A".
           05 PROJETO-ATIVO             PIC  9(006) VALUE 0.
           05 PROJETO-CRITICA           PIC  X(001) VALUE "S".
              88 PROJETO-ACEITO                    VALUE "S".
           05 RESPOSTA                  PIC  X(001) VALUE "N".
           05 SALDO-PROJETO-ED          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 DATA-INVERTIDA            PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-INVERTIDA.
              10 DI-AAAA                PIC  9(004).
              10 FS-CBATIV              PIC  X(002) VALUE "00".
              10 LB-CBATIV              PIC  X(050) VALUE "CBATIV".

       COPY CB237PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(008) VALUE "CODIGO  ".
           05 LINE 13 COLUMN 24 PIC Z9,99  USING TAXA-ATIVO.
           05 LINE 14 COLUMN 03 VALUE "Situacao (A/B).....:".
           05 LINE 14 COLUMN 24 PIC X      USING SITUACAO-ATIVO.
           05 LINE 15 COLUMN 03 VALUE "Projeto capex......:".
           05 LINE 15 COLUMN 24 PIC 9(006) USING PROJETO-ATIVO.

       PROCEDURE DIVISION.

           MOVE 0      TO EXISTE COD-RED-BEM COD-RED-DEPR
                          COD-RED-DESPESA CENTRO-CUSTO-ATIVO
                          AQUISICAO-ATIVO VALOR-ATIVO TAXA-ATIVO
                          PROJETO-ATIVO
           MOVE SPACES TO DESCRICAO-ATIVO
           MOVE "A"    TO SITUACAO-ATIVO

                MOVE CBATIV-VALOR           TO VALOR-ATIVO
                MOVE CBATIV-TAXA-ANUAL      TO TAXA-ATIVO
                MOVE CBATIV-SITUACAO        TO SITUACAO-ATIVO
                IF   CBATIV-PROJETO NUMERIC
                     MOVE CBATIV-PROJETO    TO PROJETO-ATIVO
                END-IF
                MOVE CBATIV-DATA-AQUISICAO TO DATA-INVERTIDA
                COMPUTE AQUISICAO-ATIVO = DI-DD * 10000
                                        + DI-MM * 100
                GO TO 110-99-FIM
           END-IF

           IF   PROJETO-ATIVO NOT = 0
                PERFORM 120-CRITICA-PROJETO THRU 120-99-FIM
                IF   NOT PROJETO-ACEITO
                     GO TO 110-99-FIM
                END-IF
           END-IF

      *    DDMMAA vira AAAAMMDD com a regra de seculo do CB045PCW

           IF   AQUISICAO-ATIVO (5: 2) > "85"
           MOVE VALOR-ATIVO        TO CBATIV-VALOR
           MOVE TAXA-ATIVO         TO CBATIV-TAXA-ANUAL
           MOVE SITUACAO-ATIVO     TO CBATIV-SITUACAO
           MOVE PROJETO-ATIVO      TO CBATIV-PROJETO

           IF   REGISTRO-EXISTE
                REWRITE CBATIV-REG
           ELSE
                MOVE 0 TO CBATIV-DEPR-ACUMULADA
                          CBATIV-ULTIMA-COMPETENCIA
                          CBATIV-DATA-BAIXA
                          CBATIV-QUOTA-COMPETENCIA
                WRITE CBATIV-REG
           END-IF


       110-99-FIM. EXIT.

      *    Projeto inexistente recusa; encerrado so aceita o bem ja
      *    ligado a ele; valor acima do saldo pede confirmacao

       120-CRITICA-PROJETO.

           MOVE "N" TO PROJETO-CRITICA
           INITIALIZE PARAMETROS-CB237PCW
           MOVE PROJETO-ATIVO TO CB237PCW-PROJETO
           MOVE CODIGO-ATIVO  TO CB237PCW-ATIVO-EXCLUIDO
           CALL "CB237PCW" USING PARAMETROS-CB237PCW

           IF   CB237PCW-PROJETO-INEXISTENTE
                DISPLAY "Projeto de investimento inexistente"
                        LINE 22 COLUMN 03
                GO TO 120-99-FIM
           END-IF

           IF   CB237PCW-PROJETO-ENCERRADO
                IF   NOT REGISTRO-EXISTE
                OR   NOT (CBATIV-PROJETO NUMERIC)
                OR   CBATIV-PROJETO NOT = PROJETO-ATIVO
                     DISPLAY "Projeto de investimento encerrado"
                             LINE 22 COLUMN 03
                     GO TO 120-99-FIM
                END-IF
           END-IF

           IF   VALOR-ATIVO > CB237PCW-SALDO
                MOVE CB237PCW-SALDO TO SALDO-PROJETO-ED
                MOVE "N"            TO RESPOSTA
                DISPLAY "Excede o saldo do projeto:" LINE 22 COLUMN 03
                        SALDO-PROJETO-ED LINE 22 COLUMN 30
                        "Confirma (S/N)?"  LINE 22 COLUMN 52
                ACCEPT RESPOSTA LINE 22 COLUMN 68
                DISPLAY LINHA-BRANCA LINE 22 COLUMN 03
                IF   RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
                     GO TO 120-99-FIM
                END-IF
           END-IF

           MOVE "S" TO PROJETO-CRITICA.

       120-99-FIM. EXIT.

       200-LISTAGEM.

           MOVE "RELACAO DO ATIVO IMOBILIZADO" TO CWIMPR-TITLE
