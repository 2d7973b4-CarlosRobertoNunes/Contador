                      *  CB043PCW e no orcado x realizado do          *
                      *  CB052PCW; o lancamento a debito com o        *
                      *  pedido no documento baixa o empenho          *
                      *  automaticamente. Cancelamento manual aqui.   *
                      *  O pedido de bem do imobilizado leva o        *
                      *  projeto de investimento (CBCAPX); acima do   *
                      *  saldo do projeto (CB237PCW) pede confirmacao *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
           05 CONTA-E                   PIC  9(015) VALUE 0.
           05 VALOR-E                   PIC  9(012)V99 VALUE 0.
           05 COMPETENCIA-E             PIC  9(006) VALUE 0.
           05 PROJETO-E                 PIC  9(006) VALUE 0.
           05 RESPOSTA                  PIC  X(001) VALUE "N".
           05 SALDO-PROJETO-ED          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 QT-LISTADOS        COMP-3 PIC  9(005) VALUE 0.
           05 TOTAL-ABERTO       COMP-3 PIC  9(014)V99 VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              10 FS-CBCACC              PIC  X(002) VALUE "00".
              10 LB-CBCACC              PIC  X(050) VALUE "CBCACC".

       COPY CB237PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(010) VALUE "PEDIDO    ".
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING VALOR-E.
           05 LINE 09 COLUMN 03 VALUE "Competencia esperada...:".
           05 LINE 09 COLUMN 30 PIC 9(006) USING COMPETENCIA-E.
           05 LINE 10 COLUMN 03 VALUE "Projeto capex..........:".
           05 LINE 10 COLUMN 30 PIC 9(006) USING PROJETO-E.

       PROCEDURE DIVISION.


           MOVE SPACES TO DESCRICAO-E
           MOVE 0      TO CENTRO-E CONTA-E VALOR-E COMPETENCIA-E
                          PROJETO-E
           DISPLAY TELA-EMPENHO
           ACCEPT  TELA-EMPENHO
           ACCEPT  TECLA FROM ESCAPE KEY
                END-IF
           END-IF

           IF   PROJETO-E NOT = 0
                INITIALIZE PARAMETROS-CB237PCW
                MOVE PROJETO-E TO CB237PCW-PROJETO
                MOVE PEDIDO-E  TO CB237PCW-PEDIDO-EXCLUIDO
                CALL "CB237PCW" USING PARAMETROS-CB237PCW
                IF   CB237PCW-PROJETO-INEXISTENTE
                     DISPLAY "Projeto de investimento inexistente"
                             LINE 23 COLUMN 03
                     GO TO 100-99-FIM
                END-IF
                IF   CB237PCW-PROJETO-ENCERRADO
                     DISPLAY "Projeto de investimento encerrado"
                             LINE 23 COLUMN 03
                     GO TO 100-99-FIM
                END-IF
                IF   VALOR-E > CB237PCW-SALDO
                     MOVE CB237PCW-SALDO TO SALDO-PROJETO-ED
                     MOVE "N"            TO RESPOSTA
                     DISPLAY "Excede o saldo do projeto:"
                             LINE 22 COLUMN 03
                             SALDO-PROJETO-ED LINE 22 COLUMN 30
                             "Confirma (S/N)?" LINE 22 COLUMN 52
                     ACCEPT RESPOSTA LINE 22 COLUMN 68
                     IF   RESPOSTA NOT = "S" AND RESPOSTA NOT = "s"
                          GO TO 100-99-FIM
                     END-IF
                END-IF
           END-IF

           MOVE PEDIDO-E      TO CBEMPE-PEDIDO
           MOVE DESCRICAO-E   TO CBEMPE-DESCRICAO
           MOVE CENTRO-E      TO CBEMPE-CENTRO-CUSTO
           MOVE VALOR-E       TO CBEMPE-VALOR CBEMPE-SALDO
           MOVE COMPETENCIA-E TO CBEMPE-COMPETENCIA
           MOVE "A"           TO CBEMPE-SITUACAO
           MOVE PROJETO-E     TO CBEMPE-PROJETO
           WRITE CBEMPE-REG
           IF   FS-CBEMPE < "10"
                DISPLAY "Empenho registrado" LINE 23 COLUMN 03
