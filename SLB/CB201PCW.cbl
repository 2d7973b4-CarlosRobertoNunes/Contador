       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB201PCW INITIAL.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Subrotina do estoque permanente              *
                      *                                               *
                      *  Entradas e saidas por grupo de produto a     *
                      *  custo medio ponderado: a entrada soma        *
                      *  quantidade e valor e refaz o medio, a saida  *
                      *  baixa pelo medio corrente (a ultima unidade  *
                      *  leva o residuo de arredondamento). Cada      *
                      *  movimento grava a ficha no CBESMV com o      *
                      *  saldo resultante; quem contabiliza e o       *
                      *  chamador (CB152PCW, CB200PCW), que usa a     *
                      *  previa para saber o custo antes de lancar    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBESTQSL.
       COPY CBESMVSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBESTQFD.
       COPY CBESMVFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 CUSTO-SAIDA        COMP-3 PIC  9(012)V99 VALUE 0.
           05 ER-CBESTQ.
              10 FS-CBESTQ              PIC  X(002) VALUE "00".
              10 LB-CBESTQ              PIC  X(050) VALUE "CBESTQ".
           05 ER-CBESMV.
              10 FS-CBESMV              PIC  X(002) VALUE "00".
              10 LB-CBESMV              PIC  X(050) VALUE "CBESMV".

       LINKAGE SECTION.

       COPY CB201PCW.

       PROCEDURE DIVISION USING PARAMETROS-CB201PCW.

       000-INICIO.

           MOVE 0 TO CB201PCW-RETORNO
           IF   CB201PCW-QUANTIDADE = 0
           OR  (CB201PCW-COMANDO = "E" AND CB201PCW-VALOR = 0)
                MOVE 5 TO CB201PCW-RETORNO
                GO TO 000-99-FIM
           END-IF

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   CB201PCW-RETORNO NOT = 0
                GO TO 000-99-FIM
           END-IF

           MOVE CB201PCW-GRUPO TO CBESTQ-GRUPO
           READ CBESTQ
           IF   FS-CBESTQ > "09"
                MOVE 1 TO CB201PCW-RETORNO
                GO TO 000-90-FECHA
           END-IF

           MOVE CBESTQ-COD-RED-ESTOQUE TO CB201PCW-COD-RED-ESTOQUE
           MOVE CBESTQ-COD-RED-CMV     TO CB201PCW-COD-RED-CMV
           MOVE CBESTQ-CENTRO-CUSTO    TO CB201PCW-CENTRO-CUSTO
           MOVE CBESTQ-HISTORICO       TO CB201PCW-HISTORICO

           IF   CB201PCW-DATA < CBESTQ-ULTIMA-DATA
                MOVE 3 TO CB201PCW-RETORNO
                GO TO 000-90-FECHA
           END-IF

           EVALUATE CB201PCW-COMANDO
               WHEN "P"
                    PERFORM 100-CUSTO-SAIDA THRU 100-99-FIM
               WHEN "S"
                    PERFORM 100-CUSTO-SAIDA THRU 100-99-FIM
                    IF   CB201PCW-RETORNO = 0
                         PERFORM 200-GRAVA-SAIDA THRU 200-99-FIM
                    END-IF
               WHEN "E"
                    PERFORM 300-GRAVA-ENTRADA THRU 300-99-FIM
           END-EVALUATE.

       000-90-FECHA.

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           GOBACK.

       100-CUSTO-SAIDA.

      *    Saida pelo medio corrente; zerando a quantidade, sai o
      *    saldo de valor inteiro para nao sobrar centavo orfao

           IF   CB201PCW-QUANTIDADE > CBESTQ-QUANTIDADE
                MOVE 2 TO CB201PCW-RETORNO
                GO TO 100-99-FIM
           END-IF

           IF   CB201PCW-QUANTIDADE = CBESTQ-QUANTIDADE
                MOVE CBESTQ-VALOR TO CUSTO-SAIDA
           ELSE
                COMPUTE CUSTO-SAIDA ROUNDED =
                        CB201PCW-QUANTIDADE * CBESTQ-CUSTO-MEDIO
                IF   CUSTO-SAIDA > CBESTQ-VALOR
                     MOVE CBESTQ-VALOR TO CUSTO-SAIDA
                END-IF
           END-IF

           MOVE CUSTO-SAIDA        TO CB201PCW-VALOR
           MOVE CBESTQ-CUSTO-MEDIO TO CB201PCW-CUSTO-MEDIO.

       100-99-FIM. EXIT.

       200-GRAVA-SAIDA.

           SUBTRACT CB201PCW-QUANTIDADE FROM CBESTQ-QUANTIDADE
           SUBTRACT CUSTO-SAIDA         FROM CBESTQ-VALOR
           IF   CBESTQ-QUANTIDADE = 0
                MOVE 0 TO CBESTQ-VALOR
           END-IF

           MOVE "S" TO CBESMV-TIPO
           PERFORM 400-GRAVA-FICHA THRU 400-99-FIM.

       200-99-FIM. EXIT.

       300-GRAVA-ENTRADA.

           ADD CB201PCW-QUANTIDADE TO CBESTQ-QUANTIDADE
           ADD CB201PCW-VALOR      TO CBESTQ-VALOR
           COMPUTE CBESTQ-CUSTO-MEDIO ROUNDED =
                   CBESTQ-VALOR / CBESTQ-QUANTIDADE
           MOVE CBESTQ-CUSTO-MEDIO TO CB201PCW-CUSTO-MEDIO

           MOVE "E" TO CBESMV-TIPO
           PERFORM 400-GRAVA-FICHA THRU 400-99-FIM.

       300-99-FIM. EXIT.

       400-GRAVA-FICHA.

           ADD  1                       TO CBESTQ-ULTIMA-SEQUENCIA
           MOVE CB201PCW-DATA           TO CBESTQ-ULTIMA-DATA
           REWRITE CBESTQ-REG
           IF   FS-CBESTQ > "09"
                MOVE 4 TO CB201PCW-RETORNO
                GO TO 400-99-FIM
           END-IF

           MOVE CB201PCW-GRUPO          TO CBESMV-GRUPO
           MOVE CB201PCW-DATA           TO CBESMV-DATA
           MOVE CBESTQ-ULTIMA-SEQUENCIA TO CBESMV-SEQUENCIA
           MOVE CB201PCW-ORIGEM         TO CBESMV-ORIGEM
           MOVE CB201PCW-DOCTO          TO CBESMV-DOCTO
           MOVE CB201PCW-QUANTIDADE     TO CBESMV-QUANTIDADE
           MOVE CB201PCW-VALOR          TO CBESMV-VALOR
           MOVE CBESTQ-CUSTO-MEDIO      TO CBESMV-CUSTO-MEDIO
           MOVE CBESTQ-QUANTIDADE       TO CBESMV-SALDO-QUANTIDADE
           MOVE CBESTQ-VALOR            TO CBESMV-SALDO-VALOR
           MOVE CB201PCW-SERIE-BAC      TO CBESMV-SERIE
           MOVE CB201PCW-NUMERO-BAC     TO CBESMV-NUMERO
           MOVE CB201PCW-LANCAMENTO     TO CBESMV-LANCAMENTO
           WRITE CBESMV-REG
           IF   FS-CBESMV > "09"
                MOVE 4 TO CB201PCW-RETORNO
           END-IF.

       400-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBESTQ
           IF   FS-CBESTQ > "09"
                MOVE 4 TO CB201PCW-RETORNO
                GO TO 800-99-FIM
           END-IF

           OPEN I-O CBESMV
           IF   FS-CBESMV = "30" OR "35"
                CLOSE CBESMV
                OPEN OUTPUT CBESMV
                CLOSE CBESMV
                OPEN I-O CBESMV
           END-IF
           IF   FS-CBESMV > "09"
                CLOSE CBESTQ
                MOVE 4 TO CB201PCW-RETORNO
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBESTQ CBESMV.

       900-99-FIM. EXIT.

       END PROGRAM CB201PCW.
