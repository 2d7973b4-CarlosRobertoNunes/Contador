                      *  pela serie de BAC do CB032PCW, os demais     *
                      *  movimentos do exercicio e o saldo final,     *
                      *  amarrado aos numeros do Balanco via CBCOSA   *
                      *  Os lancamentos da destinacao do resultado    *
                      *  (CBDEMV, CB231PCW) tem linhas proprias:      *
                      *  reserva legal, reservas estatutarias e       *
                      *  dividendo minimo obrigatorio                 *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       COPY CBPLCOSL.
       COPY CBCOSASL.
       COPY CBMVMSSL.
       COPY CBDEMVSL.

       DATA DIVISION.
       FILE SECTION.
       COPY CBPLCOFD.
       COPY CBCOSAFD.
       COPY CBMVMSFD.
       COPY CBDEMVFD.

       WORKING-STORAGE SECTION.

              10 FAIXA-COLUNA OCCURS 3.
                 15 COL-CLASSE-DE       PIC  9(015).
                 15 COL-CLASSE-ATE      PIC  9(015).
      *    Linhas: 1 abertura, 2 resultado, 3 reserva legal,
      *    4 reservas estatutarias, 5 dividendos, 6 demais, 7 final
           05 MATRIZ-DMPL               VALUE ZEROS.
              10 LINHA-DMPL OCCURS 7.
                 15 MZ-VALOR COMP-3 PIC S9(012)V99 OCCURS 3.
           05 TOTAL-LINHA        COMP-3 PIC S9(012)V99 VALUE 0.
           05 LINHA-IMPRIME             PIC  9(001) VALUE 0.
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".
           05 LINHA-MOV                 PIC  9(001) VALUE 0.
           05 D                         PIC  9(002) VALUE 0.
           05 QT-DESTINACAO             PIC  9(002) VALUE 0.
           05 DESTINACOES.
              10 DS-ITEM OCCURS 50.
                 15 DS-SERIE            PIC  9(004).
                 15 DS-NUMERO           PIC  9(004).
                 15 DS-REFERENCIA       PIC  9(006).
                 15 DS-LANCAMENTO       PIC  9(007).
                 15 DS-LINHA            PIC  9(001).
           05 ER-CBDEMV.
              10 FS-CBDEMV              PIC  X(002) VALUE "00".
              10 LB-CBDEMV              PIC  X(050) VALUE "CBDEMV".
           05 ER-CBMVMS.
              10 FS-CBMVMS              PIC  X(002) VALUE "00".
              10 LB-CBMVMS              PIC  X(050) VALUE "CBMV000000".
              05 CLIC-TOTAL             PIC  ZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.
       COPY CB233PCW.

       SCREEN SECTION.


       100-PROCESSAMENTO.

      *    Auditoria de leitura: a DMPL cobre o plano todo no
      *    exercicio, registrada no ultimo mes

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB080PCW"  TO CB233PCW-PROGRAMA
           MOVE ALL "9"     TO CB233PCW-CONTA-ATE
           MOVE 9999        TO CB233PCW-CENTRO-ATE
           MOVE EXERCICIO   TO CB233PCW-REFERENCIA (1: 4)
           MOVE 12          TO CB233PCW-REFERENCIA (5: 2)
           CALL "CB233PCW" USING PARAMETROS-CB233PCW

           PERFORM 110-SALDOS-EXTREMOS THRU 110-99-FIM
           PERFORM 130-DESTINACOES     THRU 130-99-FIM

           MOVE EXERCICIO TO REF-AAAA
           MOVE 1         TO REF-MM

       110-SALDOS-EXTREMOS.

      *    Linha 1 = saldo inicial de janeiro, linha 7 = saldo atual
      *    de dezembro; patrimonio e credor, sinal invertido

           MOVE LOW-VALUES TO CBCOSA-CHAVE
                                  IF   CBCOSA-MM = 12
                                       SUBTRACT CBCOSA-SALDO-ATUAL
                                           FROM MZ-VALOR
                                                (7 COLUNA-MOV)
                                  END-IF
                             END-IF
                        END-IF

       120-99-FIM. EXIT.

       130-DESTINACOES.

      *    Lancamentos da destinacao do resultado contabilizados nas
      *    referencias do exercicio, identificados pelo BAC e numero

           MOVE 0 TO QT-DESTINACAO
           OPEN INPUT CBDEMV
           IF   FS-CBDEMV > "09"
                MOVE "00" TO FS-CBDEMV
                GO TO 130-99-FIM
           END-IF

           PERFORM UNTIL FS-CBDEMV > "09"
                   READ CBDEMV NEXT RECORD IGNORE LOCK
                   IF   FS-CBDEMV < "10"
                   AND  CBDEMV-REFERENCIA (1: 4) = EXERCICIO
                   AND  QT-DESTINACAO < 50
                        ADD  1 TO QT-DESTINACAO
                        MOVE CBDEMV-SERIE
                          TO DS-SERIE      (QT-DESTINACAO)
                        MOVE CBDEMV-NUMERO
                          TO DS-NUMERO     (QT-DESTINACAO)
                        MOVE CBDEMV-REFERENCIA
                          TO DS-REFERENCIA (QT-DESTINACAO)
                        MOVE CBDEMV-LANCAMENTO
                          TO DS-LANCAMENTO (QT-DESTINACAO)
                        EVALUATE TRUE
                            WHEN CBDEMV-RESERVA-LEGAL
                                 MOVE 3 TO DS-LINHA (QT-DESTINACAO)
                            WHEN CBDEMV-ESTATUTARIA
                                 MOVE 4 TO DS-LINHA (QT-DESTINACAO)
                            WHEN OTHER
                                 MOVE 5 TO DS-LINHA (QT-DESTINACAO)
                        END-EVALUATE
                   END-IF
           END-PERFORM
           CLOSE CBDEMV.

       130-99-FIM. EXIT.


       200-PROCESSA-MES.

           MOVE REF-AAAA TO LB-CBMVMS (5: 4)

           IF   CBMVMS-SERIE = SERIE-RESULTADO
           AND  SERIE-RESULTADO NOT = 0
                MOVE 2 TO LINHA-MOV
           ELSE
                MOVE 6 TO LINHA-MOV
                PERFORM VARYING D FROM 1 BY 1
                          UNTIL D > QT-DESTINACAO
                        IF   DS-LANCAMENTO (D) = CBMVMS-LANCAMENTO
                        AND  DS-SERIE      (D) = CBMVMS-SERIE
                        AND  DS-NUMERO     (D) = CBMVMS-NUMERO
                        AND  DS-REFERENCIA (D) = REFERENCIA-CORRENTE
                             MOVE DS-LINHA (D) TO LINHA-MOV
                             MOVE QT-DESTINACAO TO D
                        END-IF
                END-PERFORM
           END-IF
           ADD VALOR-MOV TO MZ-VALOR (LINHA-MOV COLUNA-MOV).

       210-99-FIM. EXIT.

           PERFORM 310-IMPRIME-LINHA THRU 310-99-FIM

           MOVE 3 TO LINHA-IMPRIME
           MOVE "RESERVA LEGAL" TO TITULO-LINHA
           PERFORM 310-IMPRIME-LINHA THRU 310-99-FIM

           MOVE 4 TO LINHA-IMPRIME
           MOVE "RESERVAS ESTATUTARIAS" TO TITULO-LINHA
           PERFORM 310-IMPRIME-LINHA THRU 310-99-FIM

           MOVE 5 TO LINHA-IMPRIME
           MOVE "DIVIDENDO MINIMO OBRIGATORIO" TO TITULO-LINHA
           PERFORM 310-IMPRIME-LINHA THRU 310-99-FIM

           MOVE 6 TO LINHA-IMPRIME
           MOVE "DEMAIS MUTACOES DO EXERCICIO" TO TITULO-LINHA
           PERFORM 310-IMPRIME-LINHA THRU 310-99-FIM

           MOVE 7 TO LINHA-IMPRIME
           MOVE "SALDOS NO FIM DO EXERCICIO" TO TITULO-LINHA
           PERFORM 310-IMPRIME-LINHA THRU 310-99-FIM.

