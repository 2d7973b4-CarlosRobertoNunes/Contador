                      *  resultado na baixa e o valor de venda da     *
                      *  conta de recebimento contra a mesma conta    *
                      *  de resultado (saldo credor = ganho, devedor  *
                      *  = perda) - e encerra o bem com situacao "B", *
                      *  gravando a data da baixa (competencia do BAC *
                      *  e dia de referencia) para o quadro de        *
                      *  movimentacao do CB210PCW.                    *
                      *                                               *
                      *  Transferencia muda o CBATIV-CENTRO-CUSTO no  *
                      *  meio do exercicio sem tocar a depreciacao ja *

       COPY CBATIVSL.
       COPY CBCACCSL.
       COPY CBCOBASL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBATIVFD.
       COPY CBCACCFD.
       COPY CBCOBAFD.

       WORKING-STORAGE SECTION.

           05 ER-CBCACC.
              10 FS-CBCACC              PIC  X(002) VALUE "00".
              10 LB-CBCACC              PIC  X(050) VALUE "CBCACC".
           05 ER-CBCOBA.
              10 FS-CBCOBA              PIC  X(002) VALUE "00".
              10 LB-CBCOBA              PIC  X(050) VALUE "CBCOBA".

       COPY CB043PCW.


           COMPUTE RESULTADO-BAIXA = VALOR-VENDA - VALOR-RESIDUAL

      *    Data da baixa pela competencia do BAC (o CB043PCW ja
      *    fechou o CBCOBA)

           MOVE 0 TO CBATIV-DATA-BAIXA
           OPEN INPUT CBCOBA
           IF   FS-CBCOBA < "10"
                MOVE SERIE-BAC  TO CBCOBA-SERIE
                MOVE NUMERO-BAC TO CBCOBA-NUMERO
                READ CBCOBA IGNORE LOCK
                IF   FS-CBCOBA < "10"
                     COMPUTE CBATIV-DATA-BAIXA =
                             CBCOBA-AAAA * 10000
                           + CBCOBA-MM * 100
                           + DIA-REF
                END-IF
                CLOSE CBCOBA
           END-IF
           MOVE "00" TO FS-CBCOBA

           MOVE "B" TO CBATIV-SITUACAO
           REWRITE CBATIV-REG
           IF   RESULTADO-BAIXA < 0
