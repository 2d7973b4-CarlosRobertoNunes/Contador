       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB237PCW INITIAL.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Saldo do projeto de investimento             *
                      *                                               *
                      *  Devolve o valor aprovado no CBCAPX, o        *
                      *  empenhado em aberto no CBEMPE e o            *
                      *  capitalizado no CBATIV com o codigo do       *
                      *  projeto, e o saldo que resta; usado nos      *
                      *  avisos de excesso do CB095PCW e do CB172PCW  *
                      *  e no relatorio do CB236PCW                   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBCAPXSL.
       COPY CBEMPESL.
       COPY CBATIVSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBCAPXFD.
       COPY CBEMPEFD.
       COPY CBATIVFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 ER-CBCAPX.
              10 FS-CBCAPX              PIC  X(002) VALUE "00".
              10 LB-CBCAPX              PIC  X(050) VALUE "CBCAPX".
           05 ER-CBEMPE.
              10 FS-CBEMPE              PIC  X(002) VALUE "00".
              10 LB-CBEMPE              PIC  X(050) VALUE "CBEMPE".
           05 ER-CBATIV.
              10 FS-CBATIV              PIC  X(002) VALUE "00".
              10 LB-CBATIV              PIC  X(050) VALUE "CBATIV".

       LINKAGE SECTION.

       COPY CB237PCW.

       PROCEDURE DIVISION USING PARAMETROS-CB237PCW.

       000-INICIO.

           MOVE 0 TO CB237PCW-APROVADO
                     CB237PCW-COMPROMETIDO
                     CB237PCW-CAPITALIZADO
                     CB237PCW-SALDO
                     CB237PCW-RETORNO

           OPEN INPUT CBCAPX
           IF   FS-CBCAPX > "09"
                SET CB237PCW-PROJETO-INEXISTENTE TO TRUE
                GO TO 000-99-FIM
           END-IF
           MOVE CB237PCW-PROJETO TO CBCAPX-PROJETO
           READ CBCAPX IGNORE LOCK
           IF   FS-CBCAPX > "09"
                SET CB237PCW-PROJETO-INEXISTENTE TO TRUE
                CLOSE CBCAPX
                GO TO 000-99-FIM
           END-IF
           MOVE CBCAPX-VALOR-APROVADO TO CB237PCW-APROVADO
           IF   CBCAPX-PROJETO-ENCERRADO
                SET CB237PCW-PROJETO-ENCERRADO TO TRUE
           END-IF
           CLOSE CBCAPX

           OPEN INPUT CBEMPE
           IF   FS-CBEMPE < "10"
                PERFORM 100-EMPENHOS THRU 100-99-FIM
                CLOSE CBEMPE
           END-IF

           OPEN INPUT CBATIV
           IF   FS-CBATIV < "10"
                PERFORM 200-BENS THRU 200-99-FIM
                CLOSE CBATIV
           END-IF

           COMPUTE CB237PCW-SALDO = CB237PCW-APROVADO
                                  - CB237PCW-COMPROMETIDO
                                  - CB237PCW-CAPITALIZADO.

       000-99-FIM.

           GOBACK.

      *    Comprometido: saldo aberto dos empenhos do projeto; o
      *    empenho baixado ja virou bem e entra no capitalizado

       100-EMPENHOS.

           MOVE 0 TO CBEMPE-PEDIDO
           START CBEMPE KEY NOT LESS CBEMPE-CHAVE
           PERFORM UNTIL FS-CBEMPE > "09"
                   READ CBEMPE NEXT RECORD IGNORE LOCK
                   IF   FS-CBEMPE < "10"
                   AND  CBEMPE-ABERTO
                   AND  CBEMPE-PROJETO NUMERIC
                   AND  CBEMPE-PROJETO = CB237PCW-PROJETO
                   AND  CBEMPE-PEDIDO NOT = CB237PCW-PEDIDO-EXCLUIDO
                        ADD CBEMPE-SALDO TO CB237PCW-COMPROMETIDO
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBEMPE.

       100-99-FIM. EXIT.

       200-BENS.

           MOVE 0 TO CBATIV-CODIGO
           START CBATIV KEY NOT LESS CBATIV-CHAVE
           PERFORM UNTIL FS-CBATIV > "09"
                   READ CBATIV NEXT RECORD IGNORE LOCK
                   IF   FS-CBATIV < "10"
                   AND  CBATIV-PROJETO NUMERIC
                   AND  CBATIV-PROJETO = CB237PCW-PROJETO
                   AND  CBATIV-CODIGO NOT = CB237PCW-ATIVO-EXCLUIDO
                        ADD CBATIV-VALOR TO CB237PCW-CAPITALIZADO
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBATIV.

       200-99-FIM. EXIT.

       END PROGRAM CB237PCW.
