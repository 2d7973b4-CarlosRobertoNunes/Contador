                      *  titulos da pessoa (CBTITU pelo codigo), os   *
                      *  lancamentos de reconhecimento e liquidacao   *
                      *  e o saldo em aberto, confrontado com o       *
                      *  saldo da conta de controle no CBCOSA, com    *
                      *  os parcelamentos e acordos da pessoa         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       COPY CBTITUSL.
       COPY CBPLCOSL.
       COPY CBCOSASL.
       COPY CBACORSL.

       DATA DIVISION.
       FILE SECTION.
       COPY CBTITUFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.
       COPY CBACORFD.

       WORKING-STORAGE SECTION.

           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".
           05 ER-CBACOR.
              10 FS-CBACOR              PIC  X(002) VALUE "00".
              10 LB-CBACOR              PIC  X(050) VALUE "CBACOR".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
                 "LANC.RECONH. ".
              05 FILLER                 PIC  X(012) VALUE
                 "LANC.LIQUID.".
              05 FILLER                 PIC  X(013) VALUE
                 "  ACORDO/PARC".
           02 LINHA-02.
              05 CLIC-TITULO            PIC  9(006).
              05 FILLER                 PIC  X(003).
              05 CLIC-LANC-REC          PIC  9(007).
              05 FILLER                 PIC  X(006).
              05 CLIC-LANC-LIQ          PIC  9(007).
              05 FILLER                 PIC  X(006).
              05 CLIC-ACORDO-PARCELA.
                 10 CLIC-ACORDO         PIC  ZZZZZ9.
                 10 CLIC-BARRA          PIC  X(001).
                 10 CLIC-PARCELA        PIC  ZZ9.
           02 LINHA-03.
              05 CLIC-TOTAL-LIT         PIC  X(040).
              05 CLIC-TOTAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 LINHA-04.
              05 CLIC-AC-NUMERO         PIC  9(006).
              05 FILLER                 PIC  X(003).
              05 CLIC-AC-TIPO           PIC  X(012).
              05 FILLER                 PIC  X(002).
              05 CLIC-AC-DATA           PIC  9(008).
              05 FILLER                 PIC  X(002).
              05 CLIC-AC-ORIGINAL       PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(002).
              05 CLIC-AC-TOTAL          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(002).
              05 CLIC-AC-PARCELAS       PIC  ZZ9.
              05 FILLER                 PIC  X(011).
              05 CLIC-AC-LANCAMENTO     PIC  9(007).

       COPY CWIMPR.
       COPY CB233PCW.

       SCREEN SECTION.

                END-IF
           END-IF

      *    O controle de credito e mantido pelo CB225PCW: a pessoa
      *    ja cadastrada conserva limite, tolerancia e situacao

           MOVE CODIGO-P   TO CBPESS-CODIGO
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS < "10"
           AND  CBPESS-PESSOA-ANONIMIZADA
                DISPLAY "Pessoa anonimizada nao pode ser alterada"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           IF   FS-CBPESS > "09"
                MOVE 0   TO CBPESS-LIMITE-CREDITO
                             CBPESS-TOLERANCIA-ATRASO
                MOVE "N" TO CBPESS-SITUACAO-CREDITO
           END-IF
           MOVE CODIGO-P   TO CBPESS-CODIGO
           MOVE RAZAO-P    TO CBPESS-RAZAO-SOCIAL
           MOVE TIPO-P     TO CBPESS-TIPO
                GO TO 200-99-FIM
           END-IF

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB169PCW"            TO CB233PCW-PROGRAMA
           MOVE CODIGO-P              TO CB233PCW-PESSOA-DE
                                         CB233PCW-PESSOA-ATE
           MOVE CBPESS-COD-RED-PADRAO TO CB233PCW-COD-RED
           MOVE COMPETENCIA-P         TO CB233PCW-REFERENCIA
           CALL "CB233PCW"         USING PARAMETROS-CB233PCW

           OPEN INPUT CBTITU
           IF   FS-CBTITU > "09"
                DISPLAY "Auxiliar CBTITU inexistente"
                CALL "CB125PCW"    USING PARAMETROS-CWIMPR
           END-IF

           PERFORM 230-LISTA-ACORDOS THRU 230-99-FIM

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Titulos listados: " LINE 23 COLUMN 03
           MOVE CBTITU-SITUACAO    TO CLIC-SITUACAO
           MOVE CBTITU-LANC-RECONHECIMENTO TO CLIC-LANC-REC
           MOVE CBTITU-LANC-LIQUIDACAO     TO CLIC-LANC-LIQ
           MOVE SPACES             TO CLIC-ACORDO-PARCELA
           IF   CBTITU-ACORDO NUMERIC
           AND  CBTITU-ACORDO NOT = 0
                MOVE CBTITU-ACORDO  TO CLIC-ACORDO
                MOVE "/"            TO CLIC-BARRA
                MOVE CBTITU-PARCELA TO CLIC-PARCELA
           END-IF
           MOVE LINHA-02           TO CWIMPR-DETAIL
           CALL "CB125PCW"        USING PARAMETROS-CWIMPR

      *    So titulo aberto ou em remessa compoe o saldo: o
      *    renegociado passou o saldo as parcelas do acordo
      *    (CB228PCW) e o baixado por perda ja saiu da carteira

           IF   CBTITU-ABERTO OR CBTITU-EM-REMESSA
                IF   CBTITU-A-PAGAR
                     SUBTRACT CBTITU-VALOR FROM SALDO-ABERTO
                     IF   CBTITU-ACRESCIMO NUMERIC
                          SUBTRACT CBTITU-ACRESCIMO
                              FROM SALDO-ABERTO
                     END-IF
                     IF   CBTITU-VARIACAO-NR NUMERIC
                          SUBTRACT CBTITU-VARIACAO-NR
                              FROM SALDO-ABERTO
                     END-IF
                ELSE
                     ADD CBTITU-VALOR TO SALDO-ABERTO
                     IF   CBTITU-ACRESCIMO NUMERIC
                          ADD CBTITU-ACRESCIMO TO SALDO-ABERTO
                     END-IF
                     IF   CBTITU-VARIACAO-NR NUMERIC
                          ADD CBTITU-VARIACAO-NR TO SALDO-ABERTO
                     END-IF
                END-IF
           END-IF.


       220-99-FIM. EXIT.

       230-LISTA-ACORDOS.

      *    Parcelamentos e acordos da pessoa; sem o CBACOR (nenhum
      *    acordo ainda feito pelo CB228PCW) a secao e omitida

           OPEN INPUT CBACOR
           IF   FS-CBACOR > "09"
                MOVE "00" TO FS-CBACOR
                GO TO 230-99-FIM
           END-IF

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "PARCELAMENTOS E ACORDOS DA PESSOA" TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE LOW-VALUES TO CBACOR-CHAVE
           START CBACOR KEY NOT LESS CBACOR-CHAVE
           PERFORM UNTIL FS-CBACOR > "09"
                   READ CBACOR NEXT RECORD IGNORE LOCK
                   IF   FS-CBACOR < "10"
                   AND  CBACOR-SEQUENCIA = 0
                   AND  CBACOR-PESSOA = CODIGO-P
                        MOVE SPACES                TO LINHA-04
                        MOVE CBACOR-NUMERO         TO CLIC-AC-NUMERO
                        IF   CBACOR-ACORDO
                             MOVE "ACORDO"         TO CLIC-AC-TIPO
                        ELSE
                             MOVE "PARCELAMENTO"   TO CLIC-AC-TIPO
                        END-IF
                        MOVE CBACOR-DATA           TO CLIC-AC-DATA
                        MOVE CBACOR-VALOR-ORIGINAL TO CLIC-AC-ORIGINAL
                        MOVE CBACOR-VALOR-TOTAL    TO CLIC-AC-TOTAL
                        MOVE CBACOR-QT-PARCELAS    TO CLIC-AC-PARCELAS
                        MOVE CBACOR-LANCAMENTO
                          TO CLIC-AC-LANCAMENTO
                        MOVE LINHA-04              TO CWIMPR-DETAIL
                        CALL "CB125PCW" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBACOR
           CLOSE CBACOR.

       230-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBPESS
