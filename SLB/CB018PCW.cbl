           05 LD-CBPLCO         COMP-3 PIC  9(006) VALUE ZERO.
           05 GR-PRNTER         COMP-3 PIC  9(006) VALUE ZERO.
           05 F8                       PIC  X(001) VALUE "N".
           05 EMISSAO-FINAL            PIC  X(001) VALUE "N".
           05 ER-CBCACC.
              10 FS-CBCACC             PIC  X(002) VALUE "00".
              10 LB-CBCACC             PIC  X(050) VALUE "CBCACC".
       COPY CWBOXS.
       COPY CWBOXF.
       COPY CB002PCW.
       COPY CB233PCW.
       COPY CB251PCW.
       COPY CWIMPR.

       SCREEN SECTION.
           05 LINE 12 COLUMN 25 PIC 9999 USING AAAA-REF BLANK ZERO.
           05 LINE 11 COLUMN 03 VALUE "Idioma (P/I):".
           05 LINE 11 COLUMN 22 PIC X USING IDIOMA-RELATORIO.
           05 LINE 14 COLUMN 03 VALUE "Emissao final (S/N):".
           05 LINE 14 COLUMN 24 PIC X USING EMISSAO-FINAL.

       01  TELA-CC.
           05 LINE 13 COLUMN 03 VALUE "Centro de custo:".

       100-PROCESSAMENTO.

      *    Auditoria de leitura: o relatorio cobre o plano todo

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB018PCW"        TO CB233PCW-PROGRAMA
           MOVE ALL "9"          TO CB233PCW-CONTA-ATE
           IF   CC = 0
                MOVE 9999        TO CB233PCW-CENTRO-ATE
           ELSE
                MOVE CC          TO CB233PCW-CENTRO-DE
                                    CB233PCW-CENTRO-ATE
           END-IF
           MOVE AAAA-REF         TO CB233PCW-REFERENCIA (1: 4)
           MOVE MM-REF           TO CB233PCW-REFERENCIA (5: 2)
           CALL "CB233PCW"    USING PARAMETROS-CB233PCW

           IF   EMISSAO-FINAL = "S"
                PERFORM 160-ABRE-PUBLICACAO THRU 160-99-FIM
           END-IF

           PERFORM UNTIL FS-CBPLCO > "09"
                   READ CBPLCO NEXT RECORD IGNORE LOCK
                   MOVE CC           TO CBCOSA-CENTRO-CUSTO
                             END-IF
                             MOVE LINHA-02         TO CWIMPR-DETAIL
                             PERFORM 125-CWIMPR THRU 125-99-FIM
                             IF   CB251PCW-EMISSAO-ABERTA
                                  PERFORM 165-GRAVA-PUBLICACAO
                                     THRU 165-99-FIM
                             END-IF
                             MOVE CB002PCW-GRAU      TO GRAU-ANTERIOR
                             ADD  1                TO GR-PRNTER
                             DISPLAY                T-GR-PRNTER
           IF   CWIMPR-END-PRINT
                CLOSE CBCOSA
                      CBPLCO CBCACC CBPLNO
                CANCEL "CB251PCW"
                GOBACK
           END-IF.


       150-99-FIM. EXIT.

       160-ABRE-PUBLICACAO.

      *    Emissao final: as linhas impressas ficam congeladas no
      *    CBPUBL (CB251PCW) para o comparativo do CB252PCW

           INITIALIZE PARAMETROS-CB251PCW
           SET  CB251PCW-ABRE    TO TRUE
           MOVE "CB018PCW"       TO CB251PCW-PROGRAMA
           MOVE AAAA-REF         TO CB251PCW-REFERENCIA (1: 4)
                                    CB251PCW-REFERENCIA-INICIAL (1: 4)
           MOVE MM-REF           TO CB251PCW-REFERENCIA (5: 2)
           MOVE 1                TO CB251PCW-REFERENCIA-INICIAL (5: 2)
           MOVE CC               TO CB251PCW-CENTRO
           MOVE GRAU-MINIMO      TO CB251PCW-GRAU-DE
           MOVE GRAU             TO CB251PCW-GRAU-ATE
           CALL "CB251PCW"    USING PARAMETROS-CB251PCW

           IF   NOT CB251PCW-EMISSAO-ABERTA
                DISPLAY "Emissao final nao registrada no CBPUBL"
                        LINE 23 COLUMN 03
           END-IF.

       160-99-FIM. EXIT.

       165-GRAVA-PUBLICACAO.

           SET  CB251PCW-GRAVA-LINHA TO TRUE
           MOVE "C"                  TO CB251PCW-TIPO
           MOVE CBPLCO-CONTA         TO CB251PCW-CODIGO
           MOVE CB002PCW-CONTA-ED    TO CB251PCW-CODIGO-ED
           MOVE CLIC-DESCRICAO       TO CB251PCW-DESCRICAO
           MOVE CBCOSA-SALDO-ATUAL   TO CB251PCW-VALOR-1
           CALL "CB251PCW"        USING PARAMETROS-CB251PCW.

       165-99-FIM. EXIT.


       850-DESCRICAO-IDIOMA.

                    CONTINUE
           END-CALL

           IF   CB251PCW-EMISSAO-ABERTA
                SET  CB251PCW-FECHA TO TRUE
                CALL "CB251PCW"  USING PARAMETROS-CB251PCW
           END-IF
           CANCEL "CB251PCW"

           MOVE "CLOSE"      TO CWIMPR-TIME-REPORT
           PERFORM 125-CWIMPR THRU 125-99-FIM
           CANCEL "CB046PCW".
