           05 RODAPE                   PIC  X(068) VALUE SPACES.
           05 BRANCOS                  PIC  X(001) VALUE SPACE.
           05 INFERIOR                 PIC  X(001) VALUE SPACE.
           05 EMISSAO-FINAL            PIC  X(001) VALUE "N".
           05 GRAU-PRIMARIO            PIC  9(001) VALUE ZERO.
           05 PARAMETROS-GRFINA.
              10 OPERADOR              PIC  X(030).
       COPY CWBOXS.
       COPY CWBOXF.
       COPY CB002PCW.
       COPY CB233PCW.
       COPY CB251PCW.
       COPY CWIMPR.

       SCREEN SECTION.
           05 LINE 08 COLUMN 25 PIC 9999 USING AAAA-REF BLANK ZERO.
           05 LINE 07 COLUMN 03 VALUE "Idioma (P/I):".
           05 LINE 07 COLUMN 22 PIC X USING IDIOMA-RELATORIO.
           05 LINE 10 COLUMN 03 VALUE "Emissao final (S/N):".
           05 LINE 10 COLUMN 24 PIC X USING EMISSAO-FINAL.

       01  TELA-CC.
           05 LINE 09 COLUMN 03 VALUE "Centro de custo:".

       100-PROCESSAMENTO.

      *    Auditoria de leitura: o balanco cobre o plano todo

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB019PCW"        TO CB233PCW-PROGRAMA
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
                PERFORM 130-ABRE-PUBLICACAO THRU 130-99-FIM
           END-IF

           OPEN OUTPUT CBWORI
                       CBWORP

                             MOVE DESCRICAO-IDIOMA-W (1: 30)
                               TO DESCRICAO
                             MOVE SALDO (CB002PCW-GRAU) TO CLIC-SALDO
                             IF   CB251PCW-EMISSAO-ABERTA
                                  PERFORM 135-GRAVA-PUBLICACAO
                                     THRU 135-99-FIM
                             END-IF
                             IF   SALDO (GRAU-A) = 0
                                  MOVE 0 TO CLIC-PERC
                             ELSE
                      CBWORP
                DELETE FILE CBWORI
                DELETE FILE CBWORP
                CANCEL "CB251PCW"
                GOBACK
           END-IF.

       120-99-FIM. EXIT.

       130-ABRE-PUBLICACAO.

      *    Emissao final: as linhas impressas ficam congeladas no
      *    CBPUBL (CB251PCW) para o comparativo do CB252PCW

           INITIALIZE PARAMETROS-CB251PCW
           SET  CB251PCW-ABRE    TO TRUE
           MOVE "CB019PCW"       TO CB251PCW-PROGRAMA
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

       130-99-FIM. EXIT.

       135-GRAVA-PUBLICACAO.

           SET  CB251PCW-GRAVA-LINHA  TO TRUE
           MOVE "C"                   TO CB251PCW-TIPO
           MOVE CBPLCO-CONTA          TO CB251PCW-CODIGO
           MOVE CB002PCW-CONTA-ED     TO CB251PCW-CODIGO-ED
           MOVE DESCRICAO             TO CB251PCW-DESCRICAO
           MOVE SALDO (CB002PCW-GRAU) TO CB251PCW-VALOR-1
           CALL "CB251PCW"         USING PARAMETROS-CB251PCW.

       135-99-FIM. EXIT.


       850-DESCRICAO-IDIOMA.

                    CONTINUE
           END-CALL

           IF   CB251PCW-EMISSAO-ABERTA
                SET  CB251PCW-FECHA TO TRUE
                CALL "CB251PCW"  USING PARAMETROS-CB251PCW
           END-IF
           CANCEL "CB251PCW"

           MOVE "CLOSE"      TO CWIMPR-TIME-REPORT
           PERFORM 120-CWIMPR THRU 120-99-FIM
           CANCEL "CB046PCW".
