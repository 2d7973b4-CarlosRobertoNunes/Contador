
       01  AREAS-DE-TRABALHO-1.
           05 IDIOMA-RELATORIO          PIC  X(001) VALUE "P".
           05 EMISSAO-FINAL             PIC  X(001) VALUE "N".
           05 ER-CBIDES.
              10 FS-CBIDES             PIC  X(002) VALUE "00".
              10 LB-CBIDES             PIC  X(050) VALUE "CBIDES".
              05 CLIC-EXERCICIO         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.
       COPY CB233PCW.
       COPY CB251PCW.

       SCREEN SECTION.

           05 LINE 08 COLUMN 40 PIC 99   USING REF-MM.
           05 LINE 10 COLUMN 03 VALUE "Idioma (P/I)..................:".
           05 LINE 10 COLUMN 36 PIC X    USING IDIOMA-RELATORIO.
           05 LINE 12 COLUMN 03 VALUE "Emissao final (S/N)...........:".
           05 LINE 12 COLUMN 36 PIC X    USING EMISSAO-FINAL.

       PROCEDURE DIVISION.

                GO TO 100-99-FIM
           END-IF

      *    Auditoria de leitura: a DRE cobre o plano todo

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB077PCW"  TO CB233PCW-PROGRAMA
           MOVE ALL "9"     TO CB233PCW-CONTA-ATE
           MOVE 9999        TO CB233PCW-CENTRO-ATE
           MOVE REFERENCIA  TO CB233PCW-REFERENCIA
           CALL "CB233PCW" USING PARAMETROS-CB233PCW

           IF   EMISSAO-FINAL = "S"
                PERFORM 140-ABRE-PUBLICACAO THRU 140-99-FIM
           END-IF

           PERFORM 120-ACUMULA-SALDOS    THRU 120-99-FIM
           PERFORM 130-IMPRIME           THRU 130-99-FIM.

                   MOVE TB-TITULO (L) TO CLIC-TITULO
                   MOVE LINHA-02      TO CWIMPR-DETAIL
                   CALL "CB125PCW"   USING PARAMETROS-CWIMPR
                   IF   CB251PCW-EMISSAO-ABERTA
                        PERFORM 145-GRAVA-PUBLICACAO THRU 145-99-FIM
                   END-IF
           END-PERFORM.

       130-99-FIM. EXIT.

       140-ABRE-PUBLICACAO.

      *    Emissao final: as linhas impressas ficam congeladas no
      *    CBPUBL (CB251PCW) para o comparativo do CB252PCW

           INITIALIZE PARAMETROS-CB251PCW
           SET  CB251PCW-ABRE    TO TRUE
           MOVE "CB077PCW"       TO CB251PCW-PROGRAMA
           MOVE REFERENCIA       TO CB251PCW-REFERENCIA
           MOVE REF-AAAA         TO CB251PCW-REFERENCIA-INICIAL (1: 4)
           MOVE 1                TO CB251PCW-REFERENCIA-INICIAL (5: 2)
           CALL "CB251PCW"    USING PARAMETROS-CB251PCW

           IF   NOT CB251PCW-EMISSAO-ABERTA
                DISPLAY "Emissao final nao registrada no CBPUBL"
                        LINE 23 COLUMN 03
           END-IF.

       140-99-FIM. EXIT.

       145-GRAVA-PUBLICACAO.

           SET  CB251PCW-GRAVA-LINHA TO TRUE
           IF   TB-TIPO (L) = "D"
                MOVE "D"              TO CB251PCW-TIPO
                MOVE TB-MES       (L) TO CB251PCW-VALOR-1
                MOVE TB-EXERCICIO (L) TO CB251PCW-VALOR-2
           ELSE
                MOVE "R"              TO CB251PCW-TIPO
                MOVE RESULTADO-MES    TO CB251PCW-VALOR-1
                MOVE RESULTADO-EXERC  TO CB251PCW-VALOR-2
           END-IF
           MOVE TB-LINHA  (L)        TO CB251PCW-CODIGO
           MOVE TB-TITULO (L)        TO CB251PCW-DESCRICAO
           CALL "CB251PCW"        USING PARAMETROS-CB251PCW.

       145-99-FIM. EXIT.

       800-INICIAIS.

           MOVE 0 TO REF-AAAA REF-MM
                    CONTINUE
           END-CALL

      *    Emissao interrompida nao e publicada

           IF   CB251PCW-EMISSAO-ABERTA
           AND  NOT CWIMPR-END-PRINT
                SET  CB251PCW-FECHA TO TRUE
                CALL "CB251PCW"  USING PARAMETROS-CB251PCW
           END-IF
           CANCEL "CB251PCW"

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           CLOSE CBDREL CBPLCO CBCOSA.
