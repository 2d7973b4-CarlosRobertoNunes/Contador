              05 CLIC-SITUACAO          PIC  X(022).

       COPY CWIMPR.
       COPY CB245PCW.

       SCREEN SECTION.

           STRING "ANO-CALENDARIO " ANO-DIRF
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE "CB154PA" TO CWIMPR-REPORT
           MOVE "DIRF"    TO CB245PCW-OBRIGACAO

           MOVE SPACES TO DECLTX-REG
           STRING "|DIRF|" ANO-DIRF "|" CNPJ-EMPRESA "|"
           STRING "COMPETENCIA " COMPETENCIA-REINF
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE "CB154PB" TO CWIMPR-REPORT
           MOVE "REINF"   TO CB245PCW-OBRIGACAO

           MOVE SPACES TO DECLTX-REG
           STRING "|REINF|" COMPETENCIA-REINF "|"
                             MOVE CBRETE-DIA-VENCIMENTO
                               TO DIA-VENC-CONTA
                        ELSE
      *                      PIS/COFINS nao cumulativo nao e
      *                      retencao: vai na EFD-Contribuicoes; a
      *                      estimativa de IRPJ/CSLL tambem nao
                             IF   CBRETE-COMPETENCIA NOT <
                                  COMPETENCIA-DE
                             AND  CBRETE-COMPETENCIA NOT >
                                  COMPETENCIA-ATE
                             AND  TRIBUTO-CONTA NOT = "PIS NC"
                             AND  TRIBUTO-CONTA NOT = "COFINS NC"
                             AND  TRIBUTO-CONTA NOT = "IRPJ EST"
                             AND  TRIBUTO-CONTA NOT = "CSLL EST"
                                  PERFORM 410-GRAVA-RETENCAO
                                          THRU 410-99-FIM
                             END-IF

           DISPLAY "Arquivo gerado. Retencoes: " LINE 23 COLUMN 03
                   QT-REGISTROS " Vencidas sem pagamento: "
                   QT-PENDENTES

      *    Geracao no calendario de obrigacoes (CB244PCW)

           MOVE COMPETENCIA-DE     TO CB245PCW-PERIODO-DE
           MOVE COMPETENCIA-ATE    TO CB245PCW-PERIODO-ATE
           CALL "CB245PCW" USING PARAMETROS-CB245PCW
           IF   CB245PCW-JA-TRANSMITIDA
                DISPLAY "Periodo ja transmitido - abra retificadora"
                        LINE 22 COLUMN 03
           END-IF.

       500-99-FIM. EXIT.

