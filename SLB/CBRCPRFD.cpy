      ******************************************************************
      *  Pares de contas da reclassificacao curto/longo prazo          *
      *  (CB211PCW). A chave e a conta em que emprestimos (CBFINC),    *
      *  aplicacoes (CBAPLI) e titulos (CBTITU) sao contabilizados;    *
      *  o prazo diz se ela e de curto ("C") ou de longo ("L") prazo   *
      *  e a conta destino recebe a parcela do outro prazo             *
      ******************************************************************

       FD  CBRCPR
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBRCPR.

       01  CBRCPR-REG.
           05 CBRCPR-CHAVE.
              10 CBRCPR-COD-RED-ORIGEM COMP-3 PIC  9(005).
           05 CBRCPR-PRAZO-ORIGEM             PIC  X(001).
              88 CBRCPR-ORIGEM-CURTO                VALUE "C".
              88 CBRCPR-ORIGEM-LONGO                VALUE "L".
           05 CBRCPR-COD-RED-DESTINO   COMP-3 PIC  9(005).
           05 CBRCPR-HISTORICO         COMP-3 PIC  9(004).
