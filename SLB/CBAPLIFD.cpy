           05 CBAPLI-SITUACAO                 PIC  X(001).
              88 CBAPLI-APLICACAO-ATIVA             VALUE "A".
              88 CBAPLI-RESGATADA                   VALUE "R".
      *    Vencimento (AAAAMMDD) para a reclassificacao de curto e
      *    longo prazo do CB211PCW; zero e sem vencimento. Nas
      *    aplicacoes anteriores a cauda nao e numerica
           05 CBAPLI-VENCIMENTO                PIC  9(008).
