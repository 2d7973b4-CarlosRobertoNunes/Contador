           05 CBATIV-SITUACAO                  PIC  X(001).
              88 CBATIV-ATIVO                        VALUE "A".
              88 CBATIV-BAIXADO                      VALUE "B".
      *    Data da baixa (AAAAMMDD, competencia do BAC e dia de
      *    referencia) gravada pelo CB147PCW; nos bens baixados antes
      *    dela a cauda nao e numerica
           05 CBATIV-DATA-BAIXA                PIC  9(008).
      *    Projeto de investimento (CBCAPX) da aquisicao; nos bens
      *    cadastrados antes dele a cauda nao e numerica
           05 CBATIV-PROJETO                   PIC  9(006).
      *    Quota contabilizada pelo CB096PCW na ULTIMA-COMPETENCIA; nos
      *    bens depreciados antes dela a cauda nao e numerica
           05 CBATIV-QUOTA-COMPETENCIA         PIC  9(012)V99.
