           05 CBORDS-SITUACAO                 PIC  X(001).
              88 CBORDS-ORDEM-ABERTA                VALUE "A".
              88 CBORDS-ORDEM-ENCERRADA             VALUE "E".
      *    Receita pelo estagio de execucao (CB205PCW): preco do
      *    contrato e custo total estimado (preco zero = ordem fora
      *    da apuracao); ajuste acumulado da receita sobre o
      *    faturado (positivo = ativo de contrato, negativo = passivo)
      *    e provisao para perda do contrato oneroso. Ordens gravadas
      *    antes destes campos os trazem em branco: teste NUMERIC
      *    antes de usar, valendo zero
           05 CBORDS-PRECO-CONTRATO           PIC  9(012)V99.
           05 CBORDS-CUSTO-ESTIMADO           PIC  9(012)V99.
           05 CBORDS-RECEITA-AJUSTADA         PIC S9(012)V99.
           05 CBORDS-PERDA-PROVISIONADA       PIC  9(012)V99.
           05 CBORDS-ULTIMA-APURACAO          PIC  9(006).
