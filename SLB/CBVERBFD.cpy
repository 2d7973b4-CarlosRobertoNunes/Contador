           05 CBVERB-COD-RED            COMP-3 PIC  9(005).
           05 CBVERB-CENTRO-CUSTO       COMP-3 PIC  9(004).
           05 CBVERB-HISTORICO          COMP-3 PIC  9(004).
      *    Classe da verba para as provisoes da folha (CB207PCW):
      *    "S" compoe a base salarial do centro; "F" e "T" sao ferias
      *    e 13o salario pagos, cujo debito baixa a provisao em vez
      *    de ir para a despesa; branco (e registros antigos) normal
           05 CBVERB-CLASSE                    PIC  X(001).
              88 CBVERB-BASE-SALARIAL               VALUE "S".
              88 CBVERB-FERIAS-PAGAS                VALUE "F".
              88 CBVERB-13-PAGO                     VALUE "T".
