              88 CBEMPE-ABERTO                      VALUE "A".
              88 CBEMPE-BAIXADO                     VALUE "B".
              88 CBEMPE-CANCELADO                   VALUE "C".
      *    Projeto de investimento (CBCAPX) da compra capitalizavel;
      *    nos empenhos anteriores a cauda nao e numerica
           05 CBEMPE-PROJETO                  PIC  9(006).
