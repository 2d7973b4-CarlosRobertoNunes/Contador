      *       Em remessa: incluido em arquivo CNAB de pagamento pelo
      *       CB145PCW e aguardando o retorno do banco
              88 CBTITU-EM-REMESSA                  VALUE "R".
      *       Baixado como incobravel contra a PDD (CB206PCW)
              88 CBTITU-BAIXADO-PERDA               VALUE "I".
      *       Renegociado: substituido pelas parcelas de um acordo
      *       (CB228PCW), que assumem o saldo; fora do aberto
              88 CBTITU-RENEGOCIADO                 VALUE "N".
           05 CBTITU-LANC-RECONHECIMENTO
                                        COMP-3 PIC  9(007).
           05 CBTITU-LANC-LIQUIDACAO    COMP-3 PIC  9(007).
      *    numerico nos titulos antigos, que seguem identificados
      *    so pelo texto livre
           05 CBTITU-PESSOA-CODIGO             PIC  9(005).
      *    Marca de incobravel (CB206PCW): o titulo a receber marcado
      *    sai contra a provisao para devedores duvidosos no proximo
      *    fechamento; nos titulos antigos a cauda nao e "S"
           05 CBTITU-MARCA-INCOBRAVEL          PIC  X(001).
              88 CBTITU-MARCADO-INCOBRAVEL          VALUE "S".
      *    Numero do documento fiscal do fornecedor e situacao na
      *    triagem de duplicidade do CB145PCW: "B" retido fora da
      *    remessa ate a liberacao pelo CB216PCW, "L" liberado; nos
      *    titulos antigos a cauda nao e numerica / nao e "B" nem "L"
           05 CBTITU-DOCUMENTO                 PIC  9(009).
           05 CBTITU-TRIAGEM                   PIC  X(001).
              88 CBTITU-RETIDO-TRIAGEM              VALUE "B".
              88 CBTITU-LIBERADO-TRIAGEM            VALUE "L".
      *    Parcelamento ou acordo do CBACOR (CB228PCW): na parcela, o
      *    numero do acordo e a parcela; no titulo renegociado, o
      *    acordo que o substituiu com parcela zero; nos titulos
      *    antigos a cauda nao e numerica
           05 CBTITU-ACORDO                    PIC  9(006).
           05 CBTITU-PARCELA                   PIC  9(003).
      *    Titulo em moeda estrangeira: moeda do CBCOMD (zero = reais),
      *    valor na moeda e taxa da emissao (CBTITU-VALOR em reais e o
      *    valor na moeda a essa taxa); variacao nao realizada
      *    acumulada pelo ajuste mensal a taxa de fechamento do
      *    CB239PCW e ultima competencia ajustada; na liquidacao, taxa
      *    e variacao realizada. Nos titulos antigos a cauda nao e
      *    numerica e o titulo e tratado como em reais
           05 CBTITU-MOEDA                     PIC  9(002).
           05 CBTITU-VALOR-MOEDA               PIC  9(012)V99.
           05 CBTITU-TAXA-EMISSAO              PIC  9(006)V9(004).
           05 CBTITU-VARIACAO-NR               PIC S9(012)V99.
           05 CBTITU-ULT-VARIACAO              PIC  9(006).
           05 CBTITU-TAXA-LIQUIDACAO           PIC  9(006)V9(004).
           05 CBTITU-VARIACAO-REALIZADA        PIC S9(012)V99.
      *    Retencao na fonte calculada na inclusao pelo perfil do
      *    CBPFRT (CB248PCW): tipo de servico e total retido; o
      *    CBTITU-VALOR e o liquido a pagar e o bruto e a soma dos
      *    dois. Nos titulos antigos a cauda nao e numerica
           05 CBTITU-SERVICO                   PIC  9(004).
           05 CBTITU-VALOR-RETIDO              PIC  9(012)V99.
