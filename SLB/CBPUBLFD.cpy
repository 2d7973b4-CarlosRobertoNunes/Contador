
      ******************************************************************
      *  Demonstracoes publicadas (emissao final)                      *
      *  Copia congelada das linhas de cada emissao final do CB018PCW, *
      *  CB019PCW, CB077PCW e CB079PCW (CB251PCW). A linha 0 e o       *
      *  cabecalho: data, hora, usuario, parametros, situacao e o      *
      *  ultimo lancamento de cada mes do periodo no momento da        *
      *  emissao. O CB252PCW compara a copia com os livros atuais      *
      ******************************************************************

       FD  CBPUBL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBPUBL.

       01  CBPUBL-REG.
           05 CBPUBL-CHAVE.
              10 CBPUBL-PROGRAMA              PIC  X(008).
              10 CBPUBL-REFERENCIA            PIC  9(006).
              10 CBPUBL-EMISSAO               PIC  9(003).
              10 CBPUBL-LINHA                 PIC  9(005).
           05 CBPUBL-ITEM.
              10 CBPUBL-ITEM-PROGRAMA         PIC  X(008).
              10 CBPUBL-ITEM-REFERENCIA       PIC  9(006).
              10 CBPUBL-ITEM-EMISSAO          PIC  9(003).
              10 CBPUBL-TIPO                  PIC  X(001).
                 88 CBPUBL-CABECALHO                 VALUE SPACE.
                 88 CBPUBL-CONTA                     VALUE "C".
                 88 CBPUBL-LINHA-DRE                 VALUE "D".
                 88 CBPUBL-RESULTADO-DRE             VALUE "R".
                 88 CBPUBL-GRUPO-DFC                 VALUE "F".
                 88 CBPUBL-TOTAL-ATIVIDADE           VALUE "A".
                 88 CBPUBL-VARIACAO-CAIXA            VALUE "V".
              10 CBPUBL-CODIGO         COMP-3 PIC  9(015).
              10 CBPUBL-ATIVIDADE             PIC  X(001).
           05 CBPUBL-DADOS                    PIC  X(110).
           05 CBPUBL-DADOS-LINHA REDEFINES CBPUBL-DADOS.
              10 CBPUBL-CODIGO-ED             PIC  X(026).
              10 CBPUBL-DESCRICAO             PIC  X(040).
              10 CBPUBL-VALOR-1        COMP-3 PIC S9(012)V99.
              10 CBPUBL-VALOR-2        COMP-3 PIC S9(012)V99.
              10 FILLER                       PIC  X(028).
           05 CBPUBL-DADOS-CABECALHO REDEFINES CBPUBL-DADOS.
              10 CBPUBL-DATA           COMP-3 PIC  9(008).
              10 CBPUBL-HORA           COMP-3 PIC  9(008).
              10 CBPUBL-USUARIO               PIC  X(030).
              10 CBPUBL-REFERENCIA-INICIAL    PIC  9(006).
              10 CBPUBL-CENTRO                PIC  9(004).
              10 CBPUBL-GRAU-DE               PIC  9(001).
              10 CBPUBL-GRAU-ATE              PIC  9(001).
              10 CBPUBL-SITUACAO              PIC  X(001).
                 88 CBPUBL-EM-EMISSAO                VALUE "E".
                 88 CBPUBL-PUBLICADA                 VALUE "P".
              10 CBPUBL-QT-LINHAS             PIC  9(005).
              10 CBPUBL-ULTIMO-LANCAMENTO
                               OCCURS 13 COMP-3 PIC  9(007).
