      ******************************************************************
      *  Historico de ocupacao de disco por arquivo (CB222PCW)         *
      *  Uma coleta por dia e arquivo do catalogo CBCRAR, somando os   *
      *  arquivos fisicos da familia; ARQUIVO em branco e o total do   *
      *  diretorio. Registros contados (C) ou estimados pelo tamanho   *
      *  fisico (E)                                                    *
      ******************************************************************

       FD  CBCRHI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBCRHI.

       01  CBCRHI-REG.
           05 CBCRHI-CHAVE.
              10 CBCRHI-DATA            COMP-3 PIC  9(008).
              10 CBCRHI-ARQUIVO                PIC  X(006).
           05 CBCRHI-EMPRESA                   PIC  9(003).
           05 CBCRHI-HORA               COMP-3 PIC  9(008).
           05 CBCRHI-QT-FISICOS         COMP-3 PIC  9(005).
           05 CBCRHI-REGISTROS          COMP-3 PIC  9(011).
           05 CBCRHI-BYTES              COMP-3 PIC  9(015).
           05 CBCRHI-CONTAGEM                  PIC  X(001).
              88 CBCRHI-CONTADOS                    VALUE "C".
              88 CBCRHI-ESTIMADOS                   VALUE "E".
