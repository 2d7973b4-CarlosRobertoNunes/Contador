      ******************************************************************
      *  Parametros cambiais dos titulos por moeda (CB239PCW)          *
      *  Contas de resultado da variacao cambial dos titulos do CBTITU *
      *  em moeda estrangeira: realizada na liquidacao (CB093PCW e     *
      *  retornos do CB145PCW e do CB213PCW) e nao realizada no ajuste *
      *  mensal a taxa de fechamento; ativa = ganho, passiva = perda   *
      ******************************************************************

       FD  CBMOTI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBMOTI.

       01  CBMOTI-REG.
           05 CBMOTI-CHAVE.
              10 CBMOTI-MOEDA                 PIC  9(002).
           05 CBMOTI-COD-RED-ATIVA     COMP-3 PIC  9(005).
           05 CBMOTI-COD-RED-PASSIVA   COMP-3 PIC  9(005).
           05 CBMOTI-COD-RED-NR-ATIVA  COMP-3 PIC  9(005).
           05 CBMOTI-COD-RED-NR-PASSIVA
                                       COMP-3 PIC  9(005).
