      ******************************************************************
      *  Etapas da regua de cobranca (CB227PCW)                        *
      *  Cada etapa vale a partir de um numero de dias de atraso do    *
      *  titulo mais antigo do cliente e exige um intervalo minimo     *
      *  desde a carta anterior; o texto da carta vem do arquivo       *
      *  modelo da etapa (linhas ate "*", como o CBCITX.TXT)           *
      ******************************************************************

       FD  CBRGUA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBRGUA.

       01  CBRGUA-REG.
           05 CBRGUA-CHAVE.
              10 CBRGUA-ETAPA          COMP-3 PIC  9(002).
           05 CBRGUA-DIAS-ATRASO       COMP-3 PIC  9(003).
           05 CBRGUA-INTERVALO         COMP-3 PIC  9(003).
           05 CBRGUA-DESCRICAO                PIC  X(030).
           05 CBRGUA-MODELO                   PIC  X(050).
           05 CBRGUA-ATIVA                    PIC  X(001).
              88 CBRGUA-ETAPA-ATIVA                 VALUE "S" "s".
