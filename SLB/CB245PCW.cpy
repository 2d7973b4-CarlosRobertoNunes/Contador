      *******************************************************************
      *         Parametros para utilizar a subrotina CB245PCW           *
      *     Registra no calendario de obrigacoes (CBOBRI) a geracao     *
      *     do arquivo da obrigacao para o periodo                      *
      *******************************************************************


       01  PARAMETROS-CB245PCW.
           05 CB245PCW-OBRIGACAO         PIC  X(006) VALUE SPACES.
           05 CB245PCW-PERIODO-DE        PIC  9(006) VALUE ZERO.
           05 CB245PCW-PERIODO-ATE       PIC  9(006) VALUE ZERO.
           05 CB245PCW-RETORNO           PIC  9(001) VALUE ZERO.
              88 CB245PCW-REGISTRADA                 VALUE 0.
      *    Ja transmitida sem retificadora aberta: o arquivo novo nao
      *    substitui a entrega registrada
              88 CB245PCW-JA-TRANSMITIDA             VALUE 1.
              88 CB245PCW-CALENDARIO-INDISPONIVEL    VALUE 2.
