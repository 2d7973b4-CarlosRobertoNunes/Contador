      ******************************************************************
      *  Itens solicitados pelos auditores externos (CB246PCW)         *
      *  O item 0000 de cada trabalho guarda o cabecalho: descricao,   *
      *  gerente de auditoria, data de recebimento da lista e data     *
      *  limite. Demais itens: responsavel (usuario CWGETU), prazo,    *
      *  situacao e vinculo ao suporte: "R" relatorio do CBRLCA,       *
      *  "C" conciliacao do CBCORE, "F" circularizacao do CBCIRC       *
      ******************************************************************

       FD  CBPBCI
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBPBCI.

       01  CBPBCI-REG.
           05 CBPBCI-CHAVE.
              10 CBPBCI-ENGAJAMENTO           PIC  9(004).
              10 CBPBCI-ITEM                  PIC  9(004).
           05 CBPBCI-DESCRICAO                PIC  X(060).
           05 CBPBCI-CATEGORIA                PIC  X(001).
              88 CBPBCI-BALANCETE                   VALUE "B".
              88 CBPBCI-RECONCILIACAO               VALUE "R".
              88 CBPBCI-CONFIRMACAO                 VALUE "C".
              88 CBPBCI-CONTRATO                    VALUE "K".
              88 CBPBCI-OUTRO                       VALUE "O".
           05 CBPBCI-RESPONSAVEL              PIC  X(030).
           05 CBPBCI-DATA-SOLICITACAO  COMP-3 PIC  9(008).
           05 CBPBCI-DATA-PREVISTA     COMP-3 PIC  9(008).
           05 CBPBCI-SITUACAO                 PIC  X(001).
              88 CBPBCI-ABERTO                      VALUE "A".
              88 CBPBCI-EM-PREPARO                  VALUE "P".
              88 CBPBCI-ENTREGUE                    VALUE "E".
              88 CBPBCI-CONCLUIDO                   VALUE "C".
              88 CBPBCI-NAO-APLICAVEL               VALUE "N".
              88 CBPBCI-PENDENTE               VALUE "A" "P".
           05 CBPBCI-DATA-ENTREGA      COMP-3 PIC  9(008).
           05 CBPBCI-VINCULO-TIPO             PIC  X(001).
              88 CBPBCI-SEM-VINCULO                 VALUE SPACE.
              88 CBPBCI-VINCULO-RELATORIO           VALUE "R".
              88 CBPBCI-VINCULO-CONCILIACAO         VALUE "C".
              88 CBPBCI-VINCULO-CIRCULARIZACAO      VALUE "F".
           05 CBPBCI-VINCULO-NUMERO    COMP-3 PIC  9(006).
           05 CBPBCI-VINCULO-COD-RED   COMP-3 PIC  9(005).
           05 CBPBCI-VINCULO-COMPETENCIA      PIC  9(006).
           05 CBPBCI-OBSERVACAO               PIC  X(060).
