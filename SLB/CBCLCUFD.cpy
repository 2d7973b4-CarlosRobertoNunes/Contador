
      ******************************************************************
      *  Classificacao gerencial das contas por faixa de CBPLCO-CLASSE *
      *  para a margem de contribuicao (CB249PCW). Chave: inicio da    *
      *  faixa; as faixas nao se sobrepoem. Semivariavel divide o      *
      *  valor pelo percentual variavel. Grupo de produto zero: o      *
      *  grupo sai do mapeamento do faturamento (CBFTMP "G") pela      *
      *  conta de receita ou do estoque (CBESTQ) pela conta de CMV;    *
      *  sem grupo, a conta fica como nao atribuida                    *
      ******************************************************************

       FD  CBCLCU
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBCLCU.

       01  CBCLCU-REG.
           05 CBCLCU-CHAVE.
              10 CBCLCU-CLASSE-DE       COMP-3 PIC  9(015).
           05 CBCLCU-CLASSE-ATE         COMP-3 PIC  9(015).
           05 CBCLCU-DESCRICAO                 PIC  X(030).
           05 CBCLCU-COMPORTAMENTO             PIC  X(001).
              88 CBCLCU-RECEITA                     VALUE "R".
              88 CBCLCU-VARIAVEL                    VALUE "V".
              88 CBCLCU-FIXO                        VALUE "F".
              88 CBCLCU-SEMIVARIAVEL                VALUE "S".
           05 CBCLCU-PERCENTUAL-VARIAVEL
                                        COMP-3 PIC  9(003)V99.
           05 CBCLCU-GRUPO              COMP-3 PIC  9(004).
