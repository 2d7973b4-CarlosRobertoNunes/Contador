              88 CBPESS-PESSOA-FISICA               VALUE "F".
           05 CBPESS-CNPJ-CPF          COMP-3 PIC  9(014).
           05 CBPESS-COD-RED-PADRAO    COMP-3 PIC  9(005).
      *    Pessoa fisica anonimizada pelo CB255PCW apos o prazo de
      *    guarda: razao social trocada pelo pseudonimo, CPF zerado
      *    e cadastro bloqueado para alteracao
           05 CBPESS-ATIVA                    PIC  X(001).
              88 CBPESS-PESSOA-ATIVA                VALUE "S" "s".
              88 CBPESS-PESSOA-ANONIMIZADA          VALUE "X".
      *    Controle de credito do cliente (CB225PCW), conferido pelo
      *    CB152PCW antes de integrar a nota. Campos novos em display:
      *    nos cadastros anteriores a cauda nao e numerica e o cliente
      *    fica fora da analise ate o credito definir o limite; limite
      *    zero analisa so o atraso. Situacao "B" retem toda nota do
      *    cliente e "E" o isenta da analise
           05 CBPESS-LIMITE-CREDITO           PIC  9(012)V99.
           05 CBPESS-TOLERANCIA-ATRASO        PIC  9(003).
           05 CBPESS-SITUACAO-CREDITO         PIC  X(001).
              88 CBPESS-CREDITO-NORMAL              VALUE "N".
              88 CBPESS-CREDITO-BLOQUEADO           VALUE "B".
              88 CBPESS-CREDITO-ISENTO              VALUE "E".
