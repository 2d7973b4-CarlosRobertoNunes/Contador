      *******************************************************************
      *         Parametros para utilizar a subrotina CB201PCW           *
      *  Movimenta o estoque permanente por grupo de produto (CBESTQ)   *
      *  a custo medio ponderado e grava a ficha no CBESMV. Comandos:   *
      *  "P" previa da saida: devolve o custo da quantidade pelo medio  *
      *      corrente e as contas do grupo, sem gravar nada             *
      *  "S" saida: baixa quantidade e custo e grava a ficha            *
      *  "E" entrada: soma quantidade e valor, recalcula o medio e      *
      *      grava a ficha                                              *
      *  Retorno: 0 ok, 1 grupo sem registro de estoque, 2 saldo        *
      *  insuficiente, 3 data anterior a ultima movimentacao do grupo,  *
      *  4 arquivos indisponiveis, 5 quantidade ou valor zerado         *
      *******************************************************************

       01 PARAMETROS-CB201PCW.
           05 CB201PCW-COMANDO           PIC  X(001).
           05 CB201PCW-GRUPO             PIC  9(004).
           05 CB201PCW-DATA              PIC  9(008).
           05 CB201PCW-QUANTIDADE        PIC  9(009)V999.
           05 CB201PCW-VALOR             PIC  9(012)V99.
           05 CB201PCW-DOCTO             PIC  9(008).
           05 CB201PCW-ORIGEM            PIC  X(008).
           05 CB201PCW-SERIE-BAC         PIC  9(004).
           05 CB201PCW-NUMERO-BAC        PIC  9(004).
           05 CB201PCW-LANCAMENTO        PIC  9(007).
           05 CB201PCW-COD-RED-ESTOQUE   PIC  9(005).
           05 CB201PCW-COD-RED-CMV       PIC  9(005).
           05 CB201PCW-CENTRO-CUSTO      PIC  9(004).
           05 CB201PCW-HISTORICO         PIC  9(004).
           05 CB201PCW-CUSTO-MEDIO       PIC  9(009)V9999.
           05 CB201PCW-RETORNO           PIC  9(001).
