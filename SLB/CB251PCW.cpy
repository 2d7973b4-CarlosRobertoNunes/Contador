      *******************************************************************
      *         Parametros para utilizar a subrotina CB251PCW           *
      *     Copia congelada da emissao final das demonstracoes:         *
      *     A - abre a emissao, L - grava uma linha, F - publica        *
      *******************************************************************


       01  PARAMETROS-CB251PCW.
           05 CB251PCW-FUNCAO            PIC  X(001) VALUE SPACE.
              88 CB251PCW-ABRE                       VALUE "A".
              88 CB251PCW-GRAVA-LINHA                VALUE "L".
              88 CB251PCW-FECHA                      VALUE "F".
           05 CB251PCW-PROGRAMA          PIC  X(008) VALUE SPACES.
           05 CB251PCW-REFERENCIA        PIC  9(006) VALUE ZERO.
           05 CB251PCW-REFERENCIA-INICIAL PIC 9(006) VALUE ZERO.
           05 CB251PCW-CENTRO            PIC  9(004) VALUE ZERO.
           05 CB251PCW-GRAU-DE           PIC  9(001) VALUE ZERO.
           05 CB251PCW-GRAU-ATE          PIC  9(001) VALUE ZERO.
      *    Linha: tipo C conta, D/R linha e resultado da DRE,
      *    F/A/V grupo, total da atividade e variacao da DFC
           05 CB251PCW-TIPO              PIC  X(001) VALUE SPACE.
           05 CB251PCW-CODIGO            PIC  9(015) VALUE ZERO.
           05 CB251PCW-ATIVIDADE         PIC  X(001) VALUE SPACE.
           05 CB251PCW-CODIGO-ED         PIC  X(026) VALUE SPACES.
           05 CB251PCW-DESCRICAO         PIC  X(040) VALUE SPACES.
           05 CB251PCW-VALOR-1           PIC S9(012)V99 VALUE ZERO.
           05 CB251PCW-VALOR-2           PIC S9(012)V99 VALUE ZERO.
           05 CB251PCW-EMISSAO           PIC  9(003) VALUE ZERO.
           05 CB251PCW-ABERTA            PIC  X(001) VALUE "N".
              88 CB251PCW-EMISSAO-ABERTA             VALUE "S".
