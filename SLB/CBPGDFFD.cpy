
      ******************************************************************
      *  Definicao do pacote gerencial mensal (CB256PCW)               *
      *  Por empresa (CBEMPR-CODIGO), os componentes na ordem do       *
      *  pacote: codigo do relatorio no catalogo (CBRLCA-REPORT),      *
      *  titulo no sumario e parametros de emissao. Filtro nao         *
      *  branco precisa constar no titulo, subtitulo ou cabecalho      *
      *  da saida catalogada para ela servir ao pacote                 *
      ******************************************************************

       FD  CBPGDF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBPGDF.

       01  CBPGDF-REG.
           05 CBPGDF-CHAVE.
              10 CBPGDF-EMPRESA               PIC  9(003).
              10 CBPGDF-ORDEM                 PIC  9(002).
           05 CBPGDF-REPORT                   PIC  X(007).
           05 CBPGDF-TITULO                   PIC  X(040).
           05 CBPGDF-FILTRO                   PIC  X(030).
           05 CBPGDF-PARAMETROS               PIC  X(040).
           05 FILLER                          PIC  X(010).
