       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB213PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Cobranca registrada CNAB 240 / 400           *
                      *                                               *
                      *  Lado do contas a receber do CB145PCW:        *
                      *  mantem as carteiras de cobranca por conta    *
                      *  bancaria (CBCOBP), gera a remessa com as     *
                      *  entradas dos titulos A-RECEBER em aberto do  *
                      *  CBTITU - atribuindo o nosso numero - e as    *
                      *  instrucoes pendentes (baixa, abatimento,     *
                      *  protesto, sustacao) guardadas no CBCOBR.     *
                      *                                               *
                      *  No retorno, a liquidacao gera pelo CB043PCW  *
                      *  o recebimento contra o cliente, os juros     *
                      *  recebidos e os descontos concedidos, e cada  *
                      *  tarifa cobrada e lancada contra o banco. O   *
                      *  titulo em moeda baixa pelo valor contabil e  *
                      *  a diferenca vai para a variacao realizada    *
                      *  da moeda (CBMOTI). O relatorio do retorno    *
                      *  lista as ocorrencias e destaca as rejeitadas *
                      *  com o motivo                                 *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBCOBPSL.
       COPY CBCOBRSL.
       COPY CBTITUSL.
       COPY CBPESSSL.
       COPY CBMOTISL.

           SELECT REMESSA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-REMESSA.

           SELECT RETORNO ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-RETORNO.

       DATA DIVISION.
       FILE SECTION.

       COPY CBCOBPFD.
       COPY CBCOBRFD.
       COPY CBTITUFD.
       COPY CBPESSFD.
       COPY CBMOTIFD.

       FD  REMESSA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-REMESSA.

       01  REMESSA-REG                  PIC  X(400).

       FD  RETORNO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-RETORNO.

       01  RETORNO-REG                  PIC  X(400).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB213PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 COD-RED-BANCO             PIC  9(005) VALUE 0.
           05 BANCO-C                   PIC  9(003) VALUE 0.
           05 AGENCIA-C                 PIC  9(005) VALUE 0.
           05 CONTA-C                   PIC  9(012) VALUE 0.
           05 CARTEIRA-C                PIC  9(003) VALUE 0.
           05 CONVENIO-C                PIC  9(009) VALUE 0.
           05 CEDENTE-C                 PIC  X(030) VALUE SPACES.
           05 LAYOUT-C                  PIC  X(001) VALUE "2".
           05 NOSSO-NUMERO-C            PIC  9(011) VALUE 0.
           05 JUROS-MES-C               PIC  9(002)V9999 VALUE 0.
           05 DIAS-PROTESTO-C           PIC  9(002) VALUE 0.
           05 COD-RED-JUROS-C           PIC  9(005) VALUE 0.
           05 COD-RED-TARIFA-C          PIC  9(005) VALUE 0.
           05 COD-RED-DESCONTO-C        PIC  9(005) VALUE 0.
           05 HISTORICO-C               PIC  9(004) VALUE 0.
           05 TITULO-C                  PIC  9(006) VALUE 0.
           05 INSTRUCAO-C               PIC  X(001) VALUE SPACE.
           05 ABATIMENTO-C              PIC  9(012)V99 VALUE 0.
           05 VENCIMENTO-DE             PIC  9(008) VALUE 0.
           05 VENCIMENTO-ATE            PIC  9(008) VALUE 0.
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 APROVA                    PIC  X(001) VALUE SPACE.
           05 MOVIMENTO                 PIC  9(002) VALUE 0.
           05 NOME-SACADO               PIC  X(040) VALUE SPACES.
           05 TIPO-INSCRICAO            PIC  9(001) VALUE 0.
           05 INSCRICAO-SACADO          PIC  9(014) VALUE 0.
           05 JUROS-DIA          COMP-3 PIC  9(011)V99 VALUE 0.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 DATA-AAAAMMDD             PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-AAAAMMDD.
              10 DT-AAAA                PIC  9(004).
              10 FILLER REDEFINES DT-AAAA.
                 15 DT-SECULO           PIC  9(002).
                 15 DT-AA               PIC  9(002).
              10 DT-MM                  PIC  9(002).
              10 DT-DD                  PIC  9(002).
           05 DATA-DDMMAAAA             PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-DDMMAAAA.
              10 DL-DD                  PIC  9(002).
              10 DL-MM                  PIC  9(002).
              10 DL-AAAA                PIC  9(004).
           05 DATA-DDMMAA               PIC  9(006) VALUE 0.
           05 FILLER REDEFINES DATA-DDMMAA.
              10 DC-DD                  PIC  9(002).
              10 DC-MM                  PIC  9(002).
              10 DC-AA                  PIC  9(002).
           05 SEQ-REGISTRO              PIC  9(006) VALUE 0.
           05 QT-REGISTROS              PIC  9(006) VALUE 0.
           05 QT-ENTRADAS        COMP-3 PIC  9(005) VALUE 0.
           05 QT-INSTRUCOES      COMP-3 PIC  9(005) VALUE 0.
           05 QT-LIQUIDADOS             PIC  9(005) VALUE 0.
           05 QT-REJEITADOS             PIC  9(005) VALUE 0.
           05 QT-OCORRENCIAS            PIC  9(005) VALUE 0.
           05 SEGMENTO-T-LIDO           PIC  X(001) VALUE "N".
           05 RET-TITULO                PIC  9(006) VALUE 0.
           05 RET-NOSSO-NUMERO          PIC  9(011) VALUE 0.
           05 RET-OCORRENCIA            PIC  X(002) VALUE SPACES.
           05 RET-MOTIVO                PIC  X(010) VALUE SPACES.
           05 RET-DATA-OCORRENCIA       PIC  9(008) VALUE 0.
           05 RET-DATA-CREDITO          PIC  9(008) VALUE 0.
           05 RET-VALOR-PAGO            PIC  9(013)V99 VALUE 0.
           05 RET-JUROS                 PIC  9(013)V99 VALUE 0.
           05 RET-DESCONTO              PIC  9(013)V99 VALUE 0.
           05 RET-ABATIMENTO            PIC  9(013)V99 VALUE 0.
           05 RET-TARIFA                PIC  9(013)V99 VALUE 0.
           05 RESULTADO                 PIC  X(030) VALUE SPACES.
           05 VALOR-PRINCIPAL    COMP-3 PIC S9(013)V99 VALUE 0.
           05 VALOR-DESCONTOS    COMP-3 PIC  9(013)V99 VALUE 0.
           05 VALOR-BAIXA        COMP-3 PIC S9(013)V99 VALUE 0.
           05 VALOR-CONTABIL            PIC  9(012)V99 VALUE 0.
           05 DIFERENCA-CAMBIAL         PIC S9(012)V99 VALUE 0.
           05 TAXA-LIQUIDACAO           PIC  9(006)V9(004) VALUE 0.
           05 DATA-LIQUIDACAO           PIC  9(008) VALUE 0.
           05 OCORRENCIA-PENDENTE       PIC  X(001) VALUE "N".
           05 VALOR-PARCELA             PIC  9(012)V99 VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 LANCAMENTO-RECEBIMENTO    PIC  9(007) VALUE 0.
           05 P                         PIC  9(001) VALUE 0.
           05 QT-PARES                  PIC  9(001) VALUE 0.
           05 PARES-GERADOS.
              10 PAR-GERADO OCCURS 4.
                 15 PG-LANCAMENTO       PIC  9(007).
                 15 PG-COD-RED-DB       PIC  9(005).
                 15 PG-COD-RED-CR       PIC  9(005).
                 15 PG-VALOR            PIC  9(012)V99.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBCOBP.
              10 FS-CBCOBP              PIC  X(002) VALUE "00".
              10 LB-CBCOBP              PIC  X(050) VALUE "CBCOBP".
           05 ER-CBCOBR.
              10 FS-CBCOBR              PIC  X(002) VALUE "00".
              10 LB-CBCOBR              PIC  X(050) VALUE "CBCOBR".
           05 ER-CBTITU.
              10 FS-CBTITU              PIC  X(002) VALUE "00".
              10 LB-CBTITU              PIC  X(050) VALUE "CBTITU".
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".
           05 ER-CBMOTI.
              10 FS-CBMOTI              PIC  X(002) VALUE "00".
              10 LB-CBMOTI              PIC  X(050) VALUE "CBMOTI".
           05 ER-REMESSA.
              10 FS-REMESSA             PIC  X(002) VALUE "00".
              10 LB-REMESSA             PIC  X(050) VALUE SPACES.
           05 ER-RETORNO.
              10 FS-RETORNO             PIC  X(002) VALUE "00".
              10 LB-RETORNO             PIC  X(050) VALUE SPACES.

      *    CNAB 240 - segmentos P e Q da remessa de cobranca

       01  SEGMENTO-P.
           05 SEG-P-BANCO               PIC  9(003).
           05 SEG-P-LOTE                PIC  9(004).
           05 SEG-P-TIPO-REG            PIC  9(001).
           05 SEG-P-SEQUENCIA           PIC  9(005).
           05 SEG-P-SEGMENTO            PIC  X(001).
           05 FILLER                    PIC  X(001).
           05 SEG-P-MOVIMENTO           PIC  9(002).
           05 SEG-P-AGENCIA             PIC  9(005).
           05 FILLER                    PIC  X(001).
           05 SEG-P-CONTA               PIC  9(012).
           05 FILLER                    PIC  X(002).
           05 SEG-P-NOSSO-NUMERO        PIC  9(011).
           05 FILLER                    PIC  X(009).
           05 SEG-P-CARTEIRA            PIC  9(001).
           05 SEG-P-CADASTRAMENTO       PIC  X(001).
           05 SEG-P-TIPO-DOCTO          PIC  X(001).
           05 SEG-P-EMISSAO-BOLETO      PIC  X(001).
           05 SEG-P-DISTRIBUICAO        PIC  X(001).
           05 SEG-P-SEU-NUMERO          PIC  9(006).
           05 FILLER                    PIC  X(009).
           05 SEG-P-VENCIMENTO          PIC  9(008).
           05 SEG-P-VALOR               PIC  9(013)V99.
           05 SEG-P-AGENCIA-COBRADORA   PIC  9(005).
           05 FILLER                    PIC  X(001).
           05 SEG-P-ESPECIE             PIC  9(002).
           05 SEG-P-ACEITE              PIC  X(001).
           05 SEG-P-EMISSAO             PIC  9(008).
           05 SEG-P-COD-JUROS           PIC  X(001).
           05 SEG-P-DATA-JUROS          PIC  9(008).
           05 SEG-P-JUROS               PIC  9(013)V99.
           05 SEG-P-COD-DESCONTO        PIC  X(001).
           05 SEG-P-DATA-DESCONTO       PIC  9(008).
           05 SEG-P-DESCONTO            PIC  9(013)V99.
           05 SEG-P-IOF                 PIC  9(013)V99.
           05 SEG-P-ABATIMENTO          PIC  9(013)V99.
           05 SEG-P-USO-EMPRESA         PIC  X(025).
           05 SEG-P-COD-PROTESTO        PIC  9(001).
           05 SEG-P-PRAZO-PROTESTO      PIC  9(002).
           05 SEG-P-COD-BAIXA           PIC  9(001).
           05 SEG-P-PRAZO-BAIXA         PIC  9(003).
           05 SEG-P-MOEDA               PIC  9(002).
           05 SEG-P-CONTRATO            PIC  9(010).
           05 FILLER                    PIC  X(001).

       01  SEGMENTO-Q.
           05 SEG-Q-BANCO               PIC  9(003).
           05 SEG-Q-LOTE                PIC  9(004).
           05 SEG-Q-TIPO-REG            PIC  9(001).
           05 SEG-Q-SEQUENCIA           PIC  9(005).
           05 SEG-Q-SEGMENTO            PIC  X(001).
           05 FILLER                    PIC  X(001).
           05 SEG-Q-MOVIMENTO           PIC  9(002).
           05 SEG-Q-TIPO-INSCRICAO      PIC  9(001).
           05 SEG-Q-INSCRICAO           PIC  9(015).
           05 SEG-Q-NOME                PIC  X(040).
           05 FILLER                    PIC  X(167).

      *    CNAB 240 - segmentos T e U do retorno (valores nas mesmas
      *    posicoes do segmento A lido pelo CB145PCW: datas DDMMAAAA)

       01  SEGMENTO-T.
           05 SEG-T-BANCO               PIC  9(003).
           05 SEG-T-LOTE                PIC  9(004).
           05 SEG-T-TIPO-REG            PIC  9(001).
           05 SEG-T-SEQUENCIA           PIC  9(005).
           05 SEG-T-SEGMENTO            PIC  X(001).
           05 FILLER                    PIC  X(001).
           05 SEG-T-OCORRENCIA          PIC  X(002).
           05 FILLER                    PIC  X(020).
           05 SEG-T-NOSSO-NUMERO        PIC  9(011).
           05 FILLER                    PIC  X(009).
           05 FILLER                    PIC  X(001).
           05 SEG-T-SEU-NUMERO          PIC  9(006).
           05 FILLER                    PIC  X(009).
           05 SEG-T-VENCIMENTO          PIC  9(008).
           05 SEG-T-VALOR               PIC  9(013)V99.
           05 FILLER                    PIC  X(102).
           05 SEG-T-TARIFA              PIC  9(013)V99.
           05 SEG-T-MOTIVO              PIC  X(010).
           05 FILLER                    PIC  X(017).

       01  SEGMENTO-U.
           05 SEG-U-BANCO               PIC  9(003).
           05 SEG-U-LOTE                PIC  9(004).
           05 SEG-U-TIPO-REG            PIC  9(001).
           05 SEG-U-SEQUENCIA           PIC  9(005).
           05 SEG-U-SEGMENTO            PIC  X(001).
           05 FILLER                    PIC  X(001).
           05 SEG-U-OCORRENCIA          PIC  X(002).
           05 SEG-U-JUROS               PIC  9(013)V99.
           05 SEG-U-DESCONTO            PIC  9(013)V99.
           05 SEG-U-ABATIMENTO          PIC  9(013)V99.
           05 SEG-U-IOF                 PIC  9(013)V99.
           05 SEG-U-VALOR-PAGO          PIC  9(013)V99.
           05 SEG-U-VALOR-LIQUIDO       PIC  9(013)V99.
           05 SEG-U-OUTRAS-DESPESAS     PIC  9(013)V99.
           05 SEG-U-OUTROS-CREDITOS     PIC  9(013)V99.
           05 SEG-U-DATA-OCORRENCIA     PIC  9(008).
           05 SEG-U-DATA-CREDITO        PIC  9(008).
           05 FILLER                    PIC  X(087).

      *    CNAB 400 - registro de transacao (tipo 1) da remessa e do
      *    retorno; datas DDMMAA

       01  DETALHE-400.
           05 D400-TIPO-REG             PIC  9(001).
           05 FILLER                    PIC  X(019).
           05 D400-ZERO                 PIC  9(001).
           05 D400-CARTEIRA             PIC  9(003).
           05 D400-AGENCIA              PIC  9(005).
           05 D400-CONTA                PIC  9(008).
           05 D400-SEU-NUMERO           PIC  9(006).
           05 FILLER                    PIC  X(019).
           05 D400-BANCO-DEBITO         PIC  9(003).
           05 D400-MULTA                PIC  X(001).
           05 D400-PERC-MULTA           PIC  9(004).
           05 D400-NOSSO-NUMERO         PIC  9(011).
           05 D400-DV-NOSSO-NUMERO      PIC  X(001).
           05 D400-BONIFICACAO          PIC  9(010).
           05 D400-EMISSAO-BOLETO       PIC  X(001).
           05 D400-DEBITO-AUTOMATICO    PIC  X(001).
           05 FILLER                    PIC  X(010).
           05 D400-RATEIO               PIC  X(001).
           05 D400-AVISO                PIC  X(001).
           05 FILLER                    PIC  X(002).
           05 D400-OCORRENCIA           PIC  9(002).
           05 D400-DOCUMENTO            PIC  9(006).
           05 FILLER                    PIC  X(004).
           05 D400-VENCIMENTO           PIC  9(006).
           05 D400-VALOR                PIC  9(011)V99.
           05 D400-BANCO-COBRANCA       PIC  9(003).
           05 D400-AGENCIA-DEPOSITARIA  PIC  9(005).
           05 D400-ESPECIE              PIC  9(002).
           05 D400-ACEITE               PIC  X(001).
           05 D400-EMISSAO              PIC  9(006).
           05 D400-INSTRUCAO-1          PIC  9(002).
           05 D400-INSTRUCAO-2          PIC  9(002).
           05 D400-JUROS-DIA            PIC  9(011)V99.
           05 D400-DATA-DESCONTO        PIC  9(006).
           05 D400-DESCONTO             PIC  9(011)V99.
           05 D400-IOF                  PIC  9(011)V99.
           05 D400-ABATIMENTO           PIC  9(011)V99.
           05 D400-TIPO-INSCRICAO       PIC  9(002).
           05 D400-INSCRICAO            PIC  9(014).
           05 D400-NOME                 PIC  X(040).
           05 D400-ENDERECO             PIC  X(040).
           05 D400-MENSAGEM             PIC  X(012).
           05 D400-CEP                  PIC  9(008).
           05 D400-SACADOR              PIC  X(060).
           05 D400-SEQUENCIA            PIC  9(006).

       01  RETORNO-400.
           05 R400-TIPO-REG             PIC  X(001).
           05 FILLER                    PIC  X(036).
           05 R400-SEU-NUMERO           PIC  9(006).
           05 FILLER                    PIC  X(019).
           05 FILLER                    PIC  X(008).
           05 R400-NOSSO-NUMERO         PIC  9(011).
           05 FILLER                    PIC  X(001).
           05 FILLER                    PIC  X(026).
           05 R400-OCORRENCIA           PIC  X(002).
           05 R400-DATA-OCORRENCIA      PIC  9(006).
           05 FILLER                    PIC  X(030).
           05 R400-VENCIMENTO           PIC  9(006).
           05 R400-VALOR                PIC  9(011)V99.
           05 FILLER                    PIC  X(010).
           05 R400-TARIFA               PIC  9(011)V99.
           05 FILLER                    PIC  X(039).
           05 R400-ABATIMENTO           PIC  9(011)V99.
           05 R400-DESCONTO             PIC  9(011)V99.
           05 R400-VALOR-PAGO           PIC  9(011)V99.
           05 R400-JUROS                PIC  9(011)V99.
           05 FILLER                    PIC  X(016).
           05 R400-DATA-CREDITO         PIC  9(006).
           05 FILLER                    PIC  X(017).
           05 R400-MOTIVO               PIC  X(010).
           05 FILLER                    PIC  X(072).

       COPY CB043PCW.
       COPY CB240PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(030) VALUE
                 "TITULO NOSSO NUMERO OC".
              05 FILLER                 PIC  X(036) VALUE
                 "        VALOR PAGO             JUROS".
              05 FILLER                 PIC  X(036) VALUE
                 "            TARIFA  RESULTADO".
           02 LINHA-02.
              05 CLIC-TITULO            PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-NOSSO-NUMERO      PIC  9(011).
              05 FILLER                 PIC  X(002).
              05 CLIC-OCORRENCIA        PIC  X(002).
              05 CLIC-VALOR-PAGO        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 CLIC-JUROS             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 CLIC-TARIFA            PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(002).
              05 CLIC-RESULTADO         PIC  X(030).

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Carteira de cobranca".
           05 LINE 05 COLUMN 03 VALUE "2 - Instrucao para titulo".
           05 LINE 06 COLUMN 03 VALUE "3 - Gera remessa".
           05 LINE 07 COLUMN 03 VALUE "4 - Processa retorno".
           05 LINE 09 COLUMN 03 VALUE "Opcao:".
           05 LINE 09 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CONTA-BANCO.
           05 LINE 04 COLUMN 03 VALUE "Conta banco (cod-red)...:".
           05 LINE 04 COLUMN 30 PIC 9(005) USING COD-RED-BANCO.

       01  TELA-CARTEIRA.
           05 LINE 05 COLUMN 03 VALUE "Banco (codigo)..........:".
           05 LINE 05 COLUMN 30 PIC 9(003) USING BANCO-C.
           05 LINE 06 COLUMN 03 VALUE "Agencia.................:".
           05 LINE 06 COLUMN 30 PIC 9(005) USING AGENCIA-C.
           05 LINE 07 COLUMN 03 VALUE "Conta corrente..........:".
           05 LINE 07 COLUMN 30 PIC 9(012) USING CONTA-C.
           05 LINE 08 COLUMN 03 VALUE "Carteira................:".
           05 LINE 08 COLUMN 30 PIC 9(003) USING CARTEIRA-C.
           05 LINE 09 COLUMN 03 VALUE "Convenio................:".
           05 LINE 09 COLUMN 30 PIC 9(009) USING CONVENIO-C.
           05 LINE 10 COLUMN 03 VALUE "Cedente.................:".
           05 LINE 10 COLUMN 30 PIC X(030) USING CEDENTE-C.
           05 LINE 11 COLUMN 03 VALUE "Layout (2=240 / 4=400)..:".
           05 LINE 11 COLUMN 30 PIC X(001) USING LAYOUT-C.
           05 LINE 12 COLUMN 03 VALUE "Ultimo nosso numero.....:".
           05 LINE 12 COLUMN 30 PIC 9(011) USING NOSSO-NUMERO-C.
           05 LINE 13 COLUMN 03 VALUE "Juros de mora ao mes (%):".
           05 LINE 13 COLUMN 30 PIC 99,9999 USING JUROS-MES-C.
           05 LINE 14 COLUMN 03 VALUE "Dias para protesto......:".
           05 LINE 14 COLUMN 30 PIC 9(002) USING DIAS-PROTESTO-C.
           05 LINE 15 COLUMN 03 VALUE "Conta juros recebidos...:".
           05 LINE 15 COLUMN 30 PIC 9(005) USING COD-RED-JUROS-C.
           05 LINE 16 COLUMN 03 VALUE "Conta tarifas bancarias.:".
           05 LINE 16 COLUMN 30 PIC 9(005) USING COD-RED-TARIFA-C.
           05 LINE 17 COLUMN 03 VALUE "Conta descontos conced..:".
           05 LINE 17 COLUMN 30 PIC 9(005) USING COD-RED-DESCONTO-C.
           05 LINE 18 COLUMN 03 VALUE "Historico padrao........:".
           05 LINE 18 COLUMN 30 PIC 9(004) USING HISTORICO-C.

       01  TELA-INSTRUCAO.
           05 LINE 04 COLUMN 03 VALUE "Titulo a receber........:".
           05 LINE 04 COLUMN 30 PIC 9(006) USING TITULO-C.
           05 LINE 05 COLUMN 03 VALUE "Instrucao (B/A/P/S).....:".
           05 LINE 05 COLUMN 30 PIC X(001) USING INSTRUCAO-C.
           05 LINE 06 COLUMN 03 VALUE "Valor do abatimento.....:".
           05 LINE 06 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING ABATIMENTO-C.
           05 LINE 08 COLUMN 03
              VALUE "B=baixa A=abatimento P=protesto S=sustar".

       01  TELA-REMESSA.
           05 LINE 05 COLUMN 03 VALUE "Vencimento de (AAAAMMDD):".
           05 LINE 05 COLUMN 30 PIC 9(008) USING VENCIMENTO-DE.
           05 LINE 06 COLUMN 03 VALUE "Vencimento ate..........:".
           05 LINE 06 COLUMN 30 PIC 9(008) USING VENCIMENTO-ATE.
           05 LINE 07 COLUMN 03 VALUE "Arquivo de remessa......:".
           05 LINE 07 COLUMN 30 PIC X(050) USING LB-REMESSA.

       01  TELA-APROVACAO.
           05 LINE 21 COLUMN 03 VALUE "Entradas:".
           05 LINE 21 COLUMN 13 PIC ZZ.ZZ9 FROM QT-ENTRADAS.
           05 LINE 21 COLUMN 21 VALUE "Instrucoes:".
           05 LINE 21 COLUMN 33 PIC ZZ.ZZ9 FROM QT-INSTRUCOES.
           05 LINE 22 COLUMN 03 VALUE "Gera a remessa (S/N)?".
           05 LINE 22 COLUMN 25 PIC X USING APROVA.

       01  TELA-RETORNO.
           05 LINE 05 COLUMN 03 VALUE "Arquivo de retorno......:".
           05 LINE 05 COLUMN 30 PIC X(050) USING LB-RETORNO.
           05 LINE 06 COLUMN 03 VALUE "BAC (serie/numero)......:".
           05 LINE 06 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 06 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 07 COLUMN 03 VALUE "Dia de referencia.......:".
           05 LINE 07 COLUMN 30 PIC 9(002) USING DIA-REF.

       PROCEDURE DIVISION.

       000-INICIO.

           MOVE "E" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           IF   CB109PCW-AUTORIZADO = "N"
                GOBACK
           END-IF

           PERFORM 800-INICIAIS THRU 800-99-FIM

           PERFORM UNTIL ESC
                   MOVE 0 TO OPCAO
                   DISPLAY TELA-OPCAO
                   ACCEPT  TELA-OPCAO
                   ACCEPT  TECLA FROM ESCAPE KEY
                   EVALUATE TRUE
                       WHEN ESC OR OPCAO = 0
                            SET ESC TO TRUE
                       WHEN OPCAO = 1
                            PERFORM 100-CARTEIRA  THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-INSTRUCAO THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-REMESSA   THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-RETORNO   THRU 400-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-CARTEIRA.

           MOVE 0 TO COD-RED-BANCO
           DISPLAY TELA-CONTA-BANCO
           ACCEPT  TELA-CONTA-BANCO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COD-RED-BANCO = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE 0      TO BANCO-C AGENCIA-C CONTA-C CARTEIRA-C
                          CONVENIO-C NOSSO-NUMERO-C JUROS-MES-C
                          DIAS-PROTESTO-C COD-RED-JUROS-C
                          COD-RED-TARIFA-C COD-RED-DESCONTO-C
                          HISTORICO-C
           MOVE SPACES TO CEDENTE-C
           MOVE "2"    TO LAYOUT-C
           MOVE COD-RED-BANCO TO CBCOBP-COD-RED
           READ CBCOBP
           IF   FS-CBCOBP < "10"
                MOVE CBCOBP-BANCO               TO BANCO-C
                MOVE CBCOBP-AGENCIA             TO AGENCIA-C
                MOVE CBCOBP-CONTA               TO CONTA-C
                MOVE CBCOBP-CARTEIRA            TO CARTEIRA-C
                MOVE CBCOBP-CONVENIO            TO CONVENIO-C
                MOVE CBCOBP-CEDENTE             TO CEDENTE-C
                MOVE CBCOBP-LAYOUT              TO LAYOUT-C
                MOVE CBCOBP-ULTIMO-NOSSO-NUMERO TO NOSSO-NUMERO-C
                MOVE CBCOBP-JUROS-MES           TO JUROS-MES-C
                MOVE CBCOBP-DIAS-PROTESTO       TO DIAS-PROTESTO-C
                MOVE CBCOBP-COD-RED-JUROS       TO COD-RED-JUROS-C
                MOVE CBCOBP-COD-RED-TARIFA      TO COD-RED-TARIFA-C
                MOVE CBCOBP-COD-RED-DESCONTO    TO COD-RED-DESCONTO-C
                MOVE CBCOBP-HISTORICO           TO HISTORICO-C
           ELSE
                MOVE 0 TO CBCOBP-ULTIMA-REMESSA
           END-IF

           DISPLAY TELA-CARTEIRA
           ACCEPT  TELA-CARTEIRA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           IF   BANCO-C = 0 OR AGENCIA-C = 0 OR CONTA-C = 0
           OR  (LAYOUT-C NOT = "2" AND LAYOUT-C NOT = "4")
           OR   COD-RED-JUROS-C = 0 OR COD-RED-TARIFA-C = 0
           OR   COD-RED-DESCONTO-C = 0
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE COD-RED-BANCO      TO CBCOBP-COD-RED
           MOVE BANCO-C            TO CBCOBP-BANCO
           MOVE AGENCIA-C          TO CBCOBP-AGENCIA
           MOVE CONTA-C            TO CBCOBP-CONTA
           MOVE CARTEIRA-C         TO CBCOBP-CARTEIRA
           MOVE CONVENIO-C         TO CBCOBP-CONVENIO
           MOVE CEDENTE-C          TO CBCOBP-CEDENTE
           MOVE LAYOUT-C           TO CBCOBP-LAYOUT
           MOVE NOSSO-NUMERO-C     TO CBCOBP-ULTIMO-NOSSO-NUMERO
           MOVE JUROS-MES-C        TO CBCOBP-JUROS-MES
           MOVE DIAS-PROTESTO-C    TO CBCOBP-DIAS-PROTESTO
           MOVE COD-RED-JUROS-C    TO CBCOBP-COD-RED-JUROS
           MOVE COD-RED-TARIFA-C   TO CBCOBP-COD-RED-TARIFA
           MOVE COD-RED-DESCONTO-C TO CBCOBP-COD-RED-DESCONTO
           MOVE HISTORICO-C        TO CBCOBP-HISTORICO
           WRITE CBCOBP-REG
           IF   FS-CBCOBP = "22"
                REWRITE CBCOBP-REG
           END-IF
           IF   FS-CBCOBP > "09"
                DISPLAY "Erro de gravacao em CBCOBP"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Carteira gravada" LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       200-INSTRUCAO.

           MOVE 0     TO TITULO-C ABATIMENTO-C
           MOVE SPACE TO INSTRUCAO-C
           DISPLAY TELA-INSTRUCAO
           ACCEPT  TELA-INSTRUCAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR TITULO-C = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE TITULO-C TO CBCOBR-TITULO
           READ CBCOBR WITH LOCK
           IF   FS-CBCOBR > "09"
                MOVE "00" TO FS-CBCOBR
                DISPLAY "Titulo nao registrado em cobranca"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           IF   NOT CBCOBR-ENVIADO AND NOT CBCOBR-CONFIRMADO
                UNLOCK CBCOBR
                DISPLAY "Titulo liquidado, baixado ou rejeitado"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           EVALUATE INSTRUCAO-C
               WHEN "B" WHEN "b"
                    MOVE "02" TO CBCOBR-INSTRUCAO
               WHEN "A" WHEN "a"
                    IF   ABATIMENTO-C = 0
                         UNLOCK CBCOBR
                         DISPLAY "Informe o valor do abatimento"
                                 LINE 23 COLUMN 03
                         GO TO 200-99-FIM
                    END-IF
                    MOVE "04"         TO CBCOBR-INSTRUCAO
                    MOVE ABATIMENTO-C TO CBCOBR-VALOR-ABATIMENTO
               WHEN "P" WHEN "p"
                    MOVE "09" TO CBCOBR-INSTRUCAO
               WHEN "S" WHEN "s"
                    MOVE "11" TO CBCOBR-INSTRUCAO
               WHEN OTHER
                    UNLOCK CBCOBR
                    DISPLAY "Instrucao invalida" LINE 23 COLUMN 03
                    GO TO 200-99-FIM
           END-EVALUATE

           REWRITE CBCOBR-REG
           IF   FS-CBCOBR > "09"
                DISPLAY "Erro de gravacao em CBCOBR"
                        LINE 23 COLUMN 03
           ELSE
                DISPLAY "Instrucao registrada para a proxima remessa"
                        LINE 23 COLUMN 03
           END-IF
           UNLOCK CBCOBR.

       200-99-FIM. EXIT.

       300-REMESSA.

           MOVE 0 TO COD-RED-BANCO
           DISPLAY TELA-CONTA-BANCO
           ACCEPT  TELA-CONTA-BANCO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COD-RED-BANCO = 0
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           MOVE COD-RED-BANCO TO CBCOBP-COD-RED
           READ CBCOBP
           IF   FS-CBCOBP > "09"
                MOVE "00" TO FS-CBCOBP
                DISPLAY "Carteira de cobranca nao cadastrada"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE 0      TO VENCIMENTO-DE VENCIMENTO-ATE
           MOVE SPACES TO LB-REMESSA
           DISPLAY TELA-REMESSA
           ACCEPT  TELA-REMESSA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR VENCIMENTO-ATE = 0 OR LB-REMESSA = SPACES
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

      *    Primeira passada: conta entradas e instrucoes

           MOVE 0 TO QT-ENTRADAS QT-INSTRUCOES
           MOVE LOW-VALUES TO CBTITU-CHAVE
           START CBTITU KEY NOT LESS CBTITU-CHAVE
           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD IGNORE LOCK
                   IF   FS-CBTITU < "10"
                        PERFORM 305-CANDIDATO THRU 305-99-FIM
                        IF   APROVA = "S"
                             ADD 1 TO QT-ENTRADAS
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTITU

           MOVE LOW-VALUES TO CBCOBR-CHAVE
           START CBCOBR KEY NOT LESS CBCOBR-CHAVE
           PERFORM UNTIL FS-CBCOBR > "09"
                   READ CBCOBR NEXT RECORD IGNORE LOCK
                   IF   FS-CBCOBR < "10"
                   AND  CBCOBR-COD-RED-BANCO = COD-RED-BANCO
                   AND  NOT CBCOBR-SEM-INSTRUCAO
                   AND (CBCOBR-ENVIADO OR CBCOBR-CONFIRMADO)
                        ADD 1 TO QT-INSTRUCOES
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCOBR

           IF   QT-ENTRADAS = 0 AND QT-INSTRUCOES = 0
                DISPLAY "Nada a remeter" LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE SPACE TO APROVA
           DISPLAY TELA-APROVACAO
           ACCEPT  TELA-APROVACAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR (APROVA NOT = "S" AND APROVA NOT = "s")
                SET ENTER-KEY TO TRUE
                DISPLAY "Remessa nao gerada" LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           OPEN OUTPUT REMESSA
           IF   FS-REMESSA > "09"
                DISPLAY "Erro ao criar arquivo de remessa"
                        LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           ADD  1 TO CBCOBP-ULTIMA-REMESSA
           MOVE 0 TO SEQ-REGISTRO
           IF   CBCOBP-CNAB-240
                PERFORM 350-HEADER-240 THRU 350-99-FIM
           ELSE
                PERFORM 360-HEADER-400 THRU 360-99-FIM
           END-IF

      *    Segunda passada: entradas com nosso numero novo

           MOVE LOW-VALUES TO CBTITU-CHAVE
           START CBTITU KEY NOT LESS CBTITU-CHAVE
           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD IGNORE LOCK
                   IF   FS-CBTITU < "10"
                        PERFORM 305-CANDIDATO THRU 305-99-FIM
                        IF   APROVA = "S"
                             PERFORM 310-ENTRADA THRU 310-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTITU

      *    Terceira passada: instrucoes pendentes da carteira

           MOVE LOW-VALUES TO CBCOBR-CHAVE
           START CBCOBR KEY NOT LESS CBCOBR-CHAVE
           PERFORM UNTIL FS-CBCOBR > "09"
                   READ CBCOBR NEXT RECORD WITH LOCK
                   IF   FS-CBCOBR < "10"
                   AND  CBCOBR-COD-RED-BANCO = COD-RED-BANCO
                   AND  NOT CBCOBR-SEM-INSTRUCAO
                   AND (CBCOBR-ENVIADO OR CBCOBR-CONFIRMADO)
                        PERFORM 320-INSTRUCAO THRU 320-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCOBR

           IF   CBCOBP-CNAB-240
                PERFORM 355-TRAILER-240 THRU 355-99-FIM
           ELSE
                PERFORM 365-TRAILER-400 THRU 365-99-FIM
           END-IF
           CLOSE REMESSA
           REWRITE CBCOBP-REG

           DISPLAY "Remessa gravada. Entradas: " LINE 23 COLUMN 03
                   QT-ENTRADAS " Instrucoes: " QT-INSTRUCOES.

       300-99-FIM. EXIT.

       305-CANDIDATO.

      *    Entra na remessa o titulo a receber em aberto na faixa de
      *    vencimento ainda sem registro, ou rejeitado pelo banco

           MOVE "N" TO APROVA
           IF   NOT CBTITU-A-RECEBER
           OR   NOT CBTITU-ABERTO
           OR   CBTITU-VENCIMENTO < VENCIMENTO-DE
           OR   CBTITU-VENCIMENTO > VENCIMENTO-ATE
                GO TO 305-99-FIM
           END-IF
           MOVE CBTITU-NUMERO TO CBCOBR-TITULO
           READ CBCOBR IGNORE LOCK
           IF   FS-CBCOBR > "09"
                MOVE "00" TO FS-CBCOBR
                MOVE "S"  TO APROVA
           ELSE
                IF   CBCOBR-REJEITADO
                AND  CBCOBR-COD-RED-BANCO = COD-RED-BANCO
                     MOVE "S" TO APROVA
                END-IF
           END-IF.

       305-99-FIM. EXIT.

       310-ENTRADA.

           MOVE CBTITU-NUMERO TO CBCOBR-TITULO
           READ CBCOBR WITH LOCK
           IF   FS-CBCOBR > "09"
                INITIALIZE CBCOBR-REG
                MOVE CBTITU-NUMERO TO CBCOBR-TITULO
                MOVE COD-RED-BANCO TO CBCOBR-COD-RED-BANCO
                ADD  1 TO CBCOBP-ULTIMO-NOSSO-NUMERO
                MOVE CBCOBP-ULTIMO-NOSSO-NUMERO TO CBCOBR-NOSSO-NUMERO
                MOVE "E"           TO CBCOBR-SITUACAO
                MOVE SPACES        TO CBCOBR-INSTRUCAO
                                      CBCOBR-ULT-OCORRENCIA
                                      CBCOBR-MOTIVO
                MOVE HOJE          TO CBCOBR-DATA-REMESSA
                MOVE CBCOBP-ULTIMA-REMESSA TO CBCOBR-NUMERO-REMESSA
                WRITE CBCOBR-REG
           ELSE
                MOVE "E"           TO CBCOBR-SITUACAO
                MOVE SPACES        TO CBCOBR-INSTRUCAO
                MOVE HOJE          TO CBCOBR-DATA-REMESSA
                MOVE CBCOBP-ULTIMA-REMESSA TO CBCOBR-NUMERO-REMESSA
                REWRITE CBCOBR-REG
           END-IF
           IF   FS-CBCOBR > "09"
                MOVE "00" TO FS-CBCOBR
                DISPLAY "Erro de gravacao em CBCOBR - titulo "
                        CBTITU-NUMERO LINE 23 COLUMN 03
                GO TO 310-99-FIM
           END-IF
           UNLOCK CBCOBR

           MOVE 1 TO MOVIMENTO
           PERFORM 330-DETALHE THRU 330-99-FIM.

       310-99-FIM. EXIT.

       320-INSTRUCAO.

           MOVE CBCOBR-TITULO TO CBTITU-NUMERO
           READ CBTITU IGNORE LOCK
           IF   FS-CBTITU > "09"
                MOVE "00" TO FS-CBTITU
                UNLOCK CBCOBR
                GO TO 320-99-FIM
           END-IF

           MOVE CBCOBR-INSTRUCAO TO MOVIMENTO
           PERFORM 330-DETALHE THRU 330-99-FIM
           MOVE SPACES TO CBCOBR-INSTRUCAO
           MOVE CBCOBP-ULTIMA-REMESSA TO CBCOBR-NUMERO-REMESSA
           REWRITE CBCOBR-REG
           UNLOCK CBCOBR.

       320-99-FIM. EXIT.

       330-DETALHE.

           PERFORM 335-SACADO THRU 335-99-FIM
           COMPUTE JUROS-DIA ROUNDED =
                   CBTITU-VALOR * CBCOBP-JUROS-MES / 100 / 30
           IF   CBCOBP-CNAB-240
                PERFORM 340-SEGMENTOS-240 THRU 340-99-FIM
           ELSE
                PERFORM 345-DETALHE-400   THRU 345-99-FIM
           END-IF.

       330-99-FIM. EXIT.

       335-SACADO.

           MOVE CBTITU-PESSOA TO NOME-SACADO
           MOVE 0             TO TIPO-INSCRICAO INSCRICAO-SACADO
           IF   FS-CBPESS > "09"
           OR   CBTITU-PESSOA-CODIGO NOT NUMERIC
           OR   CBTITU-PESSOA-CODIGO = 0
                GO TO 335-99-FIM
           END-IF
           MOVE CBTITU-PESSOA-CODIGO TO CBPESS-CODIGO
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS > "09"
                MOVE "00" TO FS-CBPESS
                GO TO 335-99-FIM
           END-IF
           MOVE CBPESS-RAZAO-SOCIAL TO NOME-SACADO
           MOVE CBPESS-CNPJ-CPF     TO INSCRICAO-SACADO
           IF   CBPESS-PESSOA-JURIDICA
                MOVE 2 TO TIPO-INSCRICAO
           ELSE
                MOVE 1 TO TIPO-INSCRICAO
           END-IF.

       335-99-FIM. EXIT.

       340-SEGMENTOS-240.

           MOVE CBTITU-VENCIMENTO TO DATA-AAAAMMDD
           MOVE DT-DD   TO DL-DD
           MOVE DT-MM   TO DL-MM
           MOVE DT-AAAA TO DL-AAAA

           INITIALIZE SEGMENTO-P
           MOVE CBCOBP-BANCO          TO SEG-P-BANCO
           MOVE 1                     TO SEG-P-LOTE
           MOVE 3                     TO SEG-P-TIPO-REG
           ADD  1                     TO SEQ-REGISTRO
           MOVE SEQ-REGISTRO          TO SEG-P-SEQUENCIA
           MOVE "P"                   TO SEG-P-SEGMENTO
           MOVE MOVIMENTO             TO SEG-P-MOVIMENTO
           MOVE CBCOBP-AGENCIA        TO SEG-P-AGENCIA
           MOVE CBCOBP-CONTA          TO SEG-P-CONTA
           MOVE CBCOBR-NOSSO-NUMERO   TO SEG-P-NOSSO-NUMERO
           MOVE CBCOBP-CARTEIRA       TO SEG-P-CARTEIRA
           MOVE "1"                   TO SEG-P-CADASTRAMENTO
                                         SEG-P-TIPO-DOCTO
           MOVE "2"                   TO SEG-P-EMISSAO-BOLETO
                                         SEG-P-DISTRIBUICAO
           MOVE CBTITU-NUMERO         TO SEG-P-SEU-NUMERO
           MOVE DATA-DDMMAAAA         TO SEG-P-VENCIMENTO
           MOVE CBTITU-VALOR          TO SEG-P-VALOR
           MOVE 2                     TO SEG-P-ESPECIE
           MOVE "N"                   TO SEG-P-ACEITE
           MOVE CBTITU-EMISSAO        TO DATA-AAAAMMDD
           MOVE DT-DD   TO DL-DD
           MOVE DT-MM   TO DL-MM
           MOVE DT-AAAA TO DL-AAAA
           MOVE DATA-DDMMAAAA         TO SEG-P-EMISSAO
           IF   JUROS-DIA = 0
                MOVE "3"              TO SEG-P-COD-JUROS
           ELSE
                MOVE "1"              TO SEG-P-COD-JUROS
                MOVE JUROS-DIA        TO SEG-P-JUROS
           END-IF
           MOVE "0"                   TO SEG-P-COD-DESCONTO
           IF   MOVIMENTO = 4
                MOVE CBCOBR-VALOR-ABATIMENTO TO SEG-P-ABATIMENTO
           END-IF
           MOVE CBTITU-NUMERO         TO SEG-P-USO-EMPRESA
           IF   CBCOBP-DIAS-PROTESTO = 0
                MOVE 3                    TO SEG-P-COD-PROTESTO
           ELSE
                MOVE 1                    TO SEG-P-COD-PROTESTO
                MOVE CBCOBP-DIAS-PROTESTO TO SEG-P-PRAZO-PROTESTO
           END-IF
           MOVE 2                     TO SEG-P-COD-BAIXA
           MOVE 9                     TO SEG-P-MOEDA
           MOVE SEGMENTO-P            TO REMESSA-REG
           WRITE REMESSA-REG

           INITIALIZE SEGMENTO-Q
           MOVE CBCOBP-BANCO          TO SEG-Q-BANCO
           MOVE 1                     TO SEG-Q-LOTE
           MOVE 3                     TO SEG-Q-TIPO-REG
           ADD  1                     TO SEQ-REGISTRO
           MOVE SEQ-REGISTRO          TO SEG-Q-SEQUENCIA
           MOVE "Q"                   TO SEG-Q-SEGMENTO
           MOVE MOVIMENTO             TO SEG-Q-MOVIMENTO
           MOVE TIPO-INSCRICAO        TO SEG-Q-TIPO-INSCRICAO
           MOVE INSCRICAO-SACADO      TO SEG-Q-INSCRICAO
           MOVE NOME-SACADO           TO SEG-Q-NOME
           MOVE SEGMENTO-Q            TO REMESSA-REG
           WRITE REMESSA-REG.

       340-99-FIM. EXIT.

       345-DETALHE-400.

           INITIALIZE DETALHE-400
           MOVE 1                     TO D400-TIPO-REG
           MOVE 0                     TO D400-ZERO
           MOVE CBCOBP-CARTEIRA       TO D400-CARTEIRA
           MOVE CBCOBP-AGENCIA        TO D400-AGENCIA
           MOVE CBCOBP-CONTA          TO D400-CONTA
           MOVE CBTITU-NUMERO         TO D400-SEU-NUMERO
           MOVE "0"                   TO D400-MULTA
           MOVE CBCOBR-NOSSO-NUMERO   TO D400-NOSSO-NUMERO
           MOVE "2"                   TO D400-EMISSAO-BOLETO
           MOVE "N"                   TO D400-DEBITO-AUTOMATICO
           MOVE "2"                   TO D400-AVISO

      *    Sustacao do protesto tem codigo proprio no CNAB 400

           IF   MOVIMENTO = 11
                MOVE 18               TO D400-OCORRENCIA
           ELSE
                MOVE MOVIMENTO        TO D400-OCORRENCIA
           END-IF
           MOVE CBTITU-NUMERO         TO D400-DOCUMENTO
           MOVE CBTITU-VENCIMENTO     TO DATA-AAAAMMDD
           MOVE DT-DD TO DC-DD
           MOVE DT-MM TO DC-MM
           MOVE DT-AA TO DC-AA
           MOVE DATA-DDMMAA           TO D400-VENCIMENTO
           MOVE CBTITU-VALOR          TO D400-VALOR
           MOVE 1                     TO D400-ESPECIE
           MOVE "N"                   TO D400-ACEITE
           MOVE CBTITU-EMISSAO        TO DATA-AAAAMMDD
           MOVE DT-DD TO DC-DD
           MOVE DT-MM TO DC-MM
           MOVE DT-AA TO DC-AA
           MOVE DATA-DDMMAA           TO D400-EMISSAO
           IF   CBCOBP-DIAS-PROTESTO NOT = 0
                MOVE 6                    TO D400-INSTRUCAO-1
                MOVE CBCOBP-DIAS-PROTESTO TO D400-INSTRUCAO-2
           END-IF
           MOVE JUROS-DIA             TO D400-JUROS-DIA
           IF   MOVIMENTO = 4
                MOVE CBCOBR-VALOR-ABATIMENTO TO D400-ABATIMENTO
           END-IF
           MOVE TIPO-INSCRICAO        TO D400-TIPO-INSCRICAO
           MOVE INSCRICAO-SACADO      TO D400-INSCRICAO
           MOVE NOME-SACADO           TO D400-NOME
           MOVE SPACES                TO D400-ENDERECO D400-MENSAGEM
                                         D400-SACADOR
           ADD  1                     TO SEQ-REGISTRO
           MOVE SEQ-REGISTRO          TO D400-SEQUENCIA
           MOVE DETALHE-400           TO REMESSA-REG
           WRITE REMESSA-REG.

       345-99-FIM. EXIT.

       350-HEADER-240.

           MOVE HOJE TO DATA-AAAAMMDD
           MOVE DT-DD   TO DL-DD
           MOVE DT-MM   TO DL-MM
           MOVE DT-AAAA TO DL-AAAA
           MOVE CBCOBP-BANCO          TO BANCO-C
           MOVE CBCOBP-CONVENIO       TO CONVENIO-C
           MOVE CBCOBP-AGENCIA        TO AGENCIA-C
           MOVE CBCOBP-CONTA          TO CONTA-C
           MOVE SPACES                TO REMESSA-REG
           MOVE BANCO-C               TO REMESSA-REG (1: 3)
           MOVE "0000"                TO REMESSA-REG (4: 4)
           MOVE "0"                   TO REMESSA-REG (8: 1)
           MOVE CONVENIO-C            TO REMESSA-REG (33: 9)
           MOVE AGENCIA-C             TO REMESSA-REG (53: 5)
           MOVE CONTA-C               TO REMESSA-REG (59: 12)
           MOVE CBCOBP-CEDENTE        TO REMESSA-REG (73: 30)
           MOVE "1"                   TO REMESSA-REG (143: 1)
           MOVE DATA-DDMMAAAA         TO REMESSA-REG (144: 8)
           MOVE CBCOBP-ULTIMA-REMESSA TO SEQ-REGISTRO
           MOVE SEQ-REGISTRO          TO REMESSA-REG (158: 6)
           WRITE REMESSA-REG

           MOVE SPACES                TO REMESSA-REG
           MOVE BANCO-C               TO REMESSA-REG (1: 3)
           MOVE "0001"                TO REMESSA-REG (4: 4)
           MOVE "1"                   TO REMESSA-REG (8: 1)
           MOVE "R"                   TO REMESSA-REG (9: 1)
           MOVE "01"                  TO REMESSA-REG (10: 2)
           MOVE CONVENIO-C            TO REMESSA-REG (34: 9)
           MOVE AGENCIA-C             TO REMESSA-REG (54: 5)
           MOVE CONTA-C               TO REMESSA-REG (60: 12)
           MOVE CBCOBP-CEDENTE        TO REMESSA-REG (74: 30)
           WRITE REMESSA-REG
           MOVE 0 TO SEQ-REGISTRO.

       350-99-FIM. EXIT.

       355-TRAILER-240.

           COMPUTE QT-REGISTROS = SEQ-REGISTRO + 2
           MOVE SPACES                TO REMESSA-REG
           MOVE BANCO-C               TO REMESSA-REG (1: 3)
           MOVE "0001"                TO REMESSA-REG (4: 4)
           MOVE "5"                   TO REMESSA-REG (8: 1)
           MOVE QT-REGISTROS          TO REMESSA-REG (18: 6)
           WRITE REMESSA-REG

           COMPUTE QT-REGISTROS = SEQ-REGISTRO + 4
           MOVE SPACES                TO REMESSA-REG
           MOVE BANCO-C               TO REMESSA-REG (1: 3)
           MOVE "9999"                TO REMESSA-REG (4: 4)
           MOVE "9"                   TO REMESSA-REG (8: 1)
           MOVE "000001"              TO REMESSA-REG (18: 6)
           MOVE QT-REGISTROS          TO REMESSA-REG (24: 6)
           WRITE REMESSA-REG.

       355-99-FIM. EXIT.

       360-HEADER-400.

           MOVE HOJE TO DATA-AAAAMMDD
           MOVE DT-DD TO DC-DD
           MOVE DT-MM TO DC-MM
           MOVE DT-AA TO DC-AA
           MOVE CBCOBP-BANCO          TO BANCO-C
           MOVE CBCOBP-CONVENIO       TO CONVENIO-C
           MOVE SPACES                TO REMESSA-REG
           MOVE "01REMESSA01COBRANCA" TO REMESSA-REG (1: 19)
           MOVE CONVENIO-C            TO REMESSA-REG (27: 9)
           MOVE CBCOBP-CEDENTE        TO REMESSA-REG (47: 30)
           MOVE BANCO-C               TO REMESSA-REG (77: 3)
           MOVE DATA-DDMMAA           TO REMESSA-REG (95: 6)
           MOVE CBCOBP-ULTIMA-REMESSA TO SEQ-REGISTRO
           MOVE SEQ-REGISTRO          TO REMESSA-REG (111: 6)
           MOVE 1                     TO SEQ-REGISTRO
           MOVE SEQ-REGISTRO          TO REMESSA-REG (395: 6)
           WRITE REMESSA-REG.

       360-99-FIM. EXIT.

       365-TRAILER-400.

           ADD  1                     TO SEQ-REGISTRO
           MOVE SPACES                TO REMESSA-REG
           MOVE "9"                   TO REMESSA-REG (1: 1)
           MOVE SEQ-REGISTRO          TO REMESSA-REG (395: 6)
           WRITE REMESSA-REG.

       365-99-FIM. EXIT.

       400-RETORNO.

           MOVE 0 TO COD-RED-BANCO
           DISPLAY TELA-CONTA-BANCO
           ACCEPT  TELA-CONTA-BANCO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COD-RED-BANCO = 0
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           MOVE COD-RED-BANCO TO CBCOBP-COD-RED
           READ CBCOBP IGNORE LOCK
           IF   FS-CBCOBP > "09"
                MOVE "00" TO FS-CBCOBP
                DISPLAY "Carteira de cobranca nao cadastrada"
                        LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           MOVE SPACES TO LB-RETORNO
           MOVE 0      TO SERIE-BAC NUMERO-BAC DIA-REF
           DISPLAY TELA-RETORNO
           ACCEPT  TELA-RETORNO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR LB-RETORNO = SPACES
           OR   SERIE-BAC = 0 OR DIA-REF = 0
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           OPEN INPUT RETORNO
           IF   FS-RETORNO > "09"
                DISPLAY "Arquivo de retorno nao encontrado"
                        LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           MOVE "RETORNO DE COBRANCA" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "CONTA " COD-RED-BANCO " " LB-RETORNO
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB213PA" TO CWIMPR-REPORT

           MOVE 0   TO QT-LIQUIDADOS QT-REJEITADOS QT-OCORRENCIAS
           MOVE "N" TO SEGMENTO-T-LIDO
           PERFORM UNTIL FS-RETORNO > "09"
                   READ RETORNO
                   IF   FS-RETORNO < "10"
                        PERFORM 405-REGISTRO THRU 405-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-RETORNO
           CLOSE RETORNO

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           STRING "OCORRENCIAS: " QT-OCORRENCIAS
                  "  LIQUIDADOS: " QT-LIQUIDADOS
                  "  REJEITADOS: " QT-REJEITADOS
                  DELIMITED BY SIZE INTO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           DISPLAY "Retorno processado. Liquidados: "
                   LINE 23 COLUMN 03
                   QT-LIQUIDADOS " Rejeitados: " QT-REJEITADOS.

       400-99-FIM. EXIT.

       405-REGISTRO.

      *    No 240 o segmento T traz a ocorrencia e o U os valores;
      *    o par e tratado quando o U chega

           IF   CBCOBP-CNAB-240
                MOVE RETORNO-REG TO SEGMENTO-T
                IF   SEG-T-TIPO-REG NOT = 3
                     GO TO 405-99-FIM
                END-IF
                IF   SEG-T-SEGMENTO = "T"
                     MOVE "S" TO SEGMENTO-T-LIDO
                     MOVE SEG-T-SEU-NUMERO   TO RET-TITULO
                     MOVE SEG-T-NOSSO-NUMERO TO RET-NOSSO-NUMERO
                     MOVE SEG-T-OCORRENCIA   TO RET-OCORRENCIA
                     MOVE SEG-T-MOTIVO       TO RET-MOTIVO
                     MOVE SEG-T-TARIFA       TO RET-TARIFA
                     GO TO 405-99-FIM
                END-IF
                MOVE RETORNO-REG TO SEGMENTO-U
                IF   SEG-U-SEGMENTO NOT = "U"
                OR   SEGMENTO-T-LIDO NOT = "S"
                     GO TO 405-99-FIM
                END-IF
                MOVE "N" TO SEGMENTO-T-LIDO
                MOVE SEG-U-JUROS        TO RET-JUROS
                MOVE SEG-U-DESCONTO     TO RET-DESCONTO
                MOVE SEG-U-ABATIMENTO   TO RET-ABATIMENTO
                MOVE SEG-U-VALOR-PAGO   TO RET-VALOR-PAGO
                MOVE SEG-U-DATA-OCORRENCIA TO DATA-DDMMAAAA
                MOVE DL-DD   TO DT-DD
                MOVE DL-MM   TO DT-MM
                MOVE DL-AAAA TO DT-AAAA
                MOVE DATA-AAAAMMDD      TO RET-DATA-OCORRENCIA
                MOVE SEG-U-DATA-CREDITO TO DATA-DDMMAAAA
                MOVE DL-DD   TO DT-DD
                MOVE DL-MM   TO DT-MM
                MOVE DL-AAAA TO DT-AAAA
                MOVE DATA-AAAAMMDD      TO RET-DATA-CREDITO
           ELSE
                MOVE RETORNO-REG TO RETORNO-400
                IF   R400-TIPO-REG NOT = "1"
                     GO TO 405-99-FIM
                END-IF
                MOVE R400-SEU-NUMERO    TO RET-TITULO
                MOVE R400-NOSSO-NUMERO  TO RET-NOSSO-NUMERO
                MOVE R400-OCORRENCIA    TO RET-OCORRENCIA
                MOVE R400-MOTIVO        TO RET-MOTIVO
                MOVE R400-TARIFA        TO RET-TARIFA
                MOVE R400-JUROS         TO RET-JUROS
                MOVE R400-DESCONTO      TO RET-DESCONTO
                MOVE R400-ABATIMENTO    TO RET-ABATIMENTO
                MOVE R400-VALOR-PAGO    TO RET-VALOR-PAGO
                MOVE 20 TO DT-SECULO
                MOVE R400-DATA-OCORRENCIA TO DATA-DDMMAA
                MOVE DC-DD TO DT-DD
                MOVE DC-MM TO DT-MM
                MOVE DC-AA TO DT-AA
                MOVE DATA-AAAAMMDD      TO RET-DATA-OCORRENCIA
                MOVE R400-DATA-CREDITO  TO DATA-DDMMAA
                MOVE DC-DD TO DT-DD
                MOVE DC-MM TO DT-MM
                MOVE DC-AA TO DT-AA
                MOVE DATA-AAAAMMDD      TO RET-DATA-CREDITO
           END-IF

           ADD 1 TO QT-OCORRENCIAS
           PERFORM 410-OCORRENCIA THRU 410-99-FIM.

       405-99-FIM. EXIT.

       410-OCORRENCIA.

           MOVE SPACES TO RESULTADO
           MOVE "N"    TO OCORRENCIA-PENDENTE
           MOVE RET-TITULO TO CBCOBR-TITULO
           READ CBCOBR WITH LOCK
           IF   FS-CBCOBR > "09"
                MOVE "00" TO FS-CBCOBR
                MOVE "TITULO NAO REGISTRADO" TO RESULTADO
                ADD  1 TO QT-REJEITADOS
                GO TO 410-IMPRIME
           END-IF
           IF   CBCOBR-COD-RED-BANCO NOT = COD-RED-BANCO
           OR  (RET-NOSSO-NUMERO NOT = 0
           AND  RET-NOSSO-NUMERO NOT = CBCOBR-NOSSO-NUMERO)
                UNLOCK CBCOBR
                MOVE "CARTEIRA OU NOSSO NUMERO DIVERGE" TO RESULTADO
                ADD  1 TO QT-REJEITADOS
                GO TO 410-IMPRIME
           END-IF
           MOVE RET-TITULO TO CBTITU-NUMERO
           READ CBTITU WITH LOCK
           IF   FS-CBTITU > "09"
                MOVE "00" TO FS-CBTITU
                UNLOCK CBCOBR
                MOVE "TITULO INEXISTENTE NO CBTITU" TO RESULTADO
                ADD  1 TO QT-REJEITADOS
                GO TO 410-IMPRIME
           END-IF

      *    Ocorrencia ja registrada (retorno lido de novo) nao lanca
      *    a tarifa outra vez. So e registrada depois de contabilizada:
      *    liquidacao ou tarifa rejeitada fica pendente e o mesmo
      *    retorno, lido de novo, refaz os lancamentos

           IF   RET-OCORRENCIA      = CBCOBR-ULT-OCORRENCIA
           AND  RET-DATA-OCORRENCIA = CBCOBR-DATA-OCORRENCIA
                MOVE 0 TO RET-TARIFA
           END-IF

           EVALUATE RET-OCORRENCIA
               WHEN "02"
                    MOVE "C" TO CBCOBR-SITUACAO
                    MOVE "ENTRADA CONFIRMADA" TO RESULTADO
               WHEN "03"
                    MOVE "J" TO CBCOBR-SITUACAO
                    STRING "ENTRADA REJEITADA " RET-MOTIVO
                           DELIMITED BY SIZE INTO RESULTADO
                    ADD  1 TO QT-REJEITADOS
               WHEN "26"
               WHEN "30"
                    STRING "INSTRUCAO REJEITADA " RET-MOTIVO
                           DELIMITED BY SIZE INTO RESULTADO
                    ADD  1 TO QT-REJEITADOS
               WHEN "06"
               WHEN "15"
               WHEN "17"
                    PERFORM 420-LIQUIDA THRU 420-99-FIM
               WHEN "09"
               WHEN "10"
                    MOVE "B" TO CBCOBR-SITUACAO
                    MOVE "BAIXADO NO BANCO" TO RESULTADO
               WHEN "28"
                    MOVE "DEBITO DE TARIFA" TO RESULTADO
               WHEN OTHER
                    STRING "OCORRENCIA " RET-OCORRENCIA
                           DELIMITED BY SIZE INTO RESULTADO
           END-EVALUATE

           IF   RET-TARIFA NOT = 0
                PERFORM 430-TARIFA THRU 430-99-FIM
           END-IF

           IF   OCORRENCIA-PENDENTE = "N"
                MOVE RET-OCORRENCIA      TO CBCOBR-ULT-OCORRENCIA
                MOVE RET-DATA-OCORRENCIA TO CBCOBR-DATA-OCORRENCIA
           END-IF
           MOVE RET-MOTIVO          TO CBCOBR-MOTIVO
           REWRITE CBCOBR-REG
           UNLOCK CBCOBR
           UNLOCK CBTITU.

       410-IMPRIME.

           MOVE SPACES           TO LINHA-02
           MOVE RET-TITULO       TO CLIC-TITULO
           MOVE RET-NOSSO-NUMERO TO CLIC-NOSSO-NUMERO
           MOVE RET-OCORRENCIA   TO CLIC-OCORRENCIA
           MOVE RET-VALOR-PAGO   TO CLIC-VALOR-PAGO
           MOVE RET-JUROS        TO CLIC-JUROS
           MOVE RET-TARIFA       TO CLIC-TARIFA
           MOVE RESULTADO        TO CLIC-RESULTADO
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       410-99-FIM. EXIT.

       420-LIQUIDA.

      *    Recebido menos juros liquida o cliente; os juros vao para
      *    a receita e descontos/abatimentos concedidos completam a
      *    baixa do titulo. Falha em qualquer par desfaz os demais

      *    Titulo ja liquidado (no CB093PCW ou em retorno anterior
      *    cuja tarifa ficou pendente): so a tarifa e lancada

           IF   CBTITU-LIQUIDADO
                MOVE "TITULO JA LIQUIDADO" TO RESULTADO
                GO TO 420-99-FIM
           END-IF

           COMPUTE VALOR-PRINCIPAL = RET-VALOR-PAGO - RET-JUROS
           IF   VALOR-PRINCIPAL < 0
                MOVE 0 TO VALOR-PRINCIPAL
           END-IF
           COMPUTE VALOR-DESCONTOS = RET-DESCONTO + RET-ABATIMENTO
           MOVE 0 TO QT-PARES LANCAMENTO-RECEBIMENTO
           IF   RET-DATA-CREDITO NOT = 0
                MOVE RET-DATA-CREDITO    TO DATA-LIQUIDACAO
           ELSE
                MOVE RET-DATA-OCORRENCIA TO DATA-LIQUIDACAO
           END-IF

      *    Titulo em moeda: o cliente e baixado pelo valor contabil e
      *    a diferenca para o creditado pelo banco e a variacao
      *    realizada, como na liquidacao do CB093PCW

           MOVE VALOR-PRINCIPAL TO VALOR-BAIXA
           MOVE 0               TO DIFERENCA-CAMBIAL TAXA-LIQUIDACAO
           IF   CBTITU-MOEDA NUMERIC
           AND  CBTITU-MOEDA NOT = 0
                PERFORM 422-VARIACAO-REALIZADA THRU 422-99-FIM
                IF   TAXA-LIQUIDACAO = 0
                     MOVE "S" TO OCORRENCIA-PENDENTE
                     MOVE 0   TO RET-TARIFA
                     ADD  1   TO QT-REJEITADOS
                     GO TO 420-99-FIM
                END-IF
           END-IF

           IF   VALOR-BAIXA NOT = 0
                MOVE COD-RED-BANCO   TO COD-RED-DB
                MOVE CBTITU-COD-RED  TO COD-RED-CR
                MOVE VALOR-BAIXA     TO VALOR-PARCELA
                PERFORM 425-PAR THRU 425-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     GO TO 420-REJEITA
                END-IF
                MOVE LANCAMENTO-GERADO TO LANCAMENTO-RECEBIMENTO
           END-IF

           IF   RET-JUROS NOT = 0
                MOVE COD-RED-BANCO        TO COD-RED-DB
                MOVE CBCOBP-COD-RED-JUROS TO COD-RED-CR
                MOVE RET-JUROS            TO VALOR-PARCELA
                PERFORM 425-PAR THRU 425-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     GO TO 420-REJEITA
                END-IF
           END-IF

           IF   VALOR-DESCONTOS NOT = 0
                MOVE CBCOBP-COD-RED-DESCONTO TO COD-RED-DB
                MOVE CBTITU-COD-RED          TO COD-RED-CR
                MOVE VALOR-DESCONTOS         TO VALOR-PARCELA
                PERFORM 425-PAR THRU 425-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     GO TO 420-REJEITA
                END-IF
           END-IF

           IF   DIFERENCA-CAMBIAL NOT = 0
                PERFORM 427-CONTABILIZA-VARIACAO THRU 427-99-FIM
                IF   LANCAMENTO-GERADO = 0
                     GO TO 420-REJEITA
                END-IF
           END-IF

           IF   LANCAMENTO-RECEBIMENTO = 0
                MOVE PG-LANCAMENTO (1) TO LANCAMENTO-RECEBIMENTO
           END-IF
           IF   TAXA-LIQUIDACAO NOT = 0
                MOVE TAXA-LIQUIDACAO   TO CBTITU-TAXA-LIQUIDACAO
                MOVE DIFERENCA-CAMBIAL TO CBTITU-VARIACAO-REALIZADA
           END-IF
           MOVE "L"                    TO CBTITU-SITUACAO
           MOVE LANCAMENTO-RECEBIMENTO TO CBTITU-LANC-LIQUIDACAO
           MOVE DATA-LIQUIDACAO        TO CBTITU-DATA-LIQUIDACAO
           REWRITE CBTITU-REG
           MOVE "L" TO CBCOBR-SITUACAO
           MOVE "LIQUIDADO" TO RESULTADO
           ADD  1 TO QT-LIQUIDADOS
           GO TO 420-99-FIM.

       420-REJEITA.

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > QT-PARES
                   MOVE PG-LANCAMENTO (P) TO LANCAMENTO-GERADO
                   MOVE PG-COD-RED-DB (P) TO COD-RED-DB
                   MOVE PG-COD-RED-CR (P) TO COD-RED-CR
                   MOVE PG-VALOR      (P) TO VALOR-PARCELA
                   PERFORM 710-DESFAZ-PAR THRU 710-99-FIM
           END-PERFORM
           MOVE "LIQUIDACAO REJEITADA CB043PCW" TO RESULTADO
           MOVE "S" TO OCORRENCIA-PENDENTE
           MOVE 0   TO RET-TARIFA
           ADD  1   TO QT-REJEITADOS.

       420-99-FIM. EXIT.

       422-VARIACAO-REALIZADA.

      *    Valor contabil = historico + variacao nao realizada ja
      *    ajustada no CB239PCW; liquidado = creditado pelo banco
      *    mais os descontos concedidos. A cotacao da data fica no
      *    titulo como taxa da liquidacao

           IF   FS-CBMOTI > "09"
                MOVE "MOEDA SEM CONTAS DE VARIACAO" TO RESULTADO
                GO TO 422-99-FIM
           END-IF
           MOVE CBTITU-MOEDA TO CBMOTI-MOEDA
           READ CBMOTI IGNORE LOCK
           IF   FS-CBMOTI > "09"
                MOVE "00" TO FS-CBMOTI
                MOVE "MOEDA SEM CONTAS DE VARIACAO" TO RESULTADO
                GO TO 422-99-FIM
           END-IF

           INITIALIZE PARAMETROS-CB240PCW
           MOVE CBTITU-MOEDA    TO CB240PCW-MOEDA
           MOVE DATA-LIQUIDACAO TO CB240PCW-DATA
           CALL "CB240PCW" USING PARAMETROS-CB240PCW
           CANCEL "CB240PCW"
           IF   NOT CB240PCW-TAXA-OK
                MOVE "MOEDA SEM COTACAO NA DATA" TO RESULTADO
                GO TO 422-99-FIM
           END-IF

           MOVE CBTITU-VALOR TO VALOR-CONTABIL
           IF   CBTITU-VARIACAO-NR NUMERIC
                COMPUTE VALOR-CONTABIL = CBTITU-VALOR
                                       + CBTITU-VARIACAO-NR
           END-IF
           IF   VALOR-DESCONTOS > VALOR-CONTABIL
                MOVE "DESCONTO MAIOR QUE O TITULO" TO RESULTADO
                GO TO 422-99-FIM
           END-IF
           COMPUTE VALOR-BAIXA       = VALOR-CONTABIL - VALOR-DESCONTOS
           COMPUTE DIFERENCA-CAMBIAL = VALOR-PRINCIPAL - VALOR-BAIXA
           MOVE CB240PCW-TAXA TO TAXA-LIQUIDACAO.

       422-99-FIM. EXIT.

       425-PAR.

           PERFORM 700-GERA-PAR THRU 700-99-FIM
           IF   LANCAMENTO-GERADO NOT = 0
                ADD  1                 TO QT-PARES
                MOVE LANCAMENTO-GERADO TO PG-LANCAMENTO (QT-PARES)
                MOVE COD-RED-DB        TO PG-COD-RED-DB (QT-PARES)
                MOVE COD-RED-CR        TO PG-COD-RED-CR (QT-PARES)
                MOVE VALOR-PARCELA     TO PG-VALOR      (QT-PARES)
           END-IF.

       425-99-FIM. EXIT.

       427-CONTABILIZA-VARIACAO.

      *    Recebido a maior e ganho (credita a variacao ativa), a
      *    menor e perda (debita a passiva); a perna do banco completa
      *    o valor creditado

           IF   DIFERENCA-CAMBIAL > 0
                MOVE DIFERENCA-CAMBIAL      TO VALOR-PARCELA
                MOVE COD-RED-BANCO          TO COD-RED-DB
                MOVE CBMOTI-COD-RED-ATIVA   TO COD-RED-CR
           ELSE
                COMPUTE VALOR-PARCELA = 0 - DIFERENCA-CAMBIAL
                MOVE CBMOTI-COD-RED-PASSIVA TO COD-RED-DB
                MOVE COD-RED-BANCO          TO COD-RED-CR
           END-IF
           PERFORM 425-PAR THRU 425-99-FIM.

       427-99-FIM. EXIT.

       430-TARIFA.

           MOVE CBCOBP-COD-RED-TARIFA TO COD-RED-DB
           MOVE COD-RED-BANCO         TO COD-RED-CR
           MOVE RET-TARIFA            TO VALOR-PARCELA
           PERFORM 700-GERA-PAR THRU 700-99-FIM
           IF   LANCAMENTO-GERADO = 0
                MOVE "TARIFA REJEITADA CB043PCW" TO RESULTADO
                MOVE "S" TO OCORRENCIA-PENDENTE
                ADD  1   TO QT-REJEITADOS
           END-IF.

       430-99-FIM. EXIT.

       700-GERA-PAR.

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                 TO CB043PCW-COMANDO
           MOVE "D"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC           TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC          TO CB043PCW-NUMERO-BAC
           MOVE CBTITU-CENTRO-CUSTO TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB          TO CB043PCW-COD-RED
           IF   CBCOBP-HISTORICO NOT = 0
                MOVE CBCOBP-HISTORICO TO CB043PCW-HISTORICO
           ELSE
                MOVE CBTITU-HISTORICO TO CB043PCW-HISTORICO
           END-IF
           MOVE CBTITU-NUMERO       TO CB043PCW-DOCTO
           MOVE DIA-REF             TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-PARCELA       TO CB043PCW-VALOR
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                GO TO 700-99-FIM
           END-IF

           MOVE CB043PCW-LANCAMENTO-NUMERO TO LANCAMENTO-GERADO
           MOVE "C"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-CR          TO CB043PCW-COD-RED
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                MOVE "E"        TO CB043PCW-COMANDO
                MOVE "D"        TO CB043PCW-LANCAMENTO-TIPO
                MOVE COD-RED-DB TO CB043PCW-COD-RED
                CALL "CB043PCW" USING PARAMETROS-CB043PCW
                CANCEL "CB043PCW"
                MOVE 0 TO LANCAMENTO-GERADO
           END-IF.

       700-99-FIM. EXIT.

       710-DESFAZ-PAR.

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "E"               TO CB043PCW-COMANDO
           MOVE SERIE-BAC         TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC        TO CB043PCW-NUMERO-BAC
           MOVE LANCAMENTO-GERADO TO CB043PCW-LANCAMENTO-NUMERO
           MOVE "C"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-CR        TO CB043PCW-COD-RED
           MOVE VALOR-PARCELA     TO CB043PCW-VALOR
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           MOVE "E"               TO CB043PCW-COMANDO
           MOVE "D"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-DB        TO CB043PCW-COD-RED
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW".

       710-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           OPEN I-O CBCOBP
           IF   FS-CBCOBP = "30" OR "35"
                CLOSE CBCOBP
                OPEN OUTPUT CBCOBP
                CLOSE CBCOBP
                OPEN I-O CBCOBP
           END-IF
           OPEN I-O CBCOBR
           IF   FS-CBCOBR = "30" OR "35"
                CLOSE CBCOBR
                OPEN OUTPUT CBCOBR
                CLOSE CBCOBR
                OPEN I-O CBCOBR
           END-IF
           OPEN I-O CBTITU
           IF   FS-CBCOBP > "09" OR FS-CBCOBR > "09"
           OR   FS-CBTITU > "09"
                DISPLAY "Cobranca ou titulos (CBTITU) indisponiveis"
                        LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF

      *    Sem o cadastro de pessoas o sacado sai com o nome do titulo

           OPEN INPUT CBPESS

      *    Sem os parametros cambiais o titulo em moeda nao liquida

           OPEN INPUT CBMOTI.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBCOBP CBCOBR CBTITU
           IF   FS-CBPESS < "10"
                CLOSE CBPESS
           END-IF
           IF   FS-CBMOTI < "10"
                CLOSE CBMOTI
           END-IF.

       900-99-FIM. EXIT.

       END PROGRAM CB213PCW.
