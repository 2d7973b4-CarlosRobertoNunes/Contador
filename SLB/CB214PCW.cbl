       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB214PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Importacao de NF-e de compra (XML)           *
                      *                                               *
                      *  Le os XML relacionados na lista da pasta     *
                      *  (um nome de arquivo por linha), identifica   *
                      *  o emitente pelo CNPJ/CPF no CBPESS e o       *
                      *  empenho aberto (CBEMPE) pelo pedido xPed,    *
                      *  confere valor e centro, inclui o titulo a    *
                      *  pagar no CBTITU com o lancamento de          *
                      *  reconhecimento do CB093PCW e registra a      *
                      *  nota no CBNFEI. O debito leva o pedido no    *
                      *  documento e o CB043PCW baixa o saldo do      *
                      *  empenho. Notas sem fornecedor, sem empenho   *
                      *  ou fora da conferencia vao para a relacao    *
                      *  de excecoes e nao sao lancadas               *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBTITUSL.
       COPY CBPESSSL.
       COPY CBEMPESL.
       COPY CBPLCOSL.
       COPY CBNFEISL.

           SELECT LISTA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-LISTA.

           SELECT NOTA-XML ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-NOTA-XML.

       DATA DIVISION.
       FILE SECTION.

       COPY CBTITUFD.
       COPY CBPESSFD.
       COPY CBEMPEFD.
       COPY CBPLCOFD.
       COPY CBNFEIFD.

       FD  LISTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-LISTA.

       01  LISTA-REG                    PIC  X(050).

       FD  NOTA-XML
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-NOTA-XML.

       01  NOTA-XML-REG                 PIC  X(1000).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB214PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 DIRETORIO                 PIC  X(040) VALUE SPACES.
           05 NOME-LISTA                PIC  X(030) VALUE "NFE.LST".
           05 COD-RED-FORNECEDOR        PIC  9(005) VALUE 0.
           05 HISTORICO-LANC            PIC  9(004) VALUE 0.
           05 TOLERANCIA                PIC  9(002)V99 VALUE 0.
           05 CENTRO-FILTRO             PIC  9(004) VALUE 0.
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 APROVA                    PIC  X(001) VALUE SPACE.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 NOME-ARQUIVO              PIC  X(030) VALUE SPACES.
           05 MOTIVO                    PIC  X(035) VALUE SPACES.
           05 ACHOU                     PIC  X(001) VALUE "N".
           05 ULTIMO-TITULO             PIC  9(006) VALUE 0.
           05 COD-RED-TITULO            PIC  9(005) VALUE 0.
           05 COD-RED-CONTRA            PIC  9(005) VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 LIMITE-EMPENHO     COMP-3 PIC  9(013)V99 VALUE 0.
           05 QT-ARQUIVOS               PIC  9(005) VALUE 0.
           05 QT-IMPORTADAS             PIC  9(005) VALUE 0.
           05 QT-EXCECOES               PIC  9(005) VALUE 0.
           05 VL-IMPORTADO       COMP-3 PIC  9(013)V99 VALUE 0.
           05 I                  COMP-3 PIC  9(004) VALUE 0.
           05 K                  COMP-3 PIC  9(004) VALUE 0.
           05 FIM-REG            COMP-3 PIC  9(004) VALUE 0.
           05 CAR                       PIC  X(001) VALUE SPACE.
           05 DIGITO                    PIC  9(001) VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.

      *    Leitura do XML: estado do analisador entre registros
      *    (" " fora de tag, "T" nome da tag, "A" atributos de tag
      *    de interesse, "X" resto de tag ignorada, "V" conteudo)

           05 ESTADO                    PIC  X(001) VALUE SPACE.
           05 EMITENTE-ABERTO           PIC  X(001) VALUE "N".
           05 TAG-NOME                  PIC  X(020) VALUE SPACES.
           05 TAG-TAM                   PIC  9(002) VALUE 0.
           05 TAG-CODIGO                PIC  9(001) VALUE 0.
           05 VALOR-XML                 PIC  X(060) VALUE SPACES.
           05 VALOR-TAM                 PIC  9(002) VALUE 0.
           05 XML-NNF                   PIC  X(060) VALUE SPACES.
           05 XML-SERIE                 PIC  X(060) VALUE SPACES.
           05 XML-EMISSAO               PIC  X(060) VALUE SPACES.
           05 XML-DOC-EMITENTE          PIC  X(060) VALUE SPACES.
           05 XML-VNF                   PIC  X(060) VALUE SPACES.
           05 XML-PEDIDO                PIC  X(060) VALUE SPACES.
           05 XML-VENCIMENTO            PIC  X(060) VALUE SPACES.

      *    Conversao do texto do XML em numero (ponto decimal)

           05 TEXTO-CONV                PIC  X(060) VALUE SPACES.
           05 CONV-INTEIRO              PIC  9(015) VALUE 0.
           05 CONV-DECIMAL              PIC  9(002) VALUE 0.
           05 CONV-CASAS                PIC  9(001) VALUE 0.
           05 CONV-DIGITOS              PIC  9(002) VALUE 0.
           05 CONV-PONTO                PIC  X(001) VALUE "N".
           05 DATA-XML                  PIC  X(010) VALUE SPACES.
           05 FILLER REDEFINES DATA-XML.
              10 DX-AAAA                PIC  9(004).
              10 FILLER                 PIC  X(001).
              10 DX-MM                  PIC  9(002).
              10 FILLER                 PIC  X(001).
              10 DX-DD                  PIC  9(002).
           05 DATA-CONV                 PIC  9(008) VALUE 0.

      *    Nota lida

           05 NF-NUMERO                 PIC  9(009) VALUE 0.
           05 NF-SERIE                  PIC  9(003) VALUE 0.
           05 NF-EMISSAO                PIC  9(008) VALUE 0.
           05 FILLER REDEFINES NF-EMISSAO.
              10 NF-EMISSAO-SECULO      PIC  9(002).
              10 NF-EMISSAO-AA          PIC  9(002).
              10 NF-EMISSAO-MM          PIC  9(002).
              10 NF-EMISSAO-DD          PIC  9(002).
           05 NF-VENCIMENTO             PIC  9(008) VALUE 0.
           05 NF-CNPJ-CPF               PIC  9(014) VALUE 0.
           05 NF-VALOR                  PIC  9(012)V99 VALUE 0.
           05 NF-PEDIDO                 PIC  9(008) VALUE 0.
           05 DATA-DDMMAA               PIC  9(006) VALUE 0.
           05 FILLER REDEFINES DATA-DDMMAA.
              10 DT-DD                  PIC  9(002).
              10 DT-MM                  PIC  9(002).
              10 DT-AA                  PIC  9(002).

           05 EXCECOES.
              10 EXCECAO OCCURS 500.
                 15 EX-ARQUIVO          PIC  X(030).
                 15 EX-NUMERO           PIC  9(009).
                 15 EX-CNPJ-CPF         PIC  9(014).
                 15 EX-VALOR            PIC  9(012)V99.
                 15 EX-MOTIVO           PIC  X(035).

           05 ER-CBTITU.
              10 FS-CBTITU              PIC  X(002) VALUE "00".
              10 LB-CBTITU              PIC  X(050) VALUE "CBTITU".
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".
           05 ER-CBEMPE.
              10 FS-CBEMPE              PIC  X(002) VALUE "00".
              10 LB-CBEMPE              PIC  X(050) VALUE "CBEMPE".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBNFEI.
              10 FS-CBNFEI              PIC  X(002) VALUE "00".
              10 LB-CBNFEI              PIC  X(050) VALUE "CBNFEI".
           05 ER-LISTA.
              10 FS-LISTA               PIC  X(002) VALUE "00".
              10 LB-LISTA               PIC  X(050) VALUE SPACES.
           05 ER-NOTA-XML.
              10 FS-NOTA-XML            PIC  X(002) VALUE "00".
              10 LB-NOTA-XML            PIC  X(050) VALUE SPACES.

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(031) VALUE "ARQUIVO".
              05 FILLER                 PIC  X(036) VALUE
                 "     NOTA FORNECEDOR       PEDIDO".
              05 FILLER                 PIC  X(030) VALUE
                 "TITULO              VALOR".
           02 LINHA-02.
              05 CLIN-ARQUIVO           PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIN-NUMERO            PIC  9(009).
              05 FILLER                 PIC  X(001).
              05 CLIN-FORNECEDOR        PIC  X(016).
              05 FILLER                 PIC  X(001).
              05 CLIN-PEDIDO            PIC  9(008).
              05 FILLER                 PIC  X(001).
              05 CLIN-TITULO            PIC  9(006).
              05 CLIN-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
           02 LINHA-03.
              05 FILLER                 PIC  X(031) VALUE "ARQUIVO".
              05 FILLER                 PIC  X(034) VALUE
                 "     NOTA EMITENTE CNPJ/CPF".
              05 FILLER                 PIC  X(040) VALUE
                 "         VALOR MOTIVO".
           02 LINHA-04.
              05 CLEX-ARQUIVO           PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLEX-NUMERO            PIC  9(009).
              05 FILLER                 PIC  X(001).
              05 CLEX-CNPJ-CPF          PIC  9(014).
              05 CLEX-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLEX-MOTIVO            PIC  X(035).

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-PARAMETROS.
           05 LINE 04 COLUMN 03 VALUE "Pasta dos XML...........:".
           05 LINE 04 COLUMN 30 PIC X(040) USING DIRETORIO.
           05 LINE 05 COLUMN 03 VALUE "Lista de arquivos.......:".
           05 LINE 05 COLUMN 30 PIC X(030) USING NOME-LISTA.
           05 LINE 06 COLUMN 03 VALUE "Conta fornecedor padrao.:".
           05 LINE 06 COLUMN 30 PIC 9(005) USING COD-RED-FORNECEDOR.
           05 LINE 07 COLUMN 03 VALUE "Historico padrao........:".
           05 LINE 07 COLUMN 30 PIC 9(004) USING HISTORICO-LANC.
           05 LINE 08 COLUMN 03 VALUE "Tolerancia s/ empenho %.:".
           05 LINE 08 COLUMN 30 PIC 99,99 USING TOLERANCIA.
           05 LINE 09 COLUMN 03 VALUE "Centro (0 = todos)......:".
           05 LINE 09 COLUMN 30 PIC 9(004) USING CENTRO-FILTRO.
           05 LINE 10 COLUMN 03 VALUE "BAC (serie/numero)......:".
           05 LINE 10 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 10 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 11 COLUMN 03 VALUE "Dia de referencia.......:".
           05 LINE 11 COLUMN 30 PIC 9(002) USING DIA-REF.
           05 LINE 13 COLUMN 03
              VALUE "A lista traz um nome de arquivo XML por linha".
           05 LINE 15 COLUMN 03 VALUE "Importa (S/N)?".
           05 LINE 15 COLUMN 18 PIC X USING APROVA.

       PROCEDURE DIVISION.

       000-INICIO.

           MOVE "E" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           IF   CB109PCW-AUTORIZADO = "N"
                GOBACK
           END-IF

           PERFORM 800-INICIAIS THRU 800-99-FIM

           IF   NOT ESC
                PERFORM 100-IMPORTA THRU 100-99-FIM
           END-IF

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-IMPORTA.

           MOVE SPACE TO APROVA
           DISPLAY TELA-PARAMETROS
           ACCEPT  TELA-PARAMETROS
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR (APROVA NOT = "S" AND APROVA NOT = "s")
                GO TO 100-99-FIM
           END-IF

           IF   NOME-LISTA = SPACES OR SERIE-BAC = 0 OR DIA-REF = 0
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE SPACES TO LB-LISTA
           IF   DIRETORIO = SPACES
                MOVE NOME-LISTA TO LB-LISTA
           ELSE
                STRING DIRETORIO  DELIMITED BY SPACE
                       "\"        DELIMITED BY SIZE
                       NOME-LISTA DELIMITED BY SPACE
                  INTO LB-LISTA
           END-IF
           OPEN INPUT LISTA
           IF   FS-LISTA > "09"
                DISPLAY "Lista de arquivos nao encontrada"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           PERFORM 120-ULTIMO-TITULO THRU 120-99-FIM

           MOVE "NF-E DE COMPRA IMPORTADAS" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "PASTA " DIRETORIO DELIMITED BY SIZE
                  INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB214PA" TO CWIMPR-REPORT

           MOVE 0 TO QT-ARQUIVOS QT-IMPORTADAS QT-EXCECOES
                     VL-IMPORTADO
           PERFORM UNTIL FS-LISTA > "09"
                   READ LISTA
                   IF   FS-LISTA < "10"
                   AND  LISTA-REG NOT = SPACES
                        ADD 1 TO QT-ARQUIVOS
                        DISPLAY "Lendo " LINE 22 COLUMN 03
                                LISTA-REG
                        PERFORM 200-ARQUIVO THRU 200-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-LISTA
           CLOSE LISTA

           MOVE SPACES TO LINHA-02
           MOVE "TOTAL IMPORTADO" TO CLIN-ARQUIVO
           MOVE QT-IMPORTADAS     TO CLIN-NUMERO
           MOVE VL-IMPORTADO      TO CLIN-VALOR
           MOVE SPACES   TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           IF   QT-EXCECOES NOT = 0
                PERFORM 150-EXCECOES THRU 150-99-FIM
           END-IF

           DISPLAY "Arquivos: " LINE 23 COLUMN 03 QT-ARQUIVOS
                   " Importadas: " QT-IMPORTADAS
                   " Excecoes: " QT-EXCECOES.

       100-99-FIM. EXIT.

       120-ULTIMO-TITULO.

      *    Os titulos importados seguem a maior numeracao existente

           MOVE 0 TO ULTIMO-TITULO
           MOVE LOW-VALUES TO CBTITU-CHAVE
           START CBTITU KEY NOT LESS CBTITU-CHAVE
           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD IGNORE LOCK
                   IF   FS-CBTITU < "10"
                   AND  CBTITU-NUMERO > ULTIMO-TITULO
                        MOVE CBTITU-NUMERO TO ULTIMO-TITULO
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTITU.

       120-99-FIM. EXIT.

       150-EXCECOES.

           MOVE "NF-E DE COMPRA - EXCECOES" TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "PASTA " DIRETORIO DELIMITED BY SIZE
                  INTO CWIMPR-SUB-TITLE
           MOVE LINHA-03  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB214PB" TO CWIMPR-REPORT

           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-EXCECOES OR I > 500
                   MOVE SPACES           TO LINHA-04
                   MOVE EX-ARQUIVO   (I) TO CLEX-ARQUIVO
                   MOVE EX-NUMERO    (I) TO CLEX-NUMERO
                   MOVE EX-CNPJ-CPF  (I) TO CLEX-CNPJ-CPF
                   MOVE EX-VALOR     (I) TO CLEX-VALOR
                   MOVE EX-MOTIVO    (I) TO CLEX-MOTIVO
                   MOVE LINHA-04 TO CWIMPR-DETAIL
                   CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-PERFORM

           IF   QT-EXCECOES > 500
                MOVE SPACES TO CWIMPR-DETAIL
                STRING "TOTAL DE EXCECOES: " QT-EXCECOES
                       " (LISTADAS AS 500 PRIMEIRAS)"
                       DELIMITED BY SIZE INTO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       150-99-FIM. EXIT.

       200-ARQUIVO.

           MOVE LISTA-REG TO NOME-ARQUIVO
           MOVE 0         TO NF-NUMERO NF-CNPJ-CPF NF-VALOR
           MOVE SPACES    TO LB-NOTA-XML
           IF   DIRETORIO = SPACES
                MOVE LISTA-REG TO LB-NOTA-XML
           ELSE
                STRING DIRETORIO DELIMITED BY SPACE
                       "\"       DELIMITED BY SIZE
                       LISTA-REG DELIMITED BY SPACE
                  INTO LB-NOTA-XML
           END-IF
           OPEN INPUT NOTA-XML
           IF   FS-NOTA-XML > "09"
                MOVE "ARQUIVO XML NAO ENCONTRADO" TO MOTIVO
                PERFORM 290-EXCECAO THRU 290-99-FIM
                GO TO 200-99-FIM
           END-IF

           MOVE SPACE  TO ESTADO
           MOVE "N"    TO EMITENTE-ABERTO
           MOVE SPACES TO XML-NNF XML-SERIE XML-EMISSAO
                          XML-DOC-EMITENTE XML-VNF XML-PEDIDO
                          XML-VENCIMENTO
           PERFORM UNTIL FS-NOTA-XML > "09"
                   READ NOTA-XML
                   IF   FS-NOTA-XML < "10"
                        PERFORM 250-REGISTRO-XML THRU 250-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-NOTA-XML
           CLOSE NOTA-XML

           PERFORM 280-CONVERTE-NOTA THRU 280-99-FIM
           IF   MOTIVO NOT = SPACES
                PERFORM 290-EXCECAO THRU 290-99-FIM
                GO TO 200-99-FIM
           END-IF

           PERFORM 300-NOTA THRU 300-99-FIM
           IF   MOTIVO NOT = SPACES
                PERFORM 290-EXCECAO THRU 290-99-FIM
           END-IF.

       200-99-FIM. EXIT.

       250-REGISTRO-XML.

      *    O XML da NF-e costuma vir numa linha so; registros longos
      *    chegam em pedacos e o estado do analisador segue de um
      *    pedaco para o outro

           PERFORM VARYING FIM-REG FROM 1000 BY -1
                   UNTIL FIM-REG = 0
                      OR NOTA-XML-REG (FIM-REG: 1) NOT = SPACE
                   CONTINUE
           END-PERFORM

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > FIM-REG
                   MOVE NOTA-XML-REG (I: 1) TO CAR
                   PERFORM 260-CARACTERE THRU 260-99-FIM
           END-PERFORM.

       250-99-FIM. EXIT.

       260-CARACTERE.

           EVALUATE ESTADO
               WHEN "V"
                    IF   CAR = "<"
                         PERFORM 265-GUARDA-VALOR THRU 265-99-FIM
                         MOVE "T"    TO ESTADO
                         MOVE SPACES TO TAG-NOME
                         MOVE 0      TO TAG-TAM
                    ELSE
                         IF   VALOR-TAM < 60
                              ADD  1   TO VALOR-TAM
                              MOVE CAR TO VALOR-XML (VALOR-TAM: 1)
                         END-IF
                    END-IF
               WHEN "T"
                    IF   CAR = ">" OR CAR = SPACE
                    OR  (CAR = "/" AND TAG-TAM > 0)
                         PERFORM 262-FIM-TAG THRU 262-99-FIM
                    ELSE
                         IF   TAG-TAM < 20
                              ADD  1   TO TAG-TAM
                              MOVE CAR TO TAG-NOME (TAG-TAM: 1)
                         END-IF
                    END-IF
               WHEN "A"
                    IF   CAR = ">"
                         MOVE "V"    TO ESTADO
                         MOVE SPACES TO VALOR-XML
                         MOVE 0      TO VALOR-TAM
                    END-IF
               WHEN "X"
                    IF   CAR = ">"
                         MOVE SPACE TO ESTADO
                    END-IF
               WHEN OTHER
                    IF   CAR = "<"
                         MOVE "T"    TO ESTADO
                         MOVE SPACES TO TAG-NOME
                         MOVE 0      TO TAG-TAM
                    END-IF
           END-EVALUATE.

       260-99-FIM. EXIT.

       262-FIM-TAG.

      *    So a primeira ocorrencia de cada tag interessa; CNPJ/CPF
      *    valem apenas dentro do grupo do emitente

           MOVE 0 TO TAG-CODIGO
           EVALUATE TAG-NOME
               WHEN "emit"
                    MOVE "S" TO EMITENTE-ABERTO
               WHEN "/emit"
                    MOVE "N" TO EMITENTE-ABERTO
               WHEN "nNF"
                    IF   XML-NNF = SPACES
                         MOVE 1 TO TAG-CODIGO
                    END-IF
               WHEN "serie"
                    IF   XML-SERIE = SPACES
                         MOVE 2 TO TAG-CODIGO
                    END-IF
               WHEN "dhEmi"
               WHEN "dEmi"
                    IF   XML-EMISSAO = SPACES
                         MOVE 3 TO TAG-CODIGO
                    END-IF
               WHEN "CNPJ"
               WHEN "CPF"
                    IF   EMITENTE-ABERTO = "S"
                    AND  XML-DOC-EMITENTE = SPACES
                         MOVE 4 TO TAG-CODIGO
                    END-IF
               WHEN "vNF"
                    IF   XML-VNF = SPACES
                         MOVE 6 TO TAG-CODIGO
                    END-IF
               WHEN "xPed"
                    IF   XML-PEDIDO = SPACES
                         MOVE 7 TO TAG-CODIGO
                    END-IF
               WHEN "dVenc"
                    IF   XML-VENCIMENTO = SPACES
                         MOVE 8 TO TAG-CODIGO
                    END-IF
           END-EVALUATE

           MOVE SPACES TO VALOR-XML
           MOVE 0      TO VALOR-TAM
           IF   CAR = ">"
                IF   TAG-CODIGO = 0
                     MOVE SPACE TO ESTADO
                ELSE
                     MOVE "V"   TO ESTADO
                END-IF
           ELSE
                IF   TAG-CODIGO = 0
                     MOVE "X"   TO ESTADO
                ELSE
                     MOVE "A"   TO ESTADO
                END-IF
           END-IF.

       262-99-FIM. EXIT.

       265-GUARDA-VALOR.

           EVALUATE TAG-CODIGO
               WHEN 1 MOVE VALOR-XML TO XML-NNF
               WHEN 2 MOVE VALOR-XML TO XML-SERIE
               WHEN 3 MOVE VALOR-XML TO XML-EMISSAO
               WHEN 4 MOVE VALOR-XML TO XML-DOC-EMITENTE
               WHEN 6 MOVE VALOR-XML TO XML-VNF
               WHEN 7 MOVE VALOR-XML TO XML-PEDIDO
               WHEN 8 MOVE VALOR-XML TO XML-VENCIMENTO
           END-EVALUATE
           MOVE 0 TO TAG-CODIGO.

       265-99-FIM. EXIT.

       270-CONVERTE.

      *    Digitos antes do ponto formam o inteiro; ate duas casas
      *    depois dele formam os centavos; outros caracteres (pontos
      *    de milhar nao existem no XML, mas "PC-" no pedido sim)
      *    sao ignorados

           MOVE 0   TO CONV-INTEIRO CONV-DECIMAL CONV-CASAS
                       CONV-DIGITOS
           MOVE "N" TO CONV-PONTO
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 60
                   MOVE TEXTO-CONV (K: 1) TO CAR
                   IF   CAR = "."
                        MOVE "S" TO CONV-PONTO
                   END-IF
                   IF   CAR NUMERIC
                        MOVE CAR TO DIGITO
                        IF   CONV-PONTO = "S"
                             IF   CONV-CASAS < 2
                                  ADD 1 TO CONV-CASAS
                                  COMPUTE CONV-DECIMAL =
                                          CONV-DECIMAL * 10 + DIGITO
                             END-IF
                        ELSE
                             IF   CONV-DIGITOS < 15
                                  ADD 1 TO CONV-DIGITOS
                                  COMPUTE CONV-INTEIRO =
                                          CONV-INTEIRO * 10 + DIGITO
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           IF   CONV-CASAS = 1
                COMPUTE CONV-DECIMAL = CONV-DECIMAL * 10
           END-IF.

       270-99-FIM. EXIT.

       275-CONVERTE-DATA.

      *    AAAA-MM-DD (com hora e fuso no dhEmi) para AAAAMMDD

           MOVE 0 TO DATA-CONV
           MOVE TEXTO-CONV (1: 10) TO DATA-XML
           IF   DX-AAAA NUMERIC AND DX-MM NUMERIC AND DX-DD NUMERIC
                COMPUTE CWTIME-DATE = DX-AAAA * 10000
                                    + DX-MM   * 100
                                    + DX-DD
                SET  CWTIME-REVERSED TO TRUE
                SET  CWTIME-VALIDATE TO TRUE
                CALL "CWTIME" USING PARAMETROS-CWTIME
                IF   CWTIME-DATE-FINAL NOT = 0
                     MOVE CWTIME-DATE TO DATA-CONV
                END-IF
           END-IF.

       275-99-FIM. EXIT.

       280-CONVERTE-NOTA.

           MOVE SPACES TO MOTIVO
           MOVE 0      TO NF-NUMERO NF-SERIE NF-EMISSAO NF-VENCIMENTO
                          NF-CNPJ-CPF NF-VALOR NF-PEDIDO

           MOVE XML-NNF TO TEXTO-CONV
           PERFORM 270-CONVERTE THRU 270-99-FIM
           IF   CONV-INTEIRO > 999999999
                MOVE 0 TO CONV-INTEIRO
           END-IF
           MOVE CONV-INTEIRO TO NF-NUMERO

           MOVE XML-SERIE TO TEXTO-CONV
           PERFORM 270-CONVERTE THRU 270-99-FIM
           IF   CONV-INTEIRO < 1000
                MOVE CONV-INTEIRO TO NF-SERIE
           END-IF

           MOVE XML-DOC-EMITENTE TO TEXTO-CONV
           PERFORM 270-CONVERTE THRU 270-99-FIM
           IF   CONV-INTEIRO < 100000000000000
                MOVE CONV-INTEIRO TO NF-CNPJ-CPF
           END-IF

           MOVE XML-VNF TO TEXTO-CONV
           PERFORM 270-CONVERTE THRU 270-99-FIM
           IF   CONV-INTEIRO < 1000000000000
                COMPUTE NF-VALOR = CONV-INTEIRO + CONV-DECIMAL / 100
           END-IF

           MOVE XML-PEDIDO TO TEXTO-CONV
           PERFORM 270-CONVERTE THRU 270-99-FIM
           IF   CONV-INTEIRO < 100000000
                MOVE CONV-INTEIRO TO NF-PEDIDO
           END-IF

           MOVE XML-EMISSAO TO TEXTO-CONV
           PERFORM 275-CONVERTE-DATA THRU 275-99-FIM
           MOVE DATA-CONV TO NF-EMISSAO

           MOVE XML-VENCIMENTO TO TEXTO-CONV
           PERFORM 275-CONVERTE-DATA THRU 275-99-FIM
           MOVE DATA-CONV TO NF-VENCIMENTO
           IF   NF-VENCIMENTO = 0
                MOVE NF-EMISSAO TO NF-VENCIMENTO
           END-IF

           IF   NF-NUMERO = 0 OR NF-CNPJ-CPF = 0
           OR   NF-VALOR = 0  OR NF-EMISSAO = 0
                MOVE "XML INCOMPLETO OU NAO E NF-E" TO MOTIVO
           END-IF.

       280-99-FIM. EXIT.

       290-EXCECAO.

           ADD 1 TO QT-EXCECOES
           IF   QT-EXCECOES NOT > 500
                MOVE NOME-ARQUIVO TO EX-ARQUIVO  (QT-EXCECOES)
                MOVE NF-NUMERO    TO EX-NUMERO   (QT-EXCECOES)
                MOVE NF-CNPJ-CPF  TO EX-CNPJ-CPF (QT-EXCECOES)
                MOVE NF-VALOR     TO EX-VALOR    (QT-EXCECOES)
                MOVE MOTIVO       TO EX-MOTIVO   (QT-EXCECOES)
           END-IF.

       290-99-FIM. EXIT.

       300-NOTA.

           MOVE NF-CNPJ-CPF TO CBNFEI-CNPJ-CPF
           MOVE NF-SERIE    TO CBNFEI-SERIE
           MOVE NF-NUMERO   TO CBNFEI-NUMERO
           READ CBNFEI IGNORE LOCK
           IF   FS-CBNFEI < "10"
                MOVE "NOTA JA IMPORTADA" TO MOTIVO
                GO TO 300-99-FIM
           END-IF
           MOVE "00" TO FS-CBNFEI

           PERFORM 310-FORNECEDOR THRU 310-99-FIM
           IF   ACHOU NOT = "S"
                MOVE "FORNECEDOR NAO CADASTRADO OU INATIVO" TO MOTIVO
                GO TO 300-99-FIM
           END-IF

           IF   NF-PEDIDO = 0
                MOVE "PEDIDO (XPED) NAO INFORMADO NO XML" TO MOTIVO
                GO TO 300-99-FIM
           END-IF
           MOVE NF-PEDIDO TO CBEMPE-PEDIDO
           READ CBEMPE IGNORE LOCK
           IF   FS-CBEMPE > "09"
                MOVE "00" TO FS-CBEMPE
                MOVE "EMPENHO INEXISTENTE" TO MOTIVO
                GO TO 300-99-FIM
           END-IF
           IF   NOT CBEMPE-ABERTO
                MOVE "EMPENHO BAIXADO OU CANCELADO" TO MOTIVO
                GO TO 300-99-FIM
           END-IF
           IF   CENTRO-FILTRO NOT = 0
           AND  CBEMPE-CENTRO-CUSTO NOT = CENTRO-FILTRO
                MOVE "EMPENHO DE OUTRO CENTRO DE CUSTO" TO MOTIVO
                GO TO 300-99-FIM
           END-IF
           COMPUTE LIMITE-EMPENHO ROUNDED =
                   CBEMPE-SALDO * (100 + TOLERANCIA) / 100
           IF   NF-VALOR > LIMITE-EMPENHO
                MOVE "VALOR ACIMA DO SALDO DO EMPENHO" TO MOTIVO
                GO TO 300-99-FIM
           END-IF

           MOVE CBEMPE-CONTA TO CBPLCO-CONTA
           READ CBPLCO IGNORE LOCK
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                MOVE "CONTA DO EMPENHO FORA DO PLANO" TO MOTIVO
                GO TO 300-99-FIM
           END-IF
           MOVE CBPLCO-COD-RED TO COD-RED-CONTRA
           MOVE CBPESS-COD-RED-PADRAO TO COD-RED-TITULO
           IF   COD-RED-TITULO = 0
                MOVE COD-RED-FORNECEDOR TO COD-RED-TITULO
           END-IF
           IF   COD-RED-TITULO = 0 OR COD-RED-CONTRA = 0
                MOVE "SEM CONTA DO FORNECEDOR" TO MOTIVO
                GO TO 300-99-FIM
           END-IF

           IF   ULTIMO-TITULO = 999999
                MOVE "NUMERACAO DE TITULOS ESGOTADA" TO MOTIVO
                GO TO 300-99-FIM
           END-IF
           ADD  1 TO ULTIMO-TITULO

      *    Como no CB093PCW: debita a despesa do empenho e credita o
      *    fornecedor; o pedido no documento baixa o empenho

           MOVE COD-RED-CONTRA TO COD-RED-DB
           MOVE COD-RED-TITULO TO COD-RED-CR
           PERFORM 500-GERA-PAR THRU 500-99-FIM
           IF   LANCAMENTO-GERADO = 0
                MOVE "LANCAMENTO REJEITADO PELO CB043PCW" TO MOTIVO
                GO TO 300-99-FIM
           END-IF

           MOVE ULTIMO-TITULO       TO CBTITU-NUMERO
           MOVE "P"                 TO CBTITU-TIPO
           MOVE CBPESS-RAZAO-SOCIAL (1: 30) TO CBTITU-PESSOA
           MOVE NF-EMISSAO          TO CBTITU-EMISSAO
           MOVE NF-VENCIMENTO       TO CBTITU-VENCIMENTO
           MOVE NF-VALOR            TO CBTITU-VALOR
           MOVE COD-RED-TITULO      TO CBTITU-COD-RED
           MOVE COD-RED-CONTRA      TO CBTITU-COD-RED-CONTRA
           MOVE CBEMPE-CENTRO-CUSTO TO CBTITU-CENTRO-CUSTO
           MOVE HISTORICO-LANC      TO CBTITU-HISTORICO
           MOVE "A"                 TO CBTITU-SITUACAO
           MOVE LANCAMENTO-GERADO   TO CBTITU-LANC-RECONHECIMENTO
           MOVE 0                   TO CBTITU-LANC-LIQUIDACAO
                                       CBTITU-DATA-LIQUIDACAO
                                       CBTITU-ACRESCIMO
                                       CBTITU-ULT-ACRESCIMO
           MOVE CBPESS-CODIGO       TO CBTITU-PESSOA-CODIGO
           MOVE NF-NUMERO           TO CBTITU-DOCUMENTO
           MOVE SPACE               TO CBTITU-MULTA
                                       CBTITU-MARCA-INCOBRAVEL
                                       CBTITU-TRIAGEM
           MOVE 0                   TO CBTITU-ACORDO
                                       CBTITU-PARCELA
                                       CBTITU-MOEDA
                                       CBTITU-VALOR-MOEDA
                                       CBTITU-TAXA-EMISSAO
                                       CBTITU-VARIACAO-NR
                                       CBTITU-ULT-VARIACAO
                                       CBTITU-TAXA-LIQUIDACAO
                                       CBTITU-VARIACAO-REALIZADA
                                       CBTITU-SERVICO
                                       CBTITU-VALOR-RETIDO
           WRITE CBTITU-REG
           IF   FS-CBTITU > "09"
                MOVE "00" TO FS-CBTITU
                PERFORM 510-DESFAZ-PAR THRU 510-99-FIM
                MOVE "ERRO DE GRAVACAO EM CBTITU" TO MOTIVO
                GO TO 300-99-FIM
           END-IF

           MOVE NF-CNPJ-CPF         TO CBNFEI-CNPJ-CPF
           MOVE NF-SERIE            TO CBNFEI-SERIE
           MOVE NF-NUMERO           TO CBNFEI-NUMERO
           MOVE CBPESS-CODIGO       TO CBNFEI-PESSOA-CODIGO
           MOVE NF-EMISSAO          TO CBNFEI-EMISSAO
           MOVE NF-VALOR            TO CBNFEI-VALOR
           MOVE NF-PEDIDO           TO CBNFEI-PEDIDO
           MOVE ULTIMO-TITULO       TO CBNFEI-TITULO
           MOVE LANCAMENTO-GERADO   TO CBNFEI-LANCAMENTO
           MOVE HOJE                TO CBNFEI-DATA-IMPORTACAO
           MOVE NOME-ARQUIVO        TO CBNFEI-ARQUIVO
           WRITE CBNFEI-REG

           ADD 1        TO QT-IMPORTADAS
           ADD NF-VALOR TO VL-IMPORTADO
           MOVE SPACES              TO LINHA-02
           MOVE NOME-ARQUIVO        TO CLIN-ARQUIVO
           MOVE NF-NUMERO           TO CLIN-NUMERO
           MOVE CBPESS-RAZAO-SOCIAL TO CLIN-FORNECEDOR
           MOVE NF-PEDIDO           TO CLIN-PEDIDO
           MOVE ULTIMO-TITULO       TO CLIN-TITULO
           MOVE NF-VALOR            TO CLIN-VALOR
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       300-99-FIM. EXIT.

       310-FORNECEDOR.

      *    O CBPESS nao tem chave por documento: passagem sequencial

           MOVE "N" TO ACHOU
           MOVE LOW-VALUES TO CBPESS-CHAVE
           START CBPESS KEY NOT LESS CBPESS-CHAVE
           PERFORM UNTIL FS-CBPESS > "09" OR ACHOU = "S"
                   READ CBPESS NEXT RECORD IGNORE LOCK
                   IF   FS-CBPESS < "10"
                   AND  CBPESS-CNPJ-CPF = NF-CNPJ-CPF
                   AND  CBPESS-PESSOA-ATIVA
                        MOVE "S" TO ACHOU
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPESS.

       310-99-FIM. EXIT.

       500-GERA-PAR.

           MOVE NF-EMISSAO-DD TO DT-DD
           MOVE NF-EMISSAO-MM TO DT-MM
           MOVE NF-EMISSAO-AA TO DT-AA

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                 TO CB043PCW-COMANDO
           MOVE "D"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC           TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC          TO CB043PCW-NUMERO-BAC
           MOVE CBEMPE-CENTRO-CUSTO TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB          TO CB043PCW-COD-RED
           MOVE HISTORICO-LANC      TO CB043PCW-HISTORICO
           MOVE CBEMPE-PEDIDO       TO CB043PCW-DOCTO
           MOVE DATA-DDMMAA         TO CB043PCW-AAAAMMDD-DOCTO
           MOVE DIA-REF             TO CB043PCW-DD-REFERENCIA
           MOVE NF-VALOR            TO CB043PCW-VALOR
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                GO TO 500-99-FIM
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

       500-99-FIM. EXIT.

       510-DESFAZ-PAR.

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "E"               TO CB043PCW-COMANDO
           MOVE SERIE-BAC         TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC        TO CB043PCW-NUMERO-BAC
           MOVE LANCAMENTO-GERADO TO CB043PCW-LANCAMENTO-NUMERO
           MOVE "C"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-CR        TO CB043PCW-COD-RED
           MOVE NF-VALOR          TO CB043PCW-VALOR
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           MOVE "E"               TO CB043PCW-COMANDO
           MOVE "D"               TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-DB        TO CB043PCW-COD-RED
           CALL "CB043PCW"     USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW".

       510-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           OPEN I-O CBTITU
           IF   FS-CBTITU = "30" OR "35"
                CLOSE CBTITU
                OPEN OUTPUT CBTITU
                CLOSE CBTITU
                OPEN I-O CBTITU
           END-IF
           OPEN I-O CBNFEI
           IF   FS-CBNFEI = "30" OR "35"
                CLOSE CBNFEI
                OPEN OUTPUT CBNFEI
                CLOSE CBNFEI
                OPEN I-O CBNFEI
           END-IF
           OPEN INPUT CBPESS CBEMPE CBPLCO
           IF   FS-CBTITU > "09" OR FS-CBNFEI > "09"
           OR   FS-CBPESS > "09" OR FS-CBEMPE > "09"
           OR   FS-CBPLCO > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBTITU CBNFEI CBPESS CBEMPE CBPLCO.

       900-99-FIM. EXIT.

       END PROGRAM CB214PCW.
