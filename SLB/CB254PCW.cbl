       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB254PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Cartao corporativo                           *
                      *                                               *
                      *  1 - Cadastra o cartao (CBCCPO): pessoa,      *
                      *      operadores do portador e do gestor e     *
                      *      centro padrao                            *
                      *  2 - Importa a fatura da administradora para  *
                      *      as despesas do cartao (CBCCDE)           *
                      *  3 - Portador ou gestor aloca centro, conta,  *
                      *      historico e comprovante de cada despesa  *
                      *  4 - Portador ou gestor aprova as alocadas    *
                      *  5 - Contabiliza a fatura em um BAC pelo      *
                      *      CB043PCW: aprovadas na despesa, demais   *
                      *      na conta transitoria, contra um unico    *
                      *      lancamento no cartao a pagar             *
                      *  6 - Reclassifica da transitoria para a       *
                      *      despesa as aprovadas depois              *
                      *  7 - Relatorio das despesas na transitoria    *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBCCPOSL.
       COPY CBCCDESL.
       COPY CBPESSSL.
       COPY CBPLCOSL.

           SELECT FATLIN ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-FATLIN.

       DATA DIVISION.
       FILE SECTION.

       COPY CBCCPOFD.
       COPY CBCCDEFD.
       COPY CBPESSFD.
       COPY CBPLCOFD.

      *    Arquivo da administradora, uma linha por lancamento da
      *    fatura do cartao; valor sem virgula (dois ultimos digitos
      *    sao centavos) e tipo D para compra ou C para estorno

       FD  FATLIN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-FATLIN.

       01  FATLIN-REG.
           05 FATLIN-DATA               PIC  9(008).
           05 FATLIN-VALOR              PIC  9(013)V99.
           05 FATLIN-TIPO               PIC  X(001).
           05 FATLIN-ESTABELECIMENTO    PIC  X(030).
           05 FATLIN-AUTORIZACAO        PIC  X(010).
           05 FILLER                    PIC  X(136).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB254PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 CARTAO-M                  PIC  X(016) VALUE SPACES.
           05 PESSOA-M                  PIC  9(005) VALUE 0.
           05 PORTADOR-M                PIC  X(030) VALUE SPACES.
           05 GESTOR-M                  PIC  X(030) VALUE SPACES.
           05 CENTRO-M                  PIC  9(004) VALUE 0.
           05 ATIVO-M                   PIC  X(001) VALUE "S".
           05 REFERENCIA-FAT.
              10 FAT-AAAA               PIC  9(004) VALUE 0.
              10 FAT-MM                 PIC  9(002) VALUE 0.
           05 ARQUIVO-FATURA            PIC  X(050) VALUE SPACES.
           05 CENTRO-A                  PIC  9(004) VALUE 0.
           05 COD-RED-A                 PIC  9(005) VALUE 0.
           05 HISTORICO-A               PIC  9(004) VALUE 0.
           05 COMPROVANTE-A             PIC  X(015) VALUE SPACES.
           05 SITUACAO-LIT              PIC  X(012) VALUE SPACES.
           05 DESTINO-LIT               PIC  X(012) VALUE SPACES.
           05 DESTINO-LANCAMENTO        PIC  X(001) VALUE SPACE.
           05 COD-RED-CARTAO            PIC  9(005) VALUE 0.
           05 COD-RED-TRANSITORIA       PIC  9(005) VALUE 0.
           05 SERIE-BAC                 PIC  9(004) VALUE 0.
           05 NUMERO-BAC                PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 SEQUENCIA                 PIC  9(004) VALUE 0.
           05 QT-LIDAS           COMP-3 PIC  9(004) VALUE 0.
           05 QT-INVALIDAS       COMP-3 PIC  9(004) VALUE 0.
           05 QT-ALOCADAS        COMP-3 PIC  9(004) VALUE 0.
           05 QT-PENDENTES       COMP-3 PIC  9(004) VALUE 0.
           05 QT-APROVADAS       COMP-3 PIC  9(004) VALUE 0.
           05 QT-A-CONTABILIZAR  COMP-3 PIC  9(004) VALUE 0.
           05 QT-DESPESA         COMP-3 PIC  9(004) VALUE 0.
           05 QT-TRANSITORIA     COMP-3 PIC  9(004) VALUE 0.
           05 QT-REJEITADAS      COMP-3 PIC  9(004) VALUE 0.
           05 QT-RECLASSIFICADAS COMP-3 PIC  9(004) VALUE 0.
           05 QT-DESFEITAS       COMP-3 PIC  9(004) VALUE 0.
           05 PRIMEIRO-LANCAMENTO       PIC  9(007) VALUE 0.
           05 TOTAL-DESPESA      COMP-3 PIC S9(012)V99 VALUE 0.
           05 TOTAL-TRANSITORIA  COMP-3 PIC S9(012)V99 VALUE 0.
           05 TOTAL-CARTAO       COMP-3 PIC S9(012)V99 VALUE 0.
           05 TOTAL-PENDENCIAS   COMP-3 PIC S9(012)V99 VALUE 0.
           05 CARTAO-ANTERIOR           PIC  X(016) VALUE SPACES.
           05 FASE                      PIC  9(001) VALUE 0.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 PERMISSAO                 PIC  9(001) VALUE 0.
              88 OPERADOR-PERMITIDO                VALUE 1.
           05 CONFIRMA                  PIC  X(001) VALUE "N".
           05 LINHA-BRANCA              PIC  X(068) VALUE SPACES.
           05 CENTRO-DB                 PIC  9(004) VALUE 0.
           05 CENTRO-CR                 PIC  9(004) VALUE 0.
           05 COD-RED-DB                PIC  9(005) VALUE 0.
           05 COD-RED-CR                PIC  9(005) VALUE 0.
           05 HISTORICO-LANC            PIC  9(004) VALUE 0.
           05 DESCRICAO-LANC            PIC  X(030) VALUE SPACES.
           05 DOCTO-LANC                PIC  9(008) VALUE 0.
           05 VALOR-LANC                PIC  9(012)V99 VALUE 0.
           05 LANCAMENTO-GERADO         PIC  9(007) VALUE 0.
           05 PARAMETROS-CWGETU.
              10 OPERADOR               PIC  X(030) VALUE SPACES.
              10 TASK                   PIC  X(006) VALUE SPACES.
              10 PROGRAMA               PIC  X(008) VALUE SPACES.
              10 CWMENU                 PIC  X(001) VALUE SPACE.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBCCPO.
              10 FS-CBCCPO              PIC  X(002) VALUE "00".
              10 LB-CBCCPO              PIC  X(050) VALUE "CBCCPO".
           05 ER-CBCCDE.
              10 FS-CBCCDE              PIC  X(002) VALUE "00".
              10 LB-CBCCDE              PIC  X(050) VALUE "CBCCDE".
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-FATLIN.
              10 FS-FATLIN              PIC  X(002) VALUE "00".
              10 LB-FATLIN              PIC  X(050) VALUE SPACES.

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "CARTAO           SEQ. DATA     ESTABELEC".
              05 FILLER                 PIC  X(040) VALUE
                 "IMENTO                CONTA CC          ".
              05 FILLER                 PIC  X(020) VALUE
                 "     VALOR T DESTINO".
           02 LINHA-02.
              05 CLIC-CARTAO            PIC  X(016).
              05 FILLER                 PIC  X(001).
              05 CLIC-SEQUENCIA         PIC  9(004).
              05 FILLER                 PIC  X(001).
              05 CLIC-DATA              PIC  9(008).
              05 FILLER                 PIC  X(001).
              05 CLIC-ESTABELECIMENTO   PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-COD-RED           PIC  9(005).
              05 FILLER                 PIC  X(001).
              05 CLIC-CENTRO            PIC  9(004).
              05 FILLER                 PIC  X(001).
              05 CLIC-VALOR             PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-TIPO              PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLIC-DESTINO           PIC  X(012).
           02 LINHA-03.
              05 CLIC-TOTAL-LIT         PIC  X(040).
              05 CLIC-TOTAL             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           02 LINHA-04.
              05 FILLER                 PIC  X(007) VALUE "CARTAO ".
              05 CLIC-P-CARTAO          PIC  X(016).
              05 FILLER                 PIC  X(011) VALUE
                 "  PORTADOR ".
              05 CLIC-P-PORTADOR        PIC  X(030).
              05 FILLER                 PIC  X(009) VALUE
                 "  GESTOR ".
              05 CLIC-P-GESTOR          PIC  X(030).
           02 LINHA-05.
              05 FILLER                 PIC  X(007) VALUE SPACES.
              05 FILLER                 PIC  X(008) VALUE "PESSOA  ".
              05 CLIC-P-PESSOA          PIC  9(005).
              05 FILLER                 PIC  X(001).
              05 CLIC-P-RAZAO-SOCIAL    PIC  X(040).
           02 LINHA-06.
              05 FILLER                 PIC  X(040) VALUE
                 "FATURA  SEQ.  DATA      ESTABELECIMENTO ".
              05 FILLER                 PIC  X(040) VALUE
                 "                            VALOR T  SIT".
              05 FILLER                 PIC  X(022) VALUE
                 "UACAO      COMPROVANTE".
           02 LINHA-07.
              05 CLIC-FATURA            PIC  9(006).
              05 FILLER                 PIC  X(002).
              05 CLIC-SEQ               PIC  9(004).
              05 FILLER                 PIC  X(002).
              05 CLIC-DATA-P            PIC  9(008).
              05 FILLER                 PIC  X(002).
              05 CLIC-ESTAB             PIC  X(030).
              05 FILLER                 PIC  X(002).
              05 CLIC-VALOR-P           PIC  ZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-TIPO-P            PIC  X(001).
              05 FILLER                 PIC  X(002).
              05 CLIC-SITUACAO          PIC  X(012).
              05 FILLER                 PIC  X(002).
              05 CLIC-COMPROVANTE       PIC  X(015).

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Cadastra cartao".
           05 LINE 05 COLUMN 03 VALUE "2 - Importa fatura".
           05 LINE 06 COLUMN 03 VALUE "3 - Aloca despesas".
           05 LINE 07 COLUMN 03 VALUE "4 - Aprova despesas".
           05 LINE 08 COLUMN 03 VALUE "5 - Contabiliza fatura".
           05 LINE 09 COLUMN 03 VALUE "6 - Reclassifica transitoria".
           05 LINE 10 COLUMN 03 VALUE "7 - Relatorio de pendencias".
           05 LINE 12 COLUMN 03 VALUE "Opcao:".
           05 LINE 12 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CARTAO.
           05 LINE 04 COLUMN 03 VALUE "Cartao.................:".
           05 LINE 04 COLUMN 30 PIC X(016) USING CARTAO-M.

       01  TELA-PORTADOR.
           05 LINE 05 COLUMN 03 VALUE "Pessoa (portador)......:".
           05 LINE 05 COLUMN 30 PIC 9(005) USING PESSOA-M.
           05 LINE 06 COLUMN 03 VALUE "Operador do portador...:".
           05 LINE 06 COLUMN 30 PIC X(030) USING PORTADOR-M.
           05 LINE 07 COLUMN 03 VALUE "Operador do gestor.....:".
           05 LINE 07 COLUMN 30 PIC X(030) USING GESTOR-M.
           05 LINE 08 COLUMN 03 VALUE "Centro padrao..........:".
           05 LINE 08 COLUMN 30 PIC 9(004) USING CENTRO-M.
           05 LINE 09 COLUMN 03 VALUE "Ativo (S/N)............:".
           05 LINE 09 COLUMN 30 PIC X(001) USING ATIVO-M.

       01  TELA-SELECAO.
           05 LINE 04 COLUMN 03 VALUE "Cartao.................:".
           05 LINE 04 COLUMN 30 PIC X(016) USING CARTAO-M.
           05 LINE 05 COLUMN 03 VALUE "Fatura (AAAAMM)........:".
           05 LINE 05 COLUMN 30 PIC 9999   USING FAT-AAAA.
           05 LINE 05 COLUMN 34 PIC 99     USING FAT-MM.

       01  TELA-IMPORTA.
           05 LINE 06 COLUMN 03 VALUE "Arquivo da fatura......:".
           05 LINE 06 COLUMN 30 PIC X(050) USING ARQUIVO-FATURA.

       01  TELA-DESPESA.
           05 LINE 07 COLUMN 03 VALUE "Sequencia..............:".
           05 LINE 07 COLUMN 30 PIC 9(004) FROM CBCCDE-SEQUENCIA.
           05 LINE 08 COLUMN 03 VALUE "Data...................:".
           05 LINE 08 COLUMN 30 PIC 9(008) FROM CBCCDE-DATA.
           05 LINE 09 COLUMN 03 VALUE "Estabelecimento........:".
           05 LINE 09 COLUMN 30 PIC X(030) FROM CBCCDE-ESTABELECIMENTO.
           05 LINE 10 COLUMN 03 VALUE "Valor..................:".
           05 LINE 10 COLUMN 30
              PIC ZZ.ZZZ.ZZZ.ZZ9,99        FROM CBCCDE-VALOR.
           05 LINE 10 COLUMN 48 PIC X(001) FROM CBCCDE-TIPO.
           05 LINE 11 COLUMN 03 VALUE "Situacao...............:".
           05 LINE 11 COLUMN 30 PIC X(012) FROM SITUACAO-LIT.
           05 LINE 13 COLUMN 03 VALUE "Centro de custo........:".
           05 LINE 13 COLUMN 30 PIC 9(004) USING CENTRO-A.
           05 LINE 14 COLUMN 03 VALUE "Conta (0 = pendente)...:".
           05 LINE 14 COLUMN 30 PIC 9(005) USING COD-RED-A.
           05 LINE 15 COLUMN 03 VALUE "Historico padrao.......:".
           05 LINE 15 COLUMN 30 PIC 9(004) USING HISTORICO-A.
           05 LINE 16 COLUMN 03 VALUE "Comprovante............:".
           05 LINE 16 COLUMN 30 PIC X(015) USING COMPROVANTE-A.

       01  TELA-CONTABILIZA.
           05 LINE 04 COLUMN 03 VALUE "Fatura (AAAAMM)........:".
           05 LINE 04 COLUMN 30 PIC 9999   USING FAT-AAAA.
           05 LINE 04 COLUMN 34 PIC 99     USING FAT-MM.
           05 LINE 05 COLUMN 03 VALUE "Conta do cartao a pagar:".
           05 LINE 05 COLUMN 30 PIC 9(005) USING COD-RED-CARTAO.
           05 LINE 06 COLUMN 03 VALUE "Conta transitoria......:".
           05 LINE 06 COLUMN 30 PIC 9(005) USING COD-RED-TRANSITORIA.
           05 LINE 07 COLUMN 03 VALUE "BAC (serie/numero).....:".
           05 LINE 07 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 07 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 08 COLUMN 03 VALUE "Dia de referencia......:".
           05 LINE 08 COLUMN 30 PIC 9(002) USING DIA-REF.

       01  TELA-RECLASSIFICA.
           05 LINE 04 COLUMN 03 VALUE "Fatura (0 = todas).....:".
           05 LINE 04 COLUMN 30 PIC 9999   USING FAT-AAAA.
           05 LINE 04 COLUMN 34 PIC 99     USING FAT-MM.
           05 LINE 05 COLUMN 03 VALUE "BAC (serie/numero).....:".
           05 LINE 05 COLUMN 30 PIC 9(004) USING SERIE-BAC.
           05 LINE 05 COLUMN 35 PIC 9(004) USING NUMERO-BAC.
           05 LINE 06 COLUMN 03 VALUE "Dia de referencia......:".
           05 LINE 06 COLUMN 30 PIC 9(002) USING DIA-REF.

       01  TELA-PENDENCIAS.
           05 LINE 04 COLUMN 03 VALUE "Fatura (0 = todas).....:".
           05 LINE 04 COLUMN 30 PIC 9999   USING FAT-AAAA.
           05 LINE 04 COLUMN 34 PIC 99     USING FAT-MM.

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
                            PERFORM 100-CADASTRO    THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-IMPORTA     THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-ALOCA       THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-APROVA      THRU 400-99-FIM
                       WHEN OPCAO = 5
                            PERFORM 500-CONTABILIZA THRU 500-99-FIM
                       WHEN OPCAO = 6
                            PERFORM 600-RECLASSIFICA
                                    THRU 600-99-FIM
                       WHEN OPCAO = 7
                            PERFORM 650-PENDENCIAS  THRU 650-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-CADASTRO.

           MOVE SPACES TO CARTAO-M
           DISPLAY TELA-CARTAO
           ACCEPT  TELA-CARTAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR CARTAO-M = SPACES
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE 0        TO EXISTE PESSOA-M CENTRO-M
           MOVE SPACES   TO PORTADOR-M GESTOR-M
           MOVE "S"      TO ATIVO-M
           MOVE CARTAO-M TO CBCCPO-CARTAO
           READ CBCCPO
           IF   FS-CBCCPO < "10"
                MOVE 1                    TO EXISTE
                MOVE CBCCPO-PESSOA-CODIGO TO PESSOA-M
                MOVE CBCCPO-PORTADOR      TO PORTADOR-M
                MOVE CBCCPO-GESTOR        TO GESTOR-M
                MOVE CBCCPO-CENTRO-CUSTO  TO CENTRO-M
                MOVE CBCCPO-ATIVO         TO ATIVO-M
           END-IF
           MOVE "00" TO FS-CBCCPO

           DISPLAY TELA-PORTADOR
           ACCEPT  TELA-PORTADOR
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           IF   PESSOA-M = 0
           OR  (ATIVO-M NOT = "S" AND ATIVO-M NOT = "N")
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE PESSOA-M TO CBPESS-CODIGO
           READ CBPESS IGNORE LOCK
           IF   FS-CBPESS > "09"
                MOVE "00" TO FS-CBPESS
                DISPLAY "Pessoa inexistente" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE CARTAO-M   TO CBCCPO-CARTAO
           MOVE PESSOA-M   TO CBCCPO-PESSOA-CODIGO
           MOVE PORTADOR-M TO CBCCPO-PORTADOR
           MOVE GESTOR-M   TO CBCCPO-GESTOR
           MOVE CENTRO-M   TO CBCCPO-CENTRO-CUSTO
           MOVE ATIVO-M    TO CBCCPO-ATIVO
           IF   REGISTRO-EXISTE
                REWRITE CBCCPO-REG
           ELSE
                WRITE CBCCPO-REG
           END-IF
           IF   FS-CBCCPO < "10"
                DISPLAY "Cartao gravado" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBCCPO"
                        LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       200-IMPORTA.

           MOVE SPACES TO CARTAO-M ARQUIVO-FATURA
           MOVE 0      TO FAT-AAAA FAT-MM
           DISPLAY TELA-SELECAO TELA-IMPORTA
           ACCEPT  TELA-SELECAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   NOT ESC
                ACCEPT TELA-IMPORTA
                ACCEPT TECLA FROM ESCAPE KEY
           END-IF
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           IF   CARTAO-M = SPACES OR ARQUIVO-FATURA = SPACES
           OR   FAT-AAAA = 0 OR FAT-MM = 0 OR FAT-MM > 12
                DISPLAY "Parametros incompletos" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE CARTAO-M TO CBCCPO-CARTAO
           READ CBCCPO
           IF   FS-CBCCPO > "09"
           OR   NOT CBCCPO-CARTAO-ATIVO
                MOVE "00" TO FS-CBCCPO
                DISPLAY "Cartao inexistente ou inativo"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

      *    Fatura ja importada para o cartao nao e reimportada: as
      *    linhas podem ter sido alocadas ou contabilizadas

           MOVE CARTAO-M       TO CBCCDE-CARTAO
           MOVE REFERENCIA-FAT TO CBCCDE-FATURA
           MOVE 0              TO CBCCDE-SEQUENCIA
           START CBCCDE KEY NOT LESS CBCCDE-CHAVE
           IF   FS-CBCCDE < "10"
                READ CBCCDE NEXT RECORD
                IF   FS-CBCCDE < "10"
                AND  CBCCDE-CARTAO = CARTAO-M
                AND  CBCCDE-FATURA = REFERENCIA-FAT
                     DISPLAY "Fatura ja importada para o cartao"
                             LINE 23 COLUMN 03
                     GO TO 200-99-FIM
                END-IF
           END-IF
           MOVE "00" TO FS-CBCCDE

           MOVE ARQUIVO-FATURA TO LB-FATLIN
           OPEN INPUT FATLIN
           IF   FS-FATLIN > "09"
                DISPLAY "Arquivo da fatura nao encontrado"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE 0 TO SEQUENCIA QT-LIDAS QT-INVALIDAS
           PERFORM UNTIL FS-FATLIN > "09"
                   READ FATLIN
                   IF   FS-FATLIN < "10"
                   AND  FATLIN-REG NOT = SPACES
                        PERFORM 210-GRAVA-LINHA THRU 210-99-FIM
                   END-IF
           END-PERFORM

           CLOSE FATLIN
           DISPLAY LINHA-BRANCA LINE 23 COLUMN 03
           DISPLAY QT-LIDAS      LINE 23 COLUMN 03
                   " despesas importadas" LINE 23 COLUMN 08
                   QT-INVALIDAS  LINE 23 COLUMN 29
                   " linhas invalidas" LINE 23 COLUMN 34.

       200-99-FIM. EXIT.

       210-GRAVA-LINHA.

           IF   FATLIN-DATA  NOT NUMERIC
           OR   FATLIN-VALOR NOT NUMERIC
           OR  (FATLIN-TIPO  NOT = "D" AND FATLIN-TIPO NOT = "C"
                                       AND FATLIN-TIPO NOT = SPACE)
                ADD 1 TO QT-INVALIDAS
                GO TO 210-99-FIM
           END-IF

           ADD  1                      TO SEQUENCIA
           MOVE CARTAO-M               TO CBCCDE-CARTAO
           MOVE REFERENCIA-FAT         TO CBCCDE-FATURA
           MOVE SEQUENCIA              TO CBCCDE-SEQUENCIA
           MOVE FATLIN-DATA            TO CBCCDE-DATA
           MOVE FATLIN-ESTABELECIMENTO TO CBCCDE-ESTABELECIMENTO
           MOVE FATLIN-AUTORIZACAO     TO CBCCDE-AUTORIZACAO
           IF   FATLIN-TIPO = "C"
                MOVE "C"               TO CBCCDE-TIPO
           ELSE
                MOVE "D"               TO CBCCDE-TIPO
           END-IF
           MOVE FATLIN-VALOR           TO CBCCDE-VALOR
           MOVE CBCCPO-CENTRO-CUSTO    TO CBCCDE-CENTRO-CUSTO
           MOVE 0                      TO CBCCDE-COD-RED
                                          CBCCDE-HISTORICO
                                          CBCCDE-DATA-APROVACAO
                                          CBCCDE-COD-RED-TRANSITORIA
                                          CBCCDE-SERIE-BAC
                                          CBCCDE-NUMERO-BAC
                                          CBCCDE-LANCAMENTO
           MOVE SPACES                 TO CBCCDE-COMPROVANTE
                                          CBCCDE-APROVADOR
                                          CBCCDE-CONTABIL
           MOVE "P"                    TO CBCCDE-SITUACAO
           WRITE CBCCDE-REG
           IF   FS-CBCCDE < "10"
                ADD 1 TO QT-LIDAS
           ELSE
                ADD 1 TO QT-INVALIDAS
                MOVE "00" TO FS-CBCCDE
           END-IF.

       210-99-FIM. EXIT.

       300-ALOCA.

           PERFORM 310-SELECIONA THRU 310-99-FIM
           IF   NOT OPERADOR-PERMITIDO
                GO TO 300-99-FIM
           END-IF

      *    Percorre as despesas da fatura que ainda nao foram para a
      *    despesa; as que estao na transitoria podem ser alocadas
      *    para a reclassificacao

           MOVE 0              TO QT-ALOCADAS
           MOVE CARTAO-M       TO CBCCDE-CARTAO
           MOVE REFERENCIA-FAT TO CBCCDE-FATURA
           MOVE 0              TO CBCCDE-SEQUENCIA
           START CBCCDE KEY NOT LESS CBCCDE-CHAVE

           PERFORM UNTIL FS-CBCCDE > "09" OR ESC
                   READ CBCCDE NEXT RECORD
                   IF   FS-CBCCDE < "10"
                        IF   CBCCDE-CARTAO NOT = CARTAO-M
                        OR   CBCCDE-FATURA NOT = REFERENCIA-FAT
                             MOVE "10" TO FS-CBCCDE
                        ELSE
                             IF   NOT CBCCDE-NA-DESPESA
                                  PERFORM 320-ALOCA-LINHA
                                          THRU 320-99-FIM
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCCDE

           SET ENTER-KEY TO TRUE
           DISPLAY LINHA-BRANCA LINE 23 COLUMN 03
           DISPLAY QT-ALOCADAS  LINE 23 COLUMN 03
                   " despesas alteradas" LINE 23 COLUMN 08.

       300-99-FIM. EXIT.

       310-SELECIONA.

           MOVE 0      TO PERMISSAO FAT-AAAA FAT-MM
           MOVE SPACES TO CARTAO-M
           DISPLAY TELA-SELECAO
           ACCEPT  TELA-SELECAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR CARTAO-M = SPACES
                SET ENTER-KEY TO TRUE
                GO TO 310-99-FIM
           END-IF

           IF   FAT-AAAA = 0 OR FAT-MM = 0 OR FAT-MM > 12
                DISPLAY "Fatura invalida" LINE 23 COLUMN 03
                GO TO 310-99-FIM
           END-IF

           MOVE CARTAO-M TO CBCCPO-CARTAO
           READ CBCCPO
           IF   FS-CBCCPO > "09"
                MOVE "00" TO FS-CBCCPO
                DISPLAY "Cartao inexistente" LINE 23 COLUMN 03
                GO TO 310-99-FIM
           END-IF

      *    So o portador ou o gestor do cartao alocam e aprovam; sem
      *    nenhum dos dois informado vale a autorizacao do programa

           MOVE "?"            TO CWMENU
           CALL "CWGETU"    USING OPERADOR TASK PROGRAMA CWMENU
           IF  (CBCCPO-PORTADOR = SPACES AND CBCCPO-GESTOR = SPACES)
           OR   OPERADOR = CBCCPO-PORTADOR
           OR   OPERADOR = CBCCPO-GESTOR
                MOVE 1 TO PERMISSAO
           ELSE
                DISPLAY "Somente o portador ou o gestor do cartao"
                        LINE 23 COLUMN 03
           END-IF.

       310-99-FIM. EXIT.

       320-ALOCA-LINHA.

           MOVE CBCCDE-CENTRO-CUSTO TO CENTRO-A
           MOVE CBCCDE-COD-RED      TO COD-RED-A
           MOVE CBCCDE-HISTORICO    TO HISTORICO-A
           MOVE CBCCDE-COMPROVANTE  TO COMPROVANTE-A
           PERFORM 760-SITUACAO THRU 760-99-FIM

           DISPLAY TELA-DESPESA
           ACCEPT  TELA-DESPESA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                GO TO 320-99-FIM
           END-IF

           IF   CENTRO-A      = CBCCDE-CENTRO-CUSTO
           AND  COD-RED-A     = CBCCDE-COD-RED
           AND  HISTORICO-A   = CBCCDE-HISTORICO
           AND  COMPROVANTE-A = CBCCDE-COMPROVANTE
                GO TO 320-99-FIM
           END-IF

      *    Alterar a alocacao desfaz a aprovacao anterior

           MOVE CENTRO-A      TO CBCCDE-CENTRO-CUSTO
           MOVE COD-RED-A     TO CBCCDE-COD-RED
           MOVE HISTORICO-A   TO CBCCDE-HISTORICO
           MOVE COMPROVANTE-A TO CBCCDE-COMPROVANTE
           MOVE SPACES        TO CBCCDE-APROVADOR
           MOVE 0             TO CBCCDE-DATA-APROVACAO
           IF   COD-RED-A = 0
                MOVE "P" TO CBCCDE-SITUACAO
           ELSE
                MOVE "A" TO CBCCDE-SITUACAO
           END-IF
           REWRITE CBCCDE-REG
           IF   FS-CBCCDE < "10"
                ADD 1 TO QT-ALOCADAS
           ELSE
                DISPLAY "Erro de gravacao em CBCCDE"
                        LINE 23 COLUMN 03
                MOVE "00" TO FS-CBCCDE
           END-IF.

       320-99-FIM. EXIT.

       400-APROVA.

           PERFORM 310-SELECIONA THRU 310-99-FIM
           IF   NOT OPERADOR-PERMITIDO
                GO TO 400-99-FIM
           END-IF

           MOVE 0 TO FASE
           PERFORM 410-PERCORRE-FATURA THRU 410-99-FIM
           IF   QT-ALOCADAS = 0
                DISPLAY "Nenhuma despesa alocada a aprovar"
                        LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           DISPLAY "Despesas alocadas a aprovar..:" LINE 07 COLUMN 03
                   QT-ALOCADAS                      LINE 07 COLUMN 34
                   "Despesas sem conta (pendentes):" LINE 08 COLUMN 03
                   QT-PENDENTES                     LINE 08 COLUMN 34
                   "Confirma aprovacao (S/N)......:" LINE 10 COLUMN 03
           MOVE "N" TO CONFIRMA
           ACCEPT  CONFIRMA LINE 10 COLUMN 35 WITH PROMPT UPDATE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR (CONFIRMA NOT = "S" AND CONFIRMA NOT = "s")
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           MOVE 1 TO FASE
           PERFORM 410-PERCORRE-FATURA THRU 410-99-FIM
           MOVE 0 TO FASE
           DISPLAY QT-APROVADAS LINE 23 COLUMN 03
                   " despesas aprovadas" LINE 23 COLUMN 08.

       400-99-FIM. EXIT.

       410-PERCORRE-FATURA.

           MOVE 0              TO QT-ALOCADAS QT-PENDENTES
                                  QT-APROVADAS
           MOVE CARTAO-M       TO CBCCDE-CARTAO
           MOVE REFERENCIA-FAT TO CBCCDE-FATURA
           MOVE 0              TO CBCCDE-SEQUENCIA
           START CBCCDE KEY NOT LESS CBCCDE-CHAVE

           PERFORM UNTIL FS-CBCCDE > "09"
                   READ CBCCDE NEXT RECORD
                   IF   FS-CBCCDE > "09"
                   OR   CBCCDE-CARTAO NOT = CARTAO-M
                   OR   CBCCDE-FATURA NOT = REFERENCIA-FAT
                        MOVE "10" TO FS-CBCCDE
                   ELSE
                        IF   CBCCDE-PENDENTE
                        AND  NOT CBCCDE-NA-DESPESA
                             ADD 1 TO QT-PENDENTES
                        END-IF
                        IF   CBCCDE-ALOCADA
                             ADD 1 TO QT-ALOCADAS
                             IF   FASE = 1
                                  MOVE "V"      TO CBCCDE-SITUACAO
                                  MOVE OPERADOR TO CBCCDE-APROVADOR
                                  MOVE HOJE     TO
                                       CBCCDE-DATA-APROVACAO
                                  REWRITE CBCCDE-REG
                                  IF   FS-CBCCDE < "10"
                                       ADD 1 TO QT-APROVADAS
                                  END-IF
                                  MOVE "00" TO FS-CBCCDE
                             END-IF
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCCDE.

       410-99-FIM. EXIT.

       500-CONTABILIZA.

           MOVE 0 TO FAT-AAAA FAT-MM COD-RED-CARTAO COD-RED-TRANSITORIA
                     SERIE-BAC NUMERO-BAC DIA-REF
           DISPLAY TELA-CONTABILIZA
           ACCEPT  TELA-CONTABILIZA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 500-99-FIM
           END-IF

           IF   FAT-AAAA = 0 OR FAT-MM = 0 OR FAT-MM > 12
           OR   COD-RED-CARTAO = 0 OR COD-RED-TRANSITORIA = 0
           OR   SERIE-BAC = 0 OR DIA-REF = 0
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 500-99-FIM
           END-IF

           MOVE COD-RED-CARTAO TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                DISPLAY "Conta do cartao a pagar inexistente no plano"
                        LINE 23 COLUMN 03
                GO TO 500-99-FIM
           END-IF
           MOVE COD-RED-TRANSITORIA TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                DISPLAY "Conta transitoria inexistente no plano"
                        LINE 23 COLUMN 03
                GO TO 500-99-FIM
           END-IF

           MOVE 0 TO FASE
           PERFORM 510-PERCORRE-FATURA THRU 510-99-FIM
           IF   QT-A-CONTABILIZAR = 0
                DISPLAY "Nenhuma despesa a contabilizar na fatura"
                        LINE 23 COLUMN 03
                GO TO 500-99-FIM
           END-IF

           MOVE "CONTABILIZACAO DA FATURA DE CARTAO CORPORATIVO"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "FATURA " FAT-MM "/" FAT-AAAA
                  "  BAC " SERIE-BAC "/" NUMERO-BAC
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB254PA" TO CWIMPR-REPORT

      *    Segunda passada lanca cada despesa aprovada na sua conta e
      *    centro e as demais na transitoria; o lancamento unico no
      *    cartao a pagar sai ao final pelo liquido aceito - despesa
      *    que nem a transitoria aceita fica fora para o BAC fechar

           MOVE 0 TO QT-DESPESA QT-TRANSITORIA QT-REJEITADAS
                     TOTAL-DESPESA TOTAL-TRANSITORIA TOTAL-CARTAO
                     QT-DESFEITAS PRIMEIRO-LANCAMENTO
           MOVE 1 TO FASE
           PERFORM 510-PERCORRE-FATURA THRU 510-99-FIM
           MOVE 0 TO FASE

           PERFORM 560-CARTAO-A-PAGAR THRU 560-99-FIM

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "LANCADO NA DESPESA......................:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-DESPESA   TO CLIC-TOTAL
           MOVE LINHA-03        TO CWIMPR-DETAIL
           CALL "CB125PCW"   USING PARAMETROS-CWIMPR
           MOVE "LANCADO NA TRANSITORIA..................:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-TRANSITORIA TO CLIC-TOTAL
           MOVE LINHA-03          TO CWIMPR-DETAIL
           CALL "CB125PCW"     USING PARAMETROS-CWIMPR
           MOVE "CARTAO A PAGAR..........................:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-CARTAO    TO CLIC-TOTAL
           MOVE LINHA-03        TO CWIMPR-DETAIL
           CALL "CB125PCW"   USING PARAMETROS-CWIMPR
           MOVE "CLOSE"  TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           DISPLAY LINHA-BRANCA LINE 23 COLUMN 03
           DISPLAY "Despesa:"     LINE 23 COLUMN 03
                   QT-DESPESA     LINE 23 COLUMN 12
                   " Transitoria:" LINE 23 COLUMN 16
                   QT-TRANSITORIA LINE 23 COLUMN 30
                   " Rejeitadas:" LINE 23 COLUMN 34
                   QT-REJEITADAS  LINE 23 COLUMN 47
                   " Desfeitas:"  LINE 23 COLUMN 51
                   QT-DESFEITAS   LINE 23 COLUMN 63.

       500-99-FIM. EXIT.

       510-PERCORRE-FATURA.

      *    A fatura reune todos os cartoes pagos na mesma data

           MOVE 0           TO QT-A-CONTABILIZAR
           MOVE LOW-VALUES  TO CBCCDE-CHAVE
           START CBCCDE KEY NOT LESS CBCCDE-CHAVE

           PERFORM UNTIL FS-CBCCDE > "09"
                   READ CBCCDE NEXT RECORD
                   IF   FS-CBCCDE < "10"
                   AND  CBCCDE-FATURA = REFERENCIA-FAT
                   AND  CBCCDE-NAO-CONTABILIZADA
                        ADD 1 TO QT-A-CONTABILIZAR
                        IF   FASE = 1
                             PERFORM 550-CONTABILIZA-LINHA
                                     THRU 550-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCCDE.

       510-99-FIM. EXIT.

       550-CONTABILIZA-LINHA.

           IF   CBCCDE-APROVADA
                MOVE "D" TO DESTINO-LANCAMENTO
           ELSE
                MOVE "T" TO DESTINO-LANCAMENTO
           END-IF
           PERFORM 552-LANCA-LINHA THRU 552-99-FIM

      *    Despesa aprovada que o CB043PCW recusa na conta/centro vai
      *    para a transitoria: o BAC fecha com a fatura inteira e a
      *    linha aparece nas pendencias ate a reclassificacao (600)

           IF   CB043PCW-RETORNO NOT = ZEROS
           AND  DESTINO-LANCAMENTO = "D"
                MOVE "T" TO DESTINO-LANCAMENTO
                PERFORM 552-LANCA-LINHA THRU 552-99-FIM
           END-IF

           IF   CB043PCW-RETORNO NOT = ZEROS
                ADD  1           TO QT-REJEITADAS
                MOVE "REJEITADA" TO DESTINO-LIT
           ELSE
                IF   DESTINO-LANCAMENTO = "D"
                     MOVE "D" TO CBCCDE-CONTABIL
                     ADD  1   TO QT-DESPESA
                     IF   CBCCDE-ESTORNO
                          SUBTRACT CBCCDE-VALOR FROM TOTAL-DESPESA
                     ELSE
                          ADD      CBCCDE-VALOR TO   TOTAL-DESPESA
                     END-IF
                ELSE
                     MOVE "T" TO CBCCDE-CONTABIL
                     MOVE COD-RED-TRANSITORIA
                       TO CBCCDE-COD-RED-TRANSITORIA
                     ADD  1   TO QT-TRANSITORIA
                     IF   CBCCDE-ESTORNO
                          SUBTRACT CBCCDE-VALOR FROM TOTAL-TRANSITORIA
                     ELSE
                          ADD      CBCCDE-VALOR TO   TOTAL-TRANSITORIA
                     END-IF
                END-IF
                IF   CBCCDE-ESTORNO
                     SUBTRACT CBCCDE-VALOR FROM TOTAL-CARTAO
                ELSE
                     ADD      CBCCDE-VALOR TO   TOTAL-CARTAO
                END-IF
                MOVE SERIE-BAC  TO CBCCDE-SERIE-BAC
                MOVE NUMERO-BAC TO CBCCDE-NUMERO-BAC
                MOVE CB043PCW-LANCAMENTO-NUMERO TO CBCCDE-LANCAMENTO
                IF   PRIMEIRO-LANCAMENTO = 0
                     MOVE CB043PCW-LANCAMENTO-NUMERO
                       TO PRIMEIRO-LANCAMENTO
                END-IF
                REWRITE CBCCDE-REG
                MOVE "00" TO FS-CBCCDE
           END-IF

           PERFORM 555-IMPRIME-LINHA THRU 555-99-FIM.

       550-99-FIM. EXIT.

       552-LANCA-LINHA.

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                    TO CB043PCW-COMANDO
           IF   CBCCDE-ESTORNO
                MOVE "C"               TO CB043PCW-LANCAMENTO-TIPO
           ELSE
                MOVE "D"               TO CB043PCW-LANCAMENTO-TIPO
           END-IF
           MOVE SERIE-BAC              TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC             TO CB043PCW-NUMERO-BAC
           IF   DESTINO-LANCAMENTO = "D"
                MOVE CBCCDE-CENTRO-CUSTO TO CB043PCW-CENTRO-CUSTO
                MOVE CBCCDE-COD-RED      TO CB043PCW-COD-RED
                MOVE CBCCDE-HISTORICO    TO CB043PCW-HISTORICO
                MOVE "DESPESA"           TO DESTINO-LIT
           ELSE
                MOVE 0                   TO CB043PCW-CENTRO-CUSTO
                MOVE COD-RED-TRANSITORIA TO CB043PCW-COD-RED
                MOVE 0                   TO CB043PCW-HISTORICO
                IF   CBCCDE-APROVADA
                     MOVE "TRANS.RECUSA"  TO DESTINO-LIT
                ELSE
                     MOVE "TRANSITORIA"   TO DESTINO-LIT
                END-IF
           END-IF
           IF   CB043PCW-HISTORICO = 0
                MOVE CBCCDE-ESTABELECIMENTO TO CB043PCW-DESCRICAO (1)
           END-IF
           MOVE CBCCDE-SEQUENCIA       TO CB043PCW-DOCTO
           MOVE DIA-REF                TO CB043PCW-DD-REFERENCIA
           MOVE CBCCDE-VALOR           TO CB043PCW-VALOR
           CALL "CB043PCW"          USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW".

       552-99-FIM. EXIT.

       555-IMPRIME-LINHA.

           MOVE CBCCDE-CARTAO          TO CLIC-CARTAO
           MOVE CBCCDE-SEQUENCIA       TO CLIC-SEQUENCIA
           MOVE CBCCDE-DATA            TO CLIC-DATA
           MOVE CBCCDE-ESTABELECIMENTO TO CLIC-ESTABELECIMENTO
           MOVE CB043PCW-COD-RED       TO CLIC-COD-RED
           MOVE CB043PCW-CENTRO-CUSTO  TO CLIC-CENTRO
           MOVE CBCCDE-VALOR           TO CLIC-VALOR
           MOVE CBCCDE-TIPO            TO CLIC-TIPO
           MOVE DESTINO-LIT            TO CLIC-DESTINO
           MOVE LINHA-02               TO CWIMPR-DETAIL
           CALL "CB125PCW"          USING PARAMETROS-CWIMPR.

       555-99-FIM. EXIT.

       560-CARTAO-A-PAGAR.

           IF   TOTAL-CARTAO = 0
                DISPLAY "Nenhuma despesa aceita - sem cartao a pagar"
                        LINE 22 COLUMN 03
                GO TO 560-99-FIM
           END-IF

      *    Estornos acima das compras deixam o cartao a receber

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                 TO CB043PCW-COMANDO
           IF   TOTAL-CARTAO > 0
                MOVE "C"            TO CB043PCW-LANCAMENTO-TIPO
                MOVE TOTAL-CARTAO   TO CB043PCW-VALOR
           ELSE
                MOVE "D"            TO CB043PCW-LANCAMENTO-TIPO
                COMPUTE CB043PCW-VALOR = TOTAL-CARTAO * -1
           END-IF
           MOVE SERIE-BAC           TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC          TO CB043PCW-NUMERO-BAC
           MOVE 0                   TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-CARTAO      TO CB043PCW-COD-RED
           MOVE 0                   TO CB043PCW-HISTORICO
           MOVE "FATURA CARTAO CORPORATIVO"
             TO CB043PCW-DESCRICAO (1)
           MOVE REFERENCIA-FAT      TO CB043PCW-DOCTO
           MOVE DIA-REF             TO CB043PCW-DD-REFERENCIA
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                ADD 1 TO QT-REJEITADAS
                DISPLAY "Lancamento do cartao a pagar rejeitado"
                        " - fatura desfeita"
                        LINE 22 COLUMN 03
                PERFORM 570-DESFAZ-FATURA THRU 570-99-FIM
           END-IF.

       560-99-FIM. EXIT.

       570-DESFAZ-FATURA.

      *    Sem o credito no cartao a pagar o BAC nao fecha: as despesas
      *    aceitas nesta passada sao excluidas pelo CB043PCW e voltam
      *    a nao contabilizadas, para nova contabilizacao da fatura

           MOVE LOW-VALUES  TO CBCCDE-CHAVE
           START CBCCDE KEY NOT LESS CBCCDE-CHAVE

           PERFORM UNTIL FS-CBCCDE > "09"
                   READ CBCCDE NEXT RECORD
                   IF   FS-CBCCDE < "10"
                   AND  CBCCDE-FATURA = REFERENCIA-FAT
                   AND  NOT CBCCDE-NAO-CONTABILIZADA
                   AND  CBCCDE-SERIE-BAC  = SERIE-BAC
                   AND  CBCCDE-NUMERO-BAC = NUMERO-BAC
                   AND  CBCCDE-LANCAMENTO NUMERIC
                   AND  CBCCDE-LANCAMENTO NOT < PRIMEIRO-LANCAMENTO
                   AND  PRIMEIRO-LANCAMENTO NOT = 0
                        PERFORM 575-DESFAZ-LINHA THRU 575-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCCDE

           MOVE 0 TO QT-DESPESA QT-TRANSITORIA
                     TOTAL-DESPESA TOTAL-TRANSITORIA TOTAL-CARTAO.

       570-99-FIM. EXIT.

       575-DESFAZ-LINHA.

           INITIALIZE PARAMETROS-CB043PCW
           MOVE "E"                    TO CB043PCW-COMANDO
           MOVE CBCCDE-LANCAMENTO      TO CB043PCW-LANCAMENTO-NUMERO
           IF   CBCCDE-ESTORNO
                MOVE "C"               TO CB043PCW-LANCAMENTO-TIPO
           ELSE
                MOVE "D"               TO CB043PCW-LANCAMENTO-TIPO
           END-IF
           MOVE SERIE-BAC              TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC             TO CB043PCW-NUMERO-BAC
           IF   CBCCDE-NA-DESPESA
                MOVE CBCCDE-CENTRO-CUSTO TO CB043PCW-CENTRO-CUSTO
                MOVE CBCCDE-COD-RED      TO CB043PCW-COD-RED
                MOVE CBCCDE-HISTORICO    TO CB043PCW-HISTORICO
           ELSE
                MOVE 0                   TO CB043PCW-CENTRO-CUSTO
                MOVE CBCCDE-COD-RED-TRANSITORIA
                                         TO CB043PCW-COD-RED
                MOVE 0                   TO CB043PCW-HISTORICO
           END-IF
           MOVE CBCCDE-SEQUENCIA       TO CB043PCW-DOCTO
           MOVE DIA-REF                TO CB043PCW-DD-REFERENCIA
           MOVE CBCCDE-VALOR           TO CB043PCW-VALOR
           CALL "CB043PCW"          USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"

           IF   CB043PCW-RETORNO NOT = ZEROS
                MOVE "NAO DESFEITA" TO DESTINO-LIT
           ELSE
                ADD  1          TO QT-DESFEITAS
                MOVE "DESFEITA" TO DESTINO-LIT
                MOVE SPACE      TO CBCCDE-CONTABIL
                MOVE 0          TO CBCCDE-SERIE-BAC
                                   CBCCDE-NUMERO-BAC
                                   CBCCDE-COD-RED-TRANSITORIA
                                   CBCCDE-LANCAMENTO
                REWRITE CBCCDE-REG
                MOVE "00" TO FS-CBCCDE
           END-IF

           PERFORM 555-IMPRIME-LINHA THRU 555-99-FIM.

       575-99-FIM. EXIT.

       600-RECLASSIFICA.

           MOVE 0 TO FAT-AAAA FAT-MM SERIE-BAC NUMERO-BAC DIA-REF
           DISPLAY TELA-RECLASSIFICA
           ACCEPT  TELA-RECLASSIFICA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 600-99-FIM
           END-IF

           IF   FAT-MM > 12 OR SERIE-BAC = 0 OR DIA-REF = 0
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 600-99-FIM
           END-IF

      *    Despesa que foi para a transitoria e depois recebeu conta
      *    e aprovacao sai da transitoria para a despesa

           MOVE 0          TO QT-RECLASSIFICADAS QT-REJEITADAS
           MOVE LOW-VALUES TO CBCCDE-CHAVE
           START CBCCDE KEY NOT LESS CBCCDE-CHAVE

           PERFORM UNTIL FS-CBCCDE > "09"
                   READ CBCCDE NEXT RECORD
                   IF   FS-CBCCDE < "10"
                   AND  CBCCDE-NA-TRANSITORIA
                   AND  CBCCDE-APROVADA
                   AND (FAT-AAAA = 0
                    OR  CBCCDE-FATURA = REFERENCIA-FAT)
                        PERFORM 610-RECLASSIFICA-LINHA
                                THRU 610-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCCDE

           DISPLAY LINHA-BRANCA LINE 23 COLUMN 03
           DISPLAY "Reclassificadas:"  LINE 23 COLUMN 03
                   QT-RECLASSIFICADAS  LINE 23 COLUMN 20
                   " Rejeitadas:"      LINE 23 COLUMN 24
                   QT-REJEITADAS       LINE 23 COLUMN 37.

       600-99-FIM. EXIT.

       610-RECLASSIFICA-LINHA.

           IF   CBCCDE-ESTORNO
                MOVE 0                          TO CENTRO-DB
                MOVE CBCCDE-COD-RED-TRANSITORIA TO COD-RED-DB
                MOVE CBCCDE-CENTRO-CUSTO        TO CENTRO-CR
                MOVE CBCCDE-COD-RED             TO COD-RED-CR
           ELSE
                MOVE CBCCDE-CENTRO-CUSTO        TO CENTRO-DB
                MOVE CBCCDE-COD-RED             TO COD-RED-DB
                MOVE 0                          TO CENTRO-CR
                MOVE CBCCDE-COD-RED-TRANSITORIA TO COD-RED-CR
           END-IF
           MOVE CBCCDE-HISTORICO       TO HISTORICO-LANC
           MOVE CBCCDE-ESTABELECIMENTO TO DESCRICAO-LANC
           MOVE CBCCDE-SEQUENCIA       TO DOCTO-LANC
           MOVE CBCCDE-VALOR           TO VALOR-LANC
           PERFORM 700-GERA-PAR THRU 700-99-FIM

           IF   LANCAMENTO-GERADO = 0
                ADD 1 TO QT-REJEITADAS
           ELSE
                ADD  1          TO QT-RECLASSIFICADAS
                MOVE "D"        TO CBCCDE-CONTABIL
                MOVE SERIE-BAC  TO CBCCDE-SERIE-BAC
                MOVE NUMERO-BAC TO CBCCDE-NUMERO-BAC
                REWRITE CBCCDE-REG
                MOVE "00" TO FS-CBCCDE
           END-IF.

       610-99-FIM. EXIT.

       650-PENDENCIAS.

           MOVE 0 TO FAT-AAAA FAT-MM
           DISPLAY TELA-PENDENCIAS
           ACCEPT  TELA-PENDENCIAS
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 650-99-FIM
           END-IF

           MOVE "DESPESAS DE CARTAO CORPORATIVO NA TRANSITORIA"
             TO CWIMPR-TITLE
           MOVE SPACES TO CWIMPR-SUB-TITLE
           IF   FAT-AAAA = 0
                MOVE "TODAS AS FATURAS" TO CWIMPR-SUB-TITLE
           ELSE
                STRING "FATURA " FAT-MM "/" FAT-AAAA
                       DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           END-IF
           MOVE LINHA-06  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB254PB" TO CWIMPR-REPORT

           MOVE 0          TO QT-PENDENTES TOTAL-PENDENCIAS
           MOVE SPACES     TO CARTAO-ANTERIOR
           MOVE LOW-VALUES TO CBCCDE-CHAVE
           START CBCCDE KEY NOT LESS CBCCDE-CHAVE

           PERFORM UNTIL FS-CBCCDE > "09"
                   READ CBCCDE NEXT RECORD
                   IF   FS-CBCCDE < "10"
                   AND  CBCCDE-NA-TRANSITORIA
                   AND (FAT-AAAA = 0
                    OR  CBCCDE-FATURA = REFERENCIA-FAT)
                        PERFORM 660-IMPRIME-PENDENCIA
                                THRU 660-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCCDE

           MOVE SPACES TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "TOTAL NA TRANSITORIA....................:"
             TO CLIC-TOTAL-LIT
           MOVE TOTAL-PENDENCIAS TO CLIC-TOTAL
           MOVE LINHA-03         TO CWIMPR-DETAIL
           CALL "CB125PCW"    USING PARAMETROS-CWIMPR
           MOVE "CLOSE"  TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           DISPLAY QT-PENDENTES LINE 23 COLUMN 03
                   " despesas na transitoria" LINE 23 COLUMN 08.

       650-99-FIM. EXIT.

       660-IMPRIME-PENDENCIA.

           IF   CBCCDE-CARTAO NOT = CARTAO-ANTERIOR
                MOVE CBCCDE-CARTAO TO CARTAO-ANTERIOR
                                      CBCCPO-CARTAO
                                      CLIC-P-CARTAO
                MOVE SPACES        TO CLIC-P-PORTADOR CLIC-P-GESTOR
                                      CLIC-P-RAZAO-SOCIAL
                MOVE 0             TO CLIC-P-PESSOA
                READ CBCCPO
                IF   FS-CBCCPO < "10"
                     MOVE CBCCPO-PORTADOR      TO CLIC-P-PORTADOR
                     MOVE CBCCPO-GESTOR        TO CLIC-P-GESTOR
                     MOVE CBCCPO-PESSOA-CODIGO TO CLIC-P-PESSOA
                                                  CBPESS-CODIGO
                     READ CBPESS IGNORE LOCK
                     IF   FS-CBPESS < "10"
                          MOVE CBPESS-RAZAO-SOCIAL
                            TO CLIC-P-RAZAO-SOCIAL
                     END-IF
                     MOVE "00" TO FS-CBPESS
                END-IF
                MOVE "00" TO FS-CBCCPO
                MOVE SPACES   TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
                MOVE LINHA-04 TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
                MOVE LINHA-05 TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF

           PERFORM 760-SITUACAO THRU 760-99-FIM
           MOVE CBCCDE-FATURA          TO CLIC-FATURA
           MOVE CBCCDE-SEQUENCIA       TO CLIC-SEQ
           MOVE CBCCDE-DATA            TO CLIC-DATA-P
           MOVE CBCCDE-ESTABELECIMENTO TO CLIC-ESTAB
           MOVE CBCCDE-VALOR           TO CLIC-VALOR-P
           MOVE CBCCDE-TIPO            TO CLIC-TIPO-P
           MOVE SITUACAO-LIT           TO CLIC-SITUACAO
           MOVE CBCCDE-COMPROVANTE     TO CLIC-COMPROVANTE
           MOVE LINHA-07               TO CWIMPR-DETAIL
           CALL "CB125PCW"          USING PARAMETROS-CWIMPR

           ADD 1 TO QT-PENDENTES
           IF   CBCCDE-ESTORNO
                SUBTRACT CBCCDE-VALOR FROM TOTAL-PENDENCIAS
           ELSE
                ADD      CBCCDE-VALOR TO   TOTAL-PENDENCIAS
           END-IF.

       660-99-FIM. EXIT.

       700-GERA-PAR.

           MOVE 0 TO LANCAMENTO-GERADO
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"              TO CB043PCW-COMANDO
           MOVE "D"              TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-BAC        TO CB043PCW-SERIE-BAC
           MOVE NUMERO-BAC       TO CB043PCW-NUMERO-BAC
           MOVE CENTRO-DB        TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB       TO CB043PCW-COD-RED
           MOVE HISTORICO-LANC   TO CB043PCW-HISTORICO
           IF   HISTORICO-LANC = 0
                MOVE DESCRICAO-LANC TO CB043PCW-DESCRICAO (1)
           END-IF
           MOVE DOCTO-LANC       TO CB043PCW-DOCTO
           MOVE 0                TO CB043PCW-AAAAMMDD-DOCTO
           MOVE DIA-REF          TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-LANC       TO CB043PCW-VALOR
           CALL "CB043PCW"    USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                GO TO 700-99-FIM
           END-IF

           MOVE CB043PCW-LANCAMENTO-NUMERO TO LANCAMENTO-GERADO
           MOVE "C"              TO CB043PCW-LANCAMENTO-TIPO
           MOVE CENTRO-CR        TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-CR       TO CB043PCW-COD-RED
           CALL "CB043PCW"    USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                MOVE "E"        TO CB043PCW-COMANDO
                MOVE "D"        TO CB043PCW-LANCAMENTO-TIPO
                MOVE CENTRO-DB  TO CB043PCW-CENTRO-CUSTO
                MOVE COD-RED-DB TO CB043PCW-COD-RED
                CALL "CB043PCW" USING PARAMETROS-CB043PCW
                CANCEL "CB043PCW"
                MOVE 0 TO LANCAMENTO-GERADO
           END-IF.

       700-99-FIM. EXIT.

       760-SITUACAO.

           EVALUATE TRUE
               WHEN CBCCDE-APROVADA
                    MOVE "APROVADA"  TO SITUACAO-LIT
               WHEN CBCCDE-ALOCADA
                    MOVE "ALOCADA"   TO SITUACAO-LIT
               WHEN OTHER
                    MOVE "PENDENTE"  TO SITUACAO-LIT
           END-EVALUATE.

       760-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           OPEN I-O CBCCPO
           IF   FS-CBCCPO = "30" OR "35"
                CLOSE CBCCPO
                OPEN OUTPUT CBCCPO
                CLOSE CBCCPO
                OPEN I-O CBCCPO
           END-IF
           OPEN I-O CBCCDE
           IF   FS-CBCCDE = "30" OR "35"
                CLOSE CBCCDE
                OPEN OUTPUT CBCCDE
                CLOSE CBCCDE
                OPEN I-O CBCCDE
           END-IF
           OPEN INPUT CBPESS
           OPEN INPUT CBPLCO
           IF   FS-CBCCPO > "09" OR FS-CBCCDE > "09"
           OR   FS-CBPESS > "09" OR FS-CBPLCO > "09"
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBCCPO CBCCDE CBPESS CBPLCO.

       900-99-FIM. EXIT.

       END PROGRAM CB254PCW.
