       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB218PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Contratos de mutuo intercompany              *
                      *                                               *
                      *  Roda na empresa mutuante, onde fica o        *
                      *  cadastro (CBMUTU). A apropriacao mensal      *
                      *  calcula juros, IOF e IRRF sobre o saldo do   *
                      *  contrato, lanca os tres pares aqui pelo      *
                      *  CB043PCW e deposita os pares espelhados no   *
                      *  CBICPE da mutuaria, com referencia e log no  *
                      *  CBICLG como no CB091PCW, que os gera la na   *
                      *  opcao de pendencias. A confirmacao de saldos *
                      *  compara o CBCOSA das duas empresas, mostrando*
                      *  o que ainda esta pendente na mutuaria        *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBMUTUSL.
       COPY CBMUMVSL.
       COPY CBICPESL.
       COPY CBICLGSL.
       COPY CBEMPRSL.
       COPY CBPAEMSL.
       COPY CBPLCOSL.
       COPY CBCOSASL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBMUTUFD.
       COPY CBMUMVFD.
       COPY CBICPEFD.
       COPY CBICLGFD.
       COPY CBEMPRFD.
       COPY CBPAEMFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB218PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 CONTRATO-C                PIC  9(004) VALUE 0.
           05 DESCRICAO-C               PIC  X(030) VALUE SPACES.
           05 MUTUARIA-C                PIC  9(003) VALUE 0.
           05 DATA-CONTRATO-C           PIC  9(008) VALUE 0.
           05 VENCIMENTO-C              PIC  9(008) VALUE 0.
           05 PRINCIPAL-C               PIC  9(012)V99 VALUE 0.
           05 SALDO-C                   PIC  9(012)V99 VALUE 0.
           05 TAXA-C                    PIC  9(002)V9999 VALUE 0.
           05 IOF-C                     PIC  9(001)V9999 VALUE 0.
           05 IR-C                      PIC  9(002)V99 VALUE 0.
           05 COD-RED-RECEBER-C         PIC  9(005) VALUE 0.
           05 COD-RED-RECEITA-C         PIC  9(005) VALUE 0.
           05 COD-RED-IRRF-C            PIC  9(005) VALUE 0.
           05 COD-RED-IOF-C             PIC  9(005) VALUE 0.
           05 COD-RED-PAGAR-M-C         PIC  9(005) VALUE 0.
           05 COD-RED-DESPESA-M-C       PIC  9(005) VALUE 0.
           05 COD-RED-IRRF-M-C          PIC  9(005) VALUE 0.
           05 COD-RED-IOF-M-C           PIC  9(005) VALUE 0.
           05 CENTRO-CUSTO-C            PIC  9(004) VALUE 0.
           05 HISTORICO-C               PIC  9(004) VALUE 0.
           05 SITUACAO-C                PIC  X(001) VALUE "A".
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 COMPETENCIA.
              10 COMP-AAAA              PIC  9(004).
              10 COMP-MM                PIC  9(002).
           05 SERIE-LOCAL               PIC  9(004) VALUE 0.
           05 NUMERO-LOCAL              PIC  9(004) VALUE 0.
           05 SERIE-DESTINO             PIC  9(004) VALUE 0.
           05 NUMERO-DESTINO            PIC  9(004) VALUE 0.
           05 DIA-REF                   PIC  9(002) VALUE 0.
           05 DESTINO-DIR               PIC  X(040) VALUE SPACES.
           05 JUROS                     PIC  9(012)V99 VALUE 0.
           05 IOF                       PIC  9(012)V99 VALUE 0.
           05 IRRF                      PIC  9(012)V99 VALUE 0.
           05 P                         PIC  9(001) VALUE 0.
           05 PARES-OK                  PIC  9(001) VALUE 0.
           05 VALOR-PAR OCCURS 3        PIC  9(012)V99.
           05 COD-RED-DB OCCURS 3       PIC  9(005).
           05 COD-RED-CR OCCURS 3       PIC  9(005).
           05 COD-RED-DB-M OCCURS 3     PIC  9(005).
           05 COD-RED-CR-M OCCURS 3     PIC  9(005).
           05 LANC-PAR OCCURS 3         PIC  9(007).
           05 REFERENCIA-PAR OCCURS 3   PIC  9(014).
           05 REFERENCIA-IC             PIC  9(014) VALUE 0.
           05 DATA-HOJE                 PIC  9(008) VALUE 0.
           05 HORA-AGORA                PIC  9(008) VALUE 0.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 QT-APROPRIADOS            PIC  9(004) VALUE 0.
           05 QT-REJEITADOS             PIC  9(004) VALUE 0.
           05 COD-RED-SALDO             PIC  9(005) VALUE 0.
           05 SALDO-LIVRO        COMP-3 PIC S9(012)V99 VALUE 0.
           05 SALDO-MUTUANTE     COMP-3 PIC S9(012)V99 VALUE 0.
           05 SALDO-MUTUARIA     COMP-3 PIC S9(012)V99 VALUE 0.
           05 PENDENTE-MUTUARIA  COMP-3 PIC S9(012)V99 VALUE 0.
           05 DIFERENCA          COMP-3 PIC S9(012)V99 VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 PARAMETROS-CWGETU-CB218.
              10 OPERADOR-CB218        PIC  X(030).
              10 TASK-CB218            PIC  X(006).
              10 PROGRAMA-CB218        PIC  X(008).
              10 CWMENU-CB218          PIC  X(001).
           05 ER-CBMUTU.
              10 FS-CBMUTU              PIC  X(002) VALUE "00".
              10 LB-CBMUTU              PIC  X(050) VALUE "CBMUTU".
           05 ER-CBMUMV.
              10 FS-CBMUMV              PIC  X(002) VALUE "00".
              10 LB-CBMUMV              PIC  X(050) VALUE "CBMUMV".
           05 ER-CBICPE.
              10 FS-CBICPE              PIC  X(002) VALUE "00".
              10 LB-CBICPE              PIC  X(050) VALUE "CBICPE".
           05 ER-CBICLG.
              10 FS-CBICLG              PIC  X(002) VALUE "00".
              10 LB-CBICLG              PIC  X(050) VALUE "CBICLG".
           05 ER-CBEMPR.
              10 FS-CBEMPR              PIC  X(002) VALUE "00".
              10 LB-CBEMPR              PIC  X(050) VALUE "CBEMPR".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".
           05 RK-CBPAEM            COMP PIC  9(002) VALUE 10.
           05 EMPRESA-SESSAO            PIC  X(043) VALUE SPACES.
           05 ER-CBPAEM.
              10 FS-CBPAEM              PIC  X(002) VALUE "00".
              10 LB-CBPAEM              PIC  X(050) VALUE "CBPAEM".

       COPY CB043PCW.

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "CONTR MUTUARIA".
              05 FILLER                 PIC  X(040) VALUE
                 "   SALDO CONTRATO   SALDO MUTUANTE   SAL".
              05 FILLER                 PIC  X(040) VALUE
                 "DO MUTUARIA PENDENTE MUTUARIA    DIFEREN".
              05 FILLER                 PIC  X(003) VALUE
                 "CA".
           02 LINHA-02.
              05 CLIC-CONTRATO          PIC  9(004).
              05 FILLER                 PIC  X(002).
              05 CLIC-MUTUARIA          PIC  9(003).
              05 FILLER                 PIC  X(001).
              05 CLIC-RAZAO             PIC  X(030).
              05 CLIC-SALDO             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 CLIC-MUTUANTE          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 CLIC-MUTUARIA-S        PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 CLIC-PENDENTE          PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
              05 CLIC-DIFERENCA         PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Contrato de mutuo".
           05 LINE 05 COLUMN 03 VALUE "2 - Apropriacao mensal".
           05 LINE 06 COLUMN 03 VALUE "3 - Confirmacao de saldos".
           05 LINE 08 COLUMN 03 VALUE "Opcao:".
           05 LINE 08 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Contrato................:".
           05 LINE 04 COLUMN 30 PIC 9(004) USING CONTRATO-C.

       01  TELA-CONTRATO.
           05 LINE 05 COLUMN 03 VALUE "Descricao...............:".
           05 LINE 05 COLUMN 30 PIC X(030) USING DESCRICAO-C.
           05 LINE 06 COLUMN 03 VALUE "Mutuaria (CBEMPR).......:".
           05 LINE 06 COLUMN 30 PIC 9(003) USING MUTUARIA-C.
           05 LINE 07 COLUMN 03 VALUE "Data/vencto (AAAAMMDD)..:".
           05 LINE 07 COLUMN 30 PIC 9(008) USING DATA-CONTRATO-C.
           05 LINE 07 COLUMN 40 PIC 9(008) USING VENCIMENTO-C.
           05 LINE 08 COLUMN 03 VALUE "Principal...............:".
           05 LINE 08 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING PRINCIPAL-C.
           05 LINE 09 COLUMN 03 VALUE "Saldo devedor...........:".
           05 LINE 09 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING SALDO-C.
           05 LINE 10 COLUMN 03 VALUE "Juros % ao mes..........:".
           05 LINE 10 COLUMN 30 PIC Z9,9999 USING TAXA-C.
           05 LINE 11 COLUMN 03 VALUE "IOF % ao mes............:".
           05 LINE 11 COLUMN 30 PIC 9,9999 USING IOF-C.
           05 LINE 12 COLUMN 03 VALUE "IRRF % sobre juros......:".
           05 LINE 12 COLUMN 30 PIC Z9,99 USING IR-C.
           05 LINE 13 COLUMN 03 VALUE "Mutuante: receber/receit:".
           05 LINE 13 COLUMN 30 PIC 9(005) USING COD-RED-RECEBER-C.
           05 LINE 13 COLUMN 36 PIC 9(005) USING COD-RED-RECEITA-C.
           05 LINE 14 COLUMN 03 VALUE "Mutuante: IRRF/IOF......:".
           05 LINE 14 COLUMN 30 PIC 9(005) USING COD-RED-IRRF-C.
           05 LINE 14 COLUMN 36 PIC 9(005) USING COD-RED-IOF-C.
           05 LINE 15 COLUMN 03 VALUE "Mutuaria: pagar/despesa.:".
           05 LINE 15 COLUMN 30 PIC 9(005) USING COD-RED-PAGAR-M-C.
           05 LINE 15 COLUMN 36 PIC 9(005) USING COD-RED-DESPESA-M-C.
           05 LINE 16 COLUMN 03 VALUE "Mutuaria: IRRF/IOF......:".
           05 LINE 16 COLUMN 30 PIC 9(005) USING COD-RED-IRRF-M-C.
           05 LINE 16 COLUMN 36 PIC 9(005) USING COD-RED-IOF-M-C.
           05 LINE 17 COLUMN 03 VALUE "Centro de custo.........:".
           05 LINE 17 COLUMN 30 PIC 9(004) USING CENTRO-CUSTO-C.
           05 LINE 18 COLUMN 03 VALUE "Historico padrao........:".
           05 LINE 18 COLUMN 30 PIC 9(004) USING HISTORICO-C.
           05 LINE 19 COLUMN 03 VALUE "Situacao (A/E)..........:".
           05 LINE 19 COLUMN 30 PIC X(001) USING SITUACAO-C.

       01  TELA-APROPRIACAO.
           05 LINE 04 COLUMN 03 VALUE "Competencia (AAAAMM)....:".
           05 LINE 04 COLUMN 30 PIC 9999 USING COMP-AAAA.
           05 LINE 04 COLUMN 34 PIC 99   USING COMP-MM.
           05 LINE 05 COLUMN 03 VALUE "BAC mutuante (ser/num)..:".
           05 LINE 05 COLUMN 30 PIC 9(004) USING SERIE-LOCAL.
           05 LINE 05 COLUMN 35 PIC 9(004) USING NUMERO-LOCAL.
           05 LINE 06 COLUMN 03 VALUE "BAC mutuaria (ser/num)..:".
           05 LINE 06 COLUMN 30 PIC 9(004) USING SERIE-DESTINO.
           05 LINE 06 COLUMN 35 PIC 9(004) USING NUMERO-DESTINO.
           05 LINE 07 COLUMN 03 VALUE "Dia de referencia.......:".
           05 LINE 07 COLUMN 30 PIC 9(002) USING DIA-REF.

       01  TELA-COMPETENCIA.
           05 LINE 04 COLUMN 03 VALUE "Competencia (AAAAMM)....:".
           05 LINE 04 COLUMN 30 PIC 9999 USING COMP-AAAA.
           05 LINE 04 COLUMN 34 PIC 99   USING COMP-MM.

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
                            PERFORM 100-CONTRATO     THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-APROPRIA     THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-CONFIRMACAO  THRU 300-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-CONTRATO.

           MOVE 0 TO CONTRATO-C
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR CONTRATO-C = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE CONTRATO-C TO CBMUTU-CONTRATO
           READ CBMUTU
           IF   FS-CBMUTU < "10"
                MOVE 1                        TO EXISTE
                MOVE CBMUTU-DESCRICAO         TO DESCRICAO-C
                MOVE CBMUTU-MUTUARIA          TO MUTUARIA-C
                MOVE CBMUTU-DATA-CONTRATO     TO DATA-CONTRATO-C
                MOVE CBMUTU-VENCIMENTO        TO VENCIMENTO-C
                MOVE CBMUTU-PRINCIPAL         TO PRINCIPAL-C
                MOVE CBMUTU-SALDO             TO SALDO-C
                MOVE CBMUTU-TAXA-MES          TO TAXA-C
                MOVE CBMUTU-IOF-TAXA-MES      TO IOF-C
                MOVE CBMUTU-IR-ALIQUOTA       TO IR-C
                MOVE CBMUTU-COD-RED-RECEBER   TO COD-RED-RECEBER-C
                MOVE CBMUTU-COD-RED-RECEITA   TO COD-RED-RECEITA-C
                MOVE CBMUTU-COD-RED-IRRF      TO COD-RED-IRRF-C
                MOVE CBMUTU-COD-RED-IOF       TO COD-RED-IOF-C
                MOVE CBMUTU-COD-RED-PAGAR-M   TO COD-RED-PAGAR-M-C
                MOVE CBMUTU-COD-RED-DESPESA-M TO COD-RED-DESPESA-M-C
                MOVE CBMUTU-COD-RED-IRRF-M    TO COD-RED-IRRF-M-C
                MOVE CBMUTU-COD-RED-IOF-M     TO COD-RED-IOF-M-C
                MOVE CBMUTU-CENTRO-CUSTO      TO CENTRO-CUSTO-C
                MOVE CBMUTU-HISTORICO         TO HISTORICO-C
                MOVE CBMUTU-SITUACAO          TO SITUACAO-C
           ELSE
                MOVE "00"   TO FS-CBMUTU
                MOVE 0      TO EXISTE MUTUARIA-C DATA-CONTRATO-C
                               VENCIMENTO-C PRINCIPAL-C SALDO-C TAXA-C
                               IOF-C IR-C COD-RED-RECEBER-C
                               COD-RED-RECEITA-C COD-RED-IRRF-C
                               COD-RED-IOF-C COD-RED-PAGAR-M-C
                               COD-RED-DESPESA-M-C COD-RED-IRRF-M-C
                               COD-RED-IOF-M-C CENTRO-CUSTO-C
                               HISTORICO-C
                MOVE SPACES TO DESCRICAO-C
                MOVE "A"    TO SITUACAO-C
           END-IF

           DISPLAY TELA-CONTRATO
           ACCEPT  TELA-CONTRATO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

      *    Contrato novo nasce com o saldo igual ao principal; a
      *    liberacao do principal segue pelo CB091PCW

           IF   NOT REGISTRO-EXISTE
           AND  SALDO-C = 0
                MOVE PRINCIPAL-C TO SALDO-C
           END-IF

           MOVE MUTUARIA-C TO CBEMPR-CODIGO
           READ CBEMPR IGNORE LOCK
           IF   FS-CBEMPR > "09"
           OR   NOT CBEMPR-EMPRESA-ATIVA
                MOVE "00" TO FS-CBEMPR
                DISPLAY "Mutuaria inexistente ou inativa"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           IF   DESCRICAO-C = SPACES OR PRINCIPAL-C = 0
           OR   COD-RED-RECEBER-C = 0 OR COD-RED-RECEITA-C = 0
           OR   COD-RED-PAGAR-M-C = 0 OR COD-RED-DESPESA-M-C = 0
           OR  (IOF-C NOT = 0
                AND (COD-RED-IOF-C = 0 OR COD-RED-IOF-M-C = 0))
           OR  (IR-C NOT = 0
                AND (COD-RED-IRRF-C = 0 OR COD-RED-IRRF-M-C = 0))
           OR  (SITUACAO-C NOT = "A" AND SITUACAO-C NOT = "E")
                DISPLAY "Dados incompletos" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE CONTRATO-C          TO CBMUTU-CONTRATO
           MOVE DESCRICAO-C         TO CBMUTU-DESCRICAO
           MOVE MUTUARIA-C          TO CBMUTU-MUTUARIA
           MOVE DATA-CONTRATO-C     TO CBMUTU-DATA-CONTRATO
           MOVE VENCIMENTO-C        TO CBMUTU-VENCIMENTO
           MOVE PRINCIPAL-C         TO CBMUTU-PRINCIPAL
           MOVE SALDO-C             TO CBMUTU-SALDO
           MOVE TAXA-C              TO CBMUTU-TAXA-MES
           MOVE IOF-C               TO CBMUTU-IOF-TAXA-MES
           MOVE IR-C                TO CBMUTU-IR-ALIQUOTA
           MOVE COD-RED-RECEBER-C   TO CBMUTU-COD-RED-RECEBER
           MOVE COD-RED-RECEITA-C   TO CBMUTU-COD-RED-RECEITA
           MOVE COD-RED-IRRF-C      TO CBMUTU-COD-RED-IRRF
           MOVE COD-RED-IOF-C       TO CBMUTU-COD-RED-IOF
           MOVE COD-RED-PAGAR-M-C   TO CBMUTU-COD-RED-PAGAR-M
           MOVE COD-RED-DESPESA-M-C TO CBMUTU-COD-RED-DESPESA-M
           MOVE COD-RED-IRRF-M-C    TO CBMUTU-COD-RED-IRRF-M
           MOVE COD-RED-IOF-M-C     TO CBMUTU-COD-RED-IOF-M
           MOVE CENTRO-CUSTO-C      TO CBMUTU-CENTRO-CUSTO
           MOVE HISTORICO-C         TO CBMUTU-HISTORICO
           MOVE SITUACAO-C          TO CBMUTU-SITUACAO
           IF   REGISTRO-EXISTE
                REWRITE CBMUTU-REG
           ELSE
                MOVE 0              TO CBMUTU-ULTIMA-COMPETENCIA
                WRITE CBMUTU-REG
           END-IF
           IF   FS-CBMUTU > "09"
                DISPLAY "Erro de gravacao em CBMUTU" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Contrato gravado" LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       200-APROPRIA.

           MOVE 0 TO COMP-AAAA COMP-MM SERIE-LOCAL NUMERO-LOCAL
                     SERIE-DESTINO NUMERO-DESTINO DIA-REF
           DISPLAY TELA-APROPRIACAO
           ACCEPT  TELA-APROPRIACAO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
           OR   SERIE-LOCAL = 0 OR SERIE-DESTINO = 0 OR DIA-REF = 0
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE "?"         TO CWMENU-CB218
           CALL "CWGETU" USING OPERADOR-CB218 TASK-CB218
                               PROGRAMA-CB218 CWMENU-CB218
           PERFORM 250-EMPRESA-SESSAO THRU 250-99-FIM

           MOVE 0 TO QT-APROPRIADOS QT-REJEITADOS
           MOVE LOW-VALUES TO CBMUTU-CHAVE
           START CBMUTU KEY NOT LESS CBMUTU-CHAVE
           PERFORM UNTIL FS-CBMUTU > "09"
                   READ CBMUTU NEXT RECORD
                   IF   FS-CBMUTU < "10"
                   AND  CBMUTU-ATIVO
                   AND  CBMUTU-ULTIMA-COMPETENCIA < COMPETENCIA
                        PERFORM 210-CONTRATO THRU 210-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBMUTU

           DISPLAY "Contratos apropriados: " LINE 23 COLUMN 03
                   QT-APROPRIADOS " Rejeitados: " QT-REJEITADOS.

       200-99-FIM. EXIT.

       210-CONTRATO.

           MOVE CBMUTU-MUTUARIA TO CBEMPR-CODIGO
           READ CBEMPR IGNORE LOCK
           IF   FS-CBEMPR > "09"
                MOVE "00" TO FS-CBEMPR
                ADD 1 TO QT-REJEITADOS
                GO TO 210-99-FIM
           END-IF
           MOVE CBEMPR-DIRETORIO TO DESTINO-DIR

           COMPUTE JUROS ROUNDED = CBMUTU-SALDO * CBMUTU-TAXA-MES / 100
           COMPUTE IOF   ROUNDED = CBMUTU-SALDO
                                 * CBMUTU-IOF-TAXA-MES / 100
           COMPUTE IRRF  ROUNDED = JUROS * CBMUTU-IR-ALIQUOTA / 100

      *    Par 1 juros, par 2 IOF cobrado da mutuaria, par 3 IRRF
      *    retido pela mutuaria sobre os juros

           MOVE JUROS                    TO VALOR-PAR    (1)
           MOVE CBMUTU-COD-RED-RECEBER   TO COD-RED-DB   (1)
           MOVE CBMUTU-COD-RED-RECEITA   TO COD-RED-CR   (1)
           MOVE CBMUTU-COD-RED-DESPESA-M TO COD-RED-DB-M (1)
           MOVE CBMUTU-COD-RED-PAGAR-M   TO COD-RED-CR-M (1)
           MOVE IOF                      TO VALOR-PAR    (2)
           MOVE CBMUTU-COD-RED-RECEBER   TO COD-RED-DB   (2)
           MOVE CBMUTU-COD-RED-IOF       TO COD-RED-CR   (2)
           MOVE CBMUTU-COD-RED-IOF-M     TO COD-RED-DB-M (2)
           MOVE CBMUTU-COD-RED-PAGAR-M   TO COD-RED-CR-M (2)
           MOVE IRRF                     TO VALOR-PAR    (3)
           MOVE CBMUTU-COD-RED-IRRF      TO COD-RED-DB   (3)
           MOVE CBMUTU-COD-RED-RECEBER   TO COD-RED-CR   (3)
           MOVE CBMUTU-COD-RED-PAGAR-M   TO COD-RED-DB-M (3)
           MOVE CBMUTU-COD-RED-IRRF-M    TO COD-RED-CR-M (3)

           MOVE 0 TO PARES-OK
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
                   MOVE 0 TO LANC-PAR (P) REFERENCIA-PAR (P)
           END-PERFORM
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > 3 OR PARES-OK = 9
                   IF   VALOR-PAR (P) NOT = 0
                        PERFORM 220-POSTA-PAR THRU 220-99-FIM
                        IF   LANC-PAR (P) = 0
                             MOVE 9 TO PARES-OK
                        END-IF
                   END-IF
           END-PERFORM
           IF   PARES-OK = 9
                PERFORM 225-DESFAZ-PARES THRU 225-99-FIM
                DISPLAY "Lancamento rejeitado - contrato "
                        LINE 23 COLUMN 03 CBMUTU-CONTRATO
                ADD 1 TO QT-REJEITADOS
                GO TO 210-99-FIM
           END-IF

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
                   IF   VALOR-PAR (P) NOT = 0
                        PERFORM 230-DEPOSITA THRU 230-99-FIM
                        PERFORM 240-GRAVA-LOG THRU 240-99-FIM
                   END-IF
           END-PERFORM

           MOVE CBMUTU-CONTRATO TO CBMUMV-CONTRATO
           MOVE COMPETENCIA     TO CBMUMV-AAAAMM
           MOVE CBMUTU-SALDO    TO CBMUMV-SALDO-BASE
           MOVE JUROS           TO CBMUMV-JUROS
           MOVE IOF             TO CBMUMV-IOF
           MOVE IRRF            TO CBMUMV-IRRF
           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
                   MOVE LANC-PAR (P)       TO CBMUMV-LANCAMENTO (P)
                   MOVE REFERENCIA-PAR (P) TO CBMUMV-REFERENCIA (P)
           END-PERFORM
           MOVE HOJE            TO CBMUMV-DATA
           WRITE CBMUMV-REG
           IF   FS-CBMUMV > "09"
                MOVE "00" TO FS-CBMUMV
                REWRITE CBMUMV-REG
           END-IF

           COMPUTE CBMUTU-SALDO = CBMUTU-SALDO + JUROS + IOF - IRRF
           MOVE COMPETENCIA TO CBMUTU-ULTIMA-COMPETENCIA
           REWRITE CBMUTU-REG
           ADD 1 TO QT-APROPRIADOS.

       210-99-FIM. EXIT.

       220-POSTA-PAR.

           MOVE 0 TO LANC-PAR (P)
           INITIALIZE PARAMETROS-CB043PCW
           MOVE "I"                 TO CB043PCW-COMANDO
           MOVE "D"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE SERIE-LOCAL         TO CB043PCW-SERIE-BAC
           MOVE NUMERO-LOCAL        TO CB043PCW-NUMERO-BAC
           MOVE CBMUTU-CENTRO-CUSTO TO CB043PCW-CENTRO-CUSTO
           MOVE COD-RED-DB (P)      TO CB043PCW-COD-RED
           MOVE CBMUTU-HISTORICO    TO CB043PCW-HISTORICO
           MOVE CBMUTU-CONTRATO     TO CB043PCW-DOCTO
           MOVE 0                   TO CB043PCW-AAAAMMDD-DOCTO
           MOVE DIA-REF             TO CB043PCW-DD-REFERENCIA
           MOVE VALOR-PAR (P)       TO CB043PCW-VALOR
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                GO TO 220-99-FIM
           END-IF

           MOVE CB043PCW-LANCAMENTO-NUMERO TO LANC-PAR (P)
           MOVE "C"                 TO CB043PCW-LANCAMENTO-TIPO
           MOVE COD-RED-CR (P)      TO CB043PCW-COD-RED
           CALL "CB043PCW"       USING PARAMETROS-CB043PCW
           CANCEL "CB043PCW"
           IF   CB043PCW-RETORNO NOT = ZEROS
                MOVE "E"            TO CB043PCW-COMANDO
                MOVE "D"            TO CB043PCW-LANCAMENTO-TIPO
                MOVE COD-RED-DB (P) TO CB043PCW-COD-RED
                CALL "CB043PCW"  USING PARAMETROS-CB043PCW
                CANCEL "CB043PCW"
                MOVE 0 TO LANC-PAR (P)
           END-IF.

       220-99-FIM. EXIT.

       225-DESFAZ-PARES.

           PERFORM VARYING P FROM 1 BY 1 UNTIL P > 3
                   IF   LANC-PAR (P) NOT = 0
                        INITIALIZE PARAMETROS-CB043PCW
                        MOVE "E"            TO CB043PCW-COMANDO
                        MOVE SERIE-LOCAL    TO CB043PCW-SERIE-BAC
                        MOVE NUMERO-LOCAL   TO CB043PCW-NUMERO-BAC
                        MOVE LANC-PAR (P)
                          TO CB043PCW-LANCAMENTO-NUMERO
                        MOVE VALOR-PAR (P)  TO CB043PCW-VALOR
                        MOVE "C"            TO CB043PCW-LANCAMENTO-TIPO
                        MOVE COD-RED-CR (P) TO CB043PCW-COD-RED
                        CALL "CB043PCW"  USING PARAMETROS-CB043PCW
                        CANCEL "CB043PCW"
                        MOVE "E"            TO CB043PCW-COMANDO
                        MOVE "D"            TO CB043PCW-LANCAMENTO-TIPO
                        MOVE COD-RED-DB (P) TO CB043PCW-COD-RED
                        CALL "CB043PCW"  USING PARAMETROS-CB043PCW
                        CANCEL "CB043PCW"
                        MOVE 0 TO LANC-PAR (P)
                   END-IF
           END-PERFORM.

       225-99-FIM. EXIT.

       230-DEPOSITA.

      *    Pendencia na mutuaria com o mesmo formato do CB091PCW:
      *    perna a debito e contrapartida na mesma pendencia, para
      *    ser gerada como par fechado na opcao de pendencias de la

           MOVE SPACES TO LB-CBICPE
           STRING DESTINO-DIR DELIMITED BY SPACE
                  "\CBICPE"   DELIMITED BY SIZE
                  INTO LB-CBICPE
           OPEN I-O CBICPE
           IF   FS-CBICPE = "30" OR "35"
                CLOSE CBICPE
                OPEN OUTPUT CBICPE
                CLOSE CBICPE
                OPEN I-O CBICPE
           END-IF
           IF   FS-CBICPE > "09"
                MOVE "CBICPE" TO LB-CBICPE
                DISPLAY "CBICPE da mutuaria indisponivel - contrato "
                        LINE 22 COLUMN 03 CBMUTU-CONTRATO
                GO TO 230-99-FIM
           END-IF

           ACCEPT DATA-HOJE  FROM DATE
           ACCEPT HORA-AGORA FROM TIME
           COMPUTE REFERENCIA-IC = DATA-HOJE * 100000000
                                 + HORA-AGORA

           MOVE EMPRESA-SESSAO (1: 40) TO CBICPE-EMPRESA-ORIGEM
           MOVE "D"                    TO CBICPE-TIPO
           MOVE SERIE-DESTINO          TO CBICPE-SERIE
           MOVE NUMERO-DESTINO         TO CBICPE-NUMERO
           MOVE COD-RED-DB-M (P)       TO CBICPE-COD-RED
           MOVE COD-RED-CR-M (P)       TO CBICPE-COD-RED-CONTRA
           MOVE CBMUTU-CENTRO-CUSTO    TO CBICPE-CENTRO-CUSTO
           MOVE CBMUTU-HISTORICO       TO CBICPE-HISTORICO
           MOVE CBMUTU-CONTRATO        TO CBICPE-DOCTO
           MOVE 0                      TO CBICPE-AAAAMMDD-DOCTO
           MOVE DIA-REF                TO CBICPE-DD-REFERENCIA
           MOVE VALOR-PAR (P)          TO CBICPE-VALOR
           MOVE "P"                    TO CBICPE-SITUACAO
           MOVE 0                      TO CBICPE-LANCAMENTO

      *    Pares gravados no mesmo centesimo: a referencia avanca ate
      *    achar chave livre

           MOVE "22" TO FS-CBICPE
           PERFORM UNTIL FS-CBICPE NOT = "22"
                   MOVE REFERENCIA-IC TO CBICPE-REFERENCIA
                   WRITE CBICPE-REG
                   IF   FS-CBICPE = "22"
                        ADD 1 TO REFERENCIA-IC
                   END-IF
           END-PERFORM
           IF   FS-CBICPE < "10"
                MOVE REFERENCIA-IC TO REFERENCIA-PAR (P)
           END-IF
           CLOSE CBICPE
           MOVE "CBICPE" TO LB-CBICPE.

       230-99-FIM. EXIT.

       240-GRAVA-LOG.

           IF   REFERENCIA-PAR (P) = 0
                GO TO 240-99-FIM
           END-IF
           MOVE REFERENCIA-PAR (P) TO CBICLG-REFERENCIA
           MOVE DESTINO-DIR        TO CBICLG-EMPRESA-DESTINO
           MOVE "D"                TO CBICLG-TIPO-LOCAL
           MOVE COD-RED-DB (P)     TO CBICLG-COD-RED-LOCAL
           MOVE VALOR-PAR (P)      TO CBICLG-VALOR
           MOVE LANC-PAR (P)       TO CBICLG-LANCAMENTO-LOCAL
           MOVE HOJE               TO CBICLG-DATA
           MOVE OPERADOR-CB218     TO CBICLG-USUARIO
           MOVE "A"                TO CBICLG-SITUACAO
           WRITE CBICLG-REG.

       240-99-FIM. EXIT.

       250-EMPRESA-SESSAO.

      *    Identificacao "ccc razao social" da sessao (posicao 10 do
      *    CBPAEM), para a mutuaria confirmar a perna de volta

           IF   EMPRESA-SESSAO NOT = SPACES
                GO TO 250-99-FIM
           END-IF
           CALL "CWFILE" USING LB-CBPAEM
               ON EXCEPTION
                    CONTINUE
           END-CALL
           OPEN INPUT CBPAEM
           IF   FS-CBPAEM < "10"
                MOVE 10 TO RK-CBPAEM
                READ CBPAEM
                IF   FS-CBPAEM < "10"
                     MOVE CBPAEM-REG (1: 43) TO EMPRESA-SESSAO
                END-IF
                CLOSE CBPAEM
           END-IF.

       250-99-FIM. EXIT.

       300-CONFIRMACAO.

           MOVE 0 TO COMP-AAAA COMP-MM
           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           MOVE "CONFIRMACAO DE SALDOS DOS CONTRATOS DE MUTUO"
                          TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " COMP-MM "/" COMP-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB218PA" TO CWIMPR-REPORT

           MOVE LOW-VALUES TO CBMUTU-CHAVE
           START CBMUTU KEY NOT LESS CBMUTU-CHAVE
           PERFORM UNTIL FS-CBMUTU > "09"
                   READ CBMUTU NEXT RECORD IGNORE LOCK
                   IF   FS-CBMUTU < "10"
                        PERFORM 310-CONFIRMA THRU 310-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBMUTU

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Confirmacao de saldos emitida" LINE 23 COLUMN 03.

       300-99-FIM. EXIT.

       310-CONFIRMA.

           MOVE CBMUTU-MUTUARIA TO CBEMPR-CODIGO
           READ CBEMPR IGNORE LOCK
           IF   FS-CBEMPR > "09"
                MOVE "00"   TO FS-CBEMPR
                MOVE SPACES TO CBEMPR-RAZAO-SOCIAL CBEMPR-DIRETORIO
           END-IF

      *    Mutuante: saldo devedor (positivo) da conta a receber

           MOVE "CBPLCO"               TO LB-CBPLCO
           MOVE "CBCOSA"               TO LB-CBCOSA
           MOVE CBMUTU-COD-RED-RECEBER TO COD-RED-SALDO
           PERFORM 320-SALDO-LIVRO THRU 320-99-FIM
           MOVE SALDO-LIVRO            TO SALDO-MUTUANTE

      *    Mutuaria: saldo credor (negativo) da conta a pagar, no
      *    plano e no CBCOSA do diretorio dela

           MOVE 0 TO SALDO-MUTUARIA PENDENTE-MUTUARIA
           IF   CBEMPR-DIRETORIO NOT = SPACES
                MOVE SPACES TO LB-CBPLCO LB-CBCOSA
                STRING CBEMPR-DIRETORIO DELIMITED BY SPACE
                       "\CBPLCO"        DELIMITED BY SIZE
                  INTO LB-CBPLCO
                STRING CBEMPR-DIRETORIO DELIMITED BY SPACE
                       "\CBCOSA"        DELIMITED BY SIZE
                  INTO LB-CBCOSA
                MOVE CBMUTU-COD-RED-PAGAR-M TO COD-RED-SALDO
                PERFORM 320-SALDO-LIVRO THRU 320-99-FIM
                COMPUTE SALDO-MUTUARIA = SALDO-LIVRO * -1
                PERFORM 330-PENDENTES THRU 330-99-FIM
           END-IF
           MOVE "CBPLCO" TO LB-CBPLCO
           MOVE "CBCOSA" TO LB-CBCOSA

           COMPUTE DIFERENCA = SALDO-MUTUANTE - SALDO-MUTUARIA
                             - PENDENTE-MUTUARIA

           MOVE SPACES                TO LINHA-02
           MOVE CBMUTU-CONTRATO       TO CLIC-CONTRATO
           MOVE CBMUTU-MUTUARIA       TO CLIC-MUTUARIA
           MOVE CBEMPR-RAZAO-SOCIAL   TO CLIC-RAZAO
           MOVE CBMUTU-SALDO          TO CLIC-SALDO
           MOVE SALDO-MUTUANTE        TO CLIC-MUTUANTE
           MOVE SALDO-MUTUARIA        TO CLIC-MUTUARIA-S
           MOVE PENDENTE-MUTUARIA     TO CLIC-PENDENTE
           MOVE DIFERENCA             TO CLIC-DIFERENCA
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       310-99-FIM. EXIT.

       320-SALDO-LIVRO.

      *    Ultimo CBCOSA consolidado da conta ate a competencia

           MOVE 0 TO SALDO-LIVRO
           OPEN INPUT CBPLCO
           IF   FS-CBPLCO > "09"
                MOVE "00" TO FS-CBPLCO
                GO TO 320-99-FIM
           END-IF
           OPEN INPUT CBCOSA
           IF   FS-CBCOSA > "09"
                MOVE "00" TO FS-CBCOSA
                CLOSE CBPLCO
                GO TO 320-99-FIM
           END-IF

           MOVE COD-RED-SALDO TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO < "10"
                MOVE 0            TO CBCOSA-CENTRO-CUSTO
                MOVE CBPLCO-CONTA TO CBCOSA-CONTA
                MOVE COMPETENCIA  TO CBCOSA-AAAAMM
                START CBCOSA KEY NOT GREATER CBCOSA-CHAVE
                IF   FS-CBCOSA < "10"
                     READ CBCOSA PREVIOUS RECORD IGNORE LOCK
                     IF   FS-CBCOSA < "10"
                     AND  CBCOSA-CENTRO-CUSTO = 0
                     AND  CBCOSA-CONTA = CBPLCO-CONTA
                          MOVE CBCOSA-SALDO-ATUAL TO SALDO-LIVRO
                     END-IF
                END-IF
           END-IF
           CLOSE CBPLCO CBCOSA
           MOVE "00" TO FS-CBPLCO FS-CBCOSA.

       320-99-FIM. EXIT.

       330-PENDENTES.

      *    Pernas do contrato ainda pendentes no CBICPE da mutuaria:
      *    credito na conta a pagar aumenta o saldo, debito reduz

           MOVE SPACES TO LB-CBICPE
           STRING CBEMPR-DIRETORIO DELIMITED BY SPACE
                  "\CBICPE"        DELIMITED BY SIZE
                  INTO LB-CBICPE
           OPEN INPUT CBICPE
           IF   FS-CBICPE > "09"
                MOVE "00"     TO FS-CBICPE
                MOVE "CBICPE" TO LB-CBICPE
                GO TO 330-99-FIM
           END-IF
           MOVE LOW-VALUES TO CBICPE-CHAVE
           START CBICPE KEY NOT LESS CBICPE-CHAVE
           PERFORM UNTIL FS-CBICPE > "09"
                   READ CBICPE NEXT RECORD IGNORE LOCK
                   IF   FS-CBICPE < "10"
                   AND  CBICPE-PENDENTE
                   AND  CBICPE-DOCTO = CBMUTU-CONTRATO
                        IF   CBICPE-COD-RED-CONTRA
                             = CBMUTU-COD-RED-PAGAR-M
                             ADD CBICPE-VALOR TO PENDENTE-MUTUARIA
                        END-IF
                        IF   CBICPE-COD-RED = CBMUTU-COD-RED-PAGAR-M
                             SUBTRACT CBICPE-VALOR
                                 FROM PENDENTE-MUTUARIA
                        END-IF
                   END-IF
           END-PERFORM
           CLOSE CBICPE
           MOVE "00"     TO FS-CBICPE
           MOVE "CBICPE" TO LB-CBICPE.

       330-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           OPEN I-O CBMUTU
           IF   FS-CBMUTU = "30" OR "35"
                CLOSE CBMUTU
                OPEN OUTPUT CBMUTU
                CLOSE CBMUTU
                OPEN I-O CBMUTU
           END-IF
           OPEN I-O CBMUMV
           IF   FS-CBMUMV = "30" OR "35"
                CLOSE CBMUMV
                OPEN OUTPUT CBMUMV
                CLOSE CBMUMV
                OPEN I-O CBMUMV
           END-IF
           OPEN I-O CBICLG
           IF   FS-CBICLG = "30" OR "35"
                CLOSE CBICLG
                OPEN OUTPUT CBICLG
                CLOSE CBICLG
                OPEN I-O CBICLG
           END-IF
           OPEN INPUT CBEMPR
           IF   FS-CBMUTU > "09" OR FS-CBMUMV > "09"
           OR   FS-CBICLG > "09" OR FS-CBEMPR > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBMUTU CBMUMV CBICLG CBEMPR.

       900-99-FIM. EXIT.

       END PROGRAM CB218PCW.
