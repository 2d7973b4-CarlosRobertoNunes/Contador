       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB235PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Extrato dimensional para o BI corporativo    *
                      *                                               *
                      *  Roda sem interacao (agenda noturna CBAGN):   *
                      *  fato com o movimento do CBMVMS, os saldos    *
                      *  mensais do CBCOSA e do ledger paralelo e o   *
                      *  acumulado por ordem de servico, nas chaves   *
                      *  de empresa, conta, centro, ordem, pessoa e   *
                      *  ledger; dimensoes de contas com grau e conta *
                      *  superior, centros com o pai, ordens, pessoas *
                      *  e calendario. Cada carga tem sequencia e     *
                      *  contagem de linhas por arquivo no controle   *
                      *  (CBBISQ), com a janela de competencias       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBBISQSL.
       COPY CBMVMSSL.
       COPY CBCOSASL.
       COPY CBMVLGSL.
       COPY CBCOLGSL.
       COPY CBORSASL.
       COPY CBORDSSL.
       COPY CBPLCOSL.
       COPY CBCACCSL.
       COPY CBPESSSL.
       COPY CBPAEMSL.

           SELECT BI-SAIDA ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
                  FILE STATUS   IS FS-BI-SAIDA.

       DATA DIVISION.
       FILE SECTION.

       COPY CBBISQFD.
       COPY CBMVMSFD.
       COPY CBCOSAFD.
       COPY CBMVLGFD.
       COPY CBCOLGFD.
       COPY CBORSAFD.
       COPY CBORDSFD.
       COPY CBPLCOFD.
       COPY CBCACCFD.
       COPY CBPESSFD.
       COPY CBPAEMFD.

       FD  BI-SAIDA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-BI-SAIDA.

       01  BI-SAIDA-REG                 PIC  X(200).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 RK-CBPAEM          COMP   PIC  9(002) VALUE 10.
           05 EMPRESA-SESSAO            PIC  9(003) VALUE 0.
           05 SEQUENCIA-CARGA           PIC  9(006) VALUE 0.
           05 SEQUENCIA-ANTERIOR        PIC  9(006) VALUE 0.
           05 HORA-CARGA                PIC  9(008) VALUE 0.
           05 DATA-HOJE                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-HOJE.
              10 HOJE-AAAA              PIC  9(004).
              10 HOJE-MM                PIC  9(002).
              10 HOJE-DD                PIC  9(002).
           05 REFERENCIA-DE             PIC  9(006) VALUE 0.
           05 FILLER REDEFINES REFERENCIA-DE.
              10 DE-AAAA                PIC  9(004).
              10 DE-MM                  PIC  9(002).
           05 REFERENCIA-ATE            PIC  9(006) VALUE 0.
           05 FILLER REDEFINES REFERENCIA-ATE.
              10 ATE-AAAA               PIC  9(004).
              10 ATE-MM                 PIC  9(002).
           05 REFERENCIA                PIC  9(006) VALUE 0.
           05 FILLER REDEFINES REFERENCIA.
              10 REF-AAAA               PIC  9(004).
              10 REF-MM                 PIC  9(002).
           05 CONTADORES.
              10 LINHAS                 PIC  9(008) OCCURS 6.
           05 ARQUIVO                   PIC  9(001) VALUE 0.
           05 NOMES-SAIDA.
              10 FILLER                 PIC  X(012) VALUE
                 "BIFATO.TXT".
              10 FILLER                 PIC  X(012) VALUE
                 "BICONTA.TXT".
              10 FILLER                 PIC  X(012) VALUE
                 "BICENTRO.TXT".
              10 FILLER                 PIC  X(012) VALUE
                 "BIORDEM.TXT".
              10 FILLER                 PIC  X(012) VALUE
                 "BIPESSOA.TXT".
              10 FILLER                 PIC  X(012) VALUE
                 "BICALEND.TXT".
              10 FILLER                 PIC  X(012) VALUE
                 "BICONTRL.TXT".
           05 FILLER REDEFINES NOMES-SAIDA.
              10 NOME-SAIDA             PIC  X(012) OCCURS 7.
           05 ERRO-SAIDA                PIC  X(001) VALUE "N".
              88 SAIDA-COM-ERRO                     VALUE "S".
           05 COD-RED-LIDO       COMP-3 PIC  9(005) VALUE 0.
           05 CONTA-LIDA         COMP-3 PIC  9(015) VALUE 0.
           05 CONTA-POR-COD-RED  COMP-3 PIC  9(015) VALUE 0.
           05 CONTA-DO-SALDO     COMP-3 PIC  9(015) VALUE 0.
           05 COD-RED-DA-CONTA   COMP-3 PIC  9(005) VALUE 0.
           05 ORDEM-LIDA         COMP-3 PIC  9(006) VALUE 0.
           05 PESSOA-DA-ORDEM    COMP-3 PIC  9(005) VALUE 0.
           05 DATA-CALENDARIO           PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-CALENDARIO.
              10 CAL-AAAA               PIC  9(004).
              10 CAL-MM                 PIC  9(002).
              10 CAL-DD                 PIC  9(002).
           05 ANO-SEMANA                PIC  9(004) VALUE 0.
           05 DIA-SEMANA                PIC  9(001) VALUE 0.
           05 ULTIMO-DIA                PIC  9(002) VALUE 0.
           05 DIAS-NO-MES               PIC  X(024) VALUE
              "312831303130313130313031".
           05 FILLER REDEFINES DIAS-NO-MES.
              10 DIAS-MES               PIC  9(002) OCCURS 12.
           05 ANO-TESTE                 PIC  9(004) VALUE 0.
           05 QUOCIENTE          COMP-3 PIC  9(004) VALUE 0.
           05 RESTO-4            COMP-3 PIC  9(003) VALUE 0.
           05 RESTO-100          COMP-3 PIC  9(003) VALUE 0.
           05 RESTO-400          COMP-3 PIC  9(003) VALUE 0.
           05 ANO-BISSEXTO              PIC  X(001) VALUE "N".
              88 BISSEXTO                           VALUE "S".
           05 ER-CBBISQ.
              10 FS-CBBISQ              PIC  X(002) VALUE "00".
              10 LB-CBBISQ              PIC  X(050) VALUE "CBBISQ".
           05 ER-CBMVMS.
              10 FS-CBMVMS              PIC  X(002) VALUE "00".
              10 LB-CBMVMS              PIC  X(050) VALUE "CBMV000000".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".
           05 ER-CBMVLG.
              10 FS-CBMVLG              PIC  X(002) VALUE "00".
              10 LB-CBMVLG              PIC  X(050) VALUE "CBMVLG".
           05 ER-CBCOLG.
              10 FS-CBCOLG              PIC  X(002) VALUE "00".
              10 LB-CBCOLG              PIC  X(050) VALUE "CBCOLG".
           05 ER-CBORSA.
              10 FS-CBORSA              PIC  X(002) VALUE "00".
              10 LB-CBORSA              PIC  X(050) VALUE "CBORSA".
           05 ER-CBORDS.
              10 FS-CBORDS              PIC  X(002) VALUE "00".
              10 LB-CBORDS              PIC  X(050) VALUE "CBORDS".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCACC.
              10 FS-CBCACC              PIC  X(002) VALUE "00".
              10 LB-CBCACC              PIC  X(050) VALUE "CBCACC".
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".
           05 ER-CBPAEM.
              10 FS-CBPAEM              PIC  X(002) VALUE "00".
              10 LB-CBPAEM              PIC  X(050) VALUE "CBPAEM".
           05 ER-BI-SAIDA.
              10 FS-BI-SAIDA            PIC  X(002) VALUE "00".
              10 LB-BI-SAIDA            PIC  X(050) VALUE SPACES.

       COPY CB002PCW.

      *    Fato: M movimento, S saldo mensal, O saldo da ordem;
      *    ledger B base, G gerencial, I IFRS

       01  FATO-LINHA.
           05 FATO-SEQUENCIA            PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-TIPO                 PIC  X(001).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-LEDGER               PIC  X(001).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-EMPRESA              PIC  9(003).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-AAAAMM               PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-DIA                  PIC  9(002).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-CONTA                PIC  9(015).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-COD-RED              PIC  9(005).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-CENTRO               PIC  9(004).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-ORDEM                PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-PESSOA               PIC  9(005).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-LANCAMENTO           PIC  9(009).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-DOCTO                PIC  9(008).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-SALDO-INICIAL        PIC  -9(012),99.
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-DEBITO               PIC  9(012),99.
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-CREDITO              PIC  9(012),99.
           05 FILLER                    PIC  X(001) VALUE ";".
           05 FATO-SALDO-FINAL          PIC  -9(012),99.

       01  CONTA-LINHA.
           05 CONTA-SEQUENCIA           PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTA-CONTA               PIC  9(015).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTA-COD-RED             PIC  9(005).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTA-EDITADA             PIC  X(026).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTA-DESCRICAO           PIC  X(030).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTA-CLASSE              PIC  9(015).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTA-GRAU                PIC  9(001).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTA-PAI                 PIC  9(015).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTA-LANCAVEL            PIC  X(001).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTA-BLOQUEADA           PIC  X(001).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTA-DESDE               PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTA-ATE                 PIC  9(006).

       01  CENTRO-LINHA.
           05 CENTRO-SEQUENCIA          PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CENTRO-CODIGO             PIC  9(004).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CENTRO-DESCRICAO          PIC  X(030).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CENTRO-PAI                PIC  9(004).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CENTRO-BLOQUEADO          PIC  X(001).

       01  ORDEM-LINHA.
           05 ORDEM-SEQUENCIA           PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 ORDEM-CODIGO              PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 ORDEM-DESCRICAO           PIC  X(040).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 ORDEM-PESSOA              PIC  9(005).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 ORDEM-ABERTURA            PIC  9(008).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 ORDEM-ENCERRAMENTO        PIC  9(008).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 ORDEM-SITUACAO            PIC  X(001).

      *    Pessoa sem o CNPJ/CPF: o documento da pessoa fisica nao
      *    sai do sistema contabil

       01  PESSOA-LINHA.
           05 PESSOA-SEQUENCIA          PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 PESSOA-CODIGO             PIC  9(005).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 PESSOA-RAZAO-SOCIAL       PIC  X(040).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 PESSOA-TIPO               PIC  X(001).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 PESSOA-ATIVA              PIC  X(001).

      *    Dia da semana: 1 domingo ... 7 sabado

       01  CALENDARIO-LINHA.
           05 CALEND-SEQUENCIA          PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CALEND-DATA               PIC  9(008).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CALEND-AAAA               PIC  9(004).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CALEND-MM                 PIC  9(002).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CALEND-DD                 PIC  9(002).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CALEND-AAAAMM             PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CALEND-TRIMESTRE          PIC  9(001).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CALEND-SEMESTRE           PIC  9(001).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CALEND-DIA-SEMANA         PIC  9(001).

      *    Controle: uma linha por arquivo da carga, com a carga
      *    concluida anterior para o BI acusar lacuna na sequencia

       01  CONTROLE-LINHA.
           05 CONTROLE-SEQUENCIA        PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTROLE-ANTERIOR         PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTROLE-EMPRESA          PIC  9(003).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTROLE-DATA             PIC  9(008).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTROLE-HORA             PIC  9(008).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTROLE-REFERENCIA-DE    PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTROLE-REFERENCIA-ATE   PIC  9(006).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTROLE-ARQUIVO          PIC  X(012).
           05 FILLER                    PIC  X(001) VALUE ";".
           05 CONTROLE-LINHAS           PIC  9(008).

       PROCEDURE DIVISION.

       000-INICIO.

           PERFORM 800-INICIAIS THRU 800-99-FIM
           IF   FS-CBBISQ > "09"
                GO TO 000-99-FIM
           END-IF

           PERFORM 100-FATOS THRU 100-99-FIM
           IF   NOT SAIDA-COM-ERRO
                PERFORM 200-CONTAS     THRU 200-99-FIM
           END-IF
           IF   NOT SAIDA-COM-ERRO
                PERFORM 210-CENTROS    THRU 210-99-FIM
           END-IF
           IF   NOT SAIDA-COM-ERRO
                PERFORM 220-ORDENS     THRU 220-99-FIM
           END-IF
           IF   NOT SAIDA-COM-ERRO
                PERFORM 230-PESSOAS    THRU 230-99-FIM
           END-IF
           IF   NOT SAIDA-COM-ERRO
                PERFORM 240-CALENDARIO THRU 240-99-FIM
           END-IF
           IF   NOT SAIDA-COM-ERRO
                PERFORM 300-CONTROLE   THRU 300-99-FIM
           END-IF

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-FATOS.

           MOVE 1 TO ARQUIVO
           PERFORM 810-ABRE-SAIDA THRU 810-99-FIM
           IF   SAIDA-COM-ERRO
                GO TO 100-99-FIM
           END-IF

           MOVE REFERENCIA-DE TO REFERENCIA
           PERFORM 110-MOVIMENTO-MES THRU 110-99-FIM
                   UNTIL REFERENCIA > REFERENCIA-ATE

           IF   FS-CBCOSA < "10"
                PERFORM 120-SALDOS THRU 120-99-FIM
           END-IF
           IF   FS-CBMVLG < "10"
                PERFORM 130-LEDGER-MOVIMENTO THRU 130-99-FIM
           END-IF
           IF   FS-CBCOLG < "10"
                PERFORM 140-LEDGER-SALDOS THRU 140-99-FIM
           END-IF
           IF   FS-CBORSA < "10"
                PERFORM 150-ORDENS THRU 150-99-FIM
           END-IF

           CLOSE BI-SAIDA.

       100-99-FIM. EXIT.

       110-MOVIMENTO-MES.

           MOVE REF-AAAA TO LB-CBMVMS (5: 4)
           MOVE REF-MM   TO LB-CBMVMS (9: 2)
           OPEN INPUT CBMVMS

           IF   FS-CBMVMS < "10"
                PERFORM UNTIL FS-CBMVMS > "09"
                        READ CBMVMS NEXT RECORD IGNORE LOCK
                        IF   FS-CBMVMS < "10"
                        AND  CBMVMS-LANCAMENTO NOT = 0
                        AND (CBMVMS-TIPO = "D" OR "C")
                             PERFORM 111-GRAVA-MOVIMENTO
                                THRU 111-99-FIM
                        END-IF
                END-PERFORM
                CLOSE CBMVMS
           END-IF

           ADD 1 TO REF-MM
           IF  REF-MM > 12
               MOVE 1 TO REF-MM
               ADD  1 TO REF-AAAA
           END-IF.

       110-99-FIM. EXIT.

       111-GRAVA-MOVIMENTO.

           INITIALIZE FATO-LINHA
           MOVE "M"                  TO FATO-TIPO
           MOVE "B"                  TO FATO-LEDGER
           MOVE REFERENCIA           TO FATO-AAAAMM
           MOVE CBMVMS-DIA           TO FATO-DIA
           MOVE CBMVMS-COD-RED       TO FATO-COD-RED
           PERFORM 190-CONTA-DO-COD-RED THRU 190-99-FIM
           MOVE CONTA-POR-COD-RED    TO FATO-CONTA
           MOVE CBMVMS-CENTRO-CUSTO  TO FATO-CENTRO
           MOVE CBMVMS-LANCAMENTO    TO FATO-LANCAMENTO
           MOVE CBMVMS-DOCTO         TO FATO-DOCTO
           IF   CBMVMS-TIPO = "D"
                MOVE CBMVMS-VALOR    TO FATO-DEBITO
           ELSE
                MOVE CBMVMS-VALOR    TO FATO-CREDITO
           END-IF
           PERFORM 180-GRAVA-FATO THRU 180-99-FIM.

       111-99-FIM. EXIT.

      *    Saldos de todos os graus e centros, inclusive o centro
      *    zero consolidado: o BI agrega pela dimensao de contas

       120-SALDOS.

           MOVE LOW-VALUES TO CBCOSA-CHAVE
           START CBCOSA KEY NOT LESS CBCOSA-CHAVE
           PERFORM UNTIL FS-CBCOSA > "09"
                   READ CBCOSA NEXT RECORD IGNORE LOCK
                   IF   FS-CBCOSA < "10"
                   AND  CBCOSA-AAAAMM NOT < REFERENCIA-DE
                   AND  CBCOSA-AAAAMM NOT > REFERENCIA-ATE
                        INITIALIZE FATO-LINHA
                        MOVE "S"                   TO FATO-TIPO
                        MOVE "B"                   TO FATO-LEDGER
                        MOVE CBCOSA-AAAAMM         TO FATO-AAAAMM
                        MOVE CBCOSA-CONTA          TO FATO-CONTA
                                                      CONTA-DO-SALDO
                        PERFORM 191-COD-RED-DO-SALDO
                           THRU 191-99-FIM
                        MOVE COD-RED-DA-CONTA      TO FATO-COD-RED
                        MOVE CBCOSA-CENTRO-CUSTO   TO FATO-CENTRO
                        MOVE CBCOSA-SALDO-INICIAL  TO FATO-SALDO-INICIAL
                        MOVE CBCOSA-A-DEBITO       TO FATO-DEBITO
                        MOVE CBCOSA-A-CREDITO      TO FATO-CREDITO
                        MOVE CBCOSA-SALDO-ATUAL    TO FATO-SALDO-FINAL
                        PERFORM 180-GRAVA-FATO THRU 180-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCOSA.

       120-99-FIM. EXIT.

       130-LEDGER-MOVIMENTO.

           MOVE 0 TO CBMVLG-SEQUENCIA
           START CBMVLG KEY NOT LESS CBMVLG-CHAVE
           PERFORM UNTIL FS-CBMVLG > "09"
                   READ CBMVLG NEXT RECORD IGNORE LOCK
                   IF   FS-CBMVLG < "10"
                   AND  CBMVLG-AAAAMM NOT < REFERENCIA-DE
                   AND  CBMVLG-AAAAMM NOT > REFERENCIA-ATE
                        INITIALIZE FATO-LINHA
                        MOVE "M"                   TO FATO-TIPO
                        MOVE CBMVLG-LEDGER         TO FATO-LEDGER
                        MOVE CBMVLG-AAAAMM         TO FATO-AAAAMM
                        MOVE CBMVLG-DIA            TO FATO-DIA
                        MOVE CBMVLG-CONTA          TO FATO-CONTA
                        MOVE CBMVLG-COD-RED        TO FATO-COD-RED
                        MOVE CBMVLG-CENTRO-CUSTO   TO FATO-CENTRO
                        MOVE CBMVLG-SEQUENCIA      TO FATO-LANCAMENTO
                        MOVE CBMVLG-DOCTO          TO FATO-DOCTO
                        IF   CBMVLG-TIPO = "D"
                             MOVE CBMVLG-VALOR     TO FATO-DEBITO
                        ELSE
                             MOVE CBMVLG-VALOR     TO FATO-CREDITO
                        END-IF
                        PERFORM 180-GRAVA-FATO THRU 180-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBMVLG.

       130-99-FIM. EXIT.

      *    O ledger paralelo so acumula o liquido do mes: sai no
      *    saldo final, com saldo inicial zero

       140-LEDGER-SALDOS.

           MOVE LOW-VALUES TO CBCOLG-CHAVE
           START CBCOLG KEY NOT LESS CBCOLG-CHAVE
           PERFORM UNTIL FS-CBCOLG > "09"
                   READ CBCOLG NEXT RECORD IGNORE LOCK
                   IF   FS-CBCOLG < "10"
                   AND  CBCOLG-AAAAMM NOT < REFERENCIA-DE
                   AND  CBCOLG-AAAAMM NOT > REFERENCIA-ATE
                        INITIALIZE FATO-LINHA
                        MOVE "S"                   TO FATO-TIPO
                        MOVE CBCOLG-LEDGER         TO FATO-LEDGER
                        MOVE CBCOLG-AAAAMM         TO FATO-AAAAMM
                        MOVE CBCOLG-CONTA          TO FATO-CONTA
                                                      CONTA-DO-SALDO
                        PERFORM 191-COD-RED-DO-SALDO
                           THRU 191-99-FIM
                        MOVE COD-RED-DA-CONTA      TO FATO-COD-RED
                        MOVE CBCOLG-CENTRO-CUSTO   TO FATO-CENTRO
                        MOVE CBCOLG-A-DEBITO       TO FATO-DEBITO
                        MOVE CBCOLG-A-CREDITO      TO FATO-CREDITO
                        MOVE CBCOLG-LIQUIDO-MES    TO FATO-SALDO-FINAL
                        PERFORM 180-GRAVA-FATO THRU 180-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCOLG.

       140-99-FIM. EXIT.

      *    Ordem de servico e pessoa so existem no acumulado por
      *    ordem (CBORSA); a pessoa e a do cadastro da ordem

       150-ORDENS.

           MOVE LOW-VALUES TO CBORSA-CHAVE
           START CBORSA KEY NOT LESS CBORSA-CHAVE
           PERFORM UNTIL FS-CBORSA > "09"
                   READ CBORSA NEXT RECORD IGNORE LOCK
                   IF   FS-CBORSA < "10"
                   AND  CBORSA-AAAAMM NOT < REFERENCIA-DE
                   AND  CBORSA-AAAAMM NOT > REFERENCIA-ATE
                        INITIALIZE FATO-LINHA
                        MOVE "O"                   TO FATO-TIPO
                        MOVE "B"                   TO FATO-LEDGER
                        MOVE CBORSA-AAAAMM         TO FATO-AAAAMM
                        MOVE CBORSA-COD-RED        TO FATO-COD-RED
                        PERFORM 190-CONTA-DO-COD-RED
                           THRU 190-99-FIM
                        MOVE CONTA-POR-COD-RED     TO FATO-CONTA
                        MOVE CBORSA-ORDEM          TO FATO-ORDEM
                        PERFORM 192-PESSOA-DA-ORDEM
                           THRU 192-99-FIM
                        MOVE PESSOA-DA-ORDEM       TO FATO-PESSOA
                        MOVE CBORSA-A-DEBITO       TO FATO-DEBITO
                        MOVE CBORSA-A-CREDITO      TO FATO-CREDITO
                        PERFORM 180-GRAVA-FATO THRU 180-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBORSA.

       150-99-FIM. EXIT.

       180-GRAVA-FATO.

           MOVE SEQUENCIA-CARGA TO FATO-SEQUENCIA
           MOVE EMPRESA-SESSAO  TO FATO-EMPRESA
           MOVE FATO-LINHA      TO BI-SAIDA-REG
           WRITE BI-SAIDA-REG
           ADD 1 TO LINHAS (1).

       180-99-FIM. EXIT.

       190-CONTA-DO-COD-RED.

           IF   COD-RED-LIDO = FATO-COD-RED
           AND  COD-RED-LIDO NOT = 0
                GO TO 190-99-FIM
           END-IF

           MOVE FATO-COD-RED TO COD-RED-LIDO
           MOVE 0            TO CONTA-POR-COD-RED
           IF   FS-CBPLCO > "09"
                GO TO 190-99-FIM
           END-IF

           MOVE COD-RED-LIDO TO CBPLCO-COD-RED
           READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
           IF   FS-CBPLCO < "10"
                MOVE CBPLCO-CONTA TO CONTA-POR-COD-RED
           END-IF
           MOVE "00" TO FS-CBPLCO.

       190-99-FIM. EXIT.

       191-COD-RED-DO-SALDO.

           IF   CONTA-LIDA = CONTA-DO-SALDO
           AND  CONTA-LIDA NOT = 0
                GO TO 191-99-FIM
           END-IF

           MOVE CONTA-DO-SALDO TO CONTA-LIDA
           MOVE 0              TO COD-RED-DA-CONTA
           IF   FS-CBPLCO > "09"
                GO TO 191-99-FIM
           END-IF

           MOVE CONTA-LIDA TO CBPLCO-CONTA
           READ CBPLCO IGNORE LOCK
           IF   FS-CBPLCO < "10"
                MOVE CBPLCO-COD-RED TO COD-RED-DA-CONTA
           END-IF
           MOVE "00" TO FS-CBPLCO.

       191-99-FIM. EXIT.

       192-PESSOA-DA-ORDEM.

           IF   ORDEM-LIDA = CBORSA-ORDEM
           AND  ORDEM-LIDA NOT = 0
                GO TO 192-99-FIM
           END-IF

           MOVE CBORSA-ORDEM TO ORDEM-LIDA
           MOVE 0            TO PESSOA-DA-ORDEM
           IF   FS-CBORDS > "09"
                GO TO 192-99-FIM
           END-IF

           MOVE ORDEM-LIDA TO CBORDS-ORDEM
           READ CBORDS IGNORE LOCK
           IF   FS-CBORDS < "10"
           AND  CBORDS-PESSOA NUMERIC
                MOVE CBORDS-PESSOA TO PESSOA-DA-ORDEM
           END-IF
           MOVE "00" TO FS-CBORDS.

       192-99-FIM. EXIT.

      *    Dimensoes: fotografia completa a cada carga

       200-CONTAS.

           MOVE 2 TO ARQUIVO
           PERFORM 810-ABRE-SAIDA THRU 810-99-FIM
           IF   SAIDA-COM-ERRO
                GO TO 200-99-FIM
           END-IF

           IF   FS-CBPLCO < "10"
                MOVE 0 TO CBPLCO-CONTA
                START CBPLCO KEY NOT LESS CBPLCO-CHAVE
                PERFORM UNTIL FS-CBPLCO > "09"
                        READ CBPLCO NEXT RECORD IGNORE LOCK
                        IF   FS-CBPLCO < "10"
                             PERFORM 201-GRAVA-CONTA THRU 201-99-FIM
                        END-IF
                END-PERFORM
                MOVE "00" TO FS-CBPLCO
           END-IF

           CLOSE BI-SAIDA.

       200-99-FIM. EXIT.

       201-GRAVA-CONTA.

           INITIALIZE CONTA-LINHA
           MOVE SEQUENCIA-CARGA    TO CONTA-SEQUENCIA
           MOVE CBPLCO-CONTA       TO CONTA-CONTA
           MOVE CBPLCO-COD-RED     TO CONTA-COD-RED
           MOVE CBPLCO-DESCRICAO   TO CONTA-DESCRICAO
           MOVE CBPLCO-CLASSE      TO CONTA-CLASSE
           MOVE CBPLCO-BLOQUEADA   TO CONTA-BLOQUEADA
           IF   CBPLCO-VALIDADE-DESDE NUMERIC
                MOVE CBPLCO-VALIDADE-DESDE TO CONTA-DESDE
           END-IF
           IF   CBPLCO-VALIDADE-ATE NUMERIC
                MOVE CBPLCO-VALIDADE-ATE   TO CONTA-ATE
           END-IF

      *    Grau e conta superior pela estrutura do plano (CB002PCW)

           MOVE CBPLCO-CONTA       TO CB002PCW-CONTA
           MOVE "C"                TO CB002PCW-FUNCAO
           CALL "CB002PCW"      USING PARAMETROS-CB002PCW
           MOVE "E"                TO CB002PCW-FUNCAO
           CALL "CB002PCW"      USING PARAMETROS-CB002PCW
           MOVE CB002PCW-CONTA-ED  TO CONTA-EDITADA
           MOVE CB002PCW-GRAU      TO CONTA-GRAU
           MOVE CB002PCW-LANCAVEL  TO CONTA-LANCAVEL
           IF   CB002PCW-GRAU > 1
                MOVE "S"           TO CB002PCW-FUNCAO
                CALL "CB002PCW" USING PARAMETROS-CB002PCW
                MOVE CB002PCW-CONTA TO CONTA-PAI
           END-IF

           MOVE CONTA-LINHA TO BI-SAIDA-REG
           WRITE BI-SAIDA-REG
           ADD 1 TO LINHAS (2).

       201-99-FIM. EXIT.

       210-CENTROS.

           MOVE 3 TO ARQUIVO
           PERFORM 810-ABRE-SAIDA THRU 810-99-FIM
           IF   SAIDA-COM-ERRO
                GO TO 210-99-FIM
           END-IF

           IF   FS-CBCACC < "10"
                MOVE 0 TO CBCACC-CODIGO
                START CBCACC KEY NOT LESS CBCACC-CHAVE
                PERFORM UNTIL FS-CBCACC > "09"
                        READ CBCACC NEXT RECORD IGNORE LOCK
                        IF   FS-CBCACC < "10"
                             INITIALIZE CENTRO-LINHA
                             MOVE SEQUENCIA-CARGA  TO CENTRO-SEQUENCIA
                             MOVE CBCACC-CODIGO    TO CENTRO-CODIGO
                             MOVE CBCACC-DESCRICAO TO CENTRO-DESCRICAO
                             IF   CBCACC-PAI NUMERIC
                                  MOVE CBCACC-PAI  TO CENTRO-PAI
                             END-IF
                             MOVE CBCACC-BLOQUEADO TO CENTRO-BLOQUEADO
                             MOVE CENTRO-LINHA     TO BI-SAIDA-REG
                             WRITE BI-SAIDA-REG
                             ADD 1 TO LINHAS (3)
                        END-IF
                END-PERFORM
                MOVE "00" TO FS-CBCACC
           END-IF

           CLOSE BI-SAIDA.

       210-99-FIM. EXIT.

       220-ORDENS.

           MOVE 4 TO ARQUIVO
           PERFORM 810-ABRE-SAIDA THRU 810-99-FIM
           IF   SAIDA-COM-ERRO
                GO TO 220-99-FIM
           END-IF

           IF   FS-CBORDS < "10"
                MOVE 0 TO CBORDS-ORDEM
                START CBORDS KEY NOT LESS CBORDS-CHAVE
                PERFORM UNTIL FS-CBORDS > "09"
                        READ CBORDS NEXT RECORD IGNORE LOCK
                        IF   FS-CBORDS < "10"
                             INITIALIZE ORDEM-LINHA
                             MOVE SEQUENCIA-CARGA  TO ORDEM-SEQUENCIA
                             MOVE CBORDS-ORDEM     TO ORDEM-CODIGO
                             MOVE CBORDS-DESCRICAO TO ORDEM-DESCRICAO
                             MOVE CBORDS-PESSOA    TO ORDEM-PESSOA
                             MOVE CBORDS-DATA-ABERTURA
                               TO ORDEM-ABERTURA
                             MOVE CBORDS-DATA-ENCERRAMENTO
                               TO ORDEM-ENCERRAMENTO
                             MOVE CBORDS-SITUACAO  TO ORDEM-SITUACAO
                             MOVE ORDEM-LINHA      TO BI-SAIDA-REG
                             WRITE BI-SAIDA-REG
                             ADD 1 TO LINHAS (4)
                        END-IF
                END-PERFORM
                MOVE "00" TO FS-CBORDS
           END-IF

           CLOSE BI-SAIDA.

       220-99-FIM. EXIT.

       230-PESSOAS.

           MOVE 5 TO ARQUIVO
           PERFORM 810-ABRE-SAIDA THRU 810-99-FIM
           IF   SAIDA-COM-ERRO
                GO TO 230-99-FIM
           END-IF

           IF   FS-CBPESS < "10"
                MOVE 0 TO CBPESS-CODIGO
                START CBPESS KEY NOT LESS CBPESS-CHAVE
                PERFORM UNTIL FS-CBPESS > "09"
                        READ CBPESS NEXT RECORD IGNORE LOCK
                        IF   FS-CBPESS < "10"
                             INITIALIZE PESSOA-LINHA
                             MOVE SEQUENCIA-CARGA  TO PESSOA-SEQUENCIA
                             MOVE CBPESS-CODIGO    TO PESSOA-CODIGO
                             MOVE CBPESS-RAZAO-SOCIAL
                               TO PESSOA-RAZAO-SOCIAL
                             MOVE CBPESS-TIPO      TO PESSOA-TIPO
                             MOVE CBPESS-ATIVA     TO PESSOA-ATIVA
                             MOVE PESSOA-LINHA     TO BI-SAIDA-REG
                             WRITE BI-SAIDA-REG
                             ADD 1 TO LINHAS (5)
                        END-IF
                END-PERFORM
                MOVE "00" TO FS-CBPESS
           END-IF

           CLOSE BI-SAIDA.

       230-99-FIM. EXIT.

      *    Calendario: todos os dias dos exercicios da janela

       240-CALENDARIO.

           MOVE 6 TO ARQUIVO
           PERFORM 810-ABRE-SAIDA THRU 810-99-FIM
           IF   SAIDA-COM-ERRO
                GO TO 240-99-FIM
           END-IF

      *    Dia da semana do primeiro de janeiro, contado a partir
      *    de 01/01/2000, que caiu num sabado

           MOVE 2000 TO ANO-SEMANA
           MOVE 7    TO DIA-SEMANA
           PERFORM 241-AVANCA-ANO THRU 241-99-FIM
                   UNTIL ANO-SEMANA NOT < DE-AAAA
           PERFORM 242-RECUA-ANO  THRU 242-99-FIM
                   UNTIL ANO-SEMANA NOT > DE-AAAA

           MOVE DE-AAAA TO CAL-AAAA
           PERFORM 243-ANO THRU 243-99-FIM
                   UNTIL CAL-AAAA > ATE-AAAA

           CLOSE BI-SAIDA.

       240-99-FIM. EXIT.

       241-AVANCA-ANO.

           MOVE ANO-SEMANA TO ANO-TESTE
           PERFORM 249-BISSEXTO THRU 249-99-FIM
           IF   BISSEXTO
                ADD 2 TO DIA-SEMANA
           ELSE
                ADD 1 TO DIA-SEMANA
           END-IF
           IF   DIA-SEMANA > 7
                SUBTRACT 7 FROM DIA-SEMANA
           END-IF
           ADD 1 TO ANO-SEMANA.

       241-99-FIM. EXIT.

       242-RECUA-ANO.

           SUBTRACT 1 FROM ANO-SEMANA
           MOVE ANO-SEMANA TO ANO-TESTE
           PERFORM 249-BISSEXTO THRU 249-99-FIM
           IF   BISSEXTO
                ADD 5 TO DIA-SEMANA
           ELSE
                ADD 6 TO DIA-SEMANA
           END-IF
           IF   DIA-SEMANA > 7
                SUBTRACT 7 FROM DIA-SEMANA
           END-IF.

       242-99-FIM. EXIT.

       243-ANO.

           MOVE CAL-AAAA TO ANO-TESTE
           PERFORM 249-BISSEXTO THRU 249-99-FIM
           IF   BISSEXTO
                MOVE 29 TO DIAS-MES (2)
           ELSE
                MOVE 28 TO DIAS-MES (2)
           END-IF

           PERFORM 244-MES THRU 244-99-FIM
                   VARYING CAL-MM FROM 1 BY 1 UNTIL CAL-MM > 12

           ADD 1 TO CAL-AAAA.

       243-99-FIM. EXIT.

       244-MES.

           MOVE DIAS-MES (CAL-MM) TO ULTIMO-DIA
           PERFORM 245-DIA THRU 245-99-FIM
                   VARYING CAL-DD FROM 1 BY 1
                   UNTIL CAL-DD > ULTIMO-DIA.

       244-99-FIM. EXIT.

       245-DIA.

           INITIALIZE CALENDARIO-LINHA
           MOVE SEQUENCIA-CARGA TO CALEND-SEQUENCIA
           MOVE DATA-CALENDARIO TO CALEND-DATA
           MOVE CAL-AAAA        TO CALEND-AAAA
           MOVE CAL-MM          TO CALEND-MM
           MOVE CAL-DD          TO CALEND-DD
           MOVE DATA-CALENDARIO (1: 6) TO CALEND-AAAAMM
           COMPUTE CALEND-TRIMESTRE = (CAL-MM + 2) / 3
           COMPUTE CALEND-SEMESTRE  = (CAL-MM + 5) / 6
           MOVE DIA-SEMANA      TO CALEND-DIA-SEMANA
           MOVE CALENDARIO-LINHA TO BI-SAIDA-REG
           WRITE BI-SAIDA-REG
           ADD 1 TO LINHAS (6)

           ADD 1 TO DIA-SEMANA
           IF   DIA-SEMANA > 7
                MOVE 1 TO DIA-SEMANA
           END-IF.

       245-99-FIM. EXIT.

       249-BISSEXTO.

           DIVIDE ANO-TESTE BY 4   GIVING QUOCIENTE REMAINDER RESTO-4
           DIVIDE ANO-TESTE BY 100 GIVING QUOCIENTE
                                   REMAINDER RESTO-100
           DIVIDE ANO-TESTE BY 400 GIVING QUOCIENTE
                                   REMAINDER RESTO-400
           IF   RESTO-4 = 0
           AND (RESTO-100 NOT = 0 OR RESTO-400 = 0)
                MOVE "S" TO ANO-BISSEXTO
           ELSE
                MOVE "N" TO ANO-BISSEXTO
           END-IF.

       249-99-FIM. EXIT.

       300-CONTROLE.

           MOVE 7 TO ARQUIVO
           PERFORM 810-ABRE-SAIDA THRU 810-99-FIM
           IF   SAIDA-COM-ERRO
                GO TO 300-99-FIM
           END-IF

           PERFORM 310-LINHA-CONTROLE THRU 310-99-FIM
                   VARYING ARQUIVO FROM 1 BY 1 UNTIL ARQUIVO > 6
           CLOSE BI-SAIDA

      *    A carga so e concluida com o controle gravado; a proxima
      *    reenvia a partir da ultima competencia desta

           MOVE SEQUENCIA-CARGA TO CBBISQ-SEQUENCIA
           READ CBBISQ
           IF   FS-CBBISQ < "10"
                MOVE CONTADORES TO CBBISQ-CONTADORES
                SET CBBISQ-CARGA-CONCLUIDA TO TRUE
                REWRITE CBBISQ-REG
           END-IF

           DISPLAY "CB235PCW Carga " SEQUENCIA-CARGA
                   " concluida, fatos: " LINHAS (1).

       300-99-FIM. EXIT.

       310-LINHA-CONTROLE.

           INITIALIZE CONTROLE-LINHA
           MOVE SEQUENCIA-CARGA       TO CONTROLE-SEQUENCIA
           MOVE SEQUENCIA-ANTERIOR    TO CONTROLE-ANTERIOR
           MOVE EMPRESA-SESSAO        TO CONTROLE-EMPRESA
           MOVE DATA-HOJE             TO CONTROLE-DATA
           MOVE HORA-CARGA            TO CONTROLE-HORA
           MOVE REFERENCIA-DE         TO CONTROLE-REFERENCIA-DE
           MOVE REFERENCIA-ATE        TO CONTROLE-REFERENCIA-ATE
           MOVE NOME-SAIDA (ARQUIVO)  TO CONTROLE-ARQUIVO
           MOVE LINHAS (ARQUIVO)      TO CONTROLE-LINHAS
           MOVE CONTROLE-LINHA        TO BI-SAIDA-REG
           WRITE BI-SAIDA-REG.

       310-99-FIM. EXIT.

       800-INICIAIS.

           MOVE ZEROS TO CONTADORES
           ACCEPT DATA-HOJE  FROM DATE
           ADD 20000000 TO DATA-HOJE
           ACCEPT HORA-CARGA FROM TIME

           CALL "CWFILE" USING LB-CBPAEM
           OPEN INPUT CBPAEM
           IF   FS-CBPAEM < "10"
                READ CBPAEM IGNORE LOCK
                IF   FS-CBPAEM < "10"
                AND  CBPAEM-REG (1: 3) NUMERIC
                     MOVE CBPAEM-REG (1: 3) TO EMPRESA-SESSAO
                END-IF
                CLOSE CBPAEM
           END-IF

           OPEN I-O CBBISQ
           IF   FS-CBBISQ = "30" OR "35"
                CLOSE CBBISQ
                OPEN OUTPUT CBBISQ
                CLOSE CBBISQ
                OPEN I-O CBBISQ
           END-IF
           IF   FS-CBBISQ > "09"
                DISPLAY "CB235PCW Erro " FS-CBBISQ " em CBBISQ"
                GO TO 800-99-FIM
           END-IF

      *    Janela: da ultima competencia da carga concluida
      *    anterior ate o mes corrente; sem carga anterior, desde
      *    janeiro do exercicio

           MOVE HOJE-AAAA TO DE-AAAA ATE-AAAA
           MOVE 1         TO DE-MM
           MOVE HOJE-MM   TO ATE-MM

           MOVE 999999 TO CBBISQ-SEQUENCIA
           START CBBISQ KEY NOT GREATER CBBISQ-CHAVE
           IF   FS-CBBISQ < "10"
                READ CBBISQ PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBBISQ < "10"
                     MOVE CBBISQ-SEQUENCIA TO SEQUENCIA-CARGA
                END-IF
                PERFORM UNTIL FS-CBBISQ > "09"
                           OR CBBISQ-CARGA-CONCLUIDA
                        READ CBBISQ PREVIOUS RECORD IGNORE LOCK
                END-PERFORM
                IF   FS-CBBISQ < "10"
                     MOVE CBBISQ-SEQUENCIA      TO SEQUENCIA-ANTERIOR
                     MOVE CBBISQ-REFERENCIA-ATE TO REFERENCIA-DE
                END-IF
           END-IF
           IF   REFERENCIA-DE > REFERENCIA-ATE
                MOVE REFERENCIA-ATE TO REFERENCIA-DE
           END-IF

      *    A carga nasce interrompida: se nao chegar ao controle, o
      *    numero fica registrado e o BI acusa a lacuna

           ADD 1 TO SEQUENCIA-CARGA
           MOVE SEQUENCIA-CARGA  TO CBBISQ-SEQUENCIA
           MOVE EMPRESA-SESSAO   TO CBBISQ-EMPRESA
           MOVE DATA-HOJE        TO CBBISQ-DATA
           MOVE HORA-CARGA       TO CBBISQ-HORA
           MOVE REFERENCIA-DE    TO CBBISQ-REFERENCIA-DE
           MOVE REFERENCIA-ATE   TO CBBISQ-REFERENCIA-ATE
           MOVE CONTADORES       TO CBBISQ-CONTADORES
           SET CBBISQ-CARGA-INTERROMPIDA TO TRUE
           WRITE CBBISQ-REG
           IF   FS-CBBISQ > "09"
                DISPLAY "CB235PCW Erro " FS-CBBISQ " em CBBISQ"
                CLOSE CBBISQ
                GO TO 800-99-FIM
           END-IF

           OPEN INPUT CBCOSA CBMVLG CBCOLG CBORSA CBORDS
                      CBPLCO CBCACC CBPESS.

       800-99-FIM. EXIT.

       810-ABRE-SAIDA.

           MOVE NOME-SAIDA (ARQUIVO) TO LB-BI-SAIDA
           OPEN OUTPUT BI-SAIDA
           IF   FS-BI-SAIDA > "09"
                DISPLAY "CB235PCW Erro " FS-BI-SAIDA " em "
                        LB-BI-SAIDA
                SET SAIDA-COM-ERRO TO TRUE
           END-IF.

       810-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBBISQ CBCOSA CBMVLG CBCOLG CBORSA CBORDS
                 CBPLCO CBCACC CBPESS.

       900-99-FIM. EXIT.

       END PROGRAM CB235PCW.
