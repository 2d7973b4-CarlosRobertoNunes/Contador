       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB248PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Perfis de retencao na fonte (CBPFRT)         *
                      *                                               *
                      *  1 - Perfil por pessoa do CBPESS e tipo de    *
                      *      servico (pessoa zero = padrao do         *
                      *      servico): aliquota, minimo de retencao,  *
                      *      acumulo mensal das retencoes dispensadas *
                      *      e conta de retencao do CBRETE para IRRF, *
                      *      PIS, COFINS, CSLL, INSS e ISS            *
                      *  2 - Relacao dos perfis                       *
                      *                                               *
                      *  O calculo e feito pelo CB093PCW na inclusao  *
                      *  do titulo a pagar                            *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBPFRTSL.
       COPY CBPESSSL.
       COPY CBRETESL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBPFRTFD.
       COPY CBPESSFD.
       COPY CBRETEFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 PESSOA-M                  PIC  9(005) VALUE 0.
           05 SERVICO-M                 PIC  9(004) VALUE 0.
           05 DESCRICAO-M               PIC  X(030) VALUE SPACES.
           05 RAZAO-M                   PIC  X(040) VALUE SPACES.
           05 PERFIL-M.
              10 TRIBUTO-M OCCURS 6.
                 15 ALIQUOTA-M          PIC  9(002)V9(004).
                 15 MINIMO-M            PIC  9(006)V99.
                 15 ACUMULA-M           PIC  X(001).
                 15 CONTA-M             PIC  9(005).
           05 NOMES-TRIBUTOS            PIC  X(036) VALUE
              "IRRF  PIS   COFINSCSLL  INSS  ISS   ".
           05 FILLER REDEFINES NOMES-TRIBUTOS.
              10 NOME-TRIBUTO           PIC  X(006) OCCURS 6.
           05 ALIQUOTA-TOTAL            PIC  9(003)V9(004) VALUE 0.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 ERRO                      PIC  9(001) VALUE 0.
              88 PERFIL-COM-ERRO                   VALUE 1.
           05 I                         PIC  9(001) VALUE 0.
           05 PRIMEIRA                  PIC  9(001) VALUE 0.
           05 QT-PERFIS          COMP-3 PIC  9(006) VALUE 0.
           05 QT-ED                     PIC  ZZZ.ZZ9.
           05 LINHA-BRANCA              PIC  X(076) VALUE SPACES.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBPFRT.
              10 FS-CBPFRT              PIC  X(002) VALUE "00".
              10 LB-CBPFRT              PIC  X(050) VALUE "CBPFRT".
           05 ER-CBPESS.
              10 FS-CBPESS              PIC  X(002) VALUE "00".
              10 LB-CBPESS              PIC  X(050) VALUE "CBPESS".
           05 ER-CBRETE.
              10 FS-CBRETE              PIC  X(002) VALUE "00".
              10 LB-CBRETE              PIC  X(050) VALUE "CBRETE".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "PESS. RAZAO SOCIAL              SERV DES".
              05 FILLER                 PIC  X(040) VALUE
                 "CRICAO            TRIB.   ALIQ.%      MI".
              05 FILLER                 PIC  X(022) VALUE
                 "NIMO ACUM CONTA CBRETE".
           02 LINHA-02.
              05 CLPF-PESSOA            PIC  X(005).
              05 FILLER                 PIC  X(001).
              05 CLPF-RAZAO             PIC  X(025).
              05 FILLER                 PIC  X(001).
              05 CLPF-SERVICO           PIC  X(004).
              05 FILLER                 PIC  X(001).
              05 CLPF-DESCRICAO         PIC  X(020).
              05 FILLER                 PIC  X(001).
              05 CLPF-TRIBUTO           PIC  X(006).
              05 FILLER                 PIC  X(001).
              05 CLPF-ALIQUOTA          PIC  Z9,9999.
              05 FILLER                 PIC  X(001).
              05 CLPF-MINIMO            PIC  ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(002).
              05 CLPF-ACUMULA           PIC  X(003).
              05 FILLER                 PIC  X(001).
              05 CLPF-CONTA             PIC  9(005).
              05 FILLER                 PIC  X(001).
              05 CLPF-TRIBUTO-RETE      PIC  X(010).

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Perfil de retencao".
           05 LINE 05 COLUMN 03 VALUE "2 - Relacao dos perfis".
           05 LINE 07 COLUMN 03 VALUE "Opcao:".
           05 LINE 07 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Pessoa..........:".
           05 LINE 04 COLUMN 21 PIC 9(005) USING PESSOA-M.
           05 LINE 04 COLUMN 28 VALUE "(0 = padrao do servico)".
           05 LINE 05 COLUMN 03 VALUE "Tipo de servico.:".
           05 LINE 05 COLUMN 21 PIC 9(004) USING SERVICO-M.

       01  TELA-PERFIL.
           05 LINE 07 COLUMN 03 VALUE "Descricao.......:".
           05 LINE 07 COLUMN 21 PIC X(030) USING DESCRICAO-M.
           05 LINE 09 COLUMN 03 VALUE
              "Tributo  Aliquota %  Minimo retido  Acumula  Conta".
           05 LINE 10 COLUMN 03 VALUE "IRRF".
           05 LINE 10 COLUMN 12 PIC Z9,9999    USING ALIQUOTA-M (1).
           05 LINE 10 COLUMN 22 PIC ZZZ.ZZ9,99 USING MINIMO-M   (1).
           05 LINE 10 COLUMN 40 PIC X(001)     USING ACUMULA-M  (1).
           05 LINE 10 COLUMN 48 PIC 9(005)     USING CONTA-M    (1).
           05 LINE 11 COLUMN 03 VALUE "PIS".
           05 LINE 11 COLUMN 12 PIC Z9,9999    USING ALIQUOTA-M (2).
           05 LINE 11 COLUMN 22 PIC ZZZ.ZZ9,99 USING MINIMO-M   (2).
           05 LINE 11 COLUMN 40 PIC X(001)     USING ACUMULA-M  (2).
           05 LINE 11 COLUMN 48 PIC 9(005)     USING CONTA-M    (2).
           05 LINE 12 COLUMN 03 VALUE "COFINS".
           05 LINE 12 COLUMN 12 PIC Z9,9999    USING ALIQUOTA-M (3).
           05 LINE 12 COLUMN 22 PIC ZZZ.ZZ9,99 USING MINIMO-M   (3).
           05 LINE 12 COLUMN 40 PIC X(001)     USING ACUMULA-M  (3).
           05 LINE 12 COLUMN 48 PIC 9(005)     USING CONTA-M    (3).
           05 LINE 13 COLUMN 03 VALUE "CSLL".
           05 LINE 13 COLUMN 12 PIC Z9,9999    USING ALIQUOTA-M (4).
           05 LINE 13 COLUMN 22 PIC ZZZ.ZZ9,99 USING MINIMO-M   (4).
           05 LINE 13 COLUMN 40 PIC X(001)     USING ACUMULA-M  (4).
           05 LINE 13 COLUMN 48 PIC 9(005)     USING CONTA-M    (4).
           05 LINE 14 COLUMN 03 VALUE "INSS".
           05 LINE 14 COLUMN 12 PIC Z9,9999    USING ALIQUOTA-M (5).
           05 LINE 14 COLUMN 22 PIC ZZZ.ZZ9,99 USING MINIMO-M   (5).
           05 LINE 14 COLUMN 40 PIC X(001)     USING ACUMULA-M  (5).
           05 LINE 14 COLUMN 48 PIC 9(005)     USING CONTA-M    (5).
           05 LINE 15 COLUMN 03 VALUE "ISS".
           05 LINE 15 COLUMN 12 PIC Z9,9999    USING ALIQUOTA-M (6).
           05 LINE 15 COLUMN 22 PIC ZZZ.ZZ9,99 USING MINIMO-M   (6).
           05 LINE 15 COLUMN 40 PIC X(001)     USING ACUMULA-M  (6).
           05 LINE 15 COLUMN 48 PIC 9(005)     USING CONTA-M    (6).
           05 LINE 17 COLUMN 03 VALUE
              "Retencao ate o minimo e dispensada; acumula S soma".
           05 LINE 18 COLUMN 03 VALUE
              "a dispensada no mes e retem quando passar do minimo".
           05 LINE 19 COLUMN 03 VALUE
              "Conta: conta de retencao configurada no CB135PCW".
           05 LINE 20 COLUMN 03 VALUE "F4 exclui o perfil".

       PROCEDURE DIVISION.

       000-INICIO.

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
                            PERFORM 100-PERFIL    THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-RELACAO   THRU 200-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM. GOBACK.

       100-PERFIL.

           MOVE 0 TO PESSOA-M SERVICO-M
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR SERVICO-M = 0
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE SPACES TO RAZAO-M
           IF   PESSOA-M = 0
                MOVE "Padrao do servico" TO RAZAO-M
           ELSE
                MOVE PESSOA-M TO CBPESS-CODIGO
                READ CBPESS IGNORE LOCK
                IF   FS-CBPESS > "09"
                     MOVE "00" TO FS-CBPESS
                     DISPLAY "Pessoa nao cadastrada (CB169PCW)"
                             LINE 23 COLUMN 03
                     GO TO 100-99-FIM
                END-IF
                MOVE CBPESS-RAZAO-SOCIAL TO RAZAO-M
           END-IF
           DISPLAY RAZAO-M LINE 04 COLUMN 28

           MOVE 0         TO EXISTE
           MOVE SPACES    TO DESCRICAO-M
           INITIALIZE PERFIL-M
           MOVE PESSOA-M  TO CBPFRT-PESSOA
           MOVE SERVICO-M TO CBPFRT-SERVICO
           READ CBPFRT LOCK
           IF   FS-CBPFRT = "9D"
                DISPLAY "Perfil em uso por outro usuario"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           IF   FS-CBPFRT < "10"
                MOVE 1                TO EXISTE
                MOVE CBPFRT-DESCRICAO TO DESCRICAO-M
                PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
                        MOVE CBPFRT-ALIQUOTA     (I) TO ALIQUOTA-M (I)
                        MOVE CBPFRT-VALOR-MINIMO (I) TO MINIMO-M   (I)
                        MOVE CBPFRT-ACUMULA      (I) TO ACUMULA-M  (I)
                        MOVE CBPFRT-COD-RED      (I) TO CONTA-M    (I)
                END-PERFORM
           ELSE
                MOVE "00" TO FS-CBPFRT
           END-IF

           DISPLAY TELA-PERFIL
           ACCEPT  TELA-PERFIL
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                PERFORM 190-LIBERA THRU 190-99-FIM
                GO TO 100-99-FIM
           END-IF

           IF   F4
                IF   REGISTRO-EXISTE
                     DELETE CBPFRT RECORD
                     DISPLAY "Perfil excluido" LINE 23 COLUMN 03
                END-IF
                GO TO 100-99-FIM
           END-IF

           PERFORM 150-CRITICA THRU 150-99-FIM
           IF   PERFIL-COM-ERRO
                PERFORM 190-LIBERA THRU 190-99-FIM
                GO TO 100-99-FIM
           END-IF

           MOVE PESSOA-M    TO CBPFRT-PESSOA
           MOVE SERVICO-M   TO CBPFRT-SERVICO
           MOVE DESCRICAO-M TO CBPFRT-DESCRICAO
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
                   MOVE ALIQUOTA-M (I) TO CBPFRT-ALIQUOTA     (I)
                   MOVE MINIMO-M   (I) TO CBPFRT-VALOR-MINIMO (I)
                   MOVE ACUMULA-M  (I) TO CBPFRT-ACUMULA      (I)
                   MOVE CONTA-M    (I) TO CBPFRT-COD-RED      (I)
           END-PERFORM

           IF   REGISTRO-EXISTE
                REWRITE CBPFRT-REG
           ELSE
                WRITE CBPFRT-REG
           END-IF
           IF   FS-CBPFRT < "10"
                DISPLAY "Perfil gravado" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro de gravacao em CBPFRT"
                        LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       150-CRITICA.

      *    Tributo com aliquota exige conta de retencao configurada
      *    no CBRETE; sem aliquota a linha e limpa

           MOVE 0 TO ERRO ALIQUOTA-TOTAL
           IF   DESCRICAO-M = SPACES
                DISPLAY "Descricao obrigatoria" LINE 23 COLUMN 03
                MOVE 1 TO ERRO
                GO TO 150-99-FIM
           END-IF

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
                                            OR PERFIL-COM-ERRO
                   IF   ALIQUOTA-M (I) = 0
                        MOVE 0     TO MINIMO-M (I) CONTA-M (I)
                        MOVE SPACE TO ACUMULA-M (I)
                   ELSE
                        ADD ALIQUOTA-M (I) TO ALIQUOTA-TOTAL
                        IF   ACUMULA-M (I) = "s"
                             MOVE "S" TO ACUMULA-M (I)
                        END-IF
                        IF   ACUMULA-M (I) NOT = "S"
                             MOVE "N" TO ACUMULA-M (I)
                        END-IF
                        MOVE CONTA-M (I) TO CBRETE-COD-RED
                        MOVE 0           TO CBRETE-COMPETENCIA
                        READ CBRETE IGNORE LOCK
                        IF   FS-CBRETE > "09"
                        OR   CONTA-M (I) = 0
                             MOVE "00" TO FS-CBRETE
                             MOVE 1    TO ERRO
                             DISPLAY LINHA-BRANCA LINE 23 COLUMN 03
                             DISPLAY "Conta de retencao nao configurada"
                                     LINE 23 COLUMN 03
                                     NOME-TRIBUTO (I)
                                     LINE 23 COLUMN 38
                        END-IF
                   END-IF
           END-PERFORM

           IF   NOT PERFIL-COM-ERRO
           AND  ALIQUOTA-TOTAL NOT < 100
                DISPLAY "Soma das aliquotas deve ser menor que 100%"
                        LINE 23 COLUMN 03
                MOVE 1 TO ERRO
           END-IF.

       150-99-FIM. EXIT.

       190-LIBERA.

           IF   REGISTRO-EXISTE
                UNLOCK CBPFRT
           END-IF.

       190-99-FIM. EXIT.

       200-RELACAO.

           MOVE "RELACAO DOS PERFIS DE RETENCAO NA FONTE"
             TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB248PA" TO CWIMPR-REPORT
           MOVE 0         TO QT-PERFIS

           MOVE LOW-VALUES TO CBPFRT-CHAVE
           START CBPFRT KEY NOT LESS CBPFRT-CHAVE
           PERFORM UNTIL FS-CBPFRT > "09"
                   READ CBPFRT NEXT RECORD IGNORE LOCK
                   IF   FS-CBPFRT < "10"
                        ADD 1 TO QT-PERFIS
                        PERFORM 210-IMPRIME-PERFIL THRU 210-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPFRT

           IF   QT-PERFIS = 0
                DISPLAY "Nenhum perfil cadastrado" LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE QT-PERFIS TO QT-ED
           DISPLAY "Perfis relacionados:" LINE 23 COLUMN 03
                   QT-ED                 LINE 23 COLUMN 24.

       200-99-FIM. EXIT.

       210-IMPRIME-PERFIL.

           MOVE SPACES TO LINHA-02
           MOVE CBPFRT-PESSOA  TO CLPF-PESSOA
           IF   CBPFRT-PESSOA = 0
                MOVE "PADRAO DO SERVICO" TO CLPF-RAZAO
           ELSE
                MOVE CBPFRT-PESSOA TO CBPESS-CODIGO
                READ CBPESS IGNORE LOCK
                IF   FS-CBPESS < "10"
                     MOVE CBPESS-RAZAO-SOCIAL TO CLPF-RAZAO
                ELSE
                     MOVE "00" TO FS-CBPESS
                     MOVE "PESSOA NAO CADASTRADA" TO CLPF-RAZAO
                END-IF
           END-IF
           MOVE CBPFRT-SERVICO   TO CLPF-SERVICO
           MOVE CBPFRT-DESCRICAO TO CLPF-DESCRICAO
           MOVE 1 TO PRIMEIRA

           PERFORM VARYING I FROM 1 BY 1 UNTIL I > 6
                   IF   CBPFRT-ALIQUOTA (I) NOT = 0
                        IF   PRIMEIRA = 0
                             MOVE SPACES TO CLPF-PESSOA CLPF-RAZAO
                                            CLPF-SERVICO CLPF-DESCRICAO
                        END-IF
                        MOVE 0 TO PRIMEIRA
                        MOVE NOME-TRIBUTO (I)        TO CLPF-TRIBUTO
                        MOVE CBPFRT-ALIQUOTA (I)     TO CLPF-ALIQUOTA
                        MOVE CBPFRT-VALOR-MINIMO (I) TO CLPF-MINIMO
                        IF   CBPFRT-ACUMULA-MES (I)
                             MOVE "SIM" TO CLPF-ACUMULA
                        ELSE
                             MOVE "NAO" TO CLPF-ACUMULA
                        END-IF
                        MOVE CBPFRT-COD-RED (I) TO CLPF-CONTA
                                                   CBRETE-COD-RED
                        MOVE 0                  TO CBRETE-COMPETENCIA
                        READ CBRETE IGNORE LOCK
                        IF   FS-CBRETE < "10"
                             MOVE CBRETE-TRIBUTO TO CLPF-TRIBUTO-RETE
                        ELSE
                             MOVE "00"           TO FS-CBRETE
                             MOVE "SEM CONFIG"   TO CLPF-TRIBUTO-RETE
                        END-IF
                        MOVE LINHA-02 TO CWIMPR-DETAIL
                        CALL "CB125PCW" USING PARAMETROS-CWIMPR
                   END-IF
           END-PERFORM

           IF   PRIMEIRA = 1
                MOVE "(sem retencao)" TO CLPF-TRIBUTO-RETE
                MOVE LINHA-02 TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF.

       210-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBPFRT
           IF   FS-CBPFRT = "30" OR "35"
                CLOSE CBPFRT
                OPEN OUTPUT CBPFRT
                CLOSE CBPFRT
                OPEN I-O CBPFRT
           END-IF
           IF   FS-CBPFRT > "09"
                SET ESC TO TRUE
           END-IF

           OPEN INPUT CBPESS CBRETE.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBPFRT CBPESS CBRETE.

       900-99-FIM. EXIT.

       END PROGRAM CB248PCW.
