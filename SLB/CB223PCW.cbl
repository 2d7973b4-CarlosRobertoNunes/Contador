       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB223PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Crescimento e capacidade dos arquivos        *
                      *                                               *
                      *  Mantem o catalogo CBCRAR (arquivos medidos   *
                      *  e limites em MB, por arquivo e para o        *
                      *  diretorio da empresa) e relata, a partir das *
                      *  coletas do CBCRHI, a ocupacao atual, o       *
                      *  crescimento mes a mes, os maiores            *
                      *  consumidores e o mes projetado em que cada   *
                      *  arquivo ou o diretorio passa do limite       *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBCRARSL.
       COPY CBCRHISL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBCRARFD.
       COPY CBCRHIFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB223PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 ARQUIVO-C                 PIC  X(006) VALUE SPACES.
           05 DESCRICAO-C               PIC  X(030) VALUE SPACES.
           05 ROTULO-C                  PIC  X(012) VALUE SPACES.
           05 PERIODICIDADE-C           PIC  X(001) VALUE SPACE.
           05 CLASSE-C                  PIC  X(001) VALUE SPACE.
           05 TAM-REGISTRO-C            PIC  9(005) VALUE 0.
           05 LIMITE-MB-C               PIC  9(007) VALUE 0.
           05 ATIVO-C                   PIC  X(001) VALUE "S".
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 ULTIMA-DATA               PIC  9(008) VALUE 0.
           05 FILLER REDEFINES ULTIMA-DATA.
              10 ULTIMA-AAAA            PIC  9(004).
              10 ULTIMA-MM              PIC  9(002).
              10 ULTIMA-DD              PIC  9(002).
           05 DATA-LIDA                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-LIDA.
              10 LIDA-AAAA              PIC  9(004).
              10 LIDA-MM                PIC  9(002).
              10 LIDA-DD                PIC  9(002).
           05 MES-BASE                  PIC  9(006) VALUE 0.
           05 MES-ABSOLUTO              PIC  9(006) VALUE 0.
           05 MB-POR-BYTE               PIC  9(007) VALUE 1048576.
           05 QT-FAMILIAS               PIC  9(004) VALUE 0.
           05 FAMILIAS.
              10 FAMILIA OCCURS 200.
                 15 FAM-ARQUIVO         PIC  X(006).
                 15 FAM-QT-FISICOS      PIC  9(005).
                 15 FAM-REGISTROS       PIC  9(011).
                 15 FAM-CONTAGEM        PIC  X(001).
                 15 FAM-MES OCCURS 13.
                    20 FAM-BYTES        PIC  9(015).
                    20 FAM-COLETADO     PIC  X(001).
           05 QT-IGNORADAS              PIC  9(004) VALUE 0.
           05 ORDEM OCCURS 200          PIC  9(004).
           05 DIRETORIO                 PIC  9(004) VALUE 0.
           05 F                         PIC  9(004) VALUE 0.
           05 I                         PIC  9(004) VALUE 0.
           05 J                         PIC  9(004) VALUE 0.
           05 K                         PIC  9(004) VALUE 0.
           05 M                         PIC  9(004) VALUE 0.
           05 P                         PIC  9(004) VALUE 0.
           05 Q                         PIC  9(004) VALUE 0.
           05 MB-ATUAL                  PIC  9(009)V9 VALUE 0.
           05 MB-ANTERIOR               PIC  9(009)V9 VALUE 0.
           05 MB-PRIMEIRO               PIC  9(009)V9 VALUE 0.
           05 MB-CRESCIMENTO            PIC S9(009)V9 VALUE 0.
           05 MB-MEDIA                  PIC S9(009)V9 VALUE 0.
           05 MESES-FRACAO              PIC  9(009)V99 VALUE 0.
           05 MESES-FALTAM              PIC  9(009) VALUE 0.
           05 MES-PROJETADO             PIC  9(007) VALUE 0.
           05 PROJ-AAAA                 PIC  9(004) VALUE 0.
           05 PROJ-MM                   PIC  9(002) VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBCRAR.
              10 FS-CBCRAR              PIC  X(002) VALUE "00".
              10 LB-CBCRAR              PIC  X(050) VALUE "CBCRAR".
           05 ER-CBCRHI.
              10 FS-CBCRHI              PIC  X(002) VALUE "00".
              10 LB-CBCRHI              PIC  X(050) VALUE "CBCRHI".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "ARQUIVO DESCRICAO                      C".
              05 FILLER                 PIC  X(040) VALUE
                 " FISIC   REGISTROS     MB ATUAL  MB MES ".
              05 FILLER                 PIC  X(040) VALUE
                 "ANT  CRESC.MES  MEDIA/MES LIMITE MB ESGO".
              05 FILLER                 PIC  X(012) VALUE
                 "TA EM".
           02 LINHA-02.
              05 CLIC-ARQUIVO           PIC  X(006).
              05 FILLER                 PIC  X(002).
              05 CLIC-DESCRICAO         PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-CLASSE            PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLIC-QT-FISICOS        PIC  ZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-REGISTROS         PIC  ZZZ.ZZZ.ZZ9.
              05 CLIC-CONTAGEM          PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLIC-MB-ATUAL          PIC  Z.ZZZ.ZZ9,9.
              05 FILLER                 PIC  X(001).
              05 CLIC-MB-ANTERIOR       PIC  Z.ZZZ.ZZ9,9.
              05 FILLER                 PIC  X(001).
              05 CLIC-MB-CRESCIMENTO    PIC  ZZZ.ZZ9,9-.
              05 FILLER                 PIC  X(001).
              05 CLIC-MB-MEDIA          PIC  ZZZ.ZZ9,9-.
              05 FILLER                 PIC  X(001).
              05 CLIC-LIMITE            PIC  Z.ZZZ.ZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-PROJECAO          PIC  X(012).
           02 LINHA-03.
              05 FILLER                 PIC  X(008) VALUE SPACES.
              05 CLIC-MES               PIC  99/9999.
              05 FILLER                 PIC  X(003) VALUE SPACES.
              05 CLIC-MES-MB            PIC  Z.ZZZ.ZZ9,9.
              05 FILLER                 PIC  X(003) VALUE SPACES.
              05 CLIC-MES-CRESCIMENTO   PIC  ZZZ.ZZ9,9-.
           02 LINHA-04.
              05 FILLER                 PIC  X(029) VALUE
                 "EVOLUCAO MENSAL DO DIRETORIO ".
              05 FILLER                 PIC  X(027) VALUE
                 "(ULTIMA COLETA DE CADA MES)".
           02 LINHA-05.
              05 FILLER                 PIC  X(042) VALUE
                 "        MES/ANO          MB  CRESCIMENTO".

       COPY CB222PCW.
       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Catalogo e limites".
           05 LINE 05 COLUMN 03 VALUE "2 - Relatorio de crescimento".
           05 LINE 07 COLUMN 03 VALUE "Opcao:".
           05 LINE 07 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Arquivo (branco=diretorio):".
           05 LINE 04 COLUMN 31 PIC X(006) USING ARQUIVO-C.

       01  TELA-CATALOGO.
           05 LINE 05 COLUMN 03 VALUE "Descricao..................:".
           05 LINE 05 COLUMN 31 PIC X(030) USING DESCRICAO-C.
           05 LINE 06 COLUMN 03 VALUE "Rotulo fisico..............:".
           05 LINE 06 COLUMN 31 PIC X(012) USING ROTULO-C.
           05 LINE 07 COLUMN 03 VALUE "Periodicidade (F/M/A/E)....:".
           05 LINE 07 COLUMN 31 PIC X(001) USING PERIODICIDADE-C.
           05 LINE 08 COLUMN 03 VALUE "Classe (C/M/L).............:".
           05 LINE 08 COLUMN 31 PIC X(001) USING CLASSE-C.
           05 LINE 09 COLUMN 03 VALUE "Tamanho do registro........:".
           05 LINE 09 COLUMN 31 PIC ZZZZ9 USING TAM-REGISTRO-C.
           05 LINE 10 COLUMN 03 VALUE "Limite em MB (0=sem limite):".
           05 LINE 10 COLUMN 31 PIC Z.ZZZ.ZZ9 USING LIMITE-MB-C.
           05 LINE 11 COLUMN 03 VALUE "Monitorado (S/N)...........:".
           05 LINE 11 COLUMN 31 PIC X(001) USING ATIVO-C.

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
                            PERFORM 100-CATALOGO  THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-RELATORIO THRU 200-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-CATALOGO.

           MOVE SPACES TO ARQUIVO-C
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                GO TO 100-99-FIM
           END-IF

           MOVE ARQUIVO-C TO CBCRAR-ARQUIVO
           READ CBCRAR
           IF   FS-CBCRAR < "10"
                MOVE 1                    TO EXISTE
                MOVE CBCRAR-DESCRICAO     TO DESCRICAO-C
                MOVE CBCRAR-ROTULO        TO ROTULO-C
                MOVE CBCRAR-PERIODICIDADE TO PERIODICIDADE-C
                MOVE CBCRAR-CLASSE        TO CLASSE-C
                MOVE CBCRAR-TAM-REGISTRO  TO TAM-REGISTRO-C
                MOVE CBCRAR-LIMITE-MB     TO LIMITE-MB-C
                MOVE CBCRAR-ATIVO         TO ATIVO-C
           ELSE
                MOVE "00"   TO FS-CBCRAR
                MOVE 0      TO EXISTE TAM-REGISTRO-C LIMITE-MB-C
                MOVE SPACES TO DESCRICAO-C ROTULO-C
                MOVE "F"    TO PERIODICIDADE-C
                MOVE "C"    TO CLASSE-C
                MOVE "S"    TO ATIVO-C
           END-IF

           DISPLAY TELA-CATALOGO
           ACCEPT  TELA-CATALOGO
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                IF   REGISTRO-EXISTE
                     UNLOCK CBCRAR
                END-IF
                GO TO 100-99-FIM
           END-IF

      *    O registro do diretorio so guarda descricao e limite

           IF   ARQUIVO-C NOT = SPACES
           AND (ROTULO-C = SPACES
           OR  (PERIODICIDADE-C NOT = "F" AND NOT = "M"
                                AND NOT = "A" AND NOT = "E")
           OR  (CLASSE-C NOT = "C" AND NOT = "M" AND NOT = "L"))
                DISPLAY "Rotulo, periodicidade ou classe invalidos"
                        LINE 23 COLUMN 03
                IF   REGISTRO-EXISTE
                     UNLOCK CBCRAR
                END-IF
                GO TO 100-99-FIM
           END-IF
           IF   ATIVO-C NOT = "S" AND NOT = "N"
                MOVE "S" TO ATIVO-C
           END-IF

           MOVE ARQUIVO-C       TO CBCRAR-ARQUIVO
           MOVE DESCRICAO-C     TO CBCRAR-DESCRICAO
           MOVE ROTULO-C        TO CBCRAR-ROTULO
           MOVE PERIODICIDADE-C TO CBCRAR-PERIODICIDADE
           MOVE CLASSE-C        TO CBCRAR-CLASSE
           MOVE TAM-REGISTRO-C  TO CBCRAR-TAM-REGISTRO
           MOVE LIMITE-MB-C     TO CBCRAR-LIMITE-MB
           MOVE ATIVO-C         TO CBCRAR-ATIVO
           IF   REGISTRO-EXISTE
                REWRITE CBCRAR-REG
                UNLOCK  CBCRAR
           ELSE
                WRITE CBCRAR-REG
           END-IF
           IF   FS-CBCRAR < "10"
                DISPLAY "Catalogo atualizado" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Erro " LINE 23 COLUMN 03 FS-CBCRAR
                        " gravando o catalogo"
           END-IF
           MOVE "00" TO FS-CBCRAR.

       100-99-FIM. EXIT.

       200-RELATORIO.

      *    Ultima coleta: fecha a janela de 13 meses do relatorio

           MOVE 99999999    TO CBCRHI-DATA
           MOVE HIGH-VALUES TO CBCRHI-ARQUIVO
           START CBCRHI KEY NOT GREATER CBCRHI-CHAVE
           IF   FS-CBCRHI < "10"
                READ CBCRHI PREVIOUS RECORD IGNORE LOCK
           END-IF
           IF   FS-CBCRHI > "09"
                MOVE "00" TO FS-CBCRHI
                DISPLAY "Nenhuma coleta de ocupacao registrada"
                        LINE 23 COLUMN 03
                GO TO 200-99-FIM
           END-IF
           MOVE CBCRHI-DATA TO ULTIMA-DATA
           COMPUTE MES-BASE = ULTIMA-AAAA * 12 + ULTIMA-MM - 13

           MOVE 0      TO QT-FAMILIAS QT-IGNORADAS DIRETORIO
           MOVE SPACES TO FAMILIAS
           COMPUTE CBCRHI-DATA = (ULTIMA-AAAA - 1) * 10000
                               + ULTIMA-MM * 100 + 1
           MOVE LOW-VALUES TO CBCRHI-ARQUIVO
           START CBCRHI KEY NOT LESS CBCRHI-CHAVE
           PERFORM UNTIL FS-CBCRHI > "09"
                   READ CBCRHI NEXT RECORD IGNORE LOCK
                   IF   FS-CBCRHI < "10"
                        PERFORM 210-ACUMULA THRU 210-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCRHI

      *    Maiores consumidores primeiro, pela ocupacao da ultima
      *    coleta; o diretorio abre o relatorio fora da ordem

           MOVE 0 TO K
           PERFORM VARYING F FROM 1 BY 1 UNTIL F > QT-FAMILIAS
                   IF   FAM-ARQUIVO (F) = SPACES
                        MOVE F TO DIRETORIO
                   ELSE
                        ADD  1 TO K
                        MOVE F TO ORDEM (K)
                   END-IF
           END-PERFORM
           PERFORM VARYING I FROM 2 BY 1 UNTIL I > K
                   PERFORM VARYING J FROM I BY -1 UNTIL J < 2
                           MOVE ORDEM (J - 1) TO P
                           MOVE ORDEM (J)     TO Q
                           IF   FAM-BYTES (P, 13) < FAM-BYTES (Q, 13)
                                MOVE Q TO ORDEM (J - 1)
                                MOVE P TO ORDEM (J)
                           ELSE
                                MOVE 1 TO J
                           END-IF
                   END-PERFORM
           END-PERFORM

           MOVE SPACES TO CWIMPR-TIME-REPORT
           MOVE "CRESCIMENTO E CAPACIDADE DOS ARQUIVOS"
                                 TO CWIMPR-TITLE
           MOVE SPACES           TO CWIMPR-SUB-TITLE
           STRING "ULTIMA COLETA EM " ULTIMA-DD "/" ULTIMA-MM "/"
                  ULTIMA-AAAA " - MESES COMPARADOS PELA ULTIMA"
                  " COLETA DE CADA MES"
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01         TO CWIMPR-HEADER-1
           MOVE "1"              TO CWIMPR-FORM-TYPE
           MOVE "CB223PA"        TO CWIMPR-REPORT

           IF   DIRETORIO NOT = 0
                MOVE DIRETORIO TO F
                PERFORM 220-IMPRIME THRU 220-99-FIM
                MOVE SPACES TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > K
                   MOVE ORDEM (I) TO F
                   PERFORM 220-IMPRIME THRU 220-99-FIM
           END-PERFORM

           IF   QT-IGNORADAS NOT = 0
                MOVE SPACES TO CWIMPR-DETAIL
                STRING QT-IGNORADAS " ARQUIVOS ALEM DO LIMITE DA"
                       " TABELA NAO RELACIONADOS"
                       DELIMITED BY SIZE INTO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF

           IF   DIRETORIO NOT = 0
                PERFORM 230-EVOLUCAO THRU 230-99-FIM
           END-IF

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Relatorio emitido" LINE 23 COLUMN 03.

       200-99-FIM. EXIT.

       210-ACUMULA.

           MOVE CBCRHI-DATA TO DATA-LIDA
           COMPUTE M = LIDA-AAAA * 12 + LIDA-MM - MES-BASE
           IF   M < 1 OR M > 13
                GO TO 210-99-FIM
           END-IF

           PERFORM VARYING F FROM 1 BY 1
                   UNTIL F > QT-FAMILIAS
                      OR FAM-ARQUIVO (F) = CBCRHI-ARQUIVO
                   CONTINUE
           END-PERFORM
           IF   F > QT-FAMILIAS
                IF   QT-FAMILIAS = 200
                     IF   CBCRHI-DATA = ULTIMA-DATA
                          ADD 1 TO QT-IGNORADAS
                     END-IF
                     GO TO 210-99-FIM
                END-IF
                ADD  1              TO QT-FAMILIAS
                MOVE QT-FAMILIAS    TO F
                MOVE CBCRHI-ARQUIVO TO FAM-ARQUIVO (F)
                PERFORM VARYING J FROM 1 BY 1 UNTIL J > 13
                        MOVE 0   TO FAM-BYTES    (F, J)
                        MOVE "N" TO FAM-COLETADO (F, J)
                END-PERFORM
           END-IF

      *    Chave em ordem de data: a ultima coleta do mes prevalece

           MOVE CBCRHI-BYTES      TO FAM-BYTES      (F, M)
           MOVE "S"               TO FAM-COLETADO   (F, M)
           MOVE CBCRHI-QT-FISICOS TO FAM-QT-FISICOS (F)
           MOVE CBCRHI-REGISTROS  TO FAM-REGISTROS  (F)
           MOVE CBCRHI-CONTAGEM   TO FAM-CONTAGEM   (F).

       210-99-FIM. EXIT.

       220-IMPRIME.

           MOVE SPACES             TO LINHA-02
           MOVE FAM-ARQUIVO (F)    TO CLIC-ARQUIVO CBCRAR-ARQUIVO
           READ CBCRAR IGNORE LOCK
           IF   FS-CBCRAR > "09"
                MOVE "00"             TO FS-CBCRAR
                MOVE "NAO CATALOGADO" TO CBCRAR-DESCRICAO
                MOVE SPACE            TO CBCRAR-CLASSE
                MOVE 0                TO CBCRAR-LIMITE-MB
           END-IF
           MOVE CBCRAR-DESCRICAO   TO CLIC-DESCRICAO
           MOVE CBCRAR-CLASSE      TO CLIC-CLASSE

      *    Arquivo que nao apareceu na ultima coleta fica zerado

           IF   FAM-COLETADO (F, 13) = "S"
                MOVE FAM-QT-FISICOS (F) TO CLIC-QT-FISICOS
                MOVE FAM-REGISTROS  (F) TO CLIC-REGISTROS
                MOVE FAM-CONTAGEM   (F) TO CLIC-CONTAGEM
           ELSE
                MOVE 0                  TO CLIC-QT-FISICOS
                                           CLIC-REGISTROS
           END-IF
           COMPUTE MB-ATUAL ROUNDED = FAM-BYTES (F, 13) / MB-POR-BYTE
           MOVE MB-ATUAL           TO CLIC-MB-ATUAL

           IF   FAM-COLETADO (F, 12) = "S"
                COMPUTE MB-ANTERIOR ROUNDED
                      = FAM-BYTES (F, 12) / MB-POR-BYTE
                COMPUTE MB-CRESCIMENTO = MB-ATUAL - MB-ANTERIOR
                MOVE MB-ANTERIOR    TO CLIC-MB-ANTERIOR
                MOVE MB-CRESCIMENTO TO CLIC-MB-CRESCIMENTO
           END-IF

      *    Media mensal desde a primeira coleta da janela

           MOVE 0 TO MB-MEDIA
           PERFORM VARYING P FROM 1 BY 1
                   UNTIL P > 12 OR FAM-COLETADO (F, P) = "S"
                   CONTINUE
           END-PERFORM
           IF   P < 13
           AND  FAM-COLETADO (F, 13) = "S"
                COMPUTE MB-PRIMEIRO ROUNDED
                      = FAM-BYTES (F, P) / MB-POR-BYTE
                COMPUTE MB-MEDIA ROUNDED
                      = (MB-ATUAL - MB-PRIMEIRO) / (13 - P)
                MOVE MB-MEDIA TO CLIC-MB-MEDIA
           END-IF

           MOVE CBCRAR-LIMITE-MB TO CLIC-LIMITE
           EVALUATE TRUE
               WHEN CBCRAR-LIMITE-MB = 0
                    MOVE "SEM LIMITE"   TO CLIC-PROJECAO
               WHEN MB-ATUAL NOT < CBCRAR-LIMITE-MB
                    MOVE "EXCEDIDO"     TO CLIC-PROJECAO
               WHEN MB-MEDIA NOT > 0
                    MOVE "ESTAVEL"      TO CLIC-PROJECAO
               WHEN OTHER
                    PERFORM 225-PROJETA THRU 225-99-FIM
           END-EVALUATE

           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       220-99-FIM. EXIT.

       225-PROJETA.

      *    Mes em que a media atual leva o arquivo ao limite

           COMPUTE MESES-FRACAO = (CBCRAR-LIMITE-MB - MB-ATUAL)
                                / MB-MEDIA
           MOVE MESES-FRACAO TO MESES-FALTAM
           IF   MESES-FRACAO > MESES-FALTAM
                ADD 1 TO MESES-FALTAM
           END-IF
           IF   MESES-FALTAM > 999
                MOVE "+999 MESES" TO CLIC-PROJECAO
                GO TO 225-99-FIM
           END-IF

           COMPUTE MES-PROJETADO = ULTIMA-AAAA * 12 + ULTIMA-MM - 1
                                 + MESES-FALTAM
           DIVIDE MES-PROJETADO BY 12 GIVING PROJ-AAAA
                                   REMAINDER PROJ-MM
           ADD 1 TO PROJ-MM
           STRING PROJ-MM "/" PROJ-AAAA
                  DELIMITED BY SIZE INTO CLIC-PROJECAO.

       225-99-FIM. EXIT.

       230-EVOLUCAO.

           MOVE SPACES   TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-05 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE DIRETORIO TO F
           MOVE 0         TO P
           PERFORM VARYING M FROM 1 BY 1 UNTIL M > 13
                   IF   FAM-COLETADO (F, M) = "S"
                        PERFORM 235-MES THRU 235-99-FIM
                        MOVE M TO P
                   END-IF
           END-PERFORM.

       230-99-FIM. EXIT.

       235-MES.

           MOVE SPACES TO LINHA-03
           COMPUTE MES-ABSOLUTO = MES-BASE + M - 1
           DIVIDE MES-ABSOLUTO BY 12 GIVING PROJ-AAAA
                                  REMAINDER PROJ-MM
           ADD 1 TO PROJ-MM
           COMPUTE CLIC-MES = PROJ-MM * 10000 + PROJ-AAAA
           COMPUTE MB-ATUAL ROUNDED = FAM-BYTES (F, M) / MB-POR-BYTE
           MOVE MB-ATUAL TO CLIC-MES-MB
           IF   P NOT = 0
                COMPUTE MB-ANTERIOR ROUNDED
                      = FAM-BYTES (F, P) / MB-POR-BYTE
                COMPUTE MB-CRESCIMENTO = MB-ATUAL - MB-ANTERIOR
                MOVE MB-CRESCIMENTO TO CLIC-MES-CRESCIMENTO
           END-IF
           MOVE LINHA-03 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       235-99-FIM. EXIT.

       800-INICIAIS.

      *    Catalogo inicial carregado pela propria coleta

           MOVE 0   TO CB222PCW-EMPRESA
           MOVE "C" TO CB222PCW-COMANDO
           CALL   "CB222PCW" USING PARAMETROS-CB222PCW
           CANCEL "CB222PCW"

           OPEN I-O CBCRAR
           IF   FS-CBCRAR = "30" OR "35"
                CLOSE CBCRAR
                OPEN OUTPUT CBCRAR
                CLOSE CBCRAR
                OPEN I-O CBCRAR
           END-IF
           OPEN INPUT CBCRHI
           IF   FS-CBCRHI = "30" OR "35"
                CLOSE CBCRHI
                OPEN OUTPUT CBCRHI
                CLOSE CBCRHI
                OPEN INPUT CBCRHI
           END-IF
           IF   FS-CBCRAR > "09" OR FS-CBCRHI > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBCRAR CBCRHI.

       900-99-FIM. EXIT.

       END PROGRAM CB223PCW.
