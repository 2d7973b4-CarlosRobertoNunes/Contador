       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB217PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Covenants dos contratos de financiamento     *
                      *                                               *
                      *  Cada contrato do CBFINC recebe os seus       *
                      *  covenants (CBCOVD): formula sobre faixas de  *
                      *  classes do plano, limite maximo ou minimo,   *
                      *  margem de alerta e frequencia de medicao.    *
                      *  No fechamento, o calculo le o CBCOSA         *
                      *  consolidado da competencia e grava a         *
                      *  medicao no CBCOVH (atendido, alerta, quebra  *
                      *  ou indeterminado); a quebra dispensada pelo  *
                      *  banco recebe a referencia do waiver. O       *
                      *  relatorio mostra a medicao com as duas       *
                      *  anteriores para o pacote do conselho         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBFINCSL.
       COPY CBCOVDSL.
       COPY CBCOVHSL.
       COPY CBPLCOSL.
       COPY CBCOSASL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBFINCFD.
       COPY CBCOVDFD.
       COPY CBCOVHFD.
       COPY CBPLCOFD.
       COPY CBCOSAFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB217PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 OPCAO                     PIC  9(001) VALUE 0.
           05 CONTRATO-C                PIC  9(004) VALUE 0.
           05 COVENANT-C                PIC  9(002) VALUE 0.
           05 DESCRICAO-C               PIC  X(030) VALUE SPACES.
           05 TIPO-LIMITE-C             PIC  X(001) VALUE "X".
           05 LIMITE-C                  PIC S9(012)V9999 VALUE 0.
           05 MARGEM-C                  PIC  9(003)V99 VALUE 0.
           05 FREQUENCIA-C              PIC  X(001) VALUE "T".
           05 EXCLUI-C                  PIC  X(001) VALUE "N".
           05 TERMOS-C.
              10 TERMO-C OCCURS 6.
                 15 PARTE-C             PIC  X(001).
                 15 SINAL-C             PIC  X(001).
                 15 NATUREZA-C          PIC  X(001).
                 15 CLASSE-DE-C         PIC  9(015).
                 15 CLASSE-ATE-C        PIC  9(015).
           05 REFERENCIA-C              PIC  X(030) VALUE SPACES.
           05 DATA-WAIVER-C             PIC  9(008) VALUE 0.
           05 EXISTE                    PIC  9(001) VALUE 0.
              88 REGISTRO-EXISTE                   VALUE 1.
           05 ERRO-TERMO                PIC  9(001) VALUE 0.
           05 QT-NUMERADOR              PIC  9(001) VALUE 0.
           05 QT-DENOMINADOR            PIC  9(001) VALUE 0.
           05 T                         PIC  9(002) VALUE 0.
           05 M                         PIC  9(002) VALUE 0.
           05 COMPETENCIA.
              10 COMP-AAAA              PIC  9(004).
              10 COMP-MM                PIC  9(002).
           05 COMPETENCIA-MOV.
              10 MOV-AAAA               PIC  9(004).
              10 MOV-MM                 PIC  9(002).
           05 QUOCIENTE                 PIC  9(002) VALUE 0.
           05 RESTO                     PIC  9(002) VALUE 0.
           05 MEDE                      PIC  X(001) VALUE SPACE.
           05 VALOR-TERMO        COMP-3 PIC S9(012)V99 VALUE 0.
           05 NUMERADOR          COMP-3 PIC S9(012)V99 VALUE 0.
           05 DENOMINADOR        COMP-3 PIC S9(012)V99 VALUE 0.
           05 INDICE             COMP-3 PIC S9(012)V9999 VALUE 0.
           05 LIMITE-ALERTA      COMP-3 PIC S9(012)V9999 VALUE 0.
           05 WAIVER-ANTERIOR           PIC  X(030) VALUE SPACES.
           05 DATA-WAIVER-ANTERIOR      PIC  9(008) VALUE 0.
           05 HOJE                      PIC  9(008) VALUE 0.
           05 QT-MEDIDOS                PIC  9(005) VALUE 0.
           05 QT-QUEBRAS                PIC  9(005) VALUE 0.
           05 QT-ANTERIORES             PIC  9(001) VALUE 0.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 ER-CBFINC.
              10 FS-CBFINC              PIC  X(002) VALUE "00".
              10 LB-CBFINC              PIC  X(050) VALUE "CBFINC".
           05 ER-CBCOVD.
              10 FS-CBCOVD              PIC  X(002) VALUE "00".
              10 LB-CBCOVD              PIC  X(050) VALUE "CBCOVD".
           05 ER-CBCOVH.
              10 FS-CBCOVH              PIC  X(002) VALUE "00".
              10 LB-CBCOVH              PIC  X(050) VALUE "CBCOVH".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCOSA.
              10 FS-CBCOSA              PIC  X(002) VALUE "00".
              10 LB-CBCOSA              PIC  X(050) VALUE "CBCOSA".

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "CONTR CV DESCRICAO".
              05 FILLER                 PIC  X(040) VALUE
                 "         LIMITE         INDICE    ANTERI".
              05 FILLER                 PIC  X(040) VALUE
                 "OR 1    ANTERIOR 2 SITUACAO".
           02 LINHA-02.
              05 CLIC-CONTRATO          PIC  9(004).
              05 FILLER                 PIC  X(002).
              05 CLIC-COVENANT          PIC  9(002).
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO         PIC  X(030).
              05 CLIC-LIMITE            PIC  ZZZZZZZZ9,9999-.
              05 CLIC-INDICE            PIC  ZZZZZZZZ9,9999-.
              05 CLIC-ANTERIOR          PIC  ZZZZZZZZ9,9999-
                                        OCCURS 2.
              05 FILLER                 PIC  X(001).
              05 CLIC-SITUACAO          PIC  X(016).
           02 LINHA-03.
              05 FILLER                 PIC  X(009) VALUE "CONTRATO ".
              05 CLIC-CONTRATO-C        PIC  9(004).
              05 FILLER                 PIC  X(001).
              05 CLIC-DESCRICAO-C       PIC  X(030).
              05 FILLER                 PIC  X(001).
              05 CLIC-INSTITUICAO       PIC  X(020).
           02 LINHA-04.
              05 FILLER                 PIC  X(039) VALUE
                 "         WAIVER DO BANCO:".
              05 CLIC-WAIVER            PIC  X(030).
              05 FILLER                 PIC  X(004) VALUE " EM ".
              05 CLIC-WAIVER-DATA       PIC  9(008).

       COPY CWIMPR.
       COPY CWTIME.

       SCREEN SECTION.

       01  TELA-OPCAO.
           05 LINE 04 COLUMN 03 VALUE "1 - Define covenant".
           05 LINE 05 COLUMN 03 VALUE "2 - Calcula competencia".
           05 LINE 06 COLUMN 03 VALUE "3 - Registra waiver".
           05 LINE 07 COLUMN 03 VALUE "4 - Relatorio de covenants".
           05 LINE 09 COLUMN 03 VALUE "Opcao:".
           05 LINE 09 COLUMN 10 PIC 9 USING OPCAO.

       01  TELA-CHAVE.
           05 LINE 04 COLUMN 03 VALUE "Contrato (CBFINC).......:".
           05 LINE 04 COLUMN 30 PIC 9(004) USING CONTRATO-C.
           05 LINE 04 COLUMN 36 PIC X(030) FROM CBFINC-DESCRICAO.
           05 LINE 05 COLUMN 03 VALUE "Covenant (numero).......:".
           05 LINE 05 COLUMN 30 PIC 9(002) USING COVENANT-C.

       01  TELA-COVENANT.
           05 LINE 06 COLUMN 03 VALUE "Descricao...............:".
           05 LINE 06 COLUMN 30 PIC X(030) USING DESCRICAO-C.
           05 LINE 07 COLUMN 03 VALUE "Limite X=maximo N=minimo:".
           05 LINE 07 COLUMN 30 PIC X(001) USING TIPO-LIMITE-C.
           05 LINE 08 COLUMN 03 VALUE "Limite..................:".
           05 LINE 08 COLUMN 30
              PIC -ZZZ.ZZZ.ZZZ.ZZ9,9999 USING LIMITE-C.
           05 LINE 09 COLUMN 03 VALUE "Margem de alerta (%)....:".
           05 LINE 09 COLUMN 30 PIC ZZ9,99 USING MARGEM-C.
           05 LINE 10 COLUMN 03 VALUE "Frequencia (M/T/S/A)....:".
           05 LINE 10 COLUMN 30 PIC X(001) USING FREQUENCIA-C.
           05 LINE 11 COLUMN 03 VALUE "         N/D   +/-   S/M".
           05 LINE 11 COLUMN 30 VALUE "Classe de         Classe ate".
           05 LINE 12 COLUMN 03 VALUE "Termo 1".
           05 LINE 12 COLUMN 13 PIC X(001) USING PARTE-C (1).
           05 LINE 12 COLUMN 19 PIC X(001) USING SINAL-C (1).
           05 LINE 12 COLUMN 25 PIC X(001) USING NATUREZA-C (1).
           05 LINE 12 COLUMN 30 PIC 9(015) USING CLASSE-DE-C (1).
           05 LINE 12 COLUMN 48 PIC 9(015) USING CLASSE-ATE-C (1).
           05 LINE 13 COLUMN 03 VALUE "Termo 2".
           05 LINE 13 COLUMN 13 PIC X(001) USING PARTE-C (2).
           05 LINE 13 COLUMN 19 PIC X(001) USING SINAL-C (2).
           05 LINE 13 COLUMN 25 PIC X(001) USING NATUREZA-C (2).
           05 LINE 13 COLUMN 30 PIC 9(015) USING CLASSE-DE-C (2).
           05 LINE 13 COLUMN 48 PIC 9(015) USING CLASSE-ATE-C (2).
           05 LINE 14 COLUMN 03 VALUE "Termo 3".
           05 LINE 14 COLUMN 13 PIC X(001) USING PARTE-C (3).
           05 LINE 14 COLUMN 19 PIC X(001) USING SINAL-C (3).
           05 LINE 14 COLUMN 25 PIC X(001) USING NATUREZA-C (3).
           05 LINE 14 COLUMN 30 PIC 9(015) USING CLASSE-DE-C (3).
           05 LINE 14 COLUMN 48 PIC 9(015) USING CLASSE-ATE-C (3).
           05 LINE 15 COLUMN 03 VALUE "Termo 4".
           05 LINE 15 COLUMN 13 PIC X(001) USING PARTE-C (4).
           05 LINE 15 COLUMN 19 PIC X(001) USING SINAL-C (4).
           05 LINE 15 COLUMN 25 PIC X(001) USING NATUREZA-C (4).
           05 LINE 15 COLUMN 30 PIC 9(015) USING CLASSE-DE-C (4).
           05 LINE 15 COLUMN 48 PIC 9(015) USING CLASSE-ATE-C (4).
           05 LINE 16 COLUMN 03 VALUE "Termo 5".
           05 LINE 16 COLUMN 13 PIC X(001) USING PARTE-C (5).
           05 LINE 16 COLUMN 19 PIC X(001) USING SINAL-C (5).
           05 LINE 16 COLUMN 25 PIC X(001) USING NATUREZA-C (5).
           05 LINE 16 COLUMN 30 PIC 9(015) USING CLASSE-DE-C (5).
           05 LINE 16 COLUMN 48 PIC 9(015) USING CLASSE-ATE-C (5).
           05 LINE 17 COLUMN 03 VALUE "Termo 6".
           05 LINE 17 COLUMN 13 PIC X(001) USING PARTE-C (6).
           05 LINE 17 COLUMN 19 PIC X(001) USING SINAL-C (6).
           05 LINE 17 COLUMN 25 PIC X(001) USING NATUREZA-C (6).
           05 LINE 17 COLUMN 30 PIC 9(015) USING CLASSE-DE-C (6).
           05 LINE 17 COLUMN 48 PIC 9(015) USING CLASSE-ATE-C (6).
           05 LINE 19 COLUMN 03 VALUE "N/D numerador/denominador;".
           05 LINE 19 COLUMN 30 VALUE "S saldo, M movimento 12 meses".
           05 LINE 20 COLUMN 03 VALUE "Excluir (S/N)...........:".
           05 LINE 20 COLUMN 30 PIC X(001) USING EXCLUI-C.

       01  TELA-COMPETENCIA.
           05 LINE 05 COLUMN 03 VALUE "Competencia (AAAAMM)....:".
           05 LINE 05 COLUMN 30 PIC 9999 USING COMP-AAAA.
           05 LINE 05 COLUMN 34 PIC 99   USING COMP-MM.

       01  TELA-WAIVER.
           05 LINE 07 COLUMN 03 VALUE "Indice medido...........:".
           05 LINE 07 COLUMN 30
              PIC -ZZZ.ZZZ.ZZZ.ZZ9,9999 FROM CBCOVH-INDICE.
           05 LINE 08 COLUMN 03 VALUE "Limite..................:".
           05 LINE 08 COLUMN 30
              PIC -ZZZ.ZZZ.ZZZ.ZZ9,9999 FROM CBCOVH-LIMITE.
           05 LINE 09 COLUMN 03 VALUE "Referencia do banco.....:".
           05 LINE 09 COLUMN 30 PIC X(030) USING REFERENCIA-C.
           05 LINE 10 COLUMN 03 VALUE "Data do waiver AAAAMMDD.:".
           05 LINE 10 COLUMN 30 PIC 9(008) USING DATA-WAIVER-C.

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
                            PERFORM 100-DEFINE    THRU 100-99-FIM
                       WHEN OPCAO = 2
                            PERFORM 200-CALCULA   THRU 200-99-FIM
                       WHEN OPCAO = 3
                            PERFORM 300-WAIVER    THRU 300-99-FIM
                       WHEN OPCAO = 4
                            PERFORM 400-RELATORIO THRU 400-99-FIM
                   END-EVALUATE
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-DEFINE.

           PERFORM 150-CHAVE THRU 150-99-FIM
           IF   CONTRATO-C = 0
                GO TO 100-99-FIM
           END-IF

           MOVE CONTRATO-C TO CBCOVD-CONTRATO
           MOVE COVENANT-C TO CBCOVD-COVENANT
           READ CBCOVD
           IF   FS-CBCOVD < "10"
                MOVE 1                    TO EXISTE
                MOVE CBCOVD-DESCRICAO     TO DESCRICAO-C
                MOVE CBCOVD-TIPO-LIMITE   TO TIPO-LIMITE-C
                MOVE CBCOVD-LIMITE        TO LIMITE-C
                MOVE CBCOVD-MARGEM-ALERTA TO MARGEM-C
                MOVE CBCOVD-FREQUENCIA    TO FREQUENCIA-C
                PERFORM VARYING T FROM 1 BY 1 UNTIL T > 6
                        MOVE CBCOVD-PARTE     (T) TO PARTE-C     (T)
                        MOVE CBCOVD-SINAL     (T) TO SINAL-C     (T)
                        MOVE CBCOVD-NATUREZA  (T) TO NATUREZA-C  (T)
                        MOVE CBCOVD-CLASSE-DE (T) TO CLASSE-DE-C (T)
                        MOVE CBCOVD-CLASSE-ATE (T)
                                                  TO CLASSE-ATE-C (T)
                END-PERFORM
           ELSE
                MOVE "00"   TO FS-CBCOVD
                MOVE 0      TO EXISTE LIMITE-C MARGEM-C
                MOVE SPACES TO DESCRICAO-C
                MOVE "X"    TO TIPO-LIMITE-C
                MOVE "T"    TO FREQUENCIA-C
                PERFORM VARYING T FROM 1 BY 1 UNTIL T > 6
                        MOVE SPACE TO PARTE-C (T)
                        MOVE "+"   TO SINAL-C (T)
                        MOVE "S"   TO NATUREZA-C (T)
                        MOVE 0     TO CLASSE-DE-C (T)
                                      CLASSE-ATE-C (T)
                END-PERFORM
           END-IF

           MOVE "N" TO EXCLUI-C
           DISPLAY TELA-COVENANT
           ACCEPT  TELA-COVENANT
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC
                SET ENTER-KEY TO TRUE
                IF   REGISTRO-EXISTE
                     UNLOCK CBCOVD
                END-IF
                GO TO 100-99-FIM
           END-IF

           IF   REGISTRO-EXISTE
           AND (EXCLUI-C = "S" OR "s")
                DELETE CBCOVD RECORD
                DISPLAY "Covenant excluido" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           PERFORM 110-CRITICA THRU 110-99-FIM
           IF   ERRO-TERMO NOT = 0
                IF   REGISTRO-EXISTE
                     UNLOCK CBCOVD
                END-IF
                DISPLAY "Dados incompletos ou formula invalida"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE CONTRATO-C    TO CBCOVD-CONTRATO
           MOVE COVENANT-C    TO CBCOVD-COVENANT
           MOVE DESCRICAO-C   TO CBCOVD-DESCRICAO
           MOVE TIPO-LIMITE-C TO CBCOVD-TIPO-LIMITE
           MOVE LIMITE-C      TO CBCOVD-LIMITE
           MOVE MARGEM-C      TO CBCOVD-MARGEM-ALERTA
           MOVE FREQUENCIA-C  TO CBCOVD-FREQUENCIA
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 6
                   MOVE PARTE-C      (T) TO CBCOVD-PARTE      (T)
                   MOVE SINAL-C      (T) TO CBCOVD-SINAL      (T)
                   MOVE NATUREZA-C   (T) TO CBCOVD-NATUREZA   (T)
                   MOVE CLASSE-DE-C  (T) TO CBCOVD-CLASSE-DE  (T)
                   MOVE CLASSE-ATE-C (T) TO CBCOVD-CLASSE-ATE (T)
           END-PERFORM
           IF   REGISTRO-EXISTE
                REWRITE CBCOVD-REG
           ELSE
                WRITE CBCOVD-REG
           END-IF
           IF   FS-CBCOVD > "09"
                DISPLAY "Erro de gravacao em CBCOVD" LINE 23 COLUMN 03
           ELSE
                DISPLAY "Covenant gravado" LINE 23 COLUMN 03
           END-IF.

       100-99-FIM. EXIT.

       110-CRITICA.

           MOVE 0 TO ERRO-TERMO QT-NUMERADOR QT-DENOMINADOR
           IF   DESCRICAO-C = SPACES
           OR  (TIPO-LIMITE-C NOT = "X" AND TIPO-LIMITE-C NOT = "N")
           OR  (FREQUENCIA-C NOT = "M" AND NOT = "T"
                             AND NOT = "S" AND NOT = "A")
                MOVE 1 TO ERRO-TERMO
           END-IF

           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 6
                   EVALUATE PARTE-C (T)
                       WHEN "N" ADD 1 TO QT-NUMERADOR
                       WHEN "D" ADD 1 TO QT-DENOMINADOR
                       WHEN SPACE
                            CONTINUE
                       WHEN OTHER
                            MOVE 1 TO ERRO-TERMO
                   END-EVALUATE
                   IF   PARTE-C (T) NOT = SPACE
                        IF  (SINAL-C (T) NOT = "+" AND NOT = "-")
                        OR  (NATUREZA-C (T) NOT = "S" AND NOT = "M")
                        OR   CLASSE-ATE-C (T) = 0
                        OR   CLASSE-DE-C (T) > CLASSE-ATE-C (T)
                             MOVE 1 TO ERRO-TERMO
                        END-IF
                   END-IF
           END-PERFORM

           IF   QT-NUMERADOR = 0
                MOVE 1 TO ERRO-TERMO
           END-IF.

       110-99-FIM. EXIT.

       150-CHAVE.

           MOVE 0 TO CONTRATO-C COVENANT-C
           MOVE SPACES TO CBFINC-DESCRICAO
           DISPLAY TELA-CHAVE
           ACCEPT  TELA-CHAVE
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR CONTRATO-C = 0 OR COVENANT-C = 0
                SET ENTER-KEY TO TRUE
                MOVE 0 TO CONTRATO-C
                GO TO 150-99-FIM
           END-IF

           MOVE CONTRATO-C TO CBFINC-CONTRATO
           READ CBFINC IGNORE LOCK
           IF   FS-CBFINC > "09"
                MOVE "00" TO FS-CBFINC
                DISPLAY "Contrato inexistente" LINE 23 COLUMN 03
                MOVE 0 TO CONTRATO-C
                GO TO 150-99-FIM
           END-IF
           DISPLAY TELA-CHAVE.

       150-99-FIM. EXIT.

       200-CALCULA.

           MOVE 0 TO COMP-AAAA COMP-MM
           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
                SET ENTER-KEY TO TRUE
                GO TO 200-99-FIM
           END-IF

           MOVE 0 TO QT-MEDIDOS QT-QUEBRAS
           MOVE LOW-VALUES TO CBCOVD-CHAVE
           START CBCOVD KEY NOT LESS CBCOVD-CHAVE
           PERFORM UNTIL FS-CBCOVD > "09"
                   READ CBCOVD NEXT RECORD IGNORE LOCK
                   IF   FS-CBCOVD < "10"
                        PERFORM 210-COVENANT THRU 210-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCOVD

           DISPLAY "Covenants medidos: " LINE 23 COLUMN 03
                   QT-MEDIDOS " Quebras: " QT-QUEBRAS.

       200-99-FIM. EXIT.

       210-COVENANT.

      *    So contratos ativos, e na competencia da frequencia

           MOVE CBCOVD-CONTRATO TO CBFINC-CONTRATO
           READ CBFINC IGNORE LOCK
           IF   FS-CBFINC > "09"
           OR   NOT CBFINC-CONTRATO-ATIVO
                MOVE "00" TO FS-CBFINC
                GO TO 210-99-FIM
           END-IF

           MOVE "N" TO MEDE
           EVALUATE TRUE
               WHEN CBCOVD-MENSAL
                    MOVE "S" TO MEDE
               WHEN CBCOVD-TRIMESTRAL
                    DIVIDE COMP-MM BY 3 GIVING QUOCIENTE
                                        REMAINDER RESTO
                    IF   RESTO = 0
                         MOVE "S" TO MEDE
                    END-IF
               WHEN CBCOVD-SEMESTRAL
                    IF   COMP-MM = 6 OR 12
                         MOVE "S" TO MEDE
                    END-IF
               WHEN CBCOVD-ANUAL
                    IF   COMP-MM = 12
                         MOVE "S" TO MEDE
                    END-IF
           END-EVALUATE
           IF   MEDE = "N"
                GO TO 210-99-FIM
           END-IF

           MOVE 0 TO NUMERADOR DENOMINADOR QT-DENOMINADOR
           PERFORM VARYING T FROM 1 BY 1 UNTIL T > 6
                   IF   CBCOVD-PARTE (T) = "D"
                        ADD 1 TO QT-DENOMINADOR
                   END-IF
           END-PERFORM

           MOVE LOW-VALUES TO CBPLCO-CHAVE
           START CBPLCO KEY NOT LESS CBPLCO-CHAVE
           PERFORM UNTIL FS-CBPLCO > "09"
                   READ CBPLCO NEXT RECORD IGNORE LOCK
                   IF   FS-CBPLCO < "10"
                   AND  CBPLCO-COD-RED NOT = 0
                        PERFORM VARYING T FROM 1 BY 1 UNTIL T > 6
                                IF   CBCOVD-PARTE (T) NOT = SPACE
                                AND  CBPLCO-CLASSE
                                     NOT < CBCOVD-CLASSE-DE (T)
                                AND  CBPLCO-CLASSE
                                     NOT > CBCOVD-CLASSE-ATE (T)
                                     PERFORM 220-TERMO THRU 220-99-FIM
                                END-IF
                        END-PERFORM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBPLCO

           PERFORM 230-GRAVA-MEDICAO THRU 230-99-FIM.

       210-99-FIM. EXIT.

       220-TERMO.

           MOVE 0 TO VALOR-TERMO

      *    Saldo: ultimo CBCOSA consolidado ate a competencia, como
      *    no CB209PCW; debito positivo, credito negativo

           IF   CBCOVD-NATUREZA (T) = "S"
                MOVE 0            TO CBCOSA-CENTRO-CUSTO
                MOVE CBPLCO-CONTA TO CBCOSA-CONTA
                MOVE COMPETENCIA  TO CBCOSA-AAAAMM
                START CBCOSA KEY NOT GREATER CBCOSA-CHAVE
                IF   FS-CBCOSA < "10"
                     READ CBCOSA PREVIOUS RECORD IGNORE LOCK
                     IF   FS-CBCOSA < "10"
                     AND  CBCOSA-CENTRO-CUSTO = 0
                     AND  CBCOSA-CONTA = CBPLCO-CONTA
                          MOVE CBCOSA-SALDO-ATUAL TO VALOR-TERMO
                     END-IF
                END-IF
                MOVE "00" TO FS-CBCOSA
           ELSE
      *         Movimento: debitos menos creditos dos 12 meses ate a
      *         competencia (resultado acumulado, como no EBITDA)
                MOVE COMPETENCIA TO COMPETENCIA-MOV
                PERFORM VARYING M FROM 1 BY 1 UNTIL M > 12
                        MOVE 0              TO CBCOSA-CENTRO-CUSTO
                        MOVE CBPLCO-CONTA   TO CBCOSA-CONTA
                        MOVE COMPETENCIA-MOV TO CBCOSA-AAAAMM
                        READ CBCOSA IGNORE LOCK
                        IF   FS-CBCOSA < "10"
                             ADD      CBCOSA-A-DEBITO  TO VALOR-TERMO
                             SUBTRACT CBCOSA-A-CREDITO FROM VALOR-TERMO
                        END-IF
                        MOVE "00" TO FS-CBCOSA
                        IF   MOV-MM = 1
                             MOVE 12 TO MOV-MM
                             SUBTRACT 1 FROM MOV-AAAA
                        ELSE
                             SUBTRACT 1 FROM MOV-MM
                        END-IF
                END-PERFORM
           END-IF

           IF   CBCOVD-SINAL (T) = "-"
                COMPUTE VALOR-TERMO = VALOR-TERMO * -1
           END-IF
           IF   CBCOVD-PARTE (T) = "N"
                ADD VALOR-TERMO TO NUMERADOR
           ELSE
                ADD VALOR-TERMO TO DENOMINADOR
           END-IF.

       220-99-FIM. EXIT.

       230-GRAVA-MEDICAO.

           MOVE SPACES TO WAIVER-ANTERIOR
           MOVE 0      TO DATA-WAIVER-ANTERIOR
           MOVE CBCOVD-CONTRATO TO CBCOVH-CONTRATO
           MOVE CBCOVD-COVENANT TO CBCOVH-COVENANT
           MOVE COMPETENCIA     TO CBCOVH-AAAAMM
           READ CBCOVH
           IF   FS-CBCOVH < "10"
                MOVE 1 TO EXISTE
                MOVE CBCOVH-WAIVER-REFERENCIA TO WAIVER-ANTERIOR
                MOVE CBCOVH-WAIVER-DATA       TO DATA-WAIVER-ANTERIOR
           ELSE
                MOVE "00" TO FS-CBCOVH
                MOVE 0    TO EXISTE
           END-IF

           MOVE NUMERADOR     TO CBCOVH-NUMERADOR
           MOVE DENOMINADOR   TO CBCOVH-DENOMINADOR
           MOVE CBCOVD-LIMITE TO CBCOVH-LIMITE
           MOVE HOJE          TO CBCOVH-DATA-CALCULO
           MOVE WAIVER-ANTERIOR      TO CBCOVH-WAIVER-REFERENCIA
           MOVE DATA-WAIVER-ANTERIOR TO CBCOVH-WAIVER-DATA

           IF   QT-DENOMINADOR = 0
                MOVE NUMERADOR TO INDICE
           ELSE
                IF   DENOMINADOR NOT > 0
                     MOVE 0   TO INDICE
                     MOVE "I" TO CBCOVH-SITUACAO
                     GO TO 230-50-GRAVA
                END-IF
                COMPUTE INDICE ROUNDED = NUMERADOR / DENOMINADOR
           END-IF

           MOVE "O" TO CBCOVH-SITUACAO
           IF   CBCOVD-LIMITE-MAXIMO
                COMPUTE LIMITE-ALERTA ROUNDED = CBCOVD-LIMITE
                      - (CBCOVD-LIMITE * CBCOVD-MARGEM-ALERTA / 100)
                IF   INDICE > CBCOVD-LIMITE
                     MOVE "Q" TO CBCOVH-SITUACAO
                ELSE
                     IF   INDICE NOT < LIMITE-ALERTA
                          MOVE "A" TO CBCOVH-SITUACAO
                     END-IF
                END-IF
           ELSE
                COMPUTE LIMITE-ALERTA ROUNDED = CBCOVD-LIMITE
                      + (CBCOVD-LIMITE * CBCOVD-MARGEM-ALERTA / 100)
                IF   INDICE < CBCOVD-LIMITE
                     MOVE "Q" TO CBCOVH-SITUACAO
                ELSE
                     IF   INDICE NOT > LIMITE-ALERTA
                          MOVE "A" TO CBCOVH-SITUACAO
                     END-IF
                END-IF
           END-IF
           IF   CBCOVH-QUEBRA
           AND  WAIVER-ANTERIOR NOT = SPACES
                MOVE "W" TO CBCOVH-SITUACAO
           END-IF.

       230-50-GRAVA.

           MOVE INDICE TO CBCOVH-INDICE
           IF   REGISTRO-EXISTE
                REWRITE CBCOVH-REG
           ELSE
                WRITE CBCOVH-REG
           END-IF
           ADD 1 TO QT-MEDIDOS
           IF   CBCOVH-QUEBRA OR CBCOVH-INDETERMINADO
                ADD 1 TO QT-QUEBRAS
           END-IF.

       230-99-FIM. EXIT.

       300-WAIVER.

           PERFORM 150-CHAVE THRU 150-99-FIM
           IF   CONTRATO-C = 0
                GO TO 300-99-FIM
           END-IF

           MOVE 0 TO COMP-AAAA COMP-MM
           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
                SET ENTER-KEY TO TRUE
                GO TO 300-99-FIM
           END-IF

           MOVE CONTRATO-C  TO CBCOVH-CONTRATO
           MOVE COVENANT-C  TO CBCOVH-COVENANT
           MOVE COMPETENCIA TO CBCOVH-AAAAMM
           READ CBCOVH
           IF   FS-CBCOVH > "09"
                MOVE "00" TO FS-CBCOVH
                DISPLAY "Medicao inexistente" LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF
           IF   NOT CBCOVH-QUEBRA
           AND  NOT CBCOVH-QUEBRA-WAIVER
           AND  NOT CBCOVH-INDETERMINADO
                UNLOCK CBCOVH
                DISPLAY "Medicao sem quebra" LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE CBCOVH-WAIVER-REFERENCIA TO REFERENCIA-C
           MOVE CBCOVH-WAIVER-DATA       TO DATA-WAIVER-C
           IF   DATA-WAIVER-C = 0
                MOVE HOJE TO DATA-WAIVER-C
           END-IF
           DISPLAY TELA-WAIVER
           ACCEPT  TELA-WAIVER
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR REFERENCIA-C = SPACES
                SET ENTER-KEY TO TRUE
                UNLOCK CBCOVH
                GO TO 300-99-FIM
           END-IF

           MOVE DATA-WAIVER-C TO CWTIME-DATE
           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-VALIDATE TO TRUE
           CALL "CWTIME" USING PARAMETROS-CWTIME
           IF   CWTIME-DATE-FINAL = 0
                UNLOCK CBCOVH
                DISPLAY "Data invalida" LINE 23 COLUMN 03
                GO TO 300-99-FIM
           END-IF

           MOVE REFERENCIA-C  TO CBCOVH-WAIVER-REFERENCIA
           MOVE DATA-WAIVER-C TO CBCOVH-WAIVER-DATA
           MOVE "W"           TO CBCOVH-SITUACAO
           REWRITE CBCOVH-REG
           DISPLAY "Waiver registrado" LINE 23 COLUMN 03.

       300-99-FIM. EXIT.

       400-RELATORIO.

           MOVE 0 TO COMP-AAAA COMP-MM
           DISPLAY TELA-COMPETENCIA
           ACCEPT  TELA-COMPETENCIA
           ACCEPT  TECLA FROM ESCAPE KEY
           IF   ESC OR COMP-AAAA = 0 OR COMP-MM = 0 OR COMP-MM > 12
                SET ENTER-KEY TO TRUE
                GO TO 400-99-FIM
           END-IF

           MOVE "COVENANTS DOS CONTRATOS DE FINANCIAMENTO"
                          TO CWIMPR-TITLE
           MOVE SPACES    TO CWIMPR-SUB-TITLE
           STRING "COMPETENCIA " COMP-MM "/" COMP-AAAA
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB217PA" TO CWIMPR-REPORT

           MOVE 0 TO CONTRATO-C
           MOVE LOW-VALUES TO CBCOVD-CHAVE
           START CBCOVD KEY NOT LESS CBCOVD-CHAVE
           PERFORM UNTIL FS-CBCOVD > "09"
                   READ CBCOVD NEXT RECORD IGNORE LOCK
                   IF   FS-CBCOVD < "10"
                        PERFORM 410-LINHA THRU 410-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCOVD

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           DISPLAY "Relatorio de covenants emitido"
                   LINE 23 COLUMN 03.

       400-99-FIM. EXIT.

       410-LINHA.

           MOVE CBCOVD-CONTRATO TO CBCOVH-CONTRATO
           MOVE CBCOVD-COVENANT TO CBCOVH-COVENANT
           MOVE COMPETENCIA     TO CBCOVH-AAAAMM
           READ CBCOVH IGNORE LOCK
           IF   FS-CBCOVH > "09"
                MOVE "00" TO FS-CBCOVH
                GO TO 410-99-FIM
           END-IF

           IF   CBCOVD-CONTRATO NOT = CONTRATO-C
                MOVE CBCOVD-CONTRATO TO CONTRATO-C CBFINC-CONTRATO
                READ CBFINC IGNORE LOCK
                IF   FS-CBFINC > "09"
                     MOVE "00"   TO FS-CBFINC
                     MOVE SPACES TO CBFINC-DESCRICAO
                                    CBFINC-INSTITUICAO
                END-IF
                MOVE SPACES             TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
                MOVE CBCOVD-CONTRATO    TO CLIC-CONTRATO-C
                MOVE CBFINC-DESCRICAO   TO CLIC-DESCRICAO-C
                MOVE CBFINC-INSTITUICAO TO CLIC-INSTITUICAO
                MOVE LINHA-03 TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF

           MOVE SPACES           TO LINHA-02
           MOVE CBCOVD-CONTRATO  TO CLIC-CONTRATO
           MOVE CBCOVD-COVENANT  TO CLIC-COVENANT
           MOVE CBCOVD-DESCRICAO TO CLIC-DESCRICAO
           MOVE CBCOVH-LIMITE    TO CLIC-LIMITE
           MOVE CBCOVH-INDICE    TO CLIC-INDICE
           MOVE 0                TO CLIC-ANTERIOR (1)
                                    CLIC-ANTERIOR (2)
           EVALUATE TRUE
               WHEN CBCOVH-ATENDIDO
                    MOVE "ATENDIDO"         TO CLIC-SITUACAO
               WHEN CBCOVH-ALERTA
                    MOVE "ALERTA"           TO CLIC-SITUACAO
               WHEN CBCOVH-QUEBRA
                    MOVE "QUEBRA"           TO CLIC-SITUACAO
               WHEN CBCOVH-QUEBRA-WAIVER
                    MOVE "QUEBRA C/ WAIVER" TO CLIC-SITUACAO
               WHEN OTHER
                    MOVE "INDETERMINADO"    TO CLIC-SITUACAO
           END-EVALUATE
           MOVE CBCOVH-WAIVER-REFERENCIA TO CLIC-WAIVER
           MOVE CBCOVH-WAIVER-DATA       TO CLIC-WAIVER-DATA

      *    Duas medicoes anteriores do mesmo covenant

           MOVE 0 TO QT-ANTERIORES
           START CBCOVH KEY LESS CBCOVH-CHAVE
           PERFORM UNTIL FS-CBCOVH > "09"
                      OR QT-ANTERIORES = 2
                   READ CBCOVH PREVIOUS RECORD IGNORE LOCK
                   IF   FS-CBCOVH < "10"
                        IF   CBCOVH-CONTRATO NOT = CBCOVD-CONTRATO
                        OR   CBCOVH-COVENANT NOT = CBCOVD-COVENANT
                             MOVE "10" TO FS-CBCOVH
                        ELSE
                             ADD  1 TO QT-ANTERIORES
                             MOVE CBCOVH-INDICE
                               TO CLIC-ANTERIOR (QT-ANTERIORES)
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBCOVH

           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           IF   CLIC-WAIVER NOT = SPACES
                MOVE LINHA-04 TO CWIMPR-DETAIL
                CALL "CB125PCW" USING PARAMETROS-CWIMPR
           END-IF.

       410-99-FIM. EXIT.

       800-INICIAIS.

           SET  CWTIME-REVERSED TO TRUE
           SET  CWTIME-TODAY    TO TRUE
           CALL "CWTIME"     USING PARAMETROS-CWTIME
           MOVE CWTIME-DATE-FINAL TO HOJE

           OPEN I-O CBCOVD
           IF   FS-CBCOVD = "30" OR "35"
                CLOSE CBCOVD
                OPEN OUTPUT CBCOVD
                CLOSE CBCOVD
                OPEN I-O CBCOVD
           END-IF
           OPEN I-O CBCOVH
           IF   FS-CBCOVH = "30" OR "35"
                CLOSE CBCOVH
                OPEN OUTPUT CBCOVH
                CLOSE CBCOVH
                OPEN I-O CBCOVH
           END-IF
           OPEN INPUT CBFINC CBPLCO CBCOSA
           IF   FS-CBCOVD > "09" OR FS-CBCOVH > "09"
           OR   FS-CBFINC > "09" OR FS-CBPLCO > "09"
           OR   FS-CBCOSA > "09"
                DISPLAY "Arquivos indisponiveis" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBCOVD CBCOVH CBFINC CBPLCO CBCOSA.

       900-99-FIM. EXIT.

       END PROGRAM CB217PCW.
