           05 COD-RED-DV-CALL          PIC  X(001) VALUE SPACE.
           05 DIA-ANTERIOR             PIC  9(002) VALUE ZERO.
           05 TESTE-CONTA              PIC  9(001) VALUE ZERO.
           05 CONTAS-RESTRITAS         PIC  9(005) VALUE ZERO.
           05 ZERADA                   PIC  9(001) VALUE ZERO.
              88 CONSIDERAR-ZERADA VALUE 1.
           05 QUEBRA                   PIC  9(001) VALUE ZERO.
           05 ER-LOTE-E.
              10 FS-LOTE-E             PIC  X(002) VALUE "00".
              10 LB-LOTE-E             PIC  X(050) VALUE "LOTE-E.TXT".
           05 CONTRAPARTIDA            PIC  9(001) VALUE 1.
              88 CONTRA-DESCRITIVA VALUE 2.
           05 CONTRA-DOCTO             PIC  9(008) VALUE 0.
           05 CONTRA-ANTERIOR.
              10 ANT-LANCAMENTO        PIC  9(007).
              10 ANT-TIPO              PIC  X(001).
              10 ANT-COD-RED           PIC  9(005).
              10 ANT-DOCTO             PIC  9(008).
              10 ANT-VALOR             PIC  9(012)V99.
           05 QT-CANDIDATAS            PIC  9(003) VALUE 0.
           05 CANDIDATA OCCURS 50.
              10 CAND-COD-RED          PIC  9(005).
              10 CAND-LANCAMENTO       PIC  9(007).
              10 CAND-VALOR            PIC  9(012)V99.
           05 QT-DISTINTAS             PIC  9(003) VALUE 0.
           05 QT-DRILL                 PIC  9(004) VALUE 0.
           05 QT-DRILL-OMITIDAS        PIC  9(006) VALUE 0.
           05 DRILL OCCURS 300.
              10 DRILL-LANCAMENTO      PIC  9(007).
              10 DRILL-DOCTO           PIC  9(008).
              10 DRILL-BAC             PIC  9(008).
              10 DRILL-LANC-CONTRA     PIC  9(007).
              10 DRILL-COD-RED         PIC  9(005).
              10 DRILL-VALOR           PIC  9(012)V99.
           05 K                        PIC  9(004) VALUE 0.
           05 W                        PIC  9(004) VALUE 0.

       01  LINHAS-DE-IMPRESSAO-CLIC.
       02  LINHA-01.
           05 CC-FLAG-TXT                    PIC  X(003) VALUE "C/C".
           05 FILLER                         PIC  X(032) VALUE
              "         A DEBITO           A CR".
           05 FILLER                         PIC  X(017) VALUE
              "EDITO    PARTIDA".
           05 CLIC-TIT-CONTRA                PIC  X(030) VALUE SPACES.
       02  LINHA-04.
           05 CLIC-CONTA-ED                  PIC  X(026) VALUE SPACES.
           05 FILLER                         PIC  X(001) VALUE SPACE.
           05 CLIC-COD-RED-2                 PIC  Z(005) VALUE ZEROS.
           05 CLIC-COD-RED-2-TRACO           PIC  X(001) VALUE "-".
           05 CLIC-COD-RED-2-DV              PIC  X(001) VALUE SPACE.
           05 FILLER                         PIC  X(001) VALUE SPACE.
           05 CLIC-DESCR-CONTRA              PIC  X(030) VALUE SPACES.
       02  LINHA-06                          PIC  X(132) VALUE ALL "-".

       02  LINHA-RESTRITAS.
           05 CLIC-RESTRITAS      PIC  ZZ.ZZ9.
           05 FILLER              PIC  X(040) VALUE
              " CONTA(S) FORA DO ESCOPO DO PERFIL".

       02  LINHA-TD.
           05 FILLER              PIC X(83) VALUE "TOTAL DB/CR DO DIA".
           05 CLIC-DEBITO-DIA     PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.
           05 FILLER              PIC  X(001) VALUE SPACE.
           05 CLIC-CREDITO-DIA    PIC  ZZZ.ZZZ.ZZZ.ZZ9,99-.

       02  LINHA-DV.
           05 FILLER              PIC  X(006) VALUE "LANC. ".
           05 CLIC-DV-LANCAMENTO  PIC  Z(007).
           05 FILLER              PIC  X(008) VALUE "  DOCTO ".
           05 CLIC-DV-DOCTO       PIC  Z(008).
           05 FILLER              PIC  X(006) VALUE "  BAC ".
           05 CLIC-DV-BAC BLANK ZERO PIC 9999/9999.
           05 FILLER              PIC  X(009) VALUE "  CONTRA ".
           05 CLIC-DV-LANC-CONTRA PIC  Z(007).
           05 FILLER              PIC  X(001) VALUE SPACE.
           05 CLIC-DV-COD-RED     PIC  Z(005).
           05 FILLER              PIC  X(001) VALUE "-".
           05 CLIC-DV-COD-RED-DV  PIC  X(001) VALUE SPACE.
           05 FILLER              PIC  X(001) VALUE SPACE.
           05 CLIC-DV-DESCRICAO   PIC  X(030) VALUE SPACES.
           05 FILLER              PIC  X(001) VALUE SPACE.
           05 CLIC-DV-VALOR       PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.

       COPY CWBOXF.
       COPY CB002PCW.
       COPY CB014PCW.
       COPY CB221PCW.
       COPY CB232PCW.
       COPY CB233PCW.
       COPY CWIMPR.
       COPY CWTIME.

                EXIT PARAGRAPH
           END-IF

      *    Conta ou centro fora do escopo de dados do perfil: fica
      *    fora do razao e entra so na contagem do final

           MOVE 0                TO CB232PCW-COD-RED
           MOVE CBPLCO-CLASSE    TO CB232PCW-CLASSE
           MOVE CC               TO CB232PCW-CENTRO-CUSTO
           CALL "CB232PCW"    USING PARAMETROS-CB232PCW
           IF   CB232PCW-RESTRITO
                ADD 1 TO CONTAS-RESTRITAS
                EXIT PARAGRAPH
           END-IF

           MOVE CC               TO CBCOSA-CENTRO-CUSTO
           MOVE AAAA-REF         TO CBCOSA-AAAA
           MOVE MM-REF           TO CBCOSA-MM
           MOVE 0                TO TOTAL-DB TOTAL-DB-DIA
                                    TOTAL-CR TOTAL-CR-DIA
                                    QT-DRILL QT-DRILL-OMITIDAS

           READ CBCOSA IGNORE LOCK
           IF   FS-CBCOSA > "09"
                EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAMETROS-CB233PCW
           MOVE "CB015PCW"       TO CB233PCW-PROGRAMA
           MOVE CBPLCO-CONTA     TO CB233PCW-CONTA-DE
                                    CB233PCW-CONTA-ATE
           IF   CC = 0
                MOVE 9999        TO CB233PCW-CENTRO-ATE
           ELSE
                MOVE CC          TO CB233PCW-CENTRO-DE
                                    CB233PCW-CENTRO-ATE
           END-IF
           MOVE AAAA-REF         TO CB233PCW-REFERENCIA (1: 4)
           MOVE MM-REF           TO CB233PCW-REFERENCIA (5: 2)
           CALL "CB233PCW"    USING PARAMETROS-CB233PCW

            IF   VEZ NOT = 1
                 MOVE LINHA-06    TO CWIMPR-DETAIL
                 PERFORM 135-CWIMPR THRU 135-99-FIM
                   MOVE CBMVMS-COD-RED TO SALVA-COD-RED-POINTER
                   MOVE CBMVMS-DIA     TO SALVA-DIA-POINTER
                   MOVE CBMVMS-CHAVE   TO SALVA-CHAVE-POINTER
                   MOVE CBMVMS-DOCTO   TO CONTRA-DOCTO
                   IF   CBMVMS-TIPO = "D"
                        MOVE "C" TO CBMVMS-TIPO
                   ELSE
                                                    CLIC-COD-RED-2-DV
                        END-IF
                   END-IF
                   IF   CONTRA-DESCRITIVA
                        PERFORM 125-CONTRAPARTIDA THRU 125-99-FIM
                   END-IF
                   MOVE SALVA-COD-RED-POINTER TO CBMVMS-COD-RED
                   MOVE SALVA-DIA-POINTER     TO CBMVMS-DIA
                   START CBMVMS KEY = CBMVMS-COD-RED-CHAVE

           MOVE LINHA-05         TO CWIMPR-DETAIL
           PERFORM 135-CWIMPR THRU 135-99-FIM

           IF   QT-DRILL NOT = 0
           OR   QT-DRILL-OMITIDAS NOT = 0
                PERFORM 126-CONTRAPARTIDAS-DIVERSAS THRU 126-99-FIM
           END-IF
           ADD  1                TO GR-PRNTER
           DISPLAY                T-GR-PRNTER.


       120-99-FIM. EXIT.

       125-CONTRAPARTIDA.

      *    Contrapartida descrita: a perna oposta do proprio
      *    lancamento ou, no lancamento um contra varios, as pernas
      *    simples do lado oposto no mesmo BAC e documento

           IF   FS-CBMVMS < "10"
                MOVE COD-RED-CALL       TO CB221PCW-COD-RED
                CALL "CB221PCW"      USING PARAMETROS-CB221PCW
                MOVE CB221PCW-DESCRICAO TO CLIC-DESCR-CONTRA
                GO TO 125-99-FIM
           END-IF

           MOVE 0          TO QT-CANDIDATAS
           INITIALIZE         CONTRA-ANTERIOR
           MOVE SERIE      TO CBMVMS-SERIE
           MOVE NUMERO     TO CBMVMS-NUMERO
           MOVE 0          TO CBMVMS-LANCAMENTO
           MOVE LOW-VALUES TO CBMVMS-TIPO
           START CBMVMS KEY NOT LESS CBMVMS-BAC-CHAVE
           PERFORM UNTIL FS-CBMVMS > "09"
                   READ CBMVMS NEXT RECORD IGNORE LOCK
                   IF   FS-CBMVMS < "10"
                   AND (CBMVMS-SERIE  NOT = SERIE
                   OR   CBMVMS-NUMERO NOT = NUMERO)
                        MOVE "10" TO FS-CBMVMS
                   END-IF
                   IF   FS-CBMVMS < "10"
      *                 Credito e debito do mesmo numero vem juntos
      *                 na chave do BAC: lancamento completo, fora
                        IF   CBMVMS-LANCAMENTO = ANT-LANCAMENTO
                             MOVE 0 TO ANT-LANCAMENTO
                        ELSE
                             PERFORM 127-CANDIDATA THRU 127-99-FIM
                             MOVE CBMVMS-LANCAMENTO TO ANT-LANCAMENTO
                             MOVE CBMVMS-TIPO       TO ANT-TIPO
                             MOVE CBMVMS-COD-RED    TO ANT-COD-RED
                             MOVE CBMVMS-DOCTO      TO ANT-DOCTO
                             MOVE CBMVMS-VALOR      TO ANT-VALOR
                        END-IF
                   END-IF
           END-PERFORM
           PERFORM 127-CANDIDATA THRU 127-99-FIM

           MOVE 0 TO QT-DISTINTAS
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-CANDIDATAS
                   PERFORM VARYING W FROM 1 BY 1
                           UNTIL W NOT < K
                              OR CAND-COD-RED (W) = CAND-COD-RED (K)
                           CONTINUE
                   END-PERFORM
                   IF   W = K
                        ADD 1 TO QT-DISTINTAS
                   END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN QT-DISTINTAS = 0
                    MOVE SPACES           TO CLIC-DESCR-CONTRA
               WHEN QT-DISTINTAS = 1
                    MOVE CAND-COD-RED (1) TO CLIC-COD-RED-2
                                             COD-RED-CALL
                    MOVE "-"              TO CLIC-COD-RED-2-TRACO
                    CALL "CB039PCW"    USING COD-RED-CALL
                                             CLIC-COD-RED-2-DV
                    MOVE COD-RED-CALL     TO CB221PCW-COD-RED
                    CALL "CB221PCW"    USING PARAMETROS-CB221PCW
                    MOVE CB221PCW-DESCRICAO
                                          TO CLIC-DESCR-CONTRA
               WHEN OTHER
                    MOVE "DIVERSAS"       TO CLIC-DESCR-CONTRA
                    PERFORM VARYING K FROM 1 BY 1
                            UNTIL K > QT-CANDIDATAS
                            IF   QT-DRILL < 300
                                 ADD  1 TO QT-DRILL
                                 MOVE SALVA-LANCAMENTO
                                   TO DRILL-LANCAMENTO  (QT-DRILL)
                                 MOVE CONTRA-DOCTO
                                   TO DRILL-DOCTO       (QT-DRILL)
                                 MOVE BAC
                                   TO DRILL-BAC         (QT-DRILL)
                                 MOVE CAND-LANCAMENTO (K)
                                   TO DRILL-LANC-CONTRA (QT-DRILL)
                                 MOVE CAND-COD-RED (K)
                                   TO DRILL-COD-RED     (QT-DRILL)
                                 MOVE CAND-VALOR (K)
                                   TO DRILL-VALOR       (QT-DRILL)
                            ELSE
                                 ADD 1 TO QT-DRILL-OMITIDAS
                            END-IF
                    END-PERFORM
           END-EVALUATE.

       125-99-FIM. EXIT.

       126-CONTRAPARTIDAS-DIVERSAS.

           MOVE SPACES           TO CWIMPR-DETAIL
           PERFORM 135-CWIMPR THRU 135-99-FIM
           MOVE "CONTRAPARTIDAS DIVERSAS DA CONTA"
                                 TO CWIMPR-DETAIL
           PERFORM 135-CWIMPR THRU 135-99-FIM

           PERFORM VARYING K FROM 1 BY 1 UNTIL K > QT-DRILL
                   MOVE DRILL-LANCAMENTO  (K) TO CLIC-DV-LANCAMENTO
                   MOVE DRILL-DOCTO       (K) TO CLIC-DV-DOCTO
                   MOVE DRILL-BAC         (K) TO CLIC-DV-BAC
                   MOVE DRILL-LANC-CONTRA (K) TO CLIC-DV-LANC-CONTRA
                   MOVE DRILL-COD-RED     (K) TO CLIC-DV-COD-RED
                                                 COD-RED-CALL
                   CALL "CB039PCW"         USING COD-RED-CALL
                                                 CLIC-DV-COD-RED-DV
                   MOVE COD-RED-CALL          TO CB221PCW-COD-RED
                   CALL "CB221PCW"         USING PARAMETROS-CB221PCW
                   MOVE CB221PCW-DESCRICAO    TO CLIC-DV-DESCRICAO
                   MOVE DRILL-VALOR       (K) TO CLIC-DV-VALOR
                   MOVE LINHA-DV              TO CWIMPR-DETAIL
                   PERFORM 135-CWIMPR THRU 135-99-FIM
           END-PERFORM

           IF   QT-DRILL-OMITIDAS NOT = 0
                MOVE SPACES TO CWIMPR-DETAIL
                STRING "MAIS " QT-DRILL-OMITIDAS
                       " CONTRAPARTIDAS NAO RELACIONADAS"
                       DELIMITED BY SIZE INTO CWIMPR-DETAIL
                PERFORM 135-CWIMPR THRU 135-99-FIM
           END-IF.

       126-99-FIM. EXIT.

       127-CANDIDATA.

           IF   ANT-LANCAMENTO = 0
           OR   ANT-TIPO = SALVA-TIPO
           OR   ANT-DOCTO NOT = CONTRA-DOCTO
                GO TO 127-99-FIM
           END-IF

           IF   QT-CANDIDATAS < 50
                ADD  1              TO QT-CANDIDATAS
                MOVE ANT-COD-RED    TO CAND-COD-RED    (QT-CANDIDATAS)
                MOVE ANT-LANCAMENTO TO CAND-LANCAMENTO (QT-CANDIDATAS)
                MOVE ANT-VALOR      TO CAND-VALOR      (QT-CANDIDATAS)
           ELSE
                ADD 1 TO QT-DRILL-OMITIDAS
           END-IF.

       127-99-FIM. EXIT.

       137-MEMO-ANEXO.

      *    Linhas de memorando do lancamento (CB129PCW) saem como

           MOVE LINHA-05         TO CWIMPR-DETAIL
           PERFORM 135-CWIMPR THRU 135-99-FIM
           IF   CONTRA-DESCRITIVA
           AND  CLIC-DESCR-CONTRA NOT = SPACES
                MOVE SPACES            TO CWIMPR-DETAIL
                MOVE CLIC-DESCR-CONTRA TO CWIMPR-DETAIL (103: 30)
                PERFORM 135-IMPRIME THRU 135-99-FIM
           END-IF
           MOVE SPACES           TO LINHA-05.

       130-99-FIM. EXIT.
                     CLOSE LOTE-E
                     MOVE 0 TO EXPORTA-PLANILHA
                END-IF
           END-IF.

       135-IMPRIME.

           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           IF   CWIMPR-END-PRINT
                GOBACK
           END-IF

           EXEC COBOLware BOXselect NOERASE
                LINE 12 COLUMN  27
                TITLE "Contrapartida"
                CAPTION(1) " ~Codigo "
                CAPTION(2) " co~M descricao "
                OPTION     1;CONTRAPARTIDA
           END-EXEC

           IF   CONTRAPARTIDA = 0
                CLOSE CBPLCO CBCOSA CBCAHI CBHIVA CBCACC
                GOBACK
           END-IF

      *    Com descricao a linha passaria de 132 colunas: no
      *    relatorio a descricao sai na linha de baixo (130), so a
      *    planilha leva a coluna com o titulo

           IF   CONTRA-DESCRITIVA
                MOVE "DESCRICAO DA CONTRAPARTIDA" TO CLIC-TIT-CONTRA
           END-IF

           EXEC COBOLware BOXselect NOERASE
                LINE 08 COLUMN  75
                TITLE "Gerar_planilha_?"
                             OPEN OUTPUT LOTE-E
                        END-IF
                   END-IF
           END-PERFORM

      *    A planilha leva o titulo das colunas, com o da descricao
      *    da contrapartida

           IF   EXPORTA-SIM
           AND  CONTRA-DESCRITIVA
                MOVE SPACES   TO LOTE-E-REG
                MOVE LINHA-03 TO LOTE-E-REG
                WRITE LOTE-E-REG
           END-IF.

       830-99-FIM. EXIT.

           MOVE SPACES      TO CWIMPR-DETAIL
           PERFORM 135-CWIMPR THRU 135-99-FIM

           IF   CONTAS-RESTRITAS NOT = 0
                MOVE CONTAS-RESTRITAS TO CLIC-RESTRITAS
                MOVE LINHA-RESTRITAS  TO CWIMPR-DETAIL
                PERFORM 135-CWIMPR THRU 135-99-FIM
           END-IF

           CLOSE CBPLCO CBCOSA CBCAHI CBHIVA CBMVMS CBCACC
           CANCEL "CB002PCW"
           CANCEL "CB014PCW"
           CANCEL "CB039PCW"
           CANCEL "CB221PCW"
           IF  F4-ON = 1
               MOVE 999999999999999 TO CB002PCW-CONTA
               CALL "CB040PCW" USING CB002PCW-CONTA
