       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB226PCW INITIAL.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Exposicao de credito do cliente              *
                      *                                               *
                      *  Soma os titulos a receber em aberto do       *
                      *  cliente no CBTITU (face mais acrescimos),    *
                      *  separa a parte vencida alem da tolerancia    *
                      *  de atraso e acrescenta as notas do           *
                      *  faturamento retidas ou liberadas e ainda     *
                      *  nao integradas (CBFTRE); usada pelo CB152PCW *
                      *  na integracao e pelo CB225PCW no relatorio   *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBTITUSL.
       COPY CBFTRESL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBTITUFD.
       COPY CBFTREFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 DATA-BASE                 PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-BASE.
              10 BASE-AAAA              PIC  9(004).
              10 BASE-MM                PIC  9(002).
              10 BASE-DD                PIC  9(002).
           05 VENCIMENTO-INV            PIC  9(008) VALUE 0.
           05 FILLER REDEFINES VENCIMENTO-INV.
              10 VENC-AAAA              PIC  9(004).
              10 VENC-MM                PIC  9(002).
              10 VENC-DD                PIC  9(002).
           05 DIAS-ATRASO        COMP-3 PIC S9(005) VALUE 0.
           05 VALOR-TITULO       COMP-3 PIC  9(012)V99 VALUE 0.
           05 ER-CBTITU.
              10 FS-CBTITU              PIC  X(002) VALUE "00".
              10 LB-CBTITU              PIC  X(050) VALUE "CBTITU".
           05 ER-CBFTRE.
              10 FS-CBFTRE              PIC  X(002) VALUE "00".
              10 LB-CBFTRE              PIC  X(050) VALUE "CBFTRE".

       LINKAGE SECTION.

       COPY CB226PCW.

       PROCEDURE DIVISION USING PARAMETROS-CB226PCW.

       000-INICIO.

           MOVE 0 TO CB226PCW-TITULOS
                     CB226PCW-VENCIDO
                     CB226PCW-MAIOR-ATRASO
                     CB226PCW-NOTAS-PENDENTES
                     CB226PCW-EXPOSICAO
                     CB226PCW-RETORNO
           MOVE CB226PCW-DATA-BASE TO DATA-BASE

           OPEN INPUT CBTITU
           IF   FS-CBTITU > "09"
                MOVE 4 TO CB226PCW-RETORNO
                GO TO 000-99-FIM
           END-IF
           PERFORM 100-TITULOS THRU 100-99-FIM
           CLOSE CBTITU

           OPEN INPUT CBFTRE
           IF   FS-CBFTRE < "10"
                PERFORM 200-NOTAS-PENDENTES THRU 200-99-FIM
                CLOSE CBFTRE
           END-IF

           COMPUTE CB226PCW-EXPOSICAO = CB226PCW-TITULOS
                                      + CB226PCW-NOTAS-PENDENTES.

       000-99-FIM.

           GOBACK.

       100-TITULOS.

           MOVE LOW-VALUES TO CBTITU-CHAVE
           START CBTITU KEY NOT LESS CBTITU-CHAVE
           PERFORM UNTIL FS-CBTITU > "09"
                   READ CBTITU NEXT RECORD IGNORE LOCK
                   IF   FS-CBTITU < "10"
                   AND  CBTITU-A-RECEBER
                   AND  CBTITU-ABERTO
                   AND  CBTITU-PESSOA-CODIGO NUMERIC
                   AND  CBTITU-PESSOA-CODIGO = CB226PCW-CLIENTE
                        PERFORM 110-SOMA-TITULO THRU 110-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBTITU.

       100-99-FIM. EXIT.

       110-SOMA-TITULO.

           MOVE CBTITU-VALOR TO VALOR-TITULO
           IF   CBTITU-ACRESCIMO NUMERIC
                ADD CBTITU-ACRESCIMO TO VALOR-TITULO
           END-IF
           IF   CBTITU-VARIACAO-NR NUMERIC
                ADD CBTITU-VARIACAO-NR TO VALOR-TITULO
           END-IF
           ADD VALOR-TITULO TO CB226PCW-TITULOS

      *    Atraso pela aproximacao comercial de 30 dias por mes,
      *    como o aging do CB094PCW

           MOVE CBTITU-VENCIMENTO TO VENCIMENTO-INV
           COMPUTE DIAS-ATRASO =
                 ((BASE-AAAA - VENC-AAAA) * 360)
               + ((BASE-MM   - VENC-MM)   * 30)
               +  (BASE-DD   - VENC-DD)
           IF   DIAS-ATRASO > CB226PCW-TOLERANCIA
                ADD VALOR-TITULO TO CB226PCW-VENCIDO
                IF   DIAS-ATRASO > CB226PCW-MAIOR-ATRASO
                     MOVE DIAS-ATRASO TO CB226PCW-MAIOR-ATRASO
                END-IF
           END-IF.

       110-99-FIM. EXIT.

       200-NOTAS-PENDENTES.

           MOVE LOW-VALUES TO CBFTRE-CHAVE
           START CBFTRE KEY NOT LESS CBFTRE-CHAVE
           PERFORM UNTIL FS-CBFTRE > "09"
                   READ CBFTRE NEXT RECORD IGNORE LOCK
                   IF   FS-CBFTRE < "10"
                   AND  CBFTRE-SEQUENCIA = 0
                   AND  CBFTRE-CLIENTE = CB226PCW-CLIENTE
                   AND  CBFTRE-PENDENTE
                        ADD CBFTRE-VALOR-NOTA
                         TO CB226PCW-NOTAS-PENDENTES
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBFTRE.

       200-99-FIM. EXIT.

       END PROGRAM CB226PCW.
