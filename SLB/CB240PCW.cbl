       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB240PCW INITIAL.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Cotacao da moeda na data                     *
                      *                                               *
                      *  Devolve a taxa do CBTAMD da moeda pedida no  *
                      *  dia informado ou, sem cotacao nele, a ultima *
                      *  anterior dentro do mesmo mes (com dia 31, a  *
                      *  taxa de fechamento do mes). Usada nos        *
                      *  titulos em moeda estrangeira do CBTITU:      *
                      *  emissao e liquidacao no CB093PCW, retorno    *
                      *  do CB145PCW e ajuste mensal do CB239PCW      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBCOMDSL.
       COPY CBTAMDSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBCOMDFD.
       COPY CBTAMDFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 NOPATH-CBTAMD VALUE "CBMO99.DAT".
              15 FILLER                PIC  X(004).
              15 MOEDA-DO-ARQUIVO      PIC  9(002).
              15 FILLER                PIC  X(004).
           05 DATA-PEDIDA               PIC  9(008) VALUE 0.
           05 FILLER REDEFINES DATA-PEDIDA.
              10 PEDIDA-AAAA            PIC  9(004).
              10 PEDIDA-MM              PIC  9(002).
              10 PEDIDA-DD              PIC  9(002).
           05 DD-TAXA                   PIC  9(002) VALUE 0.
           05 ER-CBCOMD.
              10 FS-CBCOMD              PIC  X(002) VALUE "00".
              10 LB-CBCOMD              PIC  X(050) VALUE "CBCOMD.DAT".
           05 ER-CBTAMD.
              10 FS-CBTAMD              PIC  X(002) VALUE "00".
              10 LB-CBTAMD              PIC  X(050) VALUE "CBTAMD.DAT".

       LINKAGE SECTION.

       COPY CB240PCW.

       PROCEDURE DIVISION USING PARAMETROS-CB240PCW.

       000-INICIO.

           MOVE 0      TO CB240PCW-TAXA CB240PCW-DATA-TAXA
                          CB240PCW-RETORNO
           MOVE SPACES TO CB240PCW-MOEDA-NOME

           OPEN INPUT CBCOMD
           IF   FS-CBCOMD > "09"
                SET CB240PCW-MOEDA-INEXISTENTE TO TRUE
                GO TO 000-99-FIM
           END-IF
           MOVE CB240PCW-MOEDA TO CBCOMD-MOEDA
           READ CBCOMD IGNORE LOCK
           IF   FS-CBCOMD > "09"
           OR   CB240PCW-MOEDA < 2
                SET CB240PCW-MOEDA-INEXISTENTE TO TRUE
                CLOSE CBCOMD
                GO TO 000-99-FIM
           END-IF
           MOVE CBCOMD-NOME-MOEDA TO CB240PCW-MOEDA-NOME
           CLOSE CBCOMD

      *    Serie da moeda no arquivo proprio, como no CB098PCW; a
      *    moeda mensal so tem o dia 01, alcancado pela volta no mes

           SET  CB240PCW-SEM-TAXA TO TRUE
           MOVE CB240PCW-MOEDA    TO MOEDA-DO-ARQUIVO
           MOVE NOPATH-CBTAMD     TO LB-CBTAMD
           OPEN INPUT CBTAMD
           IF   FS-CBTAMD > "09"
                GO TO 000-99-FIM
           END-IF

           MOVE CB240PCW-DATA TO DATA-PEDIDA
           IF   PEDIDA-DD > 31
                MOVE 31 TO PEDIDA-DD
           END-IF
           PERFORM VARYING DD-TAXA FROM PEDIDA-DD BY -1
                   UNTIL DD-TAXA = 0 OR CB240PCW-TAXA-OK
                   MOVE PEDIDA-AAAA TO CBTAMD-AAAA
                   MOVE PEDIDA-MM   TO CBTAMD-MM
                   MOVE DD-TAXA     TO CBTAMD-DD
                   READ CBTAMD IGNORE LOCK
                   IF   FS-CBTAMD < "10"
                   AND  CBTAMD-MOEDA NOT = 0
                        MOVE CBTAMD-MOEDA  TO CB240PCW-TAXA
                        MOVE CBTAMD-CHAVE  TO CB240PCW-DATA-TAXA
                        SET  CB240PCW-TAXA-OK TO TRUE
                   END-IF
           END-PERFORM

           CLOSE CBTAMD.

       000-99-FIM. GOBACK.

       END PROGRAM CB240PCW.
