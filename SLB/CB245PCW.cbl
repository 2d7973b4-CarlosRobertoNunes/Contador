       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB245PCW INITIAL.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Geracao de obrigacao acessoria               *
                      *                                               *
                      *  Marca no calendario CBOBRI (CB244PCW) a      *
                      *  data de geracao do arquivo da obrigacao e    *
                      *  periodo; periodo fora do calendario entra    *
                      *  sem vencimento. Chamada pelo CB081PCW (ECD), *
                      *  CB153PCW (ECF) e CB154PCW (DIRF e Reinf)     *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBOBRISL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBOBRIFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 DATA-HOJE                 PIC  9(008) VALUE 0.
           05 ER-CBOBRI.
              10 FS-CBOBRI              PIC  X(002) VALUE "00".
              10 LB-CBOBRI              PIC  X(050) VALUE "CBOBRI".

       LINKAGE SECTION.

       COPY CB245PCW.

       PROCEDURE DIVISION USING PARAMETROS-CB245PCW.

       000-INICIO.

           MOVE 0 TO CB245PCW-RETORNO

           OPEN I-O CBOBRI
           IF   FS-CBOBRI = "30" OR "35"
                CLOSE CBOBRI
                OPEN OUTPUT CBOBRI
                CLOSE CBOBRI
                OPEN I-O CBOBRI
           END-IF
           IF   FS-CBOBRI > "09"
                MOVE 2 TO CB245PCW-RETORNO
                GO TO 000-99-FIM
           END-IF

           ACCEPT DATA-HOJE FROM DATE
           ADD 20000000 TO DATA-HOJE

           MOVE CB245PCW-OBRIGACAO  TO CBOBRI-OBRIGACAO
           MOVE CB245PCW-PERIODO-DE TO CBOBRI-PERIODO-DE
           READ CBOBRI LOCK

           IF   FS-CBOBRI > "09"
                MOVE CB245PCW-PERIODO-ATE TO CBOBRI-PERIODO-ATE
                MOVE 0                    TO CBOBRI-VENCIMENTO
                                             CBOBRI-DATA-TRANSMISSAO
                                             CBOBRI-RETIFICACOES
      *         Escrituracao contabil fecha o periodo; declaracao
      *         de retencoes so bloqueia se marcada no CB244PCW
                IF   CB245PCW-OBRIGACAO = "ECD" OR "ECF"
                     MOVE "S"             TO CBOBRI-BLOQUEIO
                ELSE
                     MOVE "N"             TO CBOBRI-BLOQUEIO
                END-IF
                MOVE "G"                  TO CBOBRI-SITUACAO
                MOVE DATA-HOJE            TO CBOBRI-DATA-GERACAO
                MOVE SPACES               TO CBOBRI-RECIBO
                                             CBOBRI-USUARIO
                                             CBOBRI-RECIBO-ANTERIOR
                                             CBOBRI-JUSTIFICATIVA
                WRITE CBOBRI-REG
                GO TO 000-90-FECHA
           END-IF

           IF   CBOBRI-TRANSMITIDA
                MOVE 1 TO CB245PCW-RETORNO
                UNLOCK CBOBRI
                GO TO 000-90-FECHA
           END-IF

      *    Retificadora aberta continua "R" ate a nova transmissao

           IF   CBOBRI-PENDENTE
                MOVE "G" TO CBOBRI-SITUACAO
           END-IF
           MOVE DATA-HOJE TO CBOBRI-DATA-GERACAO
           REWRITE CBOBRI-REG.

       000-90-FECHA.

           CLOSE CBOBRI.

       000-99-FIM.

           GOBACK.

       END PROGRAM CB245PCW.
