                      *      (tolerancia de 3 dias) para confirmacao *
                      *  4 - Relatorio das pendencias com o saldo    *
                      *      contabil ajustado                       *
                      *  Na importacao, debito com o numero e o      *
                      *  valor de um cheque em transito do CBCHEQ    *
                      *  (CB212PCW) marca o cheque compensado        *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       COPY CBMVMSSL.
       COPY CBCOSASL.
       COPY CBPLCOSL.
       COPY CBCHEQSL.

           SELECT EXTLIN ASSIGN TO DISK
                  ORGANIZATION  IS LINE SEQUENTIAL
       COPY CBMVMSFD.
       COPY CBCOSAFD.
       COPY CBPLCOFD.
       COPY CBCHEQFD.

       FD  EXTLIN
           LABEL RECORD IS STANDARD
           05 LIDAS                     PIC  9(005) VALUE 0.
           05 CONCILIADAS               PIC  9(005) VALUE 0.
           05 PENDENTES                 PIC  9(005) VALUE 0.
           05 COMPENSADOS               PIC  9(005) VALUE 0.
           05 CAMPO-TEXTO               PIC  X(020) VALUE SPACES.
           05 TAMANHO-CAMPO             PIC  9(003) VALUE 0.
           05 VALOR-NUMERICO            PIC  9(012)V99 VALUE 0.
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBCHEQ.
              10 FS-CBCHEQ              PIC  X(002) VALUE "00".
              10 LB-CBCHEQ              PIC  X(050) VALUE "CBCHEQ".
           05 ER-EXTLIN.
              10 FS-EXTLIN              PIC  X(002) VALUE "00".
              10 LB-EXTLIN              PIC  X(050) VALUE SPACES.

           PERFORM 820-ABRE-CBEXTR THRU 820-99-FIM
           PERFORM 205-ULTIMA-SEQUENCIA THRU 205-99-FIM
           OPEN I-O CBCHEQ

           MOVE 0 TO LIDAS COMPENSADOS
           PERFORM UNTIL FS-EXTLIN > "09"
                   READ EXTLIN
                   IF   FS-EXTLIN < "10"
           END-PERFORM

           CLOSE EXTLIN CBEXTR
           IF   FS-CBCHEQ < "10"
                CLOSE CBCHEQ
           END-IF
           MOVE "00" TO FS-CBCHEQ
           DISPLAY LIDAS LINE 23 COLUMN 03
                   " linhas importadas" LINE 23 COLUMN 09
                   COMPENSADOS LINE 23 COLUMN 28
                   " cheques compensados" LINE 23 COLUMN 34.

       200-99-FIM. EXIT.

           MOVE "P" TO CBEXTR-SITUACAO
           MOVE 0   TO CBEXTR-LANCAMENTO
           MOVE " " TO CBEXTR-LANCAMENTO-TIPO
           WRITE CBEXTR-REG

           IF   CBEXTR-TIPO = "D"
           AND  CBEXTR-DOCTO NOT = 0
           AND  CBEXTR-DOCTO < 1000000
           AND  FS-CBCHEQ < "10"
                PERFORM 230-COMPENSA-CHEQUE THRU 230-99-FIM
           END-IF.

       210-99-FIM. EXIT.

       230-COMPENSA-CHEQUE.

      *    O documento do debito no extrato e o numero do cheque;
      *    so compensa o cheque em transito de mesmo valor

           MOVE CBEXTR-COD-RED TO CBCHEQ-COD-RED
           MOVE CBEXTR-DOCTO   TO CBCHEQ-NUMERO
           READ CBCHEQ WITH LOCK
           IF   FS-CBCHEQ > "09"
                MOVE "00" TO FS-CBCHEQ
                GO TO 230-99-FIM
           END-IF
           IF   NOT CBCHEQ-EM-TRANSITO
           OR   CBCHEQ-VALOR NOT = CBEXTR-VALOR
                UNLOCK CBCHEQ
                GO TO 230-99-FIM
           END-IF

           MOVE "C"              TO CBCHEQ-SITUACAO
           COMPUTE CBCHEQ-DATA-COMPENSACAO = CBEXTR-AAAAMM * 100
                                           + CBEXTR-DIA
           MOVE CBEXTR-AAAAMM    TO CBCHEQ-EXTR-AAAAMM
           MOVE CBEXTR-SEQUENCIA TO CBCHEQ-EXTR-SEQUENCIA
           REWRITE CBCHEQ-REG
           IF   FS-CBCHEQ < "10"
                ADD 1 TO COMPENSADOS
           END-IF
           MOVE "00" TO FS-CBCHEQ
           UNLOCK CBCHEQ.

       230-99-FIM. EXIT.

       220-CAMPO-NUMERICO.

      *    Extrai so os digitos do campo, ignorando pontuacao
