       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB251PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Copia congelada das demonstracoes            *
                      *                                               *
                      *  Chamada pelo CB018PCW, CB019PCW, CB077PCW    *
                      *  e CB079PCW na emissao final: A abre a        *
                      *  emissao com o cabecalho (usuario, parametros *
                      *  e ultimo lancamento de cada mes do periodo), *
                      *  L grava cada linha impressa e F marca a      *
                      *  emissao como publicada no CBPUBL             *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBPUBLSL.
       COPY CBMVMSSL.

       DATA DIVISION.
       FILE SECTION.

       COPY CBPUBLFD.
       COPY CBMVMSFD.

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 PARAMETROS-CWGETU-CB251.
              10 OPERADOR-CB251        PIC  X(030).
              10 TASK-CB251            PIC  X(006).
              10 PROGRAMA-CB251        PIC  X(008).
              10 CWMENU-CB251          PIC  X(001).
           05 DATA-HOJE                 PIC  9(008) VALUE 0.
           05 HORA-AGORA                PIC  9(008) VALUE 0.
           05 M                         PIC  9(002) VALUE 0.
           05 LINHA-ATUAL               PIC  9(005) VALUE 0.
           05 CHAVE-EMISSAO.
              10 CE-PROGRAMA            PIC  X(008) VALUE SPACES.
              10 CE-REFERENCIA          PIC  9(006) VALUE 0.
              10 CE-EMISSAO             PIC  9(003) VALUE 0.
           05 MES-CORRENTE              PIC  9(006) VALUE 0.
           05 FILLER REDEFINES MES-CORRENTE.
              10 MES-AAAA               PIC  9(004).
              10 MES-MM                 PIC  9(002).
           05 MES-FINAL                 PIC  9(006) VALUE 0.
           05 FILLER REDEFINES MES-FINAL.
              10 MES-FINAL-AAAA         PIC  9(004).
              10 MES-FINAL-MM           PIC  9(002).
           05 ER-CBPUBL.
              10 FS-CBPUBL             PIC  X(002) VALUE "00".
              10 LB-CBPUBL             PIC  X(050) VALUE "CBPUBL".
           05 ER-CBMVMS.
              10 FS-CBMVMS             PIC  X(002) VALUE "00".
              10 LB-CBMVMS             PIC  X(050) VALUE "CBMV000000".

       LINKAGE SECTION.

       COPY CB251PCW.

       PROCEDURE DIVISION USING PARAMETROS-CB251PCW.

       000-INICIO.

           EVALUATE TRUE
               WHEN CB251PCW-ABRE
                    PERFORM 100-ABRE        THRU 100-99-FIM
               WHEN CB251PCW-GRAVA-LINHA
                AND CB251PCW-EMISSAO-ABERTA
                    PERFORM 200-GRAVA-LINHA THRU 200-99-FIM
               WHEN CB251PCW-FECHA
                AND CB251PCW-EMISSAO-ABERTA
                    PERFORM 300-FECHA       THRU 300-99-FIM
           END-EVALUATE.

       000-99-FIM.

           GOBACK.

       100-ABRE.

           MOVE "N" TO CB251PCW-ABERTA

           OPEN I-O CBPUBL
           IF   FS-CBPUBL = "30" OR "35"
                CLOSE CBPUBL
                OPEN OUTPUT CBPUBL
                CLOSE CBPUBL
                OPEN I-O CBPUBL
           END-IF
           IF   FS-CBPUBL > "09"
                MOVE "00" TO FS-CBPUBL
                GO TO 100-99-FIM
           END-IF

      *    Numero da emissao: proximo do programa na referencia

           MOVE CB251PCW-PROGRAMA   TO CBPUBL-PROGRAMA
           MOVE CB251PCW-REFERENCIA TO CBPUBL-REFERENCIA
           MOVE 999                 TO CBPUBL-EMISSAO
           MOVE 99999               TO CBPUBL-LINHA
           MOVE 1                   TO CE-EMISSAO
           START CBPUBL KEY NOT GREATER CBPUBL-CHAVE
           IF   FS-CBPUBL < "10"
                READ CBPUBL PREVIOUS RECORD IGNORE LOCK
                IF   FS-CBPUBL < "10"
                AND  CBPUBL-PROGRAMA   = CB251PCW-PROGRAMA
                AND  CBPUBL-REFERENCIA = CB251PCW-REFERENCIA
                     COMPUTE CE-EMISSAO = CBPUBL-EMISSAO + 1
                END-IF
           END-IF
           MOVE "00" TO FS-CBPUBL

           IF   CE-EMISSAO > 999
                CLOSE CBPUBL
                GO TO 100-99-FIM
           END-IF

           MOVE CB251PCW-PROGRAMA   TO CE-PROGRAMA
           MOVE CB251PCW-REFERENCIA TO CE-REFERENCIA

           MOVE "?"           TO CWMENU-CB251
           CALL "CWGETU"   USING OPERADOR-CB251
                                 TASK-CB251
                                 PROGRAMA-CB251
                                 CWMENU-CB251

           ACCEPT DATA-HOJE  FROM DATE
           ADD 20000000 TO DATA-HOJE
           ACCEPT HORA-AGORA FROM TIME

           INITIALIZE CBPUBL-REG
           MOVE CHAVE-EMISSAO              TO CBPUBL-CHAVE (1: 17)
                                              CBPUBL-ITEM  (1: 17)
           MOVE 0                          TO CBPUBL-LINHA
           MOVE SPACE                      TO CBPUBL-TIPO
                                              CBPUBL-ATIVIDADE
           MOVE 0                          TO CBPUBL-CODIGO
           MOVE DATA-HOJE                  TO CBPUBL-DATA
           MOVE HORA-AGORA                 TO CBPUBL-HORA
           MOVE OPERADOR-CB251             TO CBPUBL-USUARIO
           MOVE CB251PCW-REFERENCIA-INICIAL
                                        TO CBPUBL-REFERENCIA-INICIAL
           MOVE CB251PCW-CENTRO            TO CBPUBL-CENTRO
           MOVE CB251PCW-GRAU-DE           TO CBPUBL-GRAU-DE
           MOVE CB251PCW-GRAU-ATE          TO CBPUBL-GRAU-ATE
           SET  CBPUBL-EM-EMISSAO          TO TRUE
           MOVE 0                          TO CBPUBL-QT-LINHAS

           PERFORM 110-ULTIMOS-LANCAMENTOS THRU 110-99-FIM

           WRITE CBPUBL-REG
           IF   FS-CBPUBL > "09"
                MOVE "00" TO FS-CBPUBL
                CLOSE CBPUBL
                GO TO 100-99-FIM
           END-IF

           MOVE 0          TO LINHA-ATUAL
           MOVE CE-EMISSAO TO CB251PCW-EMISSAO
           MOVE "S"        TO CB251PCW-ABERTA.

       100-99-FIM. EXIT.

       110-ULTIMOS-LANCAMENTOS.

      *    Posicao do movimento de cada mes do periodo no momento
      *    da emissao: lancamentos posteriores ficam identificaveis
      *    pelo numero

           MOVE CB251PCW-REFERENCIA-INICIAL TO MES-CORRENTE
           MOVE CB251PCW-REFERENCIA         TO MES-FINAL
           MOVE 0                           TO M

           PERFORM UNTIL MES-CORRENTE > MES-FINAL
                      OR M = 13
                   ADD  1        TO M
                   MOVE MES-AAAA TO LB-CBMVMS (5: 4)
                   MOVE MES-MM   TO LB-CBMVMS (9: 2)
                   OPEN INPUT CBMVMS
                   IF   FS-CBMVMS < "10"
                        MOVE 9999999     TO CBMVMS-LANCAMENTO
                        MOVE HIGH-VALUES TO CBMVMS-TIPO
                        START CBMVMS KEY NOT GREATER CBMVMS-CHAVE
                        IF   FS-CBMVMS < "10"
                             READ CBMVMS PREVIOUS RECORD IGNORE LOCK
                             IF   FS-CBMVMS < "10"
                                  MOVE CBMVMS-LANCAMENTO
                                    TO CBPUBL-ULTIMO-LANCAMENTO (M)
                             END-IF
                        END-IF
                        CLOSE CBMVMS
                   END-IF
                   MOVE "00" TO FS-CBMVMS
                   PERFORM 120-PROXIMO-MES THRU 120-99-FIM
           END-PERFORM.

       110-99-FIM. EXIT.

       120-PROXIMO-MES.

      *    O mes 13 (encerramento) so existe quando pedido

           ADD 1 TO MES-MM
           IF   MES-MM = 13
           AND  MES-FINAL-MM = 13
           AND  MES-AAAA = MES-FINAL-AAAA
                GO TO 120-99-FIM
           END-IF
           IF   MES-MM > 12
                MOVE 1 TO MES-MM
                ADD  1 TO MES-AAAA
           END-IF.

       120-99-FIM. EXIT.

       200-GRAVA-LINHA.

           ADD  1                     TO LINHA-ATUAL
           INITIALIZE CBPUBL-REG
           MOVE CHAVE-EMISSAO         TO CBPUBL-CHAVE (1: 17)
                                         CBPUBL-ITEM  (1: 17)
           MOVE LINHA-ATUAL           TO CBPUBL-LINHA
           MOVE CB251PCW-TIPO         TO CBPUBL-TIPO
           MOVE CB251PCW-CODIGO       TO CBPUBL-CODIGO
           MOVE CB251PCW-ATIVIDADE    TO CBPUBL-ATIVIDADE
           MOVE CB251PCW-CODIGO-ED    TO CBPUBL-CODIGO-ED
           MOVE CB251PCW-DESCRICAO    TO CBPUBL-DESCRICAO
           MOVE CB251PCW-VALOR-1      TO CBPUBL-VALOR-1
           MOVE CB251PCW-VALOR-2      TO CBPUBL-VALOR-2

           WRITE CBPUBL-REG
           IF   FS-CBPUBL > "09"
                MOVE "00" TO FS-CBPUBL
                SUBTRACT 1 FROM LINHA-ATUAL
           END-IF

           MOVE SPACE  TO CB251PCW-TIPO
                          CB251PCW-ATIVIDADE
           MOVE 0      TO CB251PCW-CODIGO
                          CB251PCW-VALOR-1
                          CB251PCW-VALOR-2
           MOVE SPACES TO CB251PCW-CODIGO-ED
                          CB251PCW-DESCRICAO.

       200-99-FIM. EXIT.

       300-FECHA.

      *    Emissao concluida: o cabecalho passa a publicada; a
      *    emissao interrompida fica "E" e o CB252PCW a ignora

           MOVE CHAVE-EMISSAO TO CBPUBL-CHAVE (1: 17)
           MOVE 0             TO CBPUBL-LINHA
           READ CBPUBL LOCK
           IF   FS-CBPUBL < "10"
                SET  CBPUBL-PUBLICADA TO TRUE
                MOVE LINHA-ATUAL      TO CBPUBL-QT-LINHAS
                REWRITE CBPUBL-REG
                UNLOCK CBPUBL
           END-IF

           MOVE "00" TO FS-CBPUBL
           CLOSE CBPUBL
           MOVE "N"  TO CB251PCW-ABERTA.

       300-99-FIM. EXIT.

       END PROGRAM CB251PCW.
