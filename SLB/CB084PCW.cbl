                      *  Manutencao de usuarios e perfis de acesso    *
                      *  (CBUSUA / CBPERF)                            *
                      *                                               *
                      *  Restricoes de dados por perfil (CBPERE):     *
                      *  faixas de centros de custo permitidos e de   *
                      *  classes de conta permitidas ou excluidas,    *
                      *  aplicadas pelo CB232PCW                      *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       COPY CBPERFSL.
       COPY CBSODRSL.
       COPY CBUSEMSL.
       COPY CBPERESL.

       DATA DIVISION.
       FILE SECTION.
       COPY CBPERFFD.
       COPY CBSODRFD.
       COPY CBUSEMFD.
       COPY CBPEREFD.

       WORKING-STORAGE SECTION.

           05 ER-CBUSEM.
              10 FS-CBUSEM              PIC  X(002) VALUE "00".
              10 LB-CBUSEM              PIC  X(050) VALUE "CBUSEM".
           05 ER-CBPERE.
              10 FS-CBPERE              PIC  X(002) VALUE "00".
              10 LB-CBPERE              PIC  X(050) VALUE "CBPERE".
           05 PERFIL-REST               PIC  9(002) VALUE 0.
           05 TIPO-REST                 PIC  X(001) VALUE SPACE.
           05 SEQUENCIA-REST            PIC  9(002) VALUE 0.
           05 DE-REST                   PIC  9(015) VALUE 0.
           05 ATE-REST                  PIC  9(015) VALUE 0.
           05 USUARIO-EMP               PIC  X(030) VALUE SPACES.
           05 EMPRESA-EMP               PIC  9(003) VALUE 0.
           05 PARAMETROS-CWGETU-CB084.
           05 LINE 06 COLUMN 03 VALUE "1 - Usuarios".
           05 LINE 07 COLUMN 03 VALUE "2 - Perfis x programas".
           05 LINE 08 COLUMN 03 VALUE "3 - Usuarios x empresas".
           05 LINE 09 COLUMN 03 VALUE "4 - Perfis x restricoes".
           05 LINE 11 COLUMN 03 VALUE "Opcao:".
           05 LINE 11 COLUMN 10 PIC 9(001) USING OPCAO.

       01  TELA-USU-EMPRESA.
           05 LINE 04 COLUMN 03 VALUE "Usuario.............:".
           05 LINE 06 COLUMN 03 VALUE "Empresa (0 = todas).:".
           05 LINE 06 COLUMN 25 PIC 9(003) USING EMPRESA-EMP.

       01  TELA-LIT-RESTRICAO.
           05 LINE 04 COLUMN 03 VALUE "Perfil..............:".
           05 LINE 06 COLUMN 03 VALUE "Tipo................:".
           05 LINE 07 COLUMN 25 VALUE "C-Centro de custo permitido".
           05 LINE 08 COLUMN 25 VALUE "P-Classe permitida".
           05 LINE 09 COLUMN 25 VALUE "X-Classe excluida".
           05 LINE 11 COLUMN 03 VALUE "Sequencia...........:".
           05 LINE 13 COLUMN 03 VALUE "De..................:".
           05 LINE 15 COLUMN 03 VALUE "Ate.................:".

       01  TELA-CHAVE-RESTRICAO.
           05 LINE 04 COLUMN 25 PIC 9(002)  USING PERFIL-REST.
           05 LINE 06 COLUMN 25 PIC X(001)  USING TIPO-REST.
           05 LINE 11 COLUMN 25 PIC 9(002)  USING SEQUENCIA-REST.

       01  TELA-VAR-RESTRICAO.
           05 LINE 13 COLUMN 25 PIC 9(015)  USING DE-REST.
           05 LINE 15 COLUMN 25 PIC 9(015)  USING ATE-REST.

       01  TELA-LIT-USUARIO.
           05 LINE 04 COLUMN 03 VALUE "Usuario (operador)..:".
           05 LINE 06 COLUMN 03 VALUE "Nome................:".
                             PERFORM 300-EMPRESAS THRU 300-99-FIM
                                     UNTIL ESC
                             SET ENTER-KEY TO TRUE
                        WHEN OPCAO = 4
                             PERFORM 400-RESTRICOES THRU 400-99-FIM
                                     UNTIL ESC
                             SET ENTER-KEY TO TRUE
                   END-EVALUATE
           END-PERFORM


       300-99-FIM. EXIT.

       400-RESTRICOES.

      *    Faixas por perfil: centro permitido (vale com os centros
      *    abaixo dele no CBCACC), classe permitida e classe
      *    excluida; o perfil sem faixas nao tem restricao

           DISPLAY TELA-LIT-RESTRICAO
           DISPLAY LINHA-BRANCA LINE 23 COLUMN 03
           DISPLAY RODAPE-CB084 LINE 23 COLUMN 03
           MOVE 0     TO PERFIL-REST SEQUENCIA-REST
           MOVE SPACE TO TIPO-REST
           ACCEPT  TELA-CHAVE-RESTRICAO
           ACCEPT  TECLA FROM ESCAPE KEY

           IF   ESC
           OR   PERFIL-REST = 0
                SET ESC TO TRUE
                GO TO 400-99-FIM
           END-IF

           INSPECT TIPO-REST CONVERTING "cpx" TO "CPX"
           IF   TIPO-REST NOT = "C" AND "P" AND "X"
                DISPLAY "Tipo deve ser C, P ou X" LINE 23 COLUMN 03
                GO TO 400-99-FIM
           END-IF

           MOVE 0              TO EXISTE DE-REST ATE-REST
           MOVE PERFIL-REST    TO CBPERE-PERFIL
           MOVE TIPO-REST      TO CBPERE-TIPO
           MOVE SEQUENCIA-REST TO CBPERE-SEQUENCIA
           READ CBPERE
           IF   FS-CBPERE < "10"
                MOVE 1          TO EXISTE
                MOVE CBPERE-DE  TO DE-REST
                MOVE CBPERE-ATE TO ATE-REST
           END-IF

           DISPLAY TELA-VAR-RESTRICAO
           ACCEPT  TELA-VAR-RESTRICAO
           ACCEPT  TECLA FROM ESCAPE KEY

           EVALUATE TRUE
                WHEN ESC
                     SET ENTER-KEY TO TRUE
                WHEN F4
                     IF   REGISTRO-EXISTE
                          MOVE PERFIL-REST    TO CBPERE-PERFIL
                          MOVE TIPO-REST      TO CBPERE-TIPO
                          MOVE SEQUENCIA-REST TO CBPERE-SEQUENCIA
                          READ CBPERE LOCK
                          IF   FS-CBPERE < "10"
                               DELETE CBPERE RECORD
                          END-IF
                     END-IF
                WHEN ATE-REST < DE-REST
                     DISPLAY "Faixa invalida" LINE 23 COLUMN 03
                WHEN OTHER
                     MOVE PERFIL-REST    TO CBPERE-PERFIL
                     MOVE TIPO-REST      TO CBPERE-TIPO
                     MOVE SEQUENCIA-REST TO CBPERE-SEQUENCIA
                     MOVE DE-REST        TO CBPERE-DE
                     MOVE ATE-REST       TO CBPERE-ATE
                     IF   REGISTRO-EXISTE
                          REWRITE CBPERE-REG
                     ELSE
                          WRITE CBPERE-REG
                     END-IF
                     IF   FS-CBPERE > "09"
                          DISPLAY "Erro de gravacao em CBPERE"
                                  LINE 23 COLUMN 03
                     END-IF
           END-EVALUATE.

       400-99-FIM. EXIT.

       800-INICIAIS.

           OPEN I-O CBUSUA
                OPEN I-O CBUSEM
           END-IF

           OPEN I-O CBPERE
           IF   FS-CBPERE = "30" OR "35"
                CLOSE CBPERE
                OPEN OUTPUT CBPERE
                CLOSE CBPERE
                OPEN I-O CBPERE
           END-IF

           IF   FS-CBUSUA > "09" OR FS-CBPERF > "09"
                SET ESC TO TRUE
           END-IF.

       900-FINAIS.

           CLOSE CBUSUA CBPERF CBUSEM CBPERE.

       900-99-FIM. EXIT.

