       IDENTIFICATION DIVISION.
       PROGRAM-ID.    CB219PCW.
       AUTHOR.        COBOLware Services Ltda.
       DATE-WRITTEN.  15/10/2026.
       SECURITY.      *************************************************
                      *                                               *
                      *  Testes de Benford e de padrao de digitos     *
                      *                                               *
                      *  Le as partidas do CBMVaaaamm de cada mes do  *
                      *  periodo (ou do CBMVHIaaaa, se o mes ja foi   *
                      *  arquivado), com filtro opcional por classe   *
                      *  de conta, historico padrao e D/C.            *
                      *  CB219PA: distribuicao do primeiro e dos dois *
                      *  primeiros digitos contra a curva esperada,   *
                      *  estatistica Z, desvio absoluto medio e as    *
                      *  partidas por tras de cada excesso.           *
                      *  CB219PB: valores redondos, valores repetidos *
                      *  e valores logo abaixo dos limites de         *
                      *  aprovacao informados                         *
                      *                                               *
                      *************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY CBMVMSSL.
       COPY CBMVHISL.
       COPY CBPLCOSL.

           SELECT CBWORK ASSIGN TO DISK
                  ORGANIZATION  IS INDEXED
                  ACCESS MODE   IS DYNAMIC
                  RECORD  KEY   IS CBWORK-CHAVE
                  ALTERNATE RECORD KEY CBWORK-DIGITOS WITH DUPLICATES
                  LOCK MODE     IS EXCLUSIVE
                  FILE STATUS   IS FS-CBWORK.

       DATA DIVISION.
       FILE SECTION.

       COPY CBMVMSFD.
       COPY CBMVHIFD.
       COPY CBPLCOFD.

       FD  CBWORK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS LB-CBWORK.

       01  CBWORK-REG.
           05 CBWORK-CHAVE.
              10 CBWORK-VALOR           COMP-3 PIC  9(012)V99.
              10 CBWORK-AAAAMM                 PIC  9(006).
              10 CBWORK-LANCAMENTO      COMP-3 PIC  9(007).
              10 CBWORK-TIPO                   PIC  X(001).
           05 CBWORK-DIGITOS                   PIC  9(002).
           05 CBWORK-DIA                       PIC  9(002).
           05 CBWORK-SERIE              COMP-3 PIC  9(004).
           05 CBWORK-NUMERO             COMP-3 PIC  9(004).
           05 CBWORK-COD-RED            COMP-3 PIC  9(005).
           05 CBWORK-HISTORICO-PADRAO   COMP-3 PIC  9(004).
           05 CBWORK-DOCTO              COMP-3 PIC  9(008).

       WORKING-STORAGE SECTION.

       01  AREAS-DE-TRABALHO-1.
           05 SESSAO-CB109.
              10 CB109PCW-COMANDO     PIC  X(001) VALUE SPACE.
              10 CB109PCW-PROGRAMA    PIC  X(008) VALUE "CB219PCW".
              10 CB109PCW-TIPO        PIC  X(001) VALUE "M".
              10 CB109PCW-AUTORIZADO  PIC  X(001) VALUE SPACE.
           05 PERIODO-DE.
              10 DE-AAAA                PIC  9(004) VALUE 0.
              10 DE-MM                  PIC  9(002) VALUE 0.
           05 PERIODO-ATE.
              10 ATE-AAAA               PIC  9(004) VALUE 0.
              10 ATE-MM                 PIC  9(002) VALUE 0.
           05 MES-CORRENTE.
              10 MES-AAAA               PIC  9(004) VALUE 0.
              10 MES-MM                 PIC  9(002) VALUE 0.
           05 CLASSE-DE                 PIC  9(015) VALUE 0.
           05 CLASSE-ATE                PIC  9(015) VALUE 0.
           05 HISTORICO-FILTRO          PIC  9(004) VALUE 0.
           05 TIPO-FILTRO               PIC  X(001) VALUE SPACE.
           05 VALOR-MINIMO              PIC  9(012)V99 VALUE 10.
           05 MIN-REPETICOES            PIC  9(004) VALUE 5.
           05 LIMITE-APROVACAO OCCURS 3 PIC  9(012)V99.
           05 MARGEM-LIMITE             PIC  9(002)V99 VALUE 5.
           05 PISO-LIMITE               PIC  9(012)V99 VALUE 0.
           05 L                         PIC  9(001) VALUE 0.
           05 D                         PIC  9(003) VALUE 0.
           05 ZEROS-ESQ                 PIC  9(002) VALUE 0.
           05 VALOR-DISPLAY             PIC  9(012)V99 VALUE 0.
           05 FILLER REDEFINES VALOR-DISPLAY.
              10 VALOR-INTEIRO          PIC  9(012).
              10 VALOR-CENTAVOS         PIC  9(002).
           05 MILHARES                  PIC  9(009) VALUE 0.
           05 RESTO-MILHAR              PIC  9(003) VALUE 0.
           05 PRIMEIRO-DIGITO           PIC  9(001) VALUE 0.
           05 DOIS-DIGITOS              PIC  9(002) VALUE 0.
           05 QT-LIDOS                  PIC  9(009) VALUE 0.
           05 QT-TESTADOS               PIC  9(009) VALUE 0.
           05 QT-DIGITO-1 OCCURS 9      PIC  9(009).
           05 QT-DIGITO-2 OCCURS 90     PIC  9(009).
           05 DESVIO-2    OCCURS 90     PIC  X(001).
           05 QT-DIGITO                 PIC  9(009) VALUE 0.
           05 PROP-ESPERADA             PIC  9V9(006) VALUE 0.
           05 PROP-OBSERVADA            PIC  9V9(006) VALUE 0.
           05 DIFERENCA          COMP-3 PIC S9V9(006) VALUE 0.
           05 CORRECAO                  PIC  9V9(008) VALUE 0.
           05 DESVIO-PADRAO             PIC  9V9(008) VALUE 0.
           05 ESTATISTICA-Z             PIC  9(004)V99 VALUE 0.
           05 Z-CRITICO                 PIC  9V99 VALUE 1,96.
           05 SOMA-DESVIOS              PIC  9(003)V9(006) VALUE 0.
           05 MAD                       PIC  9V9(006) VALUE 0.
           05 MAD-LIMITE-1              PIC  9V9(006) VALUE 0.
           05 MAD-LIMITE-2              PIC  9V9(006) VALUE 0.
           05 MAD-LIMITE-3              PIC  9V9(006) VALUE 0.
           05 QT-DESVIOS                PIC  9(004) VALUE 0.
           05 QT-SINALIZADOS            PIC  9(006) VALUE 0.
           05 VALOR-GRUPO               PIC  9(012)V99 VALUE 0.
           05 QT-GRUPO                  PIC  9(006) VALUE 0.
           05 CHAVE-GRUPO               PIC  X(019) VALUE SPACES.
           05 I                         PIC  9(006) VALUE 0.
           05 OBSERVACAO                PIC  X(030) VALUE SPACES.
           05 TECLA                     PIC  9(002) VALUE ZERO.
              COPY CWKEYS.
           05 PARAMETROS-CWGETU-CB219.
              10 OPERADOR-CB219        PIC  X(030).
              10 TASK-CB219            PIC  X(006).
              10 PROGRAMA-CB219        PIC  X(008).
              10 CWMENU-CB219          PIC  X(001).
           05 ER-CBMVMS.
              10 FS-CBMVMS              PIC  X(002) VALUE "00".
              10 LB-CBMVMS              PIC  X(050) VALUE "CBMV000000".
           05 ER-CBMVHI.
              10 FS-CBMVHI              PIC  X(002) VALUE "00".
              10 LB-CBMVHI              PIC  X(050) VALUE "CBMVHI0000".
           05 ER-CBPLCO.
              10 FS-CBPLCO              PIC  X(002) VALUE "00".
              10 LB-CBPLCO              PIC  X(050) VALUE "CBPLCO".
           05 ER-CBWORK.
              10 FS-CBWORK              PIC  X(002) VALUE "00".
              10 LB-CBWORK              PIC  X(050) VALUE "000000-BEN".

       01  TABELA-BENFORD.
           05 FILLER                 PIC  X(049) VALUE
              "0301030017609101249390096910007918100669470057992".
           05 FILLER                 PIC  X(049) VALUE
              "0051153004575700413930037789003476200321850029963".
           05 FILLER                 PIC  X(049) VALUE
              "0028029002632900248240023481002227600211890020203".
           05 FILLER                 PIC  X(049) VALUE
              "0019305001848300177290017033001639000157940015240".
           05 FILLER                 PIC  X(049) VALUE
              "0014723001424000137880013364001296500125890012234".
           05 FILLER                 PIC  X(049) VALUE
              "0011899001158200112810010995001072400104650010219".
           05 FILLER                 PIC  X(049) VALUE
              "0009984000976000095450009340000914300089550008774".
           05 FILLER                 PIC  X(049) VALUE
              "0008600000843300082730008118000796900078250007687".
           05 FILLER                 PIC  X(049) VALUE
              "0007553000742400072990007179000706200069490006839".
           05 FILLER                 PIC  X(049) VALUE
              "0006733000663100065310006434000634000062490006160".
           05 FILLER                 PIC  X(049) VALUE
              "0006074000599000059090005830000575200056770005604".
           05 FILLER                 PIC  X(049) VALUE
              "0005532000546300053950005329000526400052010005140".
           05 FILLER                 PIC  X(049) VALUE
              "0005080000502100049630004907000485300047990004746".
           05 FILLER                 PIC  X(049) VALUE
              "0004695000464500045960004548000450100044540004409".
           05 FILLER                 PIC  X(007) VALUE
              "0004365".
       01  FILLER REDEFINES TABELA-BENFORD.
           05 ESPERADO-1 OCCURS 9    PIC  9V9(006).
           05 ESPERADO-2 OCCURS 90   PIC  9V9(006).

       01  LINHAS-DE-IMPRESSAO.
           02 LINHA-01.
              05 FILLER                 PIC  X(040) VALUE
                 "DIGITOS   QUANTIDADE  % OBSERVADO  % ESP".
              05 FILLER                 PIC  X(030) VALUE
                 "ERADO  ESTATISTICA Z  DESVIO".
           02 LINHA-02.
              05 CLIC-DIGITOS           PIC  X(002).
              05 FILLER                 PIC  X(004).
              05 CLIC-QUANTIDADE        PIC  ZZZ.ZZZ.ZZ9.
              05 FILLER                 PIC  X(004).
              05 CLIC-OBSERVADO         PIC  ZZ9,9999.
              05 FILLER                 PIC  X(004).
              05 CLIC-ESPERADO          PIC  ZZ9,9999.
              05 FILLER                 PIC  X(006).
              05 CLIC-Z                 PIC  ZZZ9,99.
              05 FILLER                 PIC  X(003).
              05 CLIC-DESVIO            PIC  X(010).
           02 LINHA-03.
              05 FILLER                 PIC  X(040) VALUE
                 "AAAAMM DIA LANCTO T SERIE NUMER COD-R HI".
              05 FILLER                 PIC  X(040) VALUE
                 "ST DOCUMENTO              VALOR OBSERVAC".
              05 FILLER                 PIC  X(002) VALUE
                 "AO".
           02 LINHA-04.
              05 CLIC-AAAAMM            PIC  9(006).
              05 FILLER                 PIC  X(001).
              05 CLIC-DIA               PIC  9(002).
              05 FILLER                 PIC  X(001).
              05 CLIC-LANCAMENTO        PIC  ZZZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-TIPO              PIC  X(001).
              05 FILLER                 PIC  X(001).
              05 CLIC-SERIE             PIC  ZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-NUMERO            PIC  ZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-COD-RED           PIC  ZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-HISTORICO         PIC  ZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-DOCTO             PIC  ZZZZZZZ9.
              05 FILLER                 PIC  X(001).
              05 CLIC-VALOR             PIC  ZZZ.ZZZ.ZZZ.ZZ9,99.
              05 FILLER                 PIC  X(001).
              05 CLIC-OBSERVACAO        PIC  X(030).
           02 LINHA-05.
              05 CLIC-SECAO             PIC  X(080).

       COPY CWIMPR.

       SCREEN SECTION.

       01  TELA-PARAMETROS.
           05 LINE 04 COLUMN 03 VALUE "Periodo (AAAAMM) de/ate.:".
           05 LINE 04 COLUMN 30 PIC 9999 USING DE-AAAA.
           05 LINE 04 COLUMN 34 PIC 99   USING DE-MM.
           05 LINE 04 COLUMN 38 PIC 9999 USING ATE-AAAA.
           05 LINE 04 COLUMN 42 PIC 99   USING ATE-MM.
           05 LINE 05 COLUMN 03 VALUE "Classe de/ate...........:".
           05 LINE 05 COLUMN 30 PIC 9(015) USING CLASSE-DE.
           05 LINE 05 COLUMN 48 PIC 9(015) USING CLASSE-ATE.
           05 LINE 06 COLUMN 03 VALUE "Historico padrao........:".
           05 LINE 06 COLUMN 30 PIC 9(004) USING HISTORICO-FILTRO.
           05 LINE 06 COLUMN 36 VALUE "(0 = todos)".
           05 LINE 07 COLUMN 03 VALUE "Partidas (D/C/branco)...:".
           05 LINE 07 COLUMN 30 PIC X(001) USING TIPO-FILTRO.
           05 LINE 08 COLUMN 03 VALUE "Valor minimo testado....:".
           05 LINE 08 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING VALOR-MINIMO.
           05 LINE 09 COLUMN 03 VALUE "Repeticoes p/ sinalizar.:".
           05 LINE 09 COLUMN 30 PIC ZZZ9 USING MIN-REPETICOES.
           05 LINE 10 COLUMN 03 VALUE "Limites de aprovacao....:".
           05 LINE 10 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING LIMITE-APROVACAO (1).
           05 LINE 11 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING LIMITE-APROVACAO (2).
           05 LINE 12 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING LIMITE-APROVACAO (3).
           05 LINE 13 COLUMN 03 VALUE "Margem abaixo limite %..:".
           05 LINE 13 COLUMN 30 PIC Z9,99 USING MARGEM-LIMITE.

       PROCEDURE DIVISION.

       000-INICIO.

           MOVE "E" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           IF   CB109PCW-AUTORIZADO = "N"
                GOBACK
           END-IF

           PERFORM 800-INICIAIS THRU 800-99-FIM

           PERFORM UNTIL ESC
                   DISPLAY TELA-PARAMETROS
                   ACCEPT  TELA-PARAMETROS
                   ACCEPT  TECLA FROM ESCAPE KEY
                   IF   NOT ESC
                        PERFORM 100-COLETA THRU 100-99-FIM
                   END-IF
           END-PERFORM

           PERFORM 900-FINAIS THRU 900-99-FIM.

       000-99-FIM.

           MOVE "S" TO CB109PCW-COMANDO
           CALL "CB109PCW"     USING SESSAO-CB109
           GOBACK.

       100-COLETA.

           IF   DE-AAAA = 0 OR DE-MM = 0 OR DE-MM > 12
           OR   ATE-AAAA = 0 OR ATE-MM = 0 OR ATE-MM > 12
           OR   PERIODO-ATE < PERIODO-DE
                DISPLAY "Periodo invalido" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           IF   TIPO-FILTRO NOT = SPACE AND "D" AND "C"
                DISPLAY "Partidas: D, C ou branco" LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF
           IF   VALOR-MINIMO < 10
                MOVE 10 TO VALOR-MINIMO
           END-IF
           IF   MIN-REPETICOES < 2
                MOVE 2 TO MIN-REPETICOES
           END-IF

           OPEN OUTPUT CBWORK
           CLOSE CBWORK
           OPEN I-O CBWORK
           IF   FS-CBWORK > "09"
                DISPLAY "Erro na criacao do arquivo de trabalho"
                        LINE 23 COLUMN 03
                GO TO 100-99-FIM
           END-IF

           MOVE 0 TO QT-LIDOS QT-TESTADOS
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 9
                   MOVE 0 TO QT-DIGITO-1 (D)
           END-PERFORM
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 90
                   MOVE 0     TO QT-DIGITO-2 (D)
                   MOVE SPACE TO DESVIO-2 (D)
           END-PERFORM

           MOVE PERIODO-DE TO MES-CORRENTE
           PERFORM UNTIL MES-CORRENTE > PERIODO-ATE
                   DISPLAY "Lendo movimento " LINE 23 COLUMN 03
                           MES-MM "/" MES-AAAA
                   PERFORM 110-MES THRU 110-99-FIM
                   IF   MES-MM = 12
                        ADD  1 TO MES-AAAA
                        MOVE 1 TO MES-MM
                   ELSE
                        ADD  1 TO MES-MM
                   END-IF
           END-PERFORM

           IF   QT-TESTADOS = 0
                DISPLAY "Nenhuma partida no periodo/filtro"
                        LINE 23 COLUMN 03
           ELSE
                PERFORM 200-DISTRIBUICAO THRU 200-99-FIM
                PERFORM 300-SINAIS       THRU 300-99-FIM
                DISPLAY "Testes emitidos, partidas: " LINE 23 COLUMN 03
                        QT-TESTADOS
           END-IF

           CLOSE CBWORK
           DELETE FILE CBWORK.

       100-99-FIM. EXIT.

       110-MES.

      *    Mes aberto no CBMVaaaamm; mes ja arquivado, no CBMVHIaaaa

           MOVE MES-CORRENTE TO LB-CBMVMS (5: 6)
           OPEN INPUT CBMVMS
           IF   FS-CBMVMS < "10"
                MOVE LOW-VALUES TO CBMVMS-CHAVE
                START CBMVMS KEY NOT LESS CBMVMS-CHAVE
                PERFORM UNTIL FS-CBMVMS > "09"
                        READ CBMVMS NEXT RECORD IGNORE LOCK
                        IF   FS-CBMVMS < "10"
                             MOVE MES-CORRENTE      TO CBWORK-AAAAMM
                             MOVE CBMVMS-LANCAMENTO TO CBWORK-LANCAMENTO
                             MOVE CBMVMS-TIPO       TO CBWORK-TIPO
                             MOVE CBMVMS-VALOR      TO CBWORK-VALOR
                             MOVE CBMVMS-DIA        TO CBWORK-DIA
                             MOVE CBMVMS-SERIE      TO CBWORK-SERIE
                             MOVE CBMVMS-NUMERO     TO CBWORK-NUMERO
                             MOVE CBMVMS-COD-RED    TO CBWORK-COD-RED
                             MOVE CBMVMS-HISTORICO-PADRAO
                               TO CBWORK-HISTORICO-PADRAO
                             MOVE CBMVMS-DOCTO      TO CBWORK-DOCTO
                             PERFORM 130-AVALIA THRU 130-99-FIM
                        END-IF
                END-PERFORM
                CLOSE CBMVMS
                MOVE "00" TO FS-CBMVMS
                GO TO 110-99-FIM
           END-IF

           MOVE "00"     TO FS-CBMVMS
           MOVE MES-AAAA TO LB-CBMVHI (7: 4)
           OPEN INPUT CBMVHI
           IF   FS-CBMVHI > "09"
                MOVE "00" TO FS-CBMVHI
                GO TO 110-99-FIM
           END-IF
           MOVE MES-CORRENTE TO CBMVHI-AAAAMM
           MOVE 0            TO CBMVHI-LANCAMENTO
           MOVE LOW-VALUES   TO CBMVHI-TIPO
           START CBMVHI KEY NOT LESS CBMVHI-CHAVE
           PERFORM UNTIL FS-CBMVHI > "09"
                   READ CBMVHI NEXT RECORD IGNORE LOCK
                   IF   FS-CBMVHI < "10"
                        IF   CBMVHI-AAAAMM NOT = MES-CORRENTE
                             MOVE "10" TO FS-CBMVHI
                        ELSE
                             MOVE CBMVHI-AAAAMM     TO CBWORK-AAAAMM
                             MOVE CBMVHI-LANCAMENTO TO CBWORK-LANCAMENTO
                             MOVE CBMVHI-TIPO       TO CBWORK-TIPO
                             MOVE CBMVHI-VALOR      TO CBWORK-VALOR
                             MOVE CBMVHI-DIA        TO CBWORK-DIA
                             MOVE CBMVHI-SERIE      TO CBWORK-SERIE
                             MOVE CBMVHI-NUMERO     TO CBWORK-NUMERO
                             MOVE CBMVHI-COD-RED    TO CBWORK-COD-RED
                             MOVE CBMVHI-HISTORICO-PADRAO
                               TO CBWORK-HISTORICO-PADRAO
                             MOVE CBMVHI-DOCTO      TO CBWORK-DOCTO
                             PERFORM 130-AVALIA THRU 130-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           CLOSE CBMVHI
           MOVE "00" TO FS-CBMVHI.

       110-99-FIM. EXIT.

       130-AVALIA.

           ADD 1 TO QT-LIDOS

           IF   TIPO-FILTRO NOT = SPACE
           AND  CBWORK-TIPO NOT = TIPO-FILTRO
                GO TO 130-99-FIM
           END-IF
           IF   HISTORICO-FILTRO NOT = 0
           AND  CBWORK-HISTORICO-PADRAO NOT = HISTORICO-FILTRO
                GO TO 130-99-FIM
           END-IF
           IF   CBWORK-VALOR < VALOR-MINIMO
                GO TO 130-99-FIM
           END-IF
           IF   CLASSE-ATE NOT = 0
                MOVE CBWORK-COD-RED TO CBPLCO-COD-RED
                READ CBPLCO IGNORE LOCK KEY IS CBPLCO-COD-RED
                IF   FS-CBPLCO > "09"
                OR   CBPLCO-CLASSE < CLASSE-DE
                OR   CBPLCO-CLASSE > CLASSE-ATE
                     MOVE "00" TO FS-CBPLCO
                     GO TO 130-99-FIM
                END-IF
           END-IF

      *    Digitos iniciais pela posicao do primeiro algarismo
      *    significativo; o valor minimo garante dois algarismos

           MOVE CBWORK-VALOR TO VALOR-DISPLAY
           MOVE 0            TO ZEROS-ESQ
           INSPECT VALOR-DISPLAY TALLYING ZEROS-ESQ FOR LEADING "0"
           MOVE VALOR-DISPLAY (ZEROS-ESQ + 1: 1) TO PRIMEIRO-DIGITO
           MOVE VALOR-DISPLAY (ZEROS-ESQ + 1: 2) TO DOIS-DIGITOS
           MOVE DOIS-DIGITOS TO CBWORK-DIGITOS

           ADD 1 TO QT-TESTADOS
           ADD 1 TO QT-DIGITO-1 (PRIMEIRO-DIGITO)
           ADD 1 TO QT-DIGITO-2 (DOIS-DIGITOS - 9)

           WRITE CBWORK-REG
           IF   FS-CBWORK > "09"
                MOVE "00" TO FS-CBWORK
           END-IF.

       130-99-FIM. EXIT.

       200-DISTRIBUICAO.

           MOVE "TESTES DE BENFORD - PRIMEIRO E DOIS PRIMEIROS DIGITOS"
                          TO CWIMPR-TITLE
           PERFORM 850-SUB-TITULO THRU 850-99-FIM
           MOVE LINHA-01  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB219PA" TO CWIMPR-REPORT

           MOVE "PRIMEIRO DIGITO" TO CLIC-SECAO
           PERFORM 290-SECAO THRU 290-99-FIM
           MOVE 0 TO SOMA-DESVIOS QT-DESVIOS
           PERFORM VARYING D FROM 1 BY 1 UNTIL D > 9
                   MOVE QT-DIGITO-1 (D) TO QT-DIGITO
                   MOVE ESPERADO-1  (D) TO PROP-ESPERADA
                   MOVE SPACES          TO LINHA-02
                   MOVE D (3: 1)        TO CLIC-DIGITOS
                   PERFORM 210-TESTA-DIGITO THRU 210-99-FIM
           END-PERFORM
           COMPUTE MAD ROUNDED = SOMA-DESVIOS / 9
           MOVE 0,006 TO MAD-LIMITE-1
           MOVE 0,012 TO MAD-LIMITE-2
           MOVE 0,015 TO MAD-LIMITE-3
           PERFORM 220-CONFORMIDADE THRU 220-99-FIM

           MOVE "DOIS PRIMEIROS DIGITOS" TO CLIC-SECAO
           PERFORM 290-SECAO THRU 290-99-FIM
           MOVE 0 TO SOMA-DESVIOS QT-DESVIOS
           PERFORM VARYING D FROM 10 BY 1 UNTIL D > 99
                   MOVE QT-DIGITO-2 (D - 9) TO QT-DIGITO
                   MOVE ESPERADO-2  (D - 9) TO PROP-ESPERADA
                   MOVE SPACES              TO LINHA-02
                   MOVE D (2: 2)            TO CLIC-DIGITOS
                   PERFORM 210-TESTA-DIGITO THRU 210-99-FIM
                   IF   CLIC-DESVIO (1: 1) = "+"
                        MOVE "+" TO DESVIO-2 (D - 9)
                   END-IF
           END-PERFORM
           COMPUTE MAD ROUNDED = SOMA-DESVIOS / 90
           MOVE 0,0012 TO MAD-LIMITE-1
           MOVE 0,0018 TO MAD-LIMITE-2
           MOVE 0,0022 TO MAD-LIMITE-3
           PERFORM 220-CONFORMIDADE THRU 220-99-FIM

      *    Partidas por tras de cada excesso nos dois digitos; as
      *    faltas nao tem partida a mostrar

           PERFORM VARYING D FROM 10 BY 1 UNTIL D > 99
                   IF   DESVIO-2 (D - 9) = "+"
                        PERFORM 230-LISTA-DIGITOS THRU 230-99-FIM
                   END-IF
           END-PERFORM

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       200-99-FIM. EXIT.

       210-TESTA-DIGITO.

      *    Estatistica Z com correcao de continuidade:
      *    (|obs - esp| - 1/2N) / raiz(esp * (1 - esp) / N)

           COMPUTE PROP-OBSERVADA ROUNDED = QT-DIGITO / QT-TESTADOS
           COMPUTE DIFERENCA = PROP-OBSERVADA - PROP-ESPERADA
           IF   DIFERENCA < 0
                COMPUTE DIFERENCA = DIFERENCA * -1
           END-IF
           ADD DIFERENCA TO SOMA-DESVIOS
           COMPUTE CORRECAO ROUNDED = 1 / (2 * QT-TESTADOS)
           COMPUTE DESVIO-PADRAO ROUNDED =
                   (PROP-ESPERADA * (1 - PROP-ESPERADA) / QT-TESTADOS)
                   ** 0,5
           IF   DIFERENCA > CORRECAO AND DESVIO-PADRAO > 0
                COMPUTE ESTATISTICA-Z ROUNDED =
                        (DIFERENCA - CORRECAO) / DESVIO-PADRAO
           ELSE
                MOVE 0 TO ESTATISTICA-Z
           END-IF

           MOVE QT-DIGITO     TO CLIC-QUANTIDADE
           COMPUTE CLIC-OBSERVADO = PROP-OBSERVADA * 100
           COMPUTE CLIC-ESPERADO  = PROP-ESPERADA  * 100
           MOVE ESTATISTICA-Z TO CLIC-Z
           IF   ESTATISTICA-Z > Z-CRITICO
                ADD 1 TO QT-DESVIOS
                IF   PROP-OBSERVADA > PROP-ESPERADA
                     MOVE "+ EXCESSO" TO CLIC-DESVIO
                ELSE
                     MOVE "- FALTA"   TO CLIC-DESVIO
                END-IF
           END-IF
           MOVE LINHA-02 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       210-99-FIM. EXIT.

       220-CONFORMIDADE.

      *    Desvio absoluto medio contra as faixas usuais de
      *    conformidade para o teste

           MOVE SPACES TO CLIC-SECAO
           EVALUATE TRUE
               WHEN MAD NOT > MAD-LIMITE-1
                    MOVE "CONFORMIDADE PROXIMA"     TO CLIC-SECAO (33: )
               WHEN MAD NOT > MAD-LIMITE-2
                    MOVE "CONFORMIDADE ACEITAVEL"   TO CLIC-SECAO (33: )
               WHEN MAD NOT > MAD-LIMITE-3
                    MOVE "CONFORMIDADE MARGINAL"    TO CLIC-SECAO (33: )
               WHEN OTHER
                    MOVE "NAO CONFORMIDADE"         TO CLIC-SECAO (33: )
           END-EVALUATE
           MOVE SPACES   TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE "DESVIO ABSOLUTO MEDIO:" TO CLIC-SECAO (1: 22)
           MOVE MAD      TO CLIC-ESPERADO
           MOVE CLIC-ESPERADO TO CLIC-SECAO (23: 8)
           MOVE LINHA-05 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE SPACES TO CLIC-SECAO
           STRING "DIGITOS COM DESVIO SIGNIFICATIVO (Z > 1,96): "
                  QT-DESVIOS DELIMITED BY SIZE INTO CLIC-SECAO
           MOVE LINHA-05 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       220-99-FIM. EXIT.

       230-LISTA-DIGITOS.

           MOVE SPACES TO CLIC-SECAO
           STRING "PARTIDAS INICIADAS POR " D (2: 2)
                  DELIMITED BY SIZE INTO CLIC-SECAO
           PERFORM 290-SECAO THRU 290-99-FIM
           MOVE LINHA-03 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR

           MOVE D (2: 2) TO CBWORK-DIGITOS
           START CBWORK KEY NOT LESS CBWORK-DIGITOS
           PERFORM UNTIL FS-CBWORK > "09"
                   READ CBWORK NEXT RECORD
                   IF   FS-CBWORK < "10"
                        IF   CBWORK-DIGITOS NOT = D (2: 2)
                             MOVE "10" TO FS-CBWORK
                        ELSE
                             MOVE SPACES TO OBSERVACAO
                             PERFORM 390-IMPRIME THRU 390-99-FIM
                        END-IF
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBWORK.

       230-99-FIM. EXIT.

       290-SECAO.

           MOVE SPACES   TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR
           MOVE LINHA-05 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       290-99-FIM. EXIT.

       300-SINAIS.

           MOVE "TESTES DE BENFORD - VALORES SUSPEITOS"
                          TO CWIMPR-TITLE
           PERFORM 850-SUB-TITULO THRU 850-99-FIM
           MOVE LINHA-03  TO CWIMPR-HEADER-1
           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB219PB" TO CWIMPR-REPORT

           MOVE "VALORES REDONDOS" TO CLIC-SECAO
           PERFORM 290-SECAO THRU 290-99-FIM
           MOVE 0 TO QT-SINALIZADOS
           MOVE LOW-VALUES TO CBWORK-CHAVE
           START CBWORK KEY NOT LESS CBWORK-CHAVE
           PERFORM UNTIL FS-CBWORK > "09"
                   READ CBWORK NEXT RECORD
                   IF   FS-CBWORK < "10"
                        PERFORM 310-REDONDO THRU 310-99-FIM
                   END-IF
           END-PERFORM
           MOVE "00" TO FS-CBWORK
           PERFORM 380-TOTAL-SECAO THRU 380-99-FIM

           MOVE "VALORES REPETIDOS" TO CLIC-SECAO
           PERFORM 290-SECAO THRU 290-99-FIM
           MOVE 0 TO QT-SINALIZADOS QT-GRUPO VALOR-GRUPO
           MOVE LOW-VALUES TO CBWORK-CHAVE
           START CBWORK KEY NOT LESS CBWORK-CHAVE
           PERFORM UNTIL FS-CBWORK > "09"
                   READ CBWORK NEXT RECORD
                   IF   FS-CBWORK < "10"
                        PERFORM 320-REPETIDO THRU 320-99-FIM
                   END-IF
           END-PERFORM
           IF   QT-GRUPO NOT < MIN-REPETICOES
                PERFORM 325-LISTA-GRUPO THRU 325-99-FIM
           END-IF
           MOVE "00" TO FS-CBWORK
           PERFORM 380-TOTAL-SECAO THRU 380-99-FIM

           IF   LIMITE-APROVACAO (1) NOT = 0
           OR   LIMITE-APROVACAO (2) NOT = 0
           OR   LIMITE-APROVACAO (3) NOT = 0
                MOVE "VALORES LOGO ABAIXO DOS LIMITES DE APROVACAO"
                  TO CLIC-SECAO
                PERFORM 290-SECAO THRU 290-99-FIM
                MOVE 0 TO QT-SINALIZADOS
                MOVE LOW-VALUES TO CBWORK-CHAVE
                START CBWORK KEY NOT LESS CBWORK-CHAVE
                PERFORM UNTIL FS-CBWORK > "09"
                        READ CBWORK NEXT RECORD
                        IF   FS-CBWORK < "10"
                             PERFORM 330-ABAIXO-LIMITE THRU 330-99-FIM
                        END-IF
                END-PERFORM
                MOVE "00" TO FS-CBWORK
                PERFORM 380-TOTAL-SECAO THRU 380-99-FIM
           END-IF

           MOVE "CLOSE" TO CWIMPR-TIME-REPORT
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       300-99-FIM. EXIT.

       310-REDONDO.

      *    Sem centavos e multiplo de mil

           MOVE CBWORK-VALOR TO VALOR-DISPLAY
           IF   VALOR-CENTAVOS NOT = 0
           OR   VALOR-INTEIRO < 1000
                GO TO 310-99-FIM
           END-IF
           DIVIDE VALOR-INTEIRO BY 1000 GIVING MILHARES
                  REMAINDER RESTO-MILHAR
           IF   RESTO-MILHAR NOT = 0
                GO TO 310-99-FIM
           END-IF
           MOVE "MULTIPLO DE MIL" TO OBSERVACAO
           PERFORM 390-IMPRIME THRU 390-99-FIM.

       310-99-FIM. EXIT.

       320-REPETIDO.

      *    Ao fechar um grupo de valores iguais com repeticoes
      *    bastantes, o grupo e relido e impresso; a leitura seguinte
      *    devolve a partida que fechou o grupo, que abre o proximo

           IF   QT-GRUPO NOT = 0
           AND  CBWORK-VALOR = VALOR-GRUPO
                ADD 1 TO QT-GRUPO
                GO TO 320-99-FIM
           END-IF

           IF   QT-GRUPO NOT < MIN-REPETICOES
                PERFORM 325-LISTA-GRUPO THRU 325-99-FIM
                MOVE 0 TO QT-GRUPO
                GO TO 320-99-FIM
           END-IF

           MOVE CBWORK-VALOR TO VALOR-GRUPO
           MOVE CBWORK-CHAVE TO CHAVE-GRUPO
           MOVE 1            TO QT-GRUPO.

       320-99-FIM. EXIT.

       325-LISTA-GRUPO.

           MOVE SPACES TO OBSERVACAO
           STRING "REPETIDO " QT-GRUPO " VEZES"
                  DELIMITED BY SIZE INTO OBSERVACAO
           MOVE CHAVE-GRUPO TO CBWORK-CHAVE
           START CBWORK KEY NOT LESS CBWORK-CHAVE
           PERFORM VARYING I FROM 1 BY 1
                   UNTIL I > QT-GRUPO OR FS-CBWORK > "09"
                   READ CBWORK NEXT RECORD
                   IF   FS-CBWORK < "10"
                        PERFORM 390-IMPRIME THRU 390-99-FIM
                   END-IF
           END-PERFORM.

       325-99-FIM. EXIT.

       330-ABAIXO-LIMITE.

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 3
                   IF   LIMITE-APROVACAO (L) NOT = 0
                        COMPUTE PISO-LIMITE ROUNDED =
                                LIMITE-APROVACAO (L)
                              * (100 - MARGEM-LIMITE) / 100
                        IF   CBWORK-VALOR < LIMITE-APROVACAO (L)
                        AND  CBWORK-VALOR NOT < PISO-LIMITE
                             MOVE SPACES TO OBSERVACAO
                             MOVE LIMITE-APROVACAO (L) TO CLIC-VALOR
                             STRING "ABAIXO DE " CLIC-VALOR
                                    DELIMITED BY SIZE INTO OBSERVACAO
                             PERFORM 390-IMPRIME THRU 390-99-FIM
                             MOVE 4 TO L
                        END-IF
                   END-IF
           END-PERFORM.

       330-99-FIM. EXIT.

       380-TOTAL-SECAO.

           MOVE SPACES TO CLIC-SECAO
           STRING "PARTIDAS SINALIZADAS: " QT-SINALIZADOS
                  DELIMITED BY SIZE INTO CLIC-SECAO
           MOVE LINHA-05 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       380-99-FIM. EXIT.

       390-IMPRIME.

           ADD  1                       TO QT-SINALIZADOS
           MOVE SPACES                  TO LINHA-04
           MOVE CBWORK-AAAAMM           TO CLIC-AAAAMM
           MOVE CBWORK-DIA              TO CLIC-DIA
           MOVE CBWORK-LANCAMENTO       TO CLIC-LANCAMENTO
           MOVE CBWORK-TIPO             TO CLIC-TIPO
           MOVE CBWORK-SERIE            TO CLIC-SERIE
           MOVE CBWORK-NUMERO           TO CLIC-NUMERO
           MOVE CBWORK-COD-RED          TO CLIC-COD-RED
           MOVE CBWORK-HISTORICO-PADRAO TO CLIC-HISTORICO
           MOVE CBWORK-DOCTO            TO CLIC-DOCTO
           MOVE CBWORK-VALOR            TO CLIC-VALOR
           MOVE OBSERVACAO              TO CLIC-OBSERVACAO
           MOVE LINHA-04 TO CWIMPR-DETAIL
           CALL "CB125PCW" USING PARAMETROS-CWIMPR.

       390-99-FIM. EXIT.

       800-INICIAIS.

           MOVE "?"         TO CWMENU-CB219
           CALL "CWGETU" USING OPERADOR-CB219 TASK-CB219
                               PROGRAMA-CB219 CWMENU-CB219
           IF   TASK-CB219 NOT NUMERIC
                MOVE ZEROS TO TASK-CB219
           END-IF
           MOVE TASK-CB219 TO LB-CBWORK (1: 6)

           PERFORM VARYING L FROM 1 BY 1 UNTIL L > 3
                   MOVE 0 TO LIMITE-APROVACAO (L)
           END-PERFORM

           OPEN INPUT CBPLCO
           IF   FS-CBPLCO > "09"
                DISPLAY "Plano de contas indisponivel" LINE 23 COLUMN 03
                SET ESC TO TRUE
           END-IF.

       800-99-FIM. EXIT.

       850-SUB-TITULO.

           MOVE SPACES TO CWIMPR-SUB-TITLE
           STRING "PERIODO " DE-MM "/" DE-AAAA " A " ATE-MM "/"
                  ATE-AAAA " - PARTIDAS " TIPO-FILTRO
                  " - HISTORICO " HISTORICO-FILTRO
                  " - CLASSES " CLASSE-DE " A " CLASSE-ATE
                  DELIMITED BY SIZE INTO CWIMPR-SUB-TITLE.

       850-99-FIM. EXIT.

       900-FINAIS.

           CLOSE CBPLCO.

       900-99-FIM. EXIT.

       END PROGRAM CB219PCW.
