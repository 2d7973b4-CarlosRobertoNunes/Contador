           05 HISTORICO-A               PIC  9(004) VALUE 0.
           05 DATA-APLICACAO-A          PIC  9(008) VALUE 0.
           05 VALOR-APLICADO-A          PIC  9(012)V99 VALUE 0.
           05 VENCIMENTO-A              PIC  9(008) VALUE 0.
           05 REF-AAAAMM                PIC  9(006) VALUE 0.
           05 FILLER REDEFINES REF-AAAAMM.
              10 REF-AAAA               PIC  9(004).
           05 LINE 14 COLUMN 03 VALUE "Valor aplicado.........:".
           05 LINE 14 COLUMN 30
              PIC ZZZ.ZZZ.ZZZ.ZZ9,99 USING VALOR-APLICADO-A.
           05 LINE 15 COLUMN 03 VALUE "Vencimento (AAAAMMDD)..:".
           05 LINE 15 COLUMN 30 PIC 9(008) USING VENCIMENTO-A.

       01  TELA-ACUMULO.
           05 LINE 04 COLUMN 03 VALUE "Competencia (AAAAMM)...:".
           MOVE 0      TO TAXA-MES-A COD-RED-APLICACAO-A
                          COD-RED-RENDIMENTO-A CENTRO-A HISTORICO-A
                          DATA-APLICACAO-A VALOR-APLICADO-A
                          VENCIMENTO-A
           DISPLAY TELA-APLICACAO
           ACCEPT  TELA-APLICACAO
           ACCEPT  TECLA FROM ESCAPE KEY
           MOVE HISTORICO-A          TO CBAPLI-HISTORICO
           MOVE DATA-APLICACAO-A     TO CBAPLI-DATA-APLICACAO
           MOVE VALOR-APLICADO-A     TO CBAPLI-VALOR-APLICADO
           MOVE VENCIMENTO-A         TO CBAPLI-VENCIMENTO
           MOVE 0                    TO CBAPLI-RENDIMENTO-ACUM
                                        CBAPLI-ULT-COMPETENCIA
           MOVE "A"                  TO CBAPLI-SITUACAO
