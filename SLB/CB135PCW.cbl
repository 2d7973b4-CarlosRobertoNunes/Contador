           MOVE "1"       TO CWIMPR-FORM-TYPE
           MOVE "CB135PA" TO CWIMPR-REPORT

      *    Para cada conta configurada soma os creditos do mes; as
      *    de apuracao propria ja tem o valor gravado pelo CB202PCW
      *    (PIS/COFINS) ou pelo CB250PCW (estimativa de IRPJ/CSLL)

           MOVE LOW-VALUES TO CBRETE-CHAVE
           START CBRETE KEY NOT LESS CBRETE-CHAVE
                   READ CBRETE NEXT RECORD
                   IF   FS-CBRETE < "10"
                   AND  CBRETE-COMPETENCIA = 0
                   AND  NOT CBRETE-APURACAO-PROPRIA
                        PERFORM 210-APURA-CONTA THRU 210-99-FIM
                   END-IF
           END-PERFORM
