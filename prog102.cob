       GRAVAR-FOLHAHIST-NOVO.
           MOVE FHA-COMPETENCIA   TO FOLHAHIST-COMPETENCIA.
           MOVE FHA-CODIGO        TO FOLHAHIST-CODIGO.
           MOVE ZEROS             TO FOLHAHIST-FOLHA.
           MOVE FHA-BRUTO         TO FOLHAHIST-BRUTO.
           MOVE FHA-DESCONTO      TO FOLHAHIST-DESCONTO.
           MOVE FHA-LIQUIDO       TO FOLHAHIST-LIQUIDO.
           MOVE FHA-PERC-DESCONTO TO FOLHAHIST-PERC-DESCONTO.
           MOVE "01"              TO FOLHAHIST-EMPRESA.
           MOVE ZEROS TO FOLHAHIST-BASE-INSS FOLHAHIST-INSS
               FOLHAHIST-IRRF.
           WRITE FOLHAHIST-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONVERTER O FOLHAHIST "
           MOVE DSA-TERCO-FERIAS   TO DESLIG-TERCO-FERIAS.
           MOVE DSA-TOTAL          TO DESLIG-TOTAL.
           MOVE "S"                TO DESLIG-REMESSA.
           MOVE ZEROS              TO DESLIG-INSS DESLIG-IRRF.
           MOVE DSA-TOTAL          TO DESLIG-LIQUIDO.
           MOVE ZEROS TO DESLIG-FGTS-RESCISAO DESLIG-SALDO-FGTS
               DESLIG-MULTA-FGTS DESLIG-PENSAO.
           WRITE DESLIG-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CONVERTER O DESLIGAMENTO "
