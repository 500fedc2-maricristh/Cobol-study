      *> SELPLRDIST TAB - SELECT CLAUSE FOR THE PROFIT-SHARING (PLR)
      *> DISTRIBUTION FILE. COPIED INTO THE PLR DISTRIBUTION PROG145
      *> AND THE ANNUAL INFORME PROG85. OPTIONAL PARA O INFORME RODAR
      *> ANTES DA PRIMEIRA DISTRIBUICAO.
           SELECT OPTIONAL ARQUIVO-PLRDIST ASSIGN TO "PLRDISTRIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLRD-CHAVE.
