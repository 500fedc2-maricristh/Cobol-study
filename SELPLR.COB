      *> SELPLR TAB - SELECT CLAUSE FOR THE PROFIT-SHARING (PLR) RULES
      *> FILE. COPIED INTO THE PLR DISTRIBUTION PROG145. OPTIONAL PARA
      *> O PRIMEIRO CADASTRO DAS REGRAS CRIAR O ARQUIVO.
           SELECT OPTIONAL ARQUIVO-PLR ASSIGN TO "PLRREGRAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PLR-CHAVE.
