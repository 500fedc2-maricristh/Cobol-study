      *> SELMATRIZMERITO TAB - SELECT CLAUSE FOR THE MERIT MATRIX
      *> TABLE. COPIED INTO THE MERIT PROPOSAL PROG149. OPTIONAL PARA
      *> O PRIMEIRO CADASTRO CRIAR O ARQUIVO.
           SELECT OPTIONAL ARQUIVO-MATRIZMERITO
               ASSIGN TO "MATRIZMERITO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MERITO-CHAVE.
