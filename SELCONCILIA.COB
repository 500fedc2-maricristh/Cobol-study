      *> SELCONCILIA TAB - SELECT CLAUSE FOR THE PAYROLL RECONCILIATION
      *> CONTROL FILE. COPIED INTO O PROG67, QUE GRAVA A REMESSA COMO
      *> NAO LIBERADA, E NA CONCILIACAO DA FOLHA (PROG116), QUE A
      *> LIBERA. OPTIONAL PARA A PRIMEIRA REMESSA CRIAR O ARQUIVO.
           SELECT OPTIONAL ARQUIVO-CONCILIA ASSIGN TO "CONCILIACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CONC-CHAVE.
