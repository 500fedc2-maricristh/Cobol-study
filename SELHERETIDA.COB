      *> SELHERETIDA TAB - SELECT CLAUSE FOR THE HELD OVERTIME FILE
      *> COPIED INTO ANY PROGRAM THAT ALSO COPIES PDHEXTRA.COB (PROG41
      *> FOLHA, PROG141 CONFERENCIA) E NO PROG142 (DECISAO DO GESTOR).
      *> OPTIONAL PARA A PRIMEIRA CONFERENCIA CRIAR O ARQUIVO.
           SELECT OPTIONAL ARQUIVO-HERETIDA ASSIGN TO "HORASRETIDAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HERET-CHAVE.
