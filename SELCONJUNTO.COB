      *> SELCONJUNTO TAB - SELECT CLAUSE FOR THE FULL BACKUP SET FILE
      *> COPIED INTO ANY PROGRAM THAT WRITES OR READS UM CONJUNTO DE
      *> BACKUP (PROG137 DESCARGA / PROG138 RESTAURACAO). O NOME FISICO
      *> VEM DE WS-CONJ-ARQUIVO (WSCONJUNTO.COB): CADA EXECUCAO DO
      *> PROG137 GRAVA UM CONJUNTO PROPRIO, CATALOGADO EM
      *> CATALOGOCONJUNTO.
           SELECT ARQUIVO-CONJUNTO ASSIGN TO WS-CONJ-ARQUIVO
               ORGANIZATION IS LINE SEQUENTIAL.
