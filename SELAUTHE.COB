      *> SELAUTHE TAB - SELECT CLAUSE FOR THE OVERTIME AUTHORIZATION
      *> FILE. COPIED INTO O PROG140 (CADASTRO DAS AUTORIZACOES PELO
      *> SUPERVISOR) E EM QUALQUER PROGRAMA QUE COPIA O PDHEXTRA.COB
      *> (PROG41 FOLHA, PROG141 CONFERENCIA). OPTIONAL
      *> PARA A PRIMEIRA EXECUCAO AINDA SEM O ARQUIVO.
           SELECT OPTIONAL ARQUIVO-AUTHE ASSIGN TO "AUTORIZAHE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTHE-CHAVE.
