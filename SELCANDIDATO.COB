      *> SELCANDIDATO TAB - SELECT CLAUSE FOR THE CANDIDATE FILE
      *> COPIED INTO THE RECRUITING PROG146 AND THE OPEN REQUISITIONS
      *> REPORT PROG147. OPTIONAL PARA O PRIMEIRO CANDIDATO CRIAR O
      *> ARQUIVO.
           SELECT OPTIONAL ARQUIVO-CANDIDATO ASSIGN TO "CANDIDATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAND-CHAVE.
