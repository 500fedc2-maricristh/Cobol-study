      *> SELREQUISICAO TAB - SELECT CLAUSE FOR THE JOB REQUISITION
      *> FILE. COPIED INTO THE RECRUITING PROG146 AND THE OPEN
      *> REQUISITIONS REPORT PROG147. OPTIONAL PARA A PRIMEIRA
      *> REQUISICAO CRIAR O ARQUIVO.
           SELECT OPTIONAL ARQUIVO-REQUISICAO ASSIGN TO "REQUISICAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REQ-NUMERO.
