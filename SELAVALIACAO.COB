      *> SELAVALIACAO TAB - SELECT CLAUSE FOR THE PERFORMANCE
      *> APPRAISAL FILE. COPIED INTO THE APPRAISAL ENTRY PROG148, THE
      *> MERIT PROPOSAL PROG149 AND THE MERIT APPLICATION PROG150.
      *> OPTIONAL PARA A PRIMEIRA AVALIACAO CRIAR O ARQUIVO.
           SELECT OPTIONAL ARQUIVO-AVALIACAO ASSIGN TO "AVALIACAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVAL-CHAVE.
