      *> SELPENSAO TAB - SELECT CLAUSE FOR THE COURT-ORDERED ALIMONY
      *> FILE. COPIED INTO O CADASTRO DAS ORDENS JUDICIAIS (PROG109)
      *> E EM QUEM APURA A PENSAO PELO PDPENSAO: A FOLHA (PROG41), O
      *> 13 (PROG55), A RESCISAO (PROG62), A APROVACAO DO
      *> DESLIGAMENTO (PROG92) E A REMESSA AOS BENEFICIARIOS
      *> (PROG110). OPTIONAL PARA RODAR SEM NENHUMA ORDEM CADASTRADA.
           SELECT OPTIONAL ARQUIVO-PENSAO ASSIGN TO "PENSAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PENSAO-CHAVE.
