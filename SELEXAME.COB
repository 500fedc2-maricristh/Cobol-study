      *> SELEXAME TAB - SELECT CLAUSE FOR THE OCCUPATIONAL HEALTH EXAM
      *> FILE (ASO). COPIED INTO O PROG122 (AGENDA, RESULTADO E
      *> RELATORIO DE VENCIMENTOS), NO PROG96 (EXAME DE RETORNO AO
      *> ENCERRAR O AFASTAMENTO) E NO PROG62 (EXAME DEMISSIONAL).
      *> OPTIONAL PARA RODAR ANTES DO PRIMEIRO EXAME CADASTRADO.
           SELECT OPTIONAL ARQUIVO-EXAME ASSIGN TO "EXAMEASO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXAME-CHAVE.
