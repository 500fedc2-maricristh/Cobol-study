      *> SELADIANTAMENTO TAB - SELECT CLAUSE FOR THE SALARY ADVANCE
      *> FILE. COPIED INTO O LOTE DO ADIANTAMENTO QUINZENAL (PROG108),
      *> QUE GRAVA O ADIANTAMENTO DA COMPETENCIA, E NO PROG41, QUE O
      *> DESCONTA NA FOLHA DO FIM DO MES. OPTIONAL PARA AS FOLHAS
      *> RODAREM SEM NENHUM ADIANTAMENTO GERADO.
           SELECT OPTIONAL ARQUIVO-ADIANTAMENTO
               ASSIGN TO "ADIANTAMENTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADIANT-CHAVE.
