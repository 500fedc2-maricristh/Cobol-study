      *> SELCATCONJ TAB - SELECT CLAUSE FOR THE FULL BACKUP SET
      *> CATALOG. COPIED INTO O PROG137 (QUE CATALOGA CADA CONJUNTO E
      *> APLICA A RETENCAO) E NO PROG138 (QUE LISTA E RESTAURA O
      *> CONJUNTO ESCOLHIDO). OPTIONAL PARA A PRIMEIRA EXECUCAO AINDA
      *> SEM O CATALOGO. FICA FORA DO PROPRIO CONJUNTO, COMO O
      *> CATALOGO DE GERACOES DO PROG39.
           SELECT OPTIONAL ARQUIVO-CATCONJ ASSIGN TO
               "CATALOGOCONJUNTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CATC-SEQUENCIA.
