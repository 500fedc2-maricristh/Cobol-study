      *> SELCATRETEN TAB - SELECT CLAUSE FOR THE RETENTION ARCHIVE
      *> CATALOG. COPIED INTO O PROG135 (QUE CATALOGA CADA ARQUIVO DE
      *> RETENCAO GRAVADO) E NOS PROGRAMAS QUE PRECISAM SABER O QUE JA
      *> SAIU DOS ARQUIVOS ATIVOS (PROG136 CONSULTA, PROG134
      *> INTEGRIDADE). OPTIONAL PARA A PRIMEIRA EXECUCAO AINDA SEM O
      *> CATALOGO.
           SELECT OPTIONAL ARQUIVO-CATRETEN ASSIGN TO
               "CATALOGORETEN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CATR-SEQUENCIA.
