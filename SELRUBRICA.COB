      *> SELRUBRICA TAB - SELECT CLAUSE FOR THE VARIABLE PAY RUBRICA
      *> TABLE. COPIED INTO A MANUTENCAO PROG111, NO LANCAMENTO E NA
      *> IMPORTACAO DOS EVENTOS VARIAVEIS (PROG112/PROG113) E NO
      *> PROG41. OPTIONAL PARA A FOLHA RODAR ANTES DA PRIMEIRA RUBRICA.
           SELECT OPTIONAL ARQUIVO-RUBRICA ASSIGN TO "TABRUBRICA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUB-CODIGO.
