      *> SELTABIMPOSTO TAB - SELECT CLAUSE FOR THE STATUTORY TAX TABLES
      *> (INSS, IRRF E PLR). COPIED INTO A MANUTENCAO PROG104 E EM
      *> TODO PROGRAMA QUE RETEM OS TRIBUTOS VIA PDIMPOSTO.COB (PROG41,
      *> PROG55, PROG62, PROG85, PROG145). OPTIONAL PARA OS CONSUMIDORES
      *> RODAREM ANTES DA PRIMEIRA TABELA CADASTRADA: SEM ARQUIVO
      *> VALEM AS FAIXAS LEGAIS EMBUTIDAS NO PDIMPOSTO.
           SELECT OPTIONAL ARQUIVO-TABIMPOSTO ASSIGN TO "TABIMPOSTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TABIMP-CHAVE.
