      *> SELCONTABIL TAB - SELECT CLAUSE FOR THE PAYROLL-TO-LEDGER
      *> ACCOUNT MAP. COPIED INTO A MANUTENCAO PROG106 E NA INTERFACE
      *> CONTABIL PROG107. OPTIONAL PARA A MANUTENCAO RODAR ANTES DA
      *> PRIMEIRA CONTA CADASTRADA.
           SELECT OPTIONAL ARQUIVO-CONTABIL ASSIGN TO "TABCONTABIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTB-CHAVE.
