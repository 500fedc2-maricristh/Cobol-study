      *> SELFGTS TAB - SELECT CLAUSE FOR THE FGTS LEDGER FILE
      *> COPIED INTO O LOTE DE DEPOSITO DO FGTS (PROG105), QUE GRAVA
      *> O EXTRATO, E NO DESLIGAMENTO (PROG62), QUE LE O SALDO PARA A
      *> MULTA RESCISORIA. OPTIONAL PARA A PRIMEIRA EXECUCAO AINDA
      *> SEM O ARQUIVO.
           SELECT OPTIONAL ARQUIVO-FGTS ASSIGN TO "FGTSEXTRATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FGTS-CHAVE.
