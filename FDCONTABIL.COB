      *> FDCONTABIL TAB - FILE DESCRIPTION FOR THE PAYROLL-TO-LEDGER
      *> ACCOUNT MAP. UM REGISTRO POR RUBRICA DO FOLHAEVT (TIPO
      *> PROVENTO/DESCONTO MAIS A DESCRICAO, DO JEITO QUE O PROG41
      *> GRAVA) COM A CONTA A DEBITAR E A CONTA A CREDITAR NO
      *> LANCAMENTO CONTABIL. RUBRICA SO INFORMATIVA (QUE NAO GERA
      *> LANCAMENTO) FICA CADASTRADA COM CONTABILIZA = "N".
       FD  ARQUIVO-CONTABIL
           LABEL RECORD STANDARD.
       01  CTB-REGISTRO.
           05  CTB-CHAVE.
               10  CTB-TIPO          PIC X(01).
                   88  CTB-PROVENTO          VALUE "P".
                   88  CTB-DESCONTO          VALUE "D".
               10  CTB-DESCRICAO     PIC X(20).
           05  CTB-CONTA-DEBITO      PIC X(12).
           05  CTB-CONTA-CREDITO     PIC X(12).
           05  CTB-CONTABILIZA       PIC X(01).
               88  CTB-GERA-LANCAMENTO       VALUE "S".
               88  CTB-SO-INFORMATIVA        VALUE "N".
