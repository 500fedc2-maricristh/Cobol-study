      *> FDFGTS TAB - FILE DESCRIPTION FOR THE FGTS LEDGER FILE
      *> EXTRATO DO FGTS POR FUNCIONARIO: UM LANCAMENTO POR
      *> FUNCIONARIO, COMPETENCIA E TIPO DE DEPOSITO (MENSAL SOBRE A
      *> REMUNERACAO DA FOLHA, 13 SALARIO, RESCISORIO E MULTA). A
      *> SOMA DOS DEPOSITOS MENSAL/13/RESCISORIO E O SALDO PARA FINS
      *> RESCISORIOS; A MULTA E LANCADA A PARTE E NAO ENTRA NO SALDO.
       FD  ARQUIVO-FGTS
           LABEL RECORD STANDARD.
       01  FGTS-REGISTRO.
           05  FGTS-CHAVE.
               10  FGTS-CODIGO      PIC 9(05).
               10  FGTS-COMPETENCIA PIC 9(06).
               10  FGTS-TIPO        PIC X(01).
                   88  FGTS-MENSAL          VALUE "M".
                   88  FGTS-DECIMO          VALUE "D".
                   88  FGTS-RESCISORIO      VALUE "R".
                   88  FGTS-MULTA           VALUE "F".
           05  FGTS-BASE            PIC 9(07)V9(02).
           05  FGTS-ALIQUOTA        PIC 9(02)V9(02).
           05  FGTS-VALOR           PIC 9(07)V9(02).
           05  FGTS-EMPRESA         PIC X(02).
           05  FGTS-DT-GERACAO      PIC 9(08).
