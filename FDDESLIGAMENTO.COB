      *> FDDESLIGAMENTO TAB - FILE DESCRIPTION FOR THE TERMINATION
      *> FILE. UM REGISTRO POR FUNCIONARIO DESLIGADO, COM DATA, MOTIVO
      *> E AS VERBAS RESCISORIAS CALCULADAS PELO PROG62. O TOTAL E O
      *> BRUTO DA RESCISAO; O LIQUIDO A CREDITAR JA DESCONTA O INSS E
      *> O IRRF RETIDOS.
       FD  ARQUIVO-DESLIGAMENTO
           LABEL RECORD STANDARD.
       01  DESLIG-REGISTRO.
           05  DESLIG-REMESSA       PIC X(01).
               88  DESLIG-REMETIDO        VALUE "S".
               88  DESLIG-A-REMETER       VALUE "N".
      *> RETENCOES DA RESCISAO: INSS E IRRF DO SALDO DE SALARIO MAIS
      *> OS DO 13 PROPORCIONAL (TRIBUTADO EM SEPARADO); FERIAS
      *> INDENIZADAS E O TERCO NAO SOFREM RETENCAO
           05  DESLIG-INSS          PIC 9(06)V9(02).
           05  DESLIG-IRRF          PIC 9(06)V9(02).
           05  DESLIG-LIQUIDO       PIC 9(07)V9(02).
      *> FGTS DA RESCISAO: DEPOSITO RESCISORIO DE 8% SOBRE O SALDO DE
      *> SALARIO E O 13 PROPORCIONAL, SALDO PARA FINS RESCISORIOS
      *> (EXTRATO DO PROG105 MAIS O DEPOSITO RESCISORIO) E A MULTA DE
      *> 40% DA DISPENSA SEM JUSTA CAUSA SOBRE ESSE SALDO. RECOLHIDOS
      *> NA CONTA VINCULADA, NAO ENTRAM NO LIQUIDO
           05  DESLIG-FGTS-RESCISAO PIC 9(06)V9(02).
           05  DESLIG-SALDO-FGTS    PIC 9(08)V9(02).
           05  DESLIG-MULTA-FGTS    PIC 9(07)V9(02).
      *> PENSAO ALIMENTICIA RETIDA NA RESCISAO PELAS ORDENS JUDICIAIS
      *> QUE INCIDEM NELA (PDPENSAO); JA DESCONTADA DO LIQUIDO E
      *> CREDITADA AO BENEFICIARIO PELA REMESSA DO PROG110
           05  DESLIG-PENSAO        PIC 9(07)V9(02).
