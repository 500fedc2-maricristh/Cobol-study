      *> FDTABIMPOSTO TAB - FILE DESCRIPTION FOR THE STATUTORY TAX
      *> TABLES. UMA FAIXA POR REGISTRO, AGRUPADA PELO TRIBUTO E PELA
      *> VIGENCIA (AAAAMM A PARTIR DA QUAL O CONJUNTO VALE), COMO NA
      *> TABDESCONTO. NO INSS AS FAIXAS SAO PROGRESSIVAS E O TETO DA
      *> ULTIMA FAIXA E O TETO DE CONTRIBUICAO; NO IRRF CADA FAIXA
      *> TRAZ A PARCELA A DEDUZIR E A DEDUCAO LEGAL POR DEPENDENTE
      *> DAQUELA VIGENCIA; NA PLR AS FAIXAS SAO ANUAIS, COM A PARCELA
      *> A DEDUZIR E SEM DEDUCAO POR DEPENDENTE. PERCENTUAL GUARDADO
      *> COMO PORCENTAGEM (7.50 = 7,5%), DO JEITO QUE O FINANCEIRO
      *> DIGITA.
       FD  ARQUIVO-TABIMPOSTO
           LABEL RECORD STANDARD.
       01  TABIMP-REGISTRO.
           05  TABIMP-CHAVE.
               10  TABIMP-TRIBUTO   PIC X(01).
                   88  TABIMP-INSS          VALUE "I".
                   88  TABIMP-IRRF          VALUE "R".
                   88  TABIMP-PLR           VALUE "P".
               10  TABIMP-VIGENCIA  PIC 9(06).
               10  TABIMP-FAIXA     PIC 9(02).
           05  TABIMP-PISO          PIC 9(06)V9(02).
           05  TABIMP-TETO          PIC 9(06)V9(02).
           05  TABIMP-PERCENTUAL    PIC 9(02)V9(02).
           05  TABIMP-PARCELA-DEDUZIR PIC 9(05)V9(02).
           05  TABIMP-DEDUCAO-DEPENDENTE PIC 9(04)V9(02).
