      *> TRANSFERENCIA MANUAL NA AGENCIA; AQUI ELAS SAEM NUMA REMESSA
      *> SOB DEMANDA NO MESMO LAYOUT POSICIONAL DO PROG67 (HEADER "1",
      *> DETALHE "2" COM CODIGO, NOME, OS DADOS REAIS DA CONTA DO
      *> MASTER E O LIQUIDO DA RESCISAO (JA SEM O INSS E O IRRF) EM
      *> CENTAVOS, TRAILER "9" COM QUANTIDADE E
      *> TOTAL), FILTRADA PELA EMPRESA DA SESSAO COMO A REMESSA
      *> MENSAL. DESLIGADO SEM CONTA CADASTRADA (OU JA EXPURGADO DO
      *> MASTER) FICA FORA DA REMESSA E SAI NO CONTADOR DE PULADOS
           MOVE FUNCIONARIO-CONTA TO REM-D-CONTA.
           MOVE FUNCIONARIO-CONTA-DV TO REM-D-CONTA-DV.
           MOVE FUNCIONARIO-TIPO-CONTA TO REM-D-TIPO-CONTA.
           COMPUTE REM-D-VALOR-CENTAVOS = DESLIG-LIQUIDO * 100.
           WRITE REMESSA-DETALHE.
           ADD 1 TO WS-QTD-DETALHES.
           ADD REM-D-VALOR-CENTAVOS TO WS-TOTAL-CENTAVOS.
