      *> FDEVENTOVAR TAB - FILE DESCRIPTION FOR THE MONTHLY VARIABLE
      *> PAY EVENTS FILE. UM REGISTRO POR FUNCIONARIO, COMPETENCIA E
      *> RUBRICA (TABRUBRICA) COM A REFERENCIA (QUANTIDADE, SE HOUVER)
      *> E O VALOR DO MES. A ORIGEM DIZ SE O EVENTO FOI DIGITADO OU
      *> VEIO DO CSV; A COMPETENCIA FECHADA (OU EM FECHAMENTO) NO
      *> CONTROLE DO PROG71 NAO ACEITA MAIS INCLUSAO, ALTERACAO NEM
      *> EXCLUSAO.
       FD  ARQUIVO-EVENTOVAR
           LABEL RECORD STANDARD.
       01  EVAR-REGISTRO.
           05  EVAR-CHAVE.
               10  EVAR-CODIGO       PIC 9(05).
               10  EVAR-COMPETENCIA  PIC 9(06).
               10  EVAR-RUBRICA      PIC 9(03).
           05  EVAR-REFERENCIA       PIC 9(04)V9(02).
           05  EVAR-VALOR            PIC 9(06)V9(02).
           05  EVAR-ORIGEM           PIC X(01).
               88  EVAR-DIGITADO             VALUE "D".
               88  EVAR-IMPORTADO            VALUE "I".
           05  EVAR-DT-LANCAMENTO    PIC 9(08).
           05  EVAR-OPERADOR         PIC X(10).
