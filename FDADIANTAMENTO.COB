      *> FDADIANTAMENTO TAB - FILE DESCRIPTION FOR THE SALARY ADVANCE
      *> FILE. UM REGISTRO POR COMPETENCIA E FUNCIONARIO COM O
      *> ADIANTAMENTO PAGO NO DIA 20 (PERCENTUAL DO ACORDO COLETIVO
      *> SOBRE O SALARIO). NASCE "G" NO PROG108 E VIRA "D" QUANDO A
      *> FOLHA OFICIAL (PROG41) O DESCONTA; O LOTE NAO REGRAVA UM
      *> ADIANTAMENTO JA DESCONTADO.
       FD  ARQUIVO-ADIANTAMENTO
           LABEL RECORD STANDARD.
       01  ADIANT-REGISTRO.
           05  ADIANT-CHAVE.
               10  ADIANT-COMPETENCIA PIC 9(06).
               10  ADIANT-CODIGO      PIC 9(05).
           05  ADIANT-SALARIO         PIC 9(06)V9(02).
           05  ADIANT-PERCENTUAL      PIC 9(02)V9(02).
           05  ADIANT-VALOR           PIC 9(06)V9(02).
           05  ADIANT-EMPRESA         PIC X(02).
           05  ADIANT-DT-GERACAO      PIC 9(08).
           05  ADIANT-STATUS          PIC X(01).
               88  ADIANT-GERADO            VALUE "G".
               88  ADIANT-DESCONTADO        VALUE "D".
