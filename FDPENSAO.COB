      *> FDPENSAO TAB - FILE DESCRIPTION FOR THE COURT-ORDERED ALIMONY
      *> FILE. UMA ORDEM JUDICIAL POR REGISTRO (CODIGO DO FUNCIONARIO
      *> MAIS SEQUENCIA), LIGADA AO DEPENDENTE BENEFICIARIO. A BASE DE
      *> CALCULO E UM PERCENTUAL DO LIQUIDO (BRUTO MENOS INSS E IRRF),
      *> UM PERCENTUAL DO BRUTO OU UM VALOR FIXO; A VIGENCIA VAI DA
      *> DATA DE INICIO ATE A DATA DE FIM (ZEROS = POR PRAZO
      *> INDETERMINADO). A ORDEM DIZ SE INCIDE TAMBEM NO 13 E NA
      *> RESCISAO, E OS DADOS BANCARIOS SAO OS DO BENEFICIARIO.
       FD  ARQUIVO-PENSAO
           LABEL RECORD STANDARD.
       01  PENSAO-REGISTRO.
           05  PENSAO-CHAVE.
               10  PENSAO-CODIGO      PIC 9(05).
               10  PENSAO-SEQUENCIA   PIC 9(02).
           05  PENSAO-PROCESSO        PIC X(20).
           05  PENSAO-DEP-SEQUENCIA   PIC 9(02).
           05  PENSAO-BENEFICIARIO    PIC X(30).
           05  PENSAO-CPF-BENEF       PIC 9(11).
           05  PENSAO-BASE            PIC X(01).
               88  PENSAO-SOBRE-LIQUIDO     VALUE "L".
               88  PENSAO-SOBRE-BRUTO       VALUE "B".
               88  PENSAO-VALOR-FIXO        VALUE "F".
           05  PENSAO-PERCENTUAL      PIC 9(03)V9(02).
           05  PENSAO-VALOR           PIC 9(06)V9(02).
           05  PENSAO-DT-INICIO       PIC 9(08).
           05  PENSAO-DT-FIM          PIC 9(08).
           05  PENSAO-INCIDE-13       PIC X(01).
               88  PENSAO-NO-13             VALUE "S".
           05  PENSAO-INCIDE-RESCISAO PIC X(01).
               88  PENSAO-NA-RESCISAO       VALUE "S".
           05  PENSAO-DADOS-BANCARIOS.
               10  PENSAO-BANCO       PIC X(03).
               10  PENSAO-AGENCIA     PIC X(05).
               10  PENSAO-CONTA       PIC X(10).
               10  PENSAO-CONTA-DV    PIC X(01).
               10  PENSAO-TIPO-CONTA  PIC X(01).
