      *> FDPENSAOPAG TAB - FILE DESCRIPTION FOR THE ALIMONY PAYMENT
      *> LEDGER. UM REGISTRO POR COMPETENCIA, ORIGEM (FOLHA, 13 OU
      *> RESCISAO), FUNCIONARIO E ORDEM JUDICIAL COM O VALOR RETIDO A
      *> CREDITAR AO BENEFICIARIO. A MARCA DE REMESSA VIRA "S" QUANDO
      *> O CREDITO SAI NA REMESSA DO PROG110, PARA NAO PAGAR DUAS
      *> VEZES; UM PAGAMENTO JA REMETIDO NAO E MAIS REGRAVADO.
       FD  ARQUIVO-PENSAOPAG
           LABEL RECORD STANDARD.
       01  PPAG-REGISTRO.
           05  PPAG-CHAVE.
               10  PPAG-COMPETENCIA   PIC 9(06).
               10  PPAG-ORIGEM        PIC X(01).
                   88  PPAG-DA-FOLHA        VALUE "F".
                   88  PPAG-DO-13           VALUE "T".
                   88  PPAG-DA-RESCISAO     VALUE "R".
               10  PPAG-CODIGO        PIC 9(05).
               10  PPAG-SEQUENCIA     PIC 9(02).
           05  PPAG-VALOR             PIC 9(06)V9(02).
           05  PPAG-EMPRESA           PIC X(02).
           05  PPAG-DT-GERACAO        PIC 9(08).
           05  PPAG-REMESSA           PIC X(01).
               88  PPAG-REMETIDO            VALUE "S".
               88  PPAG-A-REMETER           VALUE "N".
