      *> FDPLRDIST TAB - FILE DESCRIPTION FOR THE PROFIT-SHARING (PLR)
      *> DISTRIBUTION FILE. UM REGISTRO POR ANO-BASE E FUNCIONARIO
      *> AVALIADO NO CALCULO DO PROG145, ELEGIVEL OU NAO (O MOTIVO DA
      *> EXCLUSAO SAI NO RELATORIO DO SINDICATO): SALARIO, MESES
      *> TRABALHADOS E FALTAS INJUSTIFICADAS DO ANO, O FATOR REDUTOR
      *> QUE ELES DAO, AS DUAS COTAS, O IRRF EXCLUSIVO E O LIQUIDO. O
      *> PAGAMENTO GRAVA A DATA (O ANO DELA E O ANO DO INFORME DO
      *> PROG85) E SE O CREDITO SAIU NA REMESSA OU E MANUAL.
       FD  ARQUIVO-PLRDIST
           LABEL RECORD STANDARD.
       01  PLRD-REGISTRO.
           05  PLRD-CHAVE.
               10  PLRD-ANO              PIC 9(04).
               10  PLRD-CODIGO           PIC 9(05).
           05  PLRD-EMPRESA              PIC X(02).
           05  PLRD-DEPARTAMENTO         PIC X(15).
           05  PLRD-SALARIO              PIC 9(06)V9(02).
           05  PLRD-MESES                PIC 9(02).
           05  PLRD-FALTAS               PIC 9(03).
           05  PLRD-FATOR                PIC 9(01)V9(04).
           05  PLRD-MOTIVO               PIC X(01).
               88  PLRD-ELEGIVEL               VALUE SPACE.
               88  PLRD-POUCOS-MESES           VALUE "M".
               88  PLRD-EXCESSO-FALTAS         VALUE "F".
               88  PLRD-JUSTA-CAUSA            VALUE "J".
           05  PLRD-COTA-SALARIO         PIC 9(07)V9(02).
           05  PLRD-COTA-IGUAL           PIC 9(07)V9(02).
           05  PLRD-BRUTO                PIC 9(07)V9(02).
           05  PLRD-ALIQ-IRRF            PIC 9(02)V9(02).
           05  PLRD-IRRF                 PIC 9(06)V9(02).
           05  PLRD-LIQUIDO              PIC 9(07)V9(02).
           05  PLRD-DT-PAGAMENTO.
               10  PLRD-PAG-ANO          PIC 9(04).
               10  PLRD-PAG-MES          PIC 9(02).
               10  PLRD-PAG-DIA          PIC 9(02).
           05  PLRD-REMESSA              PIC X(01).
               88  PLRD-REMETIDO               VALUE "S".
               88  PLRD-CREDITO-MANUAL         VALUE "M".
               88  PLRD-NAO-PAGO               VALUE "N".
