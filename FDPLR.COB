      *> FDPLR TAB - FILE DESCRIPTION FOR THE PROFIT-SHARING (PLR)
      *> RULES FILE. UM REGISTRO POR ANO-BASE E EMPRESA, COM O VALOR
      *> TOTAL ACORDADO COM O SINDICATO E AS REGRAS DA DISTRIBUICAO:
      *> A PARTE PROPORCIONAL AO SALARIO (O RESTO SAI EM COTAS
      *> IGUAIS), O MINIMO DE MESES TRABALHADOS NO ANO, O REDUTOR POR
      *> FALTA INJUSTIFICADA (PORCENTAGEM, 2.00 = 2%) E O LIMITE DE
      *> FALTAS QUE TIRA O DIREITO (ZERO = SEM LIMITE). A SITUACAO
      *> ACOMPANHA O CICLO DO PROG145: CADASTRADA, CALCULADA,
      *> APROVADA NA ASSINATURA DO SINDICATO E PAGA.
       FD  ARQUIVO-PLR
           LABEL RECORD STANDARD.
       01  PLR-REGISTRO.
           05  PLR-CHAVE.
               10  PLR-ANO               PIC 9(04).
               10  PLR-EMPRESA           PIC X(02).
           05  PLR-VALOR-TOTAL           PIC 9(09)V9(02).
           05  PLR-PERC-SALARIO          PIC 9(03)V9(02).
           05  PLR-MESES-MINIMO          PIC 9(02).
           05  PLR-REDUTOR-FALTA         PIC 9(02)V9(02).
           05  PLR-LIMITE-FALTAS         PIC 9(03).
           05  PLR-SITUACAO              PIC X(01).
               88  PLR-CADASTRADA              VALUE "N".
               88  PLR-CALCULADA               VALUE "C".
               88  PLR-APROVADA                VALUE "A".
               88  PLR-PAGA                    VALUE "P".
           05  PLR-DT-CALCULO            PIC 9(08).
           05  PLR-OPERADOR-CALCULO      PIC X(10).
           05  PLR-QTD-ELEGIVEIS         PIC 9(05).
           05  PLR-TOTAL-DISTRIBUIDO     PIC 9(09)V9(02).
           05  PLR-APROVADOR             PIC X(10).
           05  PLR-DT-APROVACAO          PIC 9(08).
           05  PLR-DT-PAGAMENTO          PIC 9(08).
