      *> UM REGISTRO POR FUNCIONARIO POR COMPETENCIA (AAAAMM), GRAVADO
      *> PELO PROG41 NO FIM DO CALCULO DE CADA FUNCIONARIO. E A FONTE
      *> OFICIAL PARA CONTRACHEQUES E PARA AS CONSULTAS DA AUDITORIA.
      *> A FOLHA 00 E A NORMAL DO MES; AS FOLHAS COMPLEMENTARES DE UMA
      *> COMPETENCIA JA FECHADA (PROG114) SAO GRAVADAS NA MESMA
      *> COMPETENCIA COM A FOLHA 01 EM DIANTE, SO COM AS DIFERENCAS,
      *> SEM TOCAR O REGISTRO DA FOLHA NORMAL.
       FD  ARQUIVO-FOLHAHIST
           LABEL RECORD STANDARD.
       01  FOLHAHIST-REGISTRO.
           05  FOLHAHIST-CHAVE.
               10  FOLHAHIST-COMPETENCIA PIC 9(06).
               10  FOLHAHIST-CODIGO      PIC 9(05).
               10  FOLHAHIST-FOLHA       PIC 9(02).
                   88  FOLHAHIST-NORMAL        VALUE ZERO.
           05  FOLHAHIST-BRUTO           PIC 9(06)V9(02).
           05  FOLHAHIST-DESCONTO        PIC 9(06)V9(02).
           05  FOLHAHIST-LIQUIDO         PIC 9(06)V9(02).
      *> ALIQUOTA EFETIVA DO INSS RETIDO (FRACAO, 0.09 = 9%); NAS
      *> FOLHAS ANTERIORES AO INSS/IRRF E O PERCENTUAL DA TABDESCONTO
           05  FOLHAHIST-PERC-DESCONTO   PIC 9V9(02).
      *> EMPRESA DO VINCULO NA EPOCA DA FOLHA, CARIMBADA PELO PROG41
      *> A PARTIR DO MASTER PARA OS FILTROS POR EMPRESA
           05  FOLHAHIST-EMPRESA         PIC X(02).
      *> RETENCOES LEGAIS DA COMPETENCIA: BASE DO INSS (BRUTO SEM O
      *> SALARIO-FAMILIA), INSS PROGRESSIVO E IRRF RETIDOS, TODOS
      *> CONTIDOS NO FOLHAHIST-DESCONTO. ZERADOS NAS FOLHAS DA EPOCA
      *> DO DESCONTO UNICO DE TABELA
           05  FOLHAHIST-BASE-INSS       PIC 9(06)V9(02).
           05  FOLHAHIST-INSS            PIC 9(06)V9(02).
           05  FOLHAHIST-IRRF            PIC 9(06)V9(02).
