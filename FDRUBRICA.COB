      *> FDRUBRICA TAB - FILE DESCRIPTION FOR THE VARIABLE PAY RUBRICA
      *> TABLE. UM REGISTRO POR CODIGO DE RUBRICA LANCAVEL NOS EVENTOS
      *> VARIAVEIS (COMISSAO, GRATIFICACAO, DESCONTO POR DANO...): A
      *> DESCRICAO SAI NO FOLHAEVT DO JEITO QUE ESTA AQUI (E E POR ELA
      *> QUE O PLANO DE CONTAS DO PROG106 ACHA AS CONTAS). O PROVENTO
      *> TRIBUTAVEL ENTRA NA BASE DO INSS E DO IRRF; O NAO TRIBUTAVEL
      *> (INDENIZATORIO) SO SOMA AO BRUTO. O DESCONTO SAI DO LIQUIDO.
      *> RUBRICA INATIVA NAO ACEITA LANCAMENTO NOVO.
       FD  ARQUIVO-RUBRICA
           LABEL RECORD STANDARD.
       01  RUB-REGISTRO.
           05  RUB-CODIGO            PIC 9(03).
           05  RUB-DESCRICAO         PIC X(20).
           05  RUB-TIPO              PIC X(01).
               88  RUB-PROVENTO              VALUE "P".
               88  RUB-DESCONTO              VALUE "D".
           05  RUB-INCIDENCIA        PIC X(01).
               88  RUB-TRIBUTAVEL            VALUE "S".
               88  RUB-NAO-TRIBUTAVEL        VALUE "N".
           05  RUB-SITUACAO          PIC X(01).
               88  RUB-ATIVA                 VALUE "A".
               88  RUB-INATIVA               VALUE "I".
