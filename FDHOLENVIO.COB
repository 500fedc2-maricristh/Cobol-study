      *> FDHOLENVIO TAB - FILE DESCRIPTION FOR THE PAYSLIP
      *> DISTRIBUTION CONTROL FILE. UM REGISTRO POR CONTRACHEQUE DA
      *> COMPETENCIA E FOLHA (MESMA CHAVE DO FOLHAHIST, REORDENADA),
      *> GRAVADO PELA GERACAO DO PROG130: "G" = ARQUIVO GERADO E
      *> POSTO NA CAIXA DE SAIDA DO GATEWAY DE E-MAIL, AGUARDANDO O
      *> RETORNO; "E" = ENTREGUE SEGUNDO O RETORNO; "D" = DEVOLVIDO
      *> PELO GATEWAY (MOTIVO NO REGISTRO); "N" = NAO OPTANTE OU SEM
      *> E-MAIL NO CADASTRO. SO "D" E "N" SAEM EM PAPEL NO PROG53.
       FD  ARQUIVO-HOLENVIO
           LABEL RECORD STANDARD.
       01  HOLENV-REGISTRO.
           05  HOLENV-CHAVE.
               10  HOLENV-COMPETENCIA  PIC 9(06).
               10  HOLENV-FOLHA        PIC 9(02).
               10  HOLENV-CODIGO       PIC 9(05).
           05  HOLENV-EMAIL          PIC X(40).
           05  HOLENV-ARQUIVO        PIC X(30).
           05  HOLENV-STATUS         PIC X(01).
               88  HOLENV-ENVIADO          VALUE "G".
               88  HOLENV-ENTREGUE         VALUE "E".
               88  HOLENV-DEVOLVIDO        VALUE "D".
               88  HOLENV-PAPEL            VALUE "N".
           05  HOLENV-DT-GERACAO     PIC 9(08).
           05  HOLENV-DT-RETORNO     PIC 9(08).
           05  HOLENV-MOTIVO         PIC X(30).
