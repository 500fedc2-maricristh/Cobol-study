      *> FDEXAME TAB - FILE DESCRIPTION FOR THE OCCUPATIONAL HEALTH
      *> EXAM FILE (ASO). UM REGISTRO POR EXAME, CHAVEADO POR CODIGO
      *> DO FUNCIONARIO MAIS SEQUENCIA. O EXAME NASCE AGENDADO (DATA
      *> DE REALIZACAO ZERADA) OU JA REALIZADO; NO RESULTADO APTO O
      *> PROXIMO VENCIMENTO E DATADO PELA PERIODICIDADE DO CARGO. O
      *> EXAME DEMISSIONAL NAO TEM PROXIMO VENCIMENTO.
       FD  ARQUIVO-EXAME
           LABEL RECORD STANDARD.
       01  EXAME-REGISTRO.
           05  EXAME-CHAVE.
               10  EXAME-CODIGO-FUNC PIC 9(05).
               10  EXAME-SEQUENCIA   PIC 9(03).
           05  EXAME-TIPO            PIC X(01).
               88  EXAME-ADMISSIONAL       VALUE "A".
               88  EXAME-PERIODICO         VALUE "P".
               88  EXAME-RETORNO           VALUE "R".
               88  EXAME-MUDANCA-FUNCAO    VALUE "M".
               88  EXAME-DEMISSIONAL       VALUE "D".
           05  EXAME-DT-AGENDADA     PIC 9(08).
           05  EXAME-DT-REALIZACAO   PIC 9(08).
               88  EXAME-PENDENTE          VALUE ZEROS.
           05  EXAME-RESULTADO       PIC X(01).
               88  EXAME-APTO              VALUE "A".
               88  EXAME-INAPTO            VALUE "I".
           05  EXAME-DT-PROXIMO      PIC 9(08).
           05  EXAME-CLINICA         PIC X(30).
