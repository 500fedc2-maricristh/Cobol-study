      *> COMPETENCIA, GRAVADO PELO PROG41 AO LADO DO FOLHAHIST: O
      *> HISTORICO GUARDA OS TOTAIS E AS RUBRICAS EXPLICAM DO QUE O
      *> BRUTO E O DESCONTO SAO FEITOS. A REFERENCIA CARREGA A
      *> QUANTIDADE DA VERBA (HORAS, DIAS OU PERCENTUAL). A FOLHA E A
      *> MESMA DO FOLHAHIST (00 NORMAL, 01 EM DIANTE COMPLEMENTAR).
       FD  ARQUIVO-FOLHAEVT
           LABEL RECORD STANDARD.
       01  FOLHAEVT-REGISTRO.
           05  FOLHAEVT-CHAVE.
               10  FOLHAEVT-COMPETENCIA PIC 9(06).
               10  FOLHAEVT-CODIGO      PIC 9(05).
               10  FOLHAEVT-FOLHA       PIC 9(02).
               10  FOLHAEVT-SEQ         PIC 9(02).
           05  FOLHAEVT-TIPO            PIC X(01).
               88  EVT-PROVENTO               VALUE "P".
