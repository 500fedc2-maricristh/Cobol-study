      *> FDHERETIDA TAB - FILE DESCRIPTION FOR THE HELD OVERTIME FILE
      *> UM REGISTRO POR FUNCIONARIO POR DIA EM QUE AS EXTRAS DO PONTO
      *> PASSARAM DO MAXIMO AUTORIZADO (FDAUTHE TAB). A SOBRA FICA
      *> FORA DA FOLHA ("P" PENDENTE) ATE O GESTOR DO DEPARTAMENTO
      *> DECIDIR NO PROG142: A RECUSADA ("R") NAO E PAGA; A APROVADA
      *> ("A") E PAGA NA FOLHA SEGUINTE, QUE A MARCA COMO LIBERADA
      *> ("L") COM A COMPETENCIA DO PAGAMENTO, ENTAO UMA REEXECUCAO
      *> AUTORIZADA DA MESMA COMPETENCIA PAGA DE NOVO SEM DUPLICAR.
       FD  ARQUIVO-HERETIDA
           LABEL RECORD STANDARD.
       01  HERET-REGISTRO.
           05  HERET-CHAVE.
               10  HERET-CODIGO          PIC 9(05).
               10  HERET-DATA.
                   15  HERET-DATA-ANOMES PIC 9(06).
                   15  HERET-DATA-DIA    PIC 9(02).
           05  HERET-DEPARTAMENTO        PIC X(03).
           05  HERET-HORAS-EXTRAS        PIC 9(02)V9(02).
           05  HERET-HORAS-AUTORIZADAS   PIC 9(02)V9(02).
           05  HERET-HORAS-RETIDAS       PIC 9(02)V9(02).
           05  HERET-DT-APURACAO         PIC 9(08).
           05  HERET-DECISOR             PIC X(10).
           05  HERET-DT-DECISAO          PIC 9(08).
           05  HERET-COMP-LIBERACAO      PIC 9(06).
           05  HERET-SITUACAO            PIC X(01).
               88  HERET-PENDENTE              VALUE "P".
               88  HERET-APROVADA              VALUE "A".
               88  HERET-RECUSADA              VALUE "R".
               88  HERET-LIBERADA              VALUE "L".
