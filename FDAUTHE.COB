      *> FDAUTHE TAB - FILE DESCRIPTION FOR THE OVERTIME AUTHORIZATION
      *> FILE. UM REGISTRO POR FUNCIONARIO POR DIA COM O MAXIMO DE
      *> HORAS EXTRAS QUE O SUPERVISOR AUTORIZOU, O MOTIVO E QUEM
      *> AUTORIZOU. A EXTRA APONTADA NO PONTO ALEM DESSE MAXIMO (OU
      *> SEM AUTORIZACAO) FICA RETIDA (VIDE FDHERETIDA TAB).
       FD  ARQUIVO-AUTHE
           LABEL RECORD STANDARD.
       01  AUTHE-REGISTRO.
           05  AUTHE-CHAVE.
               10  AUTHE-CODIGO          PIC 9(05).
               10  AUTHE-DATA            PIC 9(08).
           05  AUTHE-HORAS-MAXIMAS       PIC 9(02)V9(02).
           05  AUTHE-MOTIVO              PIC X(30).
           05  AUTHE-SUPERVISOR          PIC X(10).
           05  AUTHE-DT-REGISTRO         PIC 9(08).
           05  AUTHE-HORA-REGISTRO       PIC 9(08).
