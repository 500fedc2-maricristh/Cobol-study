           05  PEND-VALOR-NOVO     PIC 9(06)V9(02).
           05  PEND-STATUS-ANTERIOR PIC X(01).
           05  PEND-STATUS-NOVO    PIC X(01).
           05  PEND-DESLIG-IMAGEM  PIC X(120).
           05  PEND-SITUACAO       PIC X(01).
               88  PEND-AGUARDANDO       VALUE "P".
               88  PEND-APROVADA         VALUE "A".
