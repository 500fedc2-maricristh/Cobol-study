           05  BACKUP-TIPO-CONTA  PIC X(01).
           05  BACKUP-CPF         PIC 9(11).
           05  BACKUP-TURNO       PIC X(02).
           05  BACKUP-TIPO-CONTRATO PIC X(01).
           05  BACKUP-DT-FIM-CONTRATO PIC 9(08).
           05  BACKUP-TIPO-SALARIO PIC X(01).
           05  BACKUP-VALOR-HORA  PIC 9(04)V9(02).
           05  BACKUP-GESTOR      PIC 9(05).
       01  BACKUP-TRAILER.
           05  BACKUP-TRL-MARCA   PIC X(03).
           05  BACKUP-TRL-TOTAL   PIC 9(05).
