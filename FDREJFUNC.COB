               10  REJFUNC-DADOS-BANC    PIC X(20).
               10  REJFUNC-CPF           PIC 9(11).
               10  REJFUNC-TURNO         PIC X(02).
               10  REJFUNC-TIPO-CONTRATO PIC X(01).
               10  REJFUNC-DT-FIM-CONTR  PIC 9(08).
               10  REJFUNC-TIPO-SALARIO  PIC X(01).
               10  REJFUNC-VALOR-HORA    PIC 9(04)V9(02).
               10  REJFUNC-GESTOR        PIC 9(05).
           05  REJFUNC-MOTIVO        PIC X(40).
