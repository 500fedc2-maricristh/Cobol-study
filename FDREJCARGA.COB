               10  REJCARGA-DADOS-BANC    PIC X(20).
               10  REJCARGA-CPF           PIC 9(11).
               10  REJCARGA-TURNO         PIC X(02).
               10  REJCARGA-TIPO-CONTRATO PIC X(01).
               10  REJCARGA-DT-FIM-CONTR  PIC 9(08).
               10  REJCARGA-TIPO-SALARIO  PIC X(01).
               10  REJCARGA-VALOR-HORA    PIC 9(04)V9(02).
               10  REJCARGA-GESTOR        PIC 9(05).
           05  REJCARGA-MOTIVO        PIC X(40).
