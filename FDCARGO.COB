      *> FDCARGO TAB - FILE DESCRIPTION FOR THE JOB-POSITION TABLE
      *> CADA CARGO CARREGA A BANDA SALARIAL (MINIMO E MAXIMO) QUE OS
      *> PROGRAMAS DE ENTRADA E DE REAJUSTE DEVEM RESPEITAR.
      *> O CARGO TAMBEM DIZ SE DA DIREITO A ADICIONAL DE INSALUBRIDADE
      *> (GRAU 1/2/3 = 10/20/40% DO SALARIO MINIMO) OU DE
      *> PERICULOSIDADE (30% DO SALARIO), PAGO PELA FOLHA (PROG41).
      *> E A PERIODICIDADE EM MESES DO EXAME MEDICO PERIODICO (ASO)
      *> DE QUEM O OCUPA (ZERO = 12), USADA PELO PROG122 PARA DATAR O
      *> PROXIMO EXAME.
       FD  ARQUIVO-CARGO
           LABEL RECORD STANDARD.
       01  CARGO-REGISTRO.
           05  CARGO-STATUS         PIC X(01).
               88  CARGO-ATIVO            VALUE "A".
               88  CARGO-INATIVO          VALUE "I".
           05  CARGO-TIPO-ADICIONAL PIC X(01).
               88  CARGO-SEM-ADICIONAL    VALUES "N" SPACE.
               88  CARGO-INSALUBRE        VALUE "I".
               88  CARGO-PERICULOSO       VALUE "P".
           05  CARGO-GRAU-INSALUBRIDADE PIC X(01).
               88  CARGO-GRAU-MINIMO      VALUE "1".
               88  CARGO-GRAU-MEDIO       VALUE "2".
               88  CARGO-GRAU-MAXIMO      VALUE "3".
           05  CARGO-PERIODICIDADE-EXAME PIC 9(02).
