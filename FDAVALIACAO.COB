      *> FDAVALIACAO TAB - FILE DESCRIPTION FOR THE PERFORMANCE
      *> APPRAISAL FILE. UMA AVALIACAO POR FUNCIONARIO E ANO DO CICLO:
      *> O AVALIADOR (O GESTOR IMEDIATO, FUNCIONARIO ATIVO DO MASTER),
      *> A NOTA DE 1 A 5, O COMENTARIO E A SITUACAO (EM ELABORACAO OU
      *> CONCLUIDA), LANCADOS NO PROG148. A PARTE DO MERITO E GRAVADA
      *> PELO PROG149 NA PROPOSTA (QUARTIL DA BANDA DO CARGO,
      *> PERCENTUAL DA MATRIZ DE MERITO, SALARIO BASE E PROPOSTO,
      *> LIMITADO AO MAXIMO DO CARGO) E NA APROVACAO DO SUPERVISOR, E
      *> PELO PROG150 NA APLICACAO DO AUMENTO NO MASTER.
       FD  ARQUIVO-AVALIACAO
           LABEL RECORD STANDARD.
       01  AVAL-REGISTRO.
           05  AVAL-CHAVE.
               10  AVAL-CODIGO           PIC 9(05).
               10  AVAL-ANO              PIC 9(04).
           05  AVAL-AVALIADOR            PIC 9(05).
           05  AVAL-NOTA                 PIC 9(01).
               88  AVAL-NOTA-VALIDA            VALUES 1 THRU 5.
           05  AVAL-COMENTARIO           PIC X(60).
           05  AVAL-SITUACAO             PIC X(01).
               88  AVAL-EM-ELABORACAO          VALUE "E".
               88  AVAL-CONCLUIDA              VALUE "C".
           05  AVAL-DT-AVALIACAO         PIC 9(08).
           05  AVAL-OPERADOR             PIC X(10).
           05  AVAL-MERITO-SITUACAO      PIC X(01).
               88  MERITO-SEM-PROPOSTA         VALUE SPACE.
               88  MERITO-PROPOSTO             VALUE "P".
               88  MERITO-APROVADO             VALUE "A".
               88  MERITO-RECUSADO             VALUE "R".
               88  MERITO-APLICADO             VALUE "F".
           05  AVAL-QUARTIL              PIC 9(01).
           05  AVAL-PERC-MERITO          PIC 9(02)V9(02).
           05  AVAL-SALARIO-BASE         PIC 9(06)V9(02).
           05  AVAL-SALARIO-PROPOSTO     PIC 9(06)V9(02).
           05  AVAL-LIMITADO             PIC X(01).
               88  MERITO-LIMITADO-AO-MAXIMO   VALUE "S".
           05  AVAL-APROVADOR            PIC X(10).
           05  AVAL-DT-APROVACAO         PIC 9(08).
           05  AVAL-DT-APLICACAO         PIC 9(08).
           05  AVAL-SALARIO-APLICADO     PIC 9(06)V9(02).
