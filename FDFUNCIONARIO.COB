       01  FUNCIONARIO-REGISTRO.
           05  FUNCIONARIO-CODIGO     PIC 9(05).
           05  FUNCIONARIO-NOME       PIC X(30).
      *> NOME FIXO DA IMAGEM DO ARQUIVO HISTORICO CUJO PRAZO DE GUARDA
      *> VENCEU (ANONIMIZADA PELO PROG133)
               88  FUNCIONARIO-ANONIMIZADO
                   VALUE "TITULAR ANONIMIZADO - LGPD".
      *> ENDERECO ESTRUTURADO (CONVERSAO DO TEXTO LIVRE PELO PROG66);
      *> O GRUPO FUNCIONARIO-ENDERECO PRESERVA OS MOVES EXISTENTES
           05  FUNCIONARIO-ENDERECO.
      *> TURNO DE TRABALHO DO FUNCIONARIO, VALIDADO NA TABELA DE
      *> TURNOS (PROG99); EM BRANCO = TURNO DIURNO PADRAO
           05  FUNCIONARIO-TURNO       PIC X(02).
      *> TIPO DE CONTRATO DO VINCULO E FIM DO PERIODO CORRENTE
      *> (EXPERIENCIA 45+45 DIAS, ESTAGIO, APRENDIZ OU TEMPORARIO);
      *> EM BRANCO = REGISTRO LEGADO, VALE COMO CLT POR PRAZO
      *> INDETERMINADO, QUE NAO TEM DATA DE FIM (ZEROS). O RELATORIO
      *> DE VENCIMENTOS E O PROG118
           05  FUNCIONARIO-TIPO-CONTRATO PIC X(01).
               88  CONTRATO-CLT                VALUES "C" SPACE.
               88  CONTRATO-EXPERIENCIA        VALUE "X".
               88  CONTRATO-ESTAGIO            VALUE "E".
               88  CONTRATO-APRENDIZ           VALUE "A".
               88  CONTRATO-TEMPORARIO         VALUE "T".
           05  FUNCIONARIO-DT-FIM-CONTRATO PIC 9(08).
      *> FORMA DE PAGAMENTO: MENSALISTA (SALARIO FIXO) OU HORISTA
      *> (HORAS DO PONTO MAIS O DSR, PAGAS PELO PROG41). NO HORISTA
      *> O FUNCIONARIO-SALARIO E O SALARIO DE REFERENCIA (VALOR DA
      *> HORA X 220 HORAS), QUE SEGUE ALIMENTANDO A BANDA DO CARGO,
      *> A APROVACAO E O HISTORICO DE SALARIO; O VALOR DA HORA
      *> ACOMPANHA CADA MUDANCA DO SALARIO. EM BRANCO = REGISTRO
      *> LEGADO, VALE COMO MENSALISTA
           05  FUNCIONARIO-TIPO-SALARIO PIC X(01).
               88  SALARIO-MENSALISTA          VALUES "M" SPACE.
               88  SALARIO-HORISTA             VALUE "H".
           05  FUNCIONARIO-VALOR-HORA  PIC 9(04)V9(02).
      *> GESTOR IMEDIATO: CODIGO DE OUTRO FUNCIONARIO DO MASTER, ATIVO
      *> NA DIGITACAO E SEM FORMAR CICLO NA HIERARQUIA (VALIDAR-GESTOR
      *> NO PDVALFUNC TAB); ZEROS = SEM GESTOR (TOPO DA HIERARQUIA OU
      *> REGISTRO LEGADO). OS RELATORIOS DE ORGANOGRAMA E DE EQUIPE
      *> SAO O PROG125 E O PROG126
           05  FUNCIONARIO-GESTOR      PIC 9(05).
