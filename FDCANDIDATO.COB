      *> FDCANDIDATO TAB - FILE DESCRIPTION FOR THE CANDIDATE FILE
      *> UM REGISTRO POR CANDIDATO DE UMA REQUISICAO (FDREQUISICAO
      *> TAB), NUMERADO EM SEQUENCIA DENTRO DELA, COM OS DADOS
      *> PESSOAIS NA MESMA FORMA DO MASTER (ENDERECO ESTRUTURADO, CPF,
      *> NASCIMENTO), QUE PASSAM PARA O FUNCIONARIO NA CONTRATACAO.
      *> A ETAPA ANDA SO PARA A FRENTE: TRIAGEM, ENTREVISTA, OFERTA
      *> (COM O SALARIO OFERECIDO) E CONTRATADO; O REPROVADO SAI DE
      *> QUALQUER ETAPA EM ANDAMENTO. O CONTRATADO GUARDA O CODIGO
      *> QUE RECEBEU NO MASTER.
       FD  ARQUIVO-CANDIDATO
           LABEL RECORD STANDARD.
       01  CAND-REGISTRO.
           05  CAND-CHAVE.
               10  CAND-REQUISICAO       PIC 9(05).
               10  CAND-SEQUENCIA        PIC 9(03).
           05  CAND-NOME                 PIC X(30).
           05  CAND-CPF                  PIC 9(11).
           05  CAND-DT-NASCIMENTO        PIC 9(08).
           05  CAND-TELEFONE             PIC X(15).
           05  CAND-EMAIL                PIC X(40).
           05  CAND-ENDERECO.
               10  CAND-END-LOGRADOURO   PIC X(30).
               10  CAND-END-NUMERO       PIC X(06).
               10  CAND-END-COMPLEMENTO  PIC X(15).
               10  CAND-END-CIDADE       PIC X(20).
               10  CAND-END-UF           PIC X(02).
               10  CAND-END-CEP          PIC 9(08).
           05  CAND-ETAPA                PIC X(01).
               88  CAND-TRIAGEM                VALUE "T".
               88  CAND-ENTREVISTA             VALUE "E".
               88  CAND-OFERTA                 VALUE "O".
               88  CAND-CONTRATADO             VALUE "C".
               88  CAND-REPROVADO              VALUE "R".
               88  CAND-EM-PROCESSO            VALUES "T" "E" "O".
           05  CAND-DT-INCLUSAO          PIC 9(08).
           05  CAND-DT-ETAPA             PIC 9(08).
           05  CAND-OPERADOR             PIC X(10).
           05  CAND-SALARIO-OFERTA       PIC 9(06)V9(02).
           05  CAND-OBSERVACAO           PIC X(40).
           05  CAND-FUNCIONARIO          PIC 9(05).
