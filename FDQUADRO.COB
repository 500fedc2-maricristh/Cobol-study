      *> FDQUADRO TAB - FILE DESCRIPTION FOR THE APPROVED HEADCOUNT
      *> TABLE. UM REGISTRO POR DEPARTAMENTO + CARGO COM A QUANTIDADE
      *> DE VAGAS APROVADAS; AS OCUPADAS SAO CONTADAS NO MASTER
      *> (ATIVOS DO DEPARTAMENTO NO CARGO) A CADA CONFERENCIA.
      *> DEPARTAMENTO + CARGO SEM REGISTRO NAO TEM VAGA APROVADA.
       FD  ARQUIVO-QUADRO
           LABEL RECORD STANDARD.
       01  QUADRO-REGISTRO.
           05  QUADRO-CHAVE.
               10  QUADRO-DEPARTAMENTO PIC X(03).
               10  QUADRO-CARGO        PIC X(03).
           05  QUADRO-VAGAS-APROVADAS  PIC 9(04).
           05  QUADRO-DT-APROVACAO     PIC 9(08).
           05  QUADRO-OPERADOR         PIC X(10).
