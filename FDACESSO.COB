      *> FDACESSO TAB - FILE DESCRIPTION FOR THE SELF-SERVICE ACCESS
      *> LOG. UMA LINHA POR EVENTO DO TERMINAL DE AUTOATENDIMENTO:
      *> SIGN-ON ACEITO OU RECUSADO, BLOQUEIO DO PIN, TROCA DO PIN E
      *> CADA CONSULTA FEITA, COM A COMPETENCIA OU O ANO CONSULTADO
      *> NO DETALHE. CODIGO ZERADO = CPF SEM FUNCIONARIO ATIVO.
       FD  ARQUIVO-ACESSO
           LABEL RECORD STANDARD.
       01  ACESSO-REGISTRO.
           05  ACS-DATA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ACS-HORA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ACS-CODIGO        PIC 9(05).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ACS-CPF           PIC 9(11).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ACS-EVENTO        PIC X(12).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  ACS-DETALHE       PIC X(20).
