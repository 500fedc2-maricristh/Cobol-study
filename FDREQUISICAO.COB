      *> FDREQUISICAO TAB - FILE DESCRIPTION FOR THE JOB REQUISITION
      *> FILE. UMA REQUISICAO POR VAGA A PREENCHER: DEPARTAMENTO,
      *> CARGO, SALARIO PROPOSTO DENTRO DA BANDA DO CARGO (PROG56) E O
      *> GESTOR SOLICITANTE, QUE E FUNCIONARIO ATIVO DO MASTER E VIRA
      *> O GESTOR IMEDIATO DO CONTRATADO. A SITUACAO ACOMPANHA O CICLO
      *> DO PROG146: AGUARDANDO APROVACAO DO SUPERVISOR, APROVADA
      *> (RECEBE CANDIDATOS), RECUSADA, PREENCHIDA PELA CONTRATACAO
      *> DE UM CANDIDATO OU CANCELADA. AS EM ABERTO SAO LISTADAS PELO
      *> PROG147.
       FD  ARQUIVO-REQUISICAO
           LABEL RECORD STANDARD.
       01  REQ-REGISTRO.
           05  REQ-NUMERO                PIC 9(05).
           05  REQ-EMPRESA               PIC X(02).
           05  REQ-DEPARTAMENTO          PIC X(03).
           05  REQ-CARGO                 PIC X(03).
           05  REQ-SALARIO-PROPOSTO      PIC 9(06)V9(02).
           05  REQ-SOLICITANTE           PIC 9(05).
           05  REQ-JUSTIFICATIVA         PIC X(40).
           05  REQ-OPERADOR              PIC X(10).
           05  REQ-DT-ABERTURA           PIC 9(08).
           05  REQ-SITUACAO              PIC X(01).
               88  REQ-AGUARDANDO              VALUE "P".
               88  REQ-APROVADA                VALUE "A".
               88  REQ-RECUSADA                VALUE "R".
               88  REQ-PREENCHIDA              VALUE "F".
               88  REQ-CANCELADA               VALUE "X".
               88  REQ-EM-ABERTO               VALUES "P" "A".
           05  REQ-APROVADOR             PIC X(10).
           05  REQ-DT-APROVACAO          PIC 9(08).
           05  REQ-DT-FECHAMENTO         PIC 9(08).
           05  REQ-CANDIDATO-CONTRATADO  PIC 9(03).
           05  REQ-FUNCIONARIO           PIC 9(05).
