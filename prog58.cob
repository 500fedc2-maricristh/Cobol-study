      *> OS REGISTROS NAO RESOLVIDOS SAO REGRAVADOS NO ARQUIVO DE
      *> REJEITO AO FINAL, E O FECHAMENTO IMPRIME AS CONTAGENS DE
      *> REPROCESSADOS / AINDA REJEITADOS / EXPURGADOS
      *> O REGISTRO CORRIGIDO TAMBEM PRECISA DE VAGA NO QUADRO
      *> APROVADO (PDQUADRO TAB); SEM VAGA FICA PENDENTE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELDEPARTAMENTO.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELQUADRO TAB
           COPY "SELQUADRO.COB".
      *> GUARDA OS REJEITOS ALEM DA CAPACIDADE DA TABELA DURANTE A
      *> REGRAVACAO, PARA NENHUM REJEITO SE PERDER ENTRE RODADAS
           SELECT ARQUIVO-REJTEMP ASSIGN TO "WORKREJEITO"
           COPY "FDDEPARTAMENTO.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".
      *> FDQUADRO TAB
           COPY "FDQUADRO.COB".

       FD  ARQUIVO-REJTEMP
           LABEL RECORD STANDARD.
       01  REJTEMP-REGISTRO      PIC X(346).

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSVALFUNC.COB".
      *> WSIDADEMINIMA TAB
           COPY "WSIDADEMINIMA.COB".
      *> WSQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "WSQUADRO.COB".

      *> OS REJEITOS SAO CARREGADOS EM TABELA PARA QUE O ARQUIVO POSSA
      *> SER REGRAVADO NO FINAL SO COM OS NAO RESOLVIDOS
           05  WS-REJ-ENTRADA OCCURS 200 TIMES.
               10  WS-REJ-DATA     PIC 9(08).
               10  WS-REJ-HORA     PIC 9(08).
               10  WS-REJ-DADOS    PIC X(290).
               10  WS-REJ-MOTIVO   PIC X(40).
               10  WS-REJ-SITUACAO PIC X(01).
                   88  REJ-PENDENTE      VALUE "P".
           OPEN I-O ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-CARGO.
           OPEN INPUT ARQUIVO-QUADRO.
           PERFORM TRATAR-REJEITO-DA-TABELA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-REJEITOS.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-CARGO.
           CLOSE ARQUIVO-QUADRO.

      *> A IMAGEM DO REJEITO TEM A MESMA SEQUENCIA DE CAMPOS DO
      *> FDFUNCIONARIO, ENTAO O BUFFER DO MASTER E USADO COMO AREA DE
               FUNCIONARIO-CONTA-DV " (" FUNCIONARIO-TIPO-CONTA ")".
           DISPLAY "14 CPF.........: " FUNCIONARIO-CPF.
           DISPLAY "15 TURNO.......: " FUNCIONARIO-TURNO.
           DISPLAY "16 CONTRATO....: " FUNCIONARIO-TIPO-CONTRATO
               " FIM " FUNCIONARIO-DT-FIM-CONTRATO.
           DISPLAY "17 PAGAMENTO...: " FUNCIONARIO-TIPO-SALARIO
               " VALOR HORA " FUNCIONARIO-VALOR-HORA.
           DISPLAY "18 GESTOR......: " FUNCIONARIO-GESTOR.

       TRATAR-ACAO-OPERADOR.
           DISPLAY "(C)ORRIGIR CAMPO (G)RAVAR NO MASTER (P)ULAR "
           END-EVALUATE.

       CORRIGIR-CAMPO.
           DISPLAY "NUMERO DO CAMPO A CORRIGIR (1-18): ".
           ACCEPT WS-OPCAO-CAMPO.
           EVALUATE WS-OPCAO-CAMPO
               WHEN "1" WHEN "01"
                   MOVE SPACES TO WS-ENT-TEXTO
                   ACCEPT WS-ENT-TEXTO
                   MOVE WS-ENT-TEXTO(1:2) TO FUNCIONARIO-TURNO
               WHEN "16"
                   DISPLAY "NOVO TIPO DE CONTRATO (C=CLT X=EXPERIENCIA "
                       "E=ESTAGIO A=APRENDIZ T=TEMPORARIO): "
                   MOVE SPACES TO WS-ENT-TEXTO
                   ACCEPT WS-ENT-TEXTO
                   MOVE WS-ENT-TEXTO(1:1) TO FUNCIONARIO-TIPO-CONTRATO
                   DISPLAY "NOVO FIM DO CONTRATO (AAAAMMDD, ZEROS = "
                       "CLT): "
                   ACCEPT FUNCIONARIO-DT-FIM-CONTRATO
               WHEN "17"
                   DISPLAY "NOVA FORMA DE PAGAMENTO (M=MENSALISTA "
                       "H=HORISTA): "
                   MOVE SPACES TO WS-ENT-TEXTO
                   ACCEPT WS-ENT-TEXTO
                   MOVE WS-ENT-TEXTO(1:1) TO FUNCIONARIO-TIPO-SALARIO
                   DISPLAY "NOVO VALOR DA HORA (ZEROS = MENSALISTA): "
                   ACCEPT FUNCIONARIO-VALOR-HORA
               WHEN "18"
                   DISPLAY "NOVO GESTOR IMEDIATO (ZEROS = SEM GESTOR): "
                   ACCEPT FUNCIONARIO-GESTOR
               WHEN OTHER
                   DISPLAY "CAMPO INVALIDO"
           END-EVALUATE.
           END-IF.
           PERFORM VALIDAR-DADOS-FUNCIONARIO.
           IF DADOS-VALIDOS
               PERFORM CONFERIR-QUADRO-DE-VAGAS
           END-IF.
           IF NOT DADOS-VALIDOS
               DISPLAY "REGISTRO AINDA INVALIDO, CORRIJA OS CAMPOS "
                   "APONTADOS"
           END-IF.
           IF DADOS-VALIDOS AND NOT QDR-MOVIMENTO-PERMITIDO
               DISPLAY "INCLUSAO SEM VAGA SO PELO PROG37 COM "
                   "SUPERVISOR; AMPLIE O QUADRO OU MANTENHA PENDENTE"
           END-IF.
           IF DADOS-VALIDOS AND QDR-MOVIMENTO-PERMITIDO
               WRITE FUNCIONARIO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO: CODIGO JA EXISTE NO MASTER, "
                       MOVE "S" TO WS-FIM-REGISTRO
                       DISPLAY "REGISTRO GRAVADO NO MASTER"
               END-WRITE
           END-IF.

      *> O REPROCESSAMENTO NAO TEM OPERADOR AUTENTICADO, ENTAO A
      *> FALTA DE VAGA NO QUADRO APROVADO NAO PODE SER LIBERADA AQUI
       CONFERIR-QUADRO-DE-VAGAS.
           MOVE "S" TO WS-QDR-LIBERACAO.
           IF FUNCIONARIO-ATIVO
               MOVE FUNCIONARIO-DEPARTAMENTO(1:3)
                   TO WS-QDR-DEPARTAMENTO
               MOVE FUNCIONARIO-CARGO  TO WS-QDR-CARGO
               MOVE FUNCIONARIO-CODIGO TO WS-QDR-CODIGO
               MOVE ZERO               TO WS-QDR-NIVEL-OPERADOR
               PERFORM QDR-CONFERIR-VAGA
           END-IF.

      *> O ARQUIVO DE REJEITO E REGRAVADO APENAS COM OS REGISTROS

      *> PDENDERECO TAB (MONTAGEM DO ENDERECO PARA EXIBICAO)
           COPY "PDENDERECO.COB".

      *> PDQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "PDQUADRO.COB".
