      *> PROGRAMA PARA INSERIR DADOS EM ARQUIVO INDEXADO III
      *> WRITE COM INVALID KEY E DADOS EM TABS DIFERENTES O/
      *> MENU DE MANUTENCAO: INCLUIR / ALTERAR / EXCLUIR / CONSULTAR
      *> A INCLUSAO OCUPA UMA VAGA DO QUADRO APROVADO DO DEPARTAMENTO
      *> E CARGO (PROG124); SEM VAGA SO COM LIBERACAO DO SUPERVISOR
      *> O GESTOR IMEDIATO E CRITICADO NA ENTRADA: OUTRO FUNCIONARIO
      *> ATIVO, SEM FORMAR CICLO NA HIERARQUIA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELPENDENTE.COB".
      *> SELTURNO TAB
           COPY "SELTURNO.COB".
      *> SELQUADRO TAB
           COPY "SELQUADRO.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDTURNO TAB
           COPY "FDTURNO.COB".

      *> FDQUADRO TAB
           COPY "FDQUADRO.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
           COPY "WSFECHAMENTO.COB".
      *> WSPENDENTE TAB (FILA DE APROVACAO DO MAKER-CHECKER)
           COPY "WSPENDENTE.COB".
      *> WSQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "WSQUADRO.COB".
       01  WS-HOBBY-OK       PIC X(01) VALUE "N".
           88  HOBBY-VALIDO          VALUE "S".
       01  OPCAO             PIC X(01).
       01  WS-ENT-TURNO      PIC X(10).
       01  WS-TURNO-OK       PIC X(01) VALUE "N".
           88  TURNO-VALIDO          VALUE "S".
       01  WS-ENT-CONTRATO   PIC X(10).
       01  WS-ENT-PAGAMENTO  PIC X(10).
       01  WS-CPF-UNICO      PIC X(01) VALUE "N".
           88  CPF-ACEITO            VALUE "S".
       01  WS-EMPRESA-OK     PIC X(01) VALUE "N".
       01  WS-MOTIVO-REJEITO PIC X(40).
      *> GUARDA O REGISTRO EM DIGITACAO ENQUANTO O REGISTRO EXISTENTE
      *> E LIDO PARA CAPTURAR O SALARIO ANTERIOR NA REESCRITA
       01  WS-REGISTRO-TEMP  PIC X(290).
      *> CONTROLE DO FLUXO DE DEPENDENTES
       01  OPCAO-DEPENDENTE  PIC X(01).
       01  WS-FIM-DEPENDENTES PIC X(01) VALUE "N".
           05  WS-EMAIL-BKP-DADOS-BANC    PIC X(20).
           05  WS-EMAIL-BKP-CPF           PIC 9(11).
           05  WS-EMAIL-BKP-TURNO         PIC X(02).
           05  WS-EMAIL-BKP-TIPO-CONTRATO PIC X(01).
           05  WS-EMAIL-BKP-DT-FIM-CONTR  PIC 9(08).
           05  WS-EMAIL-BKP-TIPO-SALARIO  PIC X(01).
           05  WS-EMAIL-BKP-VALOR-HORA    PIC 9(04)V9(02).
           05  WS-EMAIL-BKP-GESTOR        PIC 9(05).
       01  WS-EMAIL-CANDIDATO     PIC X(40).
       01  WS-EMAIL-GERAR         PIC X(01).
       01  WS-EMAIL-OK            PIC X(01) VALUE "N".
           OPEN I-O ARQUIVO-DEPENDENTE.
           OPEN INPUT ARQUIVO-EMPRESA.
           OPEN INPUT ARQUIVO-TURNO.
           OPEN INPUT ARQUIVO-QUADRO.
           MOVE "PROG37" TO WS-SALHIST-PROGRAMA.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           PERFORM CALCULAR-TOTAIS-FINAIS.
           CLOSE ARQUIVO-DEPENDENTE.
           CLOSE ARQUIVO-EMPRESA.
           CLOSE ARQUIVO-TURNO.
           CLOSE ARQUIVO-QUADRO.

       MENU-PRINCIPAL.
           DISPLAY "===== MANUTENCAO DE FUNCIONARIOS =====".
           MOVE "A" TO FUNCIONARIO-STATUS.
           MOVE "N" TO WS-DADOS-OK.
           PERFORM INFORMAR-DADOS-FUNCIONARIO UNTIL DADOS-VALIDOS.
           PERFORM CONFERIR-QUADRO-DE-VAGAS.
           IF QDR-MOVIMENTO-PERMITIDO
               MOVE "N" TO WS-GRAVACAO-OK
               PERFORM GRAVAR-FUNCIONARIO UNTIL GRAVACAO-CONCLUIDA
           ELSE
               DISPLAY "INCLUSAO CANCELADA"
           END-IF.

      *> A LIBERACAO SEM VAGA VAI PARA A TRILHA DE AUDITORIA
       CONFERIR-QUADRO-DE-VAGAS.
           MOVE FUNCIONARIO-DEPARTAMENTO(1:3) TO WS-QDR-DEPARTAMENTO.
           MOVE FUNCIONARIO-CARGO  TO WS-QDR-CARGO.
           MOVE FUNCIONARIO-CODIGO TO WS-QDR-CODIGO.
           MOVE WS-SESSAO-NIVEL    TO WS-QDR-NIVEL-OPERADOR.
           PERFORM QDR-CONFERIR-VAGA.
           IF QDR-LIBERADO-SUPERVISOR
               MOVE "SEM-VAGA" TO WS-ACAO-AUDITORIA
               PERFORM GRAVAR-AUDITORIA
           END-IF.

       GRAVAR-FUNCIONARIO.
           WRITE FUNCIONARIO-REGISTRO
           PERFORM DEFINIR-EMAIL-FUNCIONARIO UNTIL WS-EMAIL-VALIDO.
           DISPLAY "INFORME O HOBBY DO FUNCIONARIO: ".
           PERFORM ACEITAR-HOBBY.
           PERFORM ACEITAR-SALARIO.
           DISPLAY "INFORME A DATA DE ADMISSAO (AAAAMMDD): ".
           ACCEPT FUNCIONARIO-DT-ADMISSAO.
           DISPLAY "INFORME O CODIGO DO DEPARTAMENTO: ".
           PERFORM ACEITAR-DADOS-BANCARIOS.
           PERFORM ACEITAR-CPF.
           PERFORM ACEITAR-TURNO.
           PERFORM ACEITAR-CONTRATO.
           PERFORM ACEITAR-GESTOR.
           PERFORM VALIDAR-DADOS-FUNCIONARIO.

       ACEITAR-NOME.
               END-READ
           END-IF.

      *> TIPO DE CONTRATO (BRANCO = CLT) E FIM DO PERIODO CORRENTE;
      *> NA EXPERIENCIA, A PRORROGACAO DOS 45+45 DIAS E FEITA PELA
      *> ALTERACAO, ESTENDENDO O FIM, E A EFETIVACAO VIRANDO O TIPO
      *> PARA "C". CRITICADO NA HORA PELO PDVALFUNC TAB
       ACEITAR-CONTRATO.
           MOVE "N" TO WS-CONTRATO-OK.
           PERFORM INFORMAR-CONTRATO UNTIL CONTRATO-VALIDO.

       INFORMAR-CONTRATO.
           DISPLAY "INFORME O TIPO DE CONTRATO (C=CLT X=EXPERIENCIA "
               "E=ESTAGIO A=APRENDIZ T=TEMPORARIO, BRANCO = CLT): ".
           MOVE SPACES TO WS-ENT-CONTRATO.
           ACCEPT WS-ENT-CONTRATO.
           IF WS-ENT-CONTRATO = SPACES
               MOVE "C" TO FUNCIONARIO-TIPO-CONTRATO
           ELSE
               MOVE WS-ENT-CONTRATO(1:1) TO FUNCIONARIO-TIPO-CONTRATO
           END-IF.
           IF CONTRATO-CLT
               MOVE ZEROS TO FUNCIONARIO-DT-FIM-CONTRATO
           ELSE
               DISPLAY "INFORME O FIM DO CONTRATO/PERIODO (AAAAMMDD): "
               ACCEPT FUNCIONARIO-DT-FIM-CONTRATO
           END-IF.
           PERFORM VALIDAR-CONTRATO.
           IF NOT CONTRATO-VALIDO
               DISPLAY "ERRO: " WS-CONTRATO-ERRO
           END-IF.

      *> GESTOR IMEDIATO (ZEROS = SEM GESTOR), CRITICADO NA HORA PELO
      *> PDVALFUNC TAB: OUTRO FUNCIONARIO, ATIVO E SEM FORMAR CICLO.
      *> A SUBIDA DA CADEIA LE O MASTER, ENTAO NA ALTERACAO O LOCK E
      *> RETOMADO DEPOIS DA CRITICA
       ACEITAR-GESTOR.
           MOVE "N" TO WS-GESTOR-OK.
           PERFORM INFORMAR-GESTOR UNTIL GESTOR-VALIDO.

       INFORMAR-GESTOR.
           DISPLAY "INFORME O CODIGO DO GESTOR IMEDIATO (ZEROS = SEM "
               "GESTOR): ".
           ACCEPT FUNCIONARIO-GESTOR.
           PERFORM VALIDAR-GESTOR.
           PERFORM RETOMAR-LOCK-SE-ALTERACAO.
           IF NOT GESTOR-VALIDO
               DISPLAY "ERRO: " WS-GESTOR-ERRO
           ELSE
               IF FUNCIONARIO-GESTOR NOT = ZEROS
                   DISPLAY "GESTOR: " WS-GESTOR-NOME
               END-IF
           END-IF.

      *> O HORISTA INFORMA O VALOR DA HORA E O SALARIO DE REFERENCIA
      *> (220 HORAS) E DERIVADO DELE PELO PDVALFUNC TAB
       ACEITAR-SALARIO.
           MOVE "N" TO WS-PAGAMENTO-OK.
           PERFORM INFORMAR-SALARIO UNTIL PAGAMENTO-VALIDO.

       INFORMAR-SALARIO.
           DISPLAY "INFORME A FORMA DE PAGAMENTO (M=MENSALISTA "
               "H=HORISTA, BRANCO = MENSALISTA): ".
           MOVE SPACES TO WS-ENT-PAGAMENTO.
           ACCEPT WS-ENT-PAGAMENTO.
           IF WS-ENT-PAGAMENTO = SPACES
               MOVE "M" TO FUNCIONARIO-TIPO-SALARIO
           ELSE
               MOVE WS-ENT-PAGAMENTO(1:1) TO FUNCIONARIO-TIPO-SALARIO
           END-IF.
           IF SALARIO-HORISTA
               DISPLAY "INFORME O VALOR DA HORA: "
               ACCEPT FUNCIONARIO-VALOR-HORA
           ELSE
               DISPLAY "INFORME O SALARIO: "
               ACCEPT FUNCIONARIO-SALARIO
           END-IF.
           PERFORM VALIDAR-FORMA-PAGAMENTO.
           IF NOT PAGAMENTO-VALIDO
               DISPLAY "ERRO: " WS-PAGAMENTO-ERRO
           ELSE
               IF SALARIO-HORISTA
                   DISPLAY "SALARIO DE REFERENCIA (220 HORAS): "
                       FUNCIONARIO-SALARIO
               END-IF
           END-IF.

       BACKUP-REGISTRO-PARA-EMAIL.
           MOVE FUNCIONARIO-CODIGO        TO WS-EMAIL-BKP-CODIGO.
           MOVE FUNCIONARIO-NOME          TO WS-EMAIL-BKP-NOME.
               TO WS-EMAIL-BKP-DADOS-BANC.
           MOVE FUNCIONARIO-CPF           TO WS-EMAIL-BKP-CPF.
           MOVE FUNCIONARIO-TURNO         TO WS-EMAIL-BKP-TURNO.
           MOVE FUNCIONARIO-TIPO-CONTRATO TO WS-EMAIL-BKP-TIPO-CONTRATO.
           MOVE FUNCIONARIO-DT-FIM-CONTRATO
               TO WS-EMAIL-BKP-DT-FIM-CONTR.
           MOVE FUNCIONARIO-TIPO-SALARIO  TO WS-EMAIL-BKP-TIPO-SALARIO.
           MOVE FUNCIONARIO-VALOR-HORA    TO WS-EMAIL-BKP-VALOR-HORA.
           MOVE FUNCIONARIO-GESTOR        TO WS-EMAIL-BKP-GESTOR.

       DEFINIR-EMAIL-FUNCIONARIO.
           DISPLAY "GERAR EMAIL CORPORATIVO AUTOMATICAMENTE? (S/N): ".
               TO FUNCIONARIO-DADOS-BANCARIOS.
           MOVE WS-EMAIL-BKP-CPF           TO FUNCIONARIO-CPF.
           MOVE WS-EMAIL-BKP-TURNO         TO FUNCIONARIO-TURNO.
           MOVE WS-EMAIL-BKP-TIPO-CONTRATO TO FUNCIONARIO-TIPO-CONTRATO.
           MOVE WS-EMAIL-BKP-DT-FIM-CONTR
               TO FUNCIONARIO-DT-FIM-CONTRATO.
           MOVE WS-EMAIL-BKP-TIPO-SALARIO  TO FUNCIONARIO-TIPO-SALARIO.
           MOVE WS-EMAIL-BKP-VALOR-HORA    TO FUNCIONARIO-VALOR-HORA.
           MOVE WS-EMAIL-BKP-GESTOR        TO FUNCIONARIO-GESTOR.

      *> NO DIALOGO DE ALTERACAO O READ PELA CHAVE ALTERNATIVA SOLTOU
      *> O LOCK TOMADO NO ALTERAR (LOCK MODE MANUAL, UM REGISTRO POR
               DISPLAY "ERRO: TELEFONE FORA DO FORMATO (DD) DDDDD-DDDD"
           END-IF.

      *> NO HORISTA O NOVO SALARIO E INFORMADO PELO VALOR DA HORA;
      *> A BANDA DO CARGO SE APLICA AO SALARIO DE REFERENCIA
       INFORMAR-NOVO-SALARIO.
           DISPLAY "INFORME A FORMA DE PAGAMENTO (M=MENSALISTA "
               "H=HORISTA, BRANCO = MANTEM): ".
           MOVE SPACES TO WS-ENT-PAGAMENTO.
           ACCEPT WS-ENT-PAGAMENTO.
           IF WS-ENT-PAGAMENTO NOT = SPACES
               MOVE WS-ENT-PAGAMENTO(1:1) TO FUNCIONARIO-TIPO-SALARIO
           END-IF.
           IF SALARIO-HORISTA
               DISPLAY "INFORME O NOVO VALOR DA HORA: "
               ACCEPT FUNCIONARIO-VALOR-HORA
           ELSE
               DISPLAY "INFORME O NOVO SALARIO: "
               ACCEPT FUNCIONARIO-SALARIO
           END-IF.
           MOVE "S" TO WS-SALARIO-OK.
           PERFORM VALIDAR-FORMA-PAGAMENTO.
           IF NOT PAGAMENTO-VALIDO
               DISPLAY "ERRO: " WS-PAGAMENTO-ERRO
               MOVE "N" TO WS-SALARIO-OK
           END-IF.
           IF SALARIO-NA-BANDA
               AND FUNCIONARIO-CARGO NOT = SPACES
               MOVE FUNCIONARIO-CARGO TO CARGO-CODIGO
               READ ARQUIVO-CARGO
                   INVALID KEY
       INFORMAR-NOVA-DT-NASCIMENTO.
           DISPLAY "INFORME A NOVA DATA DE NASCIMENTO (AAAAMMDD): ".
           ACCEPT FUNCIONARIO-DT-NASCIMENTO.
           PERFORM DEFINIR-IDADE-MINIMA-CONTRATO.
           PERFORM VALIDAR-IDADE-MINIMA.

       ALTERAR-DADOS-REGISTRO.
           DISPLAY "INFORME O NOVO CODIGO DO CARGO: ".
           PERFORM ACEITAR-CARGO.
           DISPLAY "SALARIO ATUAL...: " FUNCIONARIO-SALARIO.
           IF SALARIO-HORISTA
               DISPLAY "HORISTA, VALOR DA HORA ATUAL: "
                   FUNCIONARIO-VALOR-HORA
           END-IF.
           MOVE "N" TO WS-SALARIO-OK.
           PERFORM INFORMAR-NOVO-SALARIO UNTIL SALARIO-NA-BANDA.
      *> MUDANCA DE SALARIO E SENSIVEL: VAI PARA A FILA DE APROVACAO
               MOVE FUNCIONARIO-SALARIO TO WS-PEND-VALOR-NOVO
               PERFORM PEND-GRAVAR-PENDENCIA
               MOVE WS-SALHIST-ANTERIOR TO FUNCIONARIO-SALARIO
      *> ATE A APROVACAO O VALOR DA HORA DO HORISTA SEGUE O SALARIO
      *> VIGENTE; O PROG92 O RECALCULA AO APLICAR O NOVO
               IF SALARIO-HORISTA
                   COMPUTE FUNCIONARIO-VALOR-HORA ROUNDED =
                       FUNCIONARIO-SALARIO / WS-HORAS-MES-REFERENCIA
               END-IF
           END-IF.
           DISPLAY "DEPARTAMENTO ATUAL: " FUNCIONARIO-DEPARTAMENTO.
           DISPLAY "INFORME O NOVO CODIGO DO DEPARTAMENTO: ".
           PERFORM ACEITAR-CPF.
           DISPLAY "TURNO ATUAL......: " FUNCIONARIO-TURNO.
           PERFORM ACEITAR-TURNO.
           DISPLAY "CONTRATO ATUAL...: " FUNCIONARIO-TIPO-CONTRATO
               " FIM " FUNCIONARIO-DT-FIM-CONTRATO.
           PERFORM ACEITAR-CONTRATO.
           DISPLAY "GESTOR ATUAL.....: " FUNCIONARIO-GESTOR.
           PERFORM ACEITAR-GESTOR.
           REWRITE FUNCIONARIO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ALTERAR O REGISTRO"
           DISPLAY "EMAIL.....: " FUNCIONARIO-EMAIL.
           DISPLAY "HOBBY.....: " FUNCIONARIO-HOBBY.
           DISPLAY "SALARIO...: " FUNCIONARIO-SALARIO.
           IF SALARIO-HORISTA
               DISPLAY "HORISTA...: VALOR DA HORA "
                   FUNCIONARIO-VALOR-HORA
           END-IF.
           DISPLAY "ADMISSAO..: " FUNCIONARIO-DT-ADMISSAO.
           DISPLAY "DEPTO.....: " FUNCIONARIO-DEPARTAMENTO.
           DISPLAY "NASCIMENTO: " FUNCIONARIO-DT-NASCIMENTO.
           DISPLAY "EMPRESA...: " FUNCIONARIO-EMPRESA.
           DISPLAY "CPF.......: " FUNCIONARIO-CPF.
           DISPLAY "TURNO.....: " FUNCIONARIO-TURNO.
           IF FUNCIONARIO-GESTOR NOT = ZEROS
               DISPLAY "GESTOR....: " FUNCIONARIO-GESTOR
           END-IF.
           EVALUATE TRUE
               WHEN CONTRATO-CLT
                   DISPLAY "CONTRATO..: CLT"
               WHEN CONTRATO-EXPERIENCIA
                   DISPLAY "CONTRATO..: EXPERIENCIA ATE "
                       FUNCIONARIO-DT-FIM-CONTRATO
               WHEN CONTRATO-ESTAGIO
                   DISPLAY "CONTRATO..: ESTAGIO ATE "
                       FUNCIONARIO-DT-FIM-CONTRATO
               WHEN CONTRATO-APRENDIZ
                   DISPLAY "CONTRATO..: APRENDIZ ATE "
                       FUNCIONARIO-DT-FIM-CONTRATO
               WHEN CONTRATO-TEMPORARIO
                   DISPLAY "CONTRATO..: TEMPORARIO ATE "
                       FUNCIONARIO-DT-FIM-CONTRATO
               WHEN OTHER
                   DISPLAY "CONTRATO..: " FUNCIONARIO-TIPO-CONTRATO
           END-EVALUATE.
           IF FUNCIONARIO-BANCO NOT = SPACES
               DISPLAY "BANCO.....: " FUNCIONARIO-BANCO " AG "
                   FUNCIONARIO-AGENCIA " CONTA " FUNCIONARIO-CONTA

      *> PDPENDENTE TAB (FILA DE APROVACAO DO MAKER-CHECKER)
           COPY "PDPENDENTE.COB".

      *> PDQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "PDQUADRO.COB".
