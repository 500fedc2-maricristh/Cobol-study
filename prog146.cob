       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG146.
      *> PROGRAMA DE REQUISICOES DE VAGAS E CANDIDATOS
      *> O GESTOR (PELO OPERADOR) ABRE A REQUISICAO DA VAGA COM O
      *> DEPARTAMENTO, O CARGO, O SALARIO PROPOSTO DENTRO DA BANDA DO
      *> CARGO E O GESTOR SOLICITANTE; SO O SUPERVISOR AUTENTICADO
      *> (NIVEL 2 NO SIGN-ON DO PROG44) APROVA OU RECUSA, VENDO A
      *> POSICAO DO QUADRO DE VAGAS (PROG124). A REQUISICAO APROVADA
      *> RECEBE CANDIDATOS, QUE PASSAM PELA TRIAGEM, ENTREVISTA E
      *> OFERTA. NA CONTRATACAO OS DADOS DO CANDIDATO E DA REQUISICAO
      *> MONTAM O REGISTRO DO MASTER, COMPLETADO PELO OPERADOR E
      *> CRITICADO PELAS MESMAS REGRAS DO PROG37 (PDVALFUNC TAB) E
      *> PELO QUADRO DE VAGAS ANTES DA INCLUSAO, QUE VAI PARA A
      *> TRILHA DE AUDITORIA; A REQUISICAO E FECHADA COMO PREENCHIDA E
      *> OS DEMAIS CANDIDATOS EM ANDAMENTO SAO ENCERRADOS. O
      *> RELATORIO DAS REQUISICOES EM ABERTO E O PROG147.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITORIAFUNC"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> SELREQUISICAO TAB
           COPY "SELREQUISICAO.COB".
      *> SELCANDIDATO TAB
           COPY "SELCANDIDATO.COB".
      *> SELDEPARTAMENTO TAB
           COPY "SELDEPARTAMENTO.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELTURNO TAB
           COPY "SELTURNO.COB".
      *> SELQUADRO TAB
           COPY "SELQUADRO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".

      *> MESMO LAYOUT DA TRILHA DE AUDITORIA DO PROG37
       FD  ARQUIVO-AUDITORIA
           LABEL RECORD STANDARD.
       01  AUDITORIA-REGISTRO.
           05  AUD-DATA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-HORA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-OPERADOR      PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-CODIGO        PIC 9(05).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-ACAO          PIC X(10).

      *> FDREQUISICAO TAB
           COPY "FDREQUISICAO.COB".
      *> FDCANDIDATO TAB
           COPY "FDCANDIDATO.COB".
      *> FDDEPARTAMENTO TAB
           COPY "FDDEPARTAMENTO.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".
      *> FDTURNO TAB
           COPY "FDTURNO.COB".
      *> FDQUADRO TAB
           COPY "FDQUADRO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
       01  WS-ACAO-AUDITORIA PIC X(10).
      *> WSVALFUNC TAB (REGRAS DE CRITICA COMPARTILHADAS COM O PROG37)
           COPY "WSVALFUNC.COB".
      *> WSIDADEMINIMA TAB
           COPY "WSIDADEMINIMA.COB".
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "WSQUADRO.COB".
      *> WSENDERECO TAB (MONTAGEM DO ENDERECO PARA EXIBICAO)
           COPY "WSENDERECO.COB".
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
      *> AS REQUISICOES SAO DA EMPRESA DA SESSAO; FORA DO MENU O
      *> OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-NUMERO-PEDIDO  PIC 9(05).
       01  WS-SEQUENCIA-PEDIDA PIC 9(03).
       01  WS-CODIGO-PEDIDO  PIC 9(05).
       01  WS-ULTIMO-NUMERO  PIC 9(05) VALUE ZEROS.
       01  WS-ULTIMA-SEQ     PIC 9(03) VALUE ZEROS.
       01  WS-REQ-OK         PIC X(01) VALUE "N".
           88  REQUISICAO-LOCALIZADA VALUE "S".
       01  WS-CAND-OK        PIC X(01) VALUE "N".
           88  CANDIDATO-LOCALIZADO  VALUE "S".
       01  WS-SOLICITANTE-OK PIC X(01) VALUE "N".
           88  SOLICITANTE-VALIDO    VALUE "S".
       01  FIM-DA-REQUISICAO PIC X(01) VALUE "N".
           88  ACABOU-REQUISICAO     VALUE "S".
       01  FIM-DO-CANDIDATO  PIC X(01) VALUE "N".
           88  ACABOU-CANDIDATO      VALUE "S".
       01  WS-ENT-TEXTO      PIC X(55).
       01  WS-ENT-SALARIO    PIC 9(06)V9(02).
       01  WS-OPCAO-DECISAO  PIC X(01).
       01  WS-OPCAO-CONFIRMA PIC X(01).
       01  WS-OPCAO-ETAPA    PIC X(01).
       01  WS-OPCAO-ACAO     PIC X(01).
       01  WS-OPCAO-CAMPO    PIC X(02).
      *> CPF DO CANDIDATO EM DIGITACAO: PRECISA PASSAR NO DIGITO
      *> VERIFICADOR E NAO PODE EXISTIR NO MASTER NEM NA REQUISICAO
       01  WS-CPF-CANDIDATO  PIC 9(11) VALUE ZEROS.
       01  WS-CPF-SITUACAO   PIC X(01) VALUE "N".
           88  CPF-ACEITO            VALUE "S".
           88  CPF-DESISTENCIA       VALUE "D".
       01  WS-QTD-CANDIDATOS PIC 9(03) VALUE ZEROS.
       01  WS-QTD-ENCERRADOS PIC 9(03) VALUE ZEROS.
       01  WS-MOTIVO-ENCERRAMENTO PIC X(40) VALUE SPACES.
       01  WS-ETAPA-DESC     PIC X(10).
       01  WS-NOME-AUXILIAR  PIC X(30).
       01  WS-TURNO-OK       PIC X(01) VALUE "N".
           88  TURNO-VALIDO          VALUE "S".
      *> CONTROLE DA TELA DE CONTRATACAO (NOS MOLDES DO
      *> REPROCESSAMENTO DE REJEITOS DO PROG58)
       01  WS-FIM-ADMISSAO   PIC X(01) VALUE "N".
           88  ADMISSAO-RESOLVIDA    VALUE "S".
      *> A CONFERENCIA DE CPF E EMAIL NO MASTER LE PELAS CHAVES
      *> ALTERNATIVAS E SUBSTITUI O BUFFER; O REGISTRO EM MONTAGEM E
      *> GUARDADO E REPOSTO
       01  WS-REGISTRO-GUARDADO PIC X(290).
       01  WS-SALARIO-EDIT   PIC ZZZZZ9.99.
       01  WS-MINIMO-EDIT    PIC ZZZZZ9.99.
       01  WS-MAXIMO-EDIT    PIC ZZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== REQUISICOES DE VAGAS E CANDIDATOS =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DA-REQUISICAO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ARQUIVO-FUNCIONARIO.
      *> A CONTRATACAO GRAVA NO MASTER; COM UM LOTE DE USO EXCLUSIVO
      *> (PROG39/41/42/47) COM O ARQUIVO, AVISA E ENCERRA
           IF NOT FS-FUNC-OK
               DISPLAY "ARQUIVO DE FUNCIONARIOS EM USO PELO "
                   "PROCESSAMENTO EM LOTE (STATUS " WS-FS-FUNCIONARIO
                   "), TENTE MAIS TARDE"
           ELSE
               PERFORM EXECUTAR-RECRUTAMENTO
           END-IF.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DA-REQUISICAO.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA DAS REQUISICOES "
                   "(BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.
           DISPLAY "REQUISICOES DA EMPRESA " WS-EMPRESA-FILTRO.

       EXECUTAR-RECRUTAMENTO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN I-O ARQUIVO-REQUISICAO.
           OPEN I-O ARQUIVO-CANDIDATO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-CARGO.
           OPEN INPUT ARQUIVO-TURNO.
           OPEN INPUT ARQUIVO-QUADRO.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-REQUISICAO.
           CLOSE ARQUIVO-CANDIDATO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-CARGO.
           CLOSE ARQUIVO-TURNO.
           CLOSE ARQUIVO-QUADRO.

       MENU-PRINCIPAL.
           DISPLAY "R - ABRIR REQUISICAO DE VAGA".
           DISPLAY "A - APROVAR OU RECUSAR REQUISICAO (SUPERVISOR)".
           DISPLAY "X - CANCELAR REQUISICAO".
           DISPLAY "Q - CONSULTAR REQUISICAO E CANDIDATOS".
           DISPLAY "C - INCLUIR CANDIDATO NA REQUISICAO".
           DISPLAY "E - MUDAR A ETAPA DO CANDIDATO / CONTRATAR".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "R" WHEN "r"
                   PERFORM ABRIR-REQUISICAO
               WHEN "A" WHEN "a"
                   PERFORM APROVAR-REQUISICAO
               WHEN "X" WHEN "x"
                   PERFORM CANCELAR-REQUISICAO
               WHEN "Q" WHEN "q"
                   PERFORM CONSULTAR-REQUISICAO
               WHEN "C" WHEN "c"
                   PERFORM INCLUIR-CANDIDATO
               WHEN "E" WHEN "e"
                   PERFORM MUDAR-ETAPA-CANDIDATO
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

      *> A REQUISICAO NASCE AGUARDANDO A APROVACAO DO SUPERVISOR; O
      *> NUMERO E O SEGUINTE AO MAIOR JA GRAVADO
       ABRIR-REQUISICAO.
           MOVE SPACES TO REQ-REGISTRO.
           MOVE "N" TO WS-DEPTO-OK.
           PERFORM INFORMAR-DEPARTAMENTO-REQ UNTIL DEPTO-VALIDO.
           MOVE "N" TO WS-CARGO-OK.
           PERFORM INFORMAR-CARGO-REQ UNTIL CARGO-VALIDO.
           MOVE "N" TO WS-SALARIO-OK.
           PERFORM INFORMAR-SALARIO-REQ UNTIL SALARIO-NA-BANDA.
           MOVE "N" TO WS-SOLICITANTE-OK.
           PERFORM INFORMAR-SOLICITANTE UNTIL SOLICITANTE-VALIDO.
           DISPLAY "INFORME A JUSTIFICATIVA DA VAGA: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:40) TO REQ-JUSTIFICATIVA.
           PERFORM ACHAR-ULTIMO-NUMERO.
           COMPUTE REQ-NUMERO = WS-ULTIMO-NUMERO + 1.
           MOVE WS-EMPRESA-FILTRO TO REQ-EMPRESA.
           MOVE WS-OPERADOR TO REQ-OPERADOR.
           MOVE WS-DATA-HOJE TO REQ-DT-ABERTURA.
           MOVE "P" TO REQ-SITUACAO.
           MOVE SPACES TO REQ-APROVADOR.
           MOVE ZEROS TO REQ-DT-APROVACAO REQ-DT-FECHAMENTO
               REQ-CANDIDATO-CONTRATADO REQ-FUNCIONARIO.
           WRITE REQ-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A REQUISICAO"
               NOT INVALID KEY
                   DISPLAY "REQUISICAO " REQ-NUMERO " ABERTA, "
                       "AGUARDANDO APROVACAO DO SUPERVISOR"
           END-WRITE.

       INFORMAR-DEPARTAMENTO-REQ.
           DISPLAY "INFORME O CODIGO DO DEPARTAMENTO: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:3) TO DEPARTAMENTO-CODIGO.
           PERFORM VALIDAR-CODIGO-DEPARTAMENTO.
           IF DEPTO-VALIDO
               MOVE DEPARTAMENTO-CODIGO TO REQ-DEPARTAMENTO
               DISPLAY "DEPARTAMENTO: " DEPARTAMENTO-NOME
           END-IF.

      *> SEM BANDA SALARIAL CADASTRADA NAO HA COMO CONFERIR O SALARIO
      *> PROPOSTO, ENTAO O CARGO PRECISA TER A BANDA (PROG56)
       INFORMAR-CARGO-REQ.
           DISPLAY "INFORME O CODIGO DO CARGO: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:3) TO CARGO-CODIGO.
           PERFORM VALIDAR-CODIGO-CARGO.
           IF CARGO-VALIDO AND CARGO-SALARIO-MAXIMO = ZERO
               DISPLAY "ERRO: CARGO SEM BANDA SALARIAL CADASTRADA"
               MOVE "N" TO WS-CARGO-OK
           END-IF.
           IF CARGO-VALIDO
               MOVE CARGO-CODIGO TO REQ-CARGO
               MOVE CARGO-SALARIO-MINIMO TO WS-MINIMO-EDIT
               MOVE CARGO-SALARIO-MAXIMO TO WS-MAXIMO-EDIT
               DISPLAY "CARGO: " CARGO-NOME " BANDA " WS-MINIMO-EDIT
                   " A " WS-MAXIMO-EDIT
           END-IF.

      *> O REGISTRO DO CARGO FICA NO BUFFER DESDE A DIGITACAO DO CARGO
       INFORMAR-SALARIO-REQ.
           DISPLAY "INFORME O SALARIO PROPOSTO: ".
           ACCEPT WS-ENT-SALARIO.
           IF WS-ENT-SALARIO < CARGO-SALARIO-MINIMO
               OR WS-ENT-SALARIO > CARGO-SALARIO-MAXIMO
               DISPLAY "ERRO: SALARIO FORA DA BANDA DO CARGO ("
                   WS-MINIMO-EDIT " A " WS-MAXIMO-EDIT ")"
           ELSE
               MOVE WS-ENT-SALARIO TO REQ-SALARIO-PROPOSTO
               MOVE "S" TO WS-SALARIO-OK
           END-IF.

      *> O SOLICITANTE E O GESTOR DA VAGA: FUNCIONARIO ATIVO, QUE
      *> SERA O GESTOR IMEDIATO DO CONTRATADO
       INFORMAR-SOLICITANTE.
           DISPLAY "INFORME O CODIGO DO GESTOR SOLICITANTE: ".
           ACCEPT WS-CODIGO-PEDIDO.
           MOVE WS-CODIGO-PEDIDO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "ERRO: GESTOR NAO CADASTRADO NO MASTER"
               NOT INVALID KEY
                   IF FUNCIONARIO-ATIVO
                       MOVE WS-CODIGO-PEDIDO TO REQ-SOLICITANTE
                       MOVE "S" TO WS-SOLICITANTE-OK
                       DISPLAY "GESTOR: " FUNCIONARIO-NOME
                   ELSE
                       DISPLAY "ERRO: GESTOR INATIVO"
                   END-IF
           END-READ.

       ACHAR-ULTIMO-NUMERO.
           MOVE ZEROS TO WS-ULTIMO-NUMERO.
           MOVE "N" TO FIM-DA-REQUISICAO.
           MOVE ZEROS TO REQ-NUMERO.
           START ARQUIVO-REQUISICAO KEY IS NOT LESS THAN REQ-NUMERO
               INVALID KEY
                   MOVE "S" TO FIM-DA-REQUISICAO
           END-START.
           PERFORM GUARDAR-ULTIMO-NUMERO UNTIL ACABOU-REQUISICAO.

       GUARDAR-ULTIMO-NUMERO.
           READ ARQUIVO-REQUISICAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-REQUISICAO
               NOT AT END
                   MOVE REQ-NUMERO TO WS-ULTIMO-NUMERO
           END-READ.

      *> SO AS REQUISICOES DA EMPRESA DA SESSAO SAO ATENDIDAS
       LER-REQUISICAO.
           MOVE "N" TO WS-REQ-OK.
           DISPLAY "INFORME O NUMERO DA REQUISICAO: ".
           ACCEPT WS-NUMERO-PEDIDO.
           MOVE WS-NUMERO-PEDIDO TO REQ-NUMERO.
           READ ARQUIVO-REQUISICAO
               INVALID KEY
                   DISPLAY "REQUISICAO NAO ENCONTRADA"
               NOT INVALID KEY
                   IF REQ-EMPRESA NOT = WS-EMPRESA-FILTRO
                       DISPLAY "REQUISICAO DE OUTRA EMPRESA ("
                           REQ-EMPRESA ")"
                   ELSE
                       MOVE "S" TO WS-REQ-OK
                       PERFORM EXIBIR-REQUISICAO
                   END-IF
           END-READ.

       EXIBIR-REQUISICAO.
           MOVE REQ-CARGO TO CARGO-CODIGO.
           READ ARQUIVO-CARGO
               INVALID KEY
                   MOVE SPACES TO CARGO-NOME
           END-READ.
           MOVE REQ-SOLICITANTE TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "*** NAO CADASTRADO" TO WS-NOME-AUXILIAR
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO WS-NOME-AUXILIAR
           END-READ.
           MOVE REQ-SALARIO-PROPOSTO TO WS-SALARIO-EDIT.
           DISPLAY "REQUISICAO " REQ-NUMERO " SITUACAO " REQ-SITUACAO
               " (P=AGUARDANDO A=APROVADA R=RECUSADA F=PREENCHIDA "
               "X=CANCELADA)".
           DISPLAY "DEPARTAMENTO " REQ-DEPARTAMENTO " CARGO "
               REQ-CARGO " " CARGO-NOME.
           DISPLAY "SALARIO PROPOSTO " WS-SALARIO-EDIT
               " SOLICITANTE " REQ-SOLICITANTE " " WS-NOME-AUXILIAR.
           DISPLAY "ABERTA EM " REQ-DT-ABERTURA " POR " REQ-OPERADOR
               " - " REQ-JUSTIFICATIVA.
           IF REQ-APROVADOR NOT = SPACES
               DISPLAY "DECIDIDA POR " REQ-APROVADOR " EM "
                   REQ-DT-APROVACAO
           END-IF.
           IF REQ-DT-FECHAMENTO NOT = ZEROS
               DISPLAY "ENCERRADA EM " REQ-DT-FECHAMENTO
           END-IF.
           IF REQ-PREENCHIDA
               DISPLAY "PREENCHIDA PELO CANDIDATO "
                   REQ-CANDIDATO-CONTRATADO " (FUNCIONARIO "
                   REQ-FUNCIONARIO ")"
           END-IF.

       REGRAVAR-REQUISICAO.
           REWRITE REQ-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A REQUISICAO"
           END-REWRITE.

       APROVAR-REQUISICAO.
           IF WS-SESSAO-NIVEL < 2
               DISPLAY "APROVACAO DE REQUISICOES RESTRITA A "
                   "SUPERVISORES AUTENTICADOS NO SIGN-ON"
           ELSE
               PERFORM LER-REQUISICAO
               IF REQUISICAO-LOCALIZADA AND NOT REQ-AGUARDANDO
                   DISPLAY "REQUISICAO NAO ESTA AGUARDANDO APROVACAO"
                   MOVE "N" TO WS-REQ-OK
               END-IF
               IF REQUISICAO-LOCALIZADA
                   PERFORM EXIBIR-POSICAO-DO-QUADRO
                   PERFORM DECIDIR-REQUISICAO
               END-IF
           END-IF.

      *> SO INFORMATIVO: A VAGA DO QUADRO E CONFERIDA DE NOVO NA
      *> CONTRATACAO, QUANDO O SUPERVISOR AINDA PODE LIBERAR
       EXIBIR-POSICAO-DO-QUADRO.
           MOVE REQ-DEPARTAMENTO TO WS-QDR-DEPARTAMENTO.
           MOVE REQ-CARGO TO WS-QDR-CARGO.
           MOVE ZEROS TO WS-QDR-CODIGO.
           PERFORM QDR-APURAR-VAGA.
           IF QDR-FORA-DO-QUADRO
               DISPLAY "ATENCAO: DEPARTAMENTO E CARGO SEM VAGA "
                   "APROVADA NO QUADRO (PROG124)"
           ELSE
               DISPLAY "QUADRO: " WS-QDR-APROVADAS " APROVADAS, "
                   WS-QDR-OCUPADAS " OCUPADAS"
               IF QDR-SEM-VAGA
                   DISPLAY "ATENCAO: QUADRO COMPLETO, A CONTRATACAO "
                       "VAI PRECISAR DE LIBERACAO DO SUPERVISOR"
               END-IF
           END-IF.

       DECIDIR-REQUISICAO.
           DISPLAY "(A)PROVAR (R)ECUSAR (V)OLTAR: ".
           ACCEPT WS-OPCAO-DECISAO.
           EVALUATE WS-OPCAO-DECISAO
               WHEN "A" WHEN "a"
                   MOVE "A" TO REQ-SITUACAO
                   MOVE WS-OPERADOR TO REQ-APROVADOR
                   MOVE WS-DATA-HOJE TO REQ-DT-APROVACAO
                   PERFORM REGRAVAR-REQUISICAO
                   DISPLAY "REQUISICAO APROVADA, JA RECEBE CANDIDATOS"
               WHEN "R" WHEN "r"
                   MOVE "R" TO REQ-SITUACAO
                   MOVE WS-OPERADOR TO REQ-APROVADOR
                   MOVE WS-DATA-HOJE TO REQ-DT-APROVACAO
                   MOVE WS-DATA-HOJE TO REQ-DT-FECHAMENTO
                   PERFORM REGRAVAR-REQUISICAO
                   DISPLAY "REQUISICAO RECUSADA"
               WHEN OTHER
                   DISPLAY "REQUISICAO MANTIDA AGUARDANDO APROVACAO"
           END-EVALUATE.

      *> CANCELA QUEM ABRIU A REQUISICAO OU UM SUPERVISOR; OS
      *> CANDIDATOS AINDA EM ANDAMENTO SAO ENCERRADOS JUNTO
       CANCELAR-REQUISICAO.
           PERFORM LER-REQUISICAO.
           IF REQUISICAO-LOCALIZADA AND NOT REQ-EM-ABERTO
               DISPLAY "REQUISICAO JA ENCERRADA"
               MOVE "N" TO WS-REQ-OK
           END-IF.
           IF REQUISICAO-LOCALIZADA AND WS-SESSAO-NIVEL < 2
               AND REQ-OPERADOR NOT = WS-OPERADOR
               DISPLAY "SO O OPERADOR QUE ABRIU A REQUISICAO OU UM "
                   "SUPERVISOR PODE CANCELA-LA"
               MOVE "N" TO WS-REQ-OK
           END-IF.
           IF REQUISICAO-LOCALIZADA
               DISPLAY "CONFIRMA O CANCELAMENTO? (S/N): "
               ACCEPT WS-OPCAO-CONFIRMA
               IF WS-OPCAO-CONFIRMA = "S" OR WS-OPCAO-CONFIRMA = "s"
                   MOVE "X" TO REQ-SITUACAO
                   MOVE WS-DATA-HOJE TO REQ-DT-FECHAMENTO
                   PERFORM REGRAVAR-REQUISICAO
                   MOVE "REQUISICAO CANCELADA"
                       TO WS-MOTIVO-ENCERRAMENTO
                   PERFORM ENCERRAR-CANDIDATOS-EM-PROCESSO
                   DISPLAY "REQUISICAO CANCELADA; CANDIDATOS "
                       "ENCERRADOS: " WS-QTD-ENCERRADOS
               ELSE
                   DISPLAY "CANCELAMENTO DESISTIDO"
               END-IF
           END-IF.

      *> OS CANDIDATOS DA REQUISICAO FICAM JUNTOS NA CHAVE (NUMERO DA
      *> REQUISICAO + SEQUENCIA)
       POSICIONAR-CANDIDATOS.
           MOVE "N" TO FIM-DO-CANDIDATO.
           MOVE REQ-NUMERO TO CAND-REQUISICAO.
           MOVE ZEROS TO CAND-SEQUENCIA.
           START ARQUIVO-CANDIDATO KEY IS NOT LESS THAN CAND-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-CANDIDATO
           END-START.

       ENCERRAR-CANDIDATOS-EM-PROCESSO.
           MOVE ZEROS TO WS-QTD-ENCERRADOS.
           PERFORM POSICIONAR-CANDIDATOS.
           PERFORM ENCERRAR-PROXIMO-CANDIDATO UNTIL ACABOU-CANDIDATO.

       ENCERRAR-PROXIMO-CANDIDATO.
           READ ARQUIVO-CANDIDATO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-CANDIDATO
               NOT AT END
                   IF CAND-REQUISICAO NOT = REQ-NUMERO
                       MOVE "S" TO FIM-DO-CANDIDATO
                   ELSE
                       IF CAND-EM-PROCESSO
                           MOVE "R" TO CAND-ETAPA
                           MOVE WS-DATA-HOJE TO CAND-DT-ETAPA
                           MOVE WS-OPERADOR TO CAND-OPERADOR
                           MOVE WS-MOTIVO-ENCERRAMENTO
                               TO CAND-OBSERVACAO
                           REWRITE CAND-REGISTRO
                               INVALID KEY
                                   DISPLAY "ERRO AO ENCERRAR O "
                                       "CANDIDATO " CAND-SEQUENCIA
                               NOT INVALID KEY
                                   ADD 1 TO WS-QTD-ENCERRADOS
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ.

       CONSULTAR-REQUISICAO.
           PERFORM LER-REQUISICAO.
           IF REQUISICAO-LOCALIZADA
               MOVE ZEROS TO WS-QTD-CANDIDATOS
               PERFORM POSICIONAR-CANDIDATOS
               PERFORM LISTAR-PROXIMO-CANDIDATO UNTIL ACABOU-CANDIDATO
               IF WS-QTD-CANDIDATOS = ZERO
                   DISPLAY "NENHUM CANDIDATO NA REQUISICAO"
               END-IF
           END-IF.

       LISTAR-PROXIMO-CANDIDATO.
           READ ARQUIVO-CANDIDATO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-CANDIDATO
               NOT AT END
                   IF CAND-REQUISICAO NOT = REQ-NUMERO
                       MOVE "S" TO FIM-DO-CANDIDATO
                   ELSE
                       ADD 1 TO WS-QTD-CANDIDATOS
                       PERFORM EXIBIR-CANDIDATO
                   END-IF
           END-READ.

       DESCREVER-ETAPA.
           EVALUATE TRUE
               WHEN CAND-TRIAGEM
                   MOVE "TRIAGEM" TO WS-ETAPA-DESC
               WHEN CAND-ENTREVISTA
                   MOVE "ENTREVISTA" TO WS-ETAPA-DESC
               WHEN CAND-OFERTA
                   MOVE "OFERTA" TO WS-ETAPA-DESC
               WHEN CAND-CONTRATADO
                   MOVE "CONTRATADO" TO WS-ETAPA-DESC
               WHEN CAND-REPROVADO
                   MOVE "REPROVADO" TO WS-ETAPA-DESC
               WHEN OTHER
                   MOVE "?" TO WS-ETAPA-DESC
           END-EVALUATE.

       EXIBIR-CANDIDATO.
           PERFORM DESCREVER-ETAPA.
           DISPLAY CAND-SEQUENCIA " " CAND-NOME " CPF " CAND-CPF " "
               WS-ETAPA-DESC " DESDE " CAND-DT-ETAPA.
           IF CAND-OFERTA OR CAND-CONTRATADO
               MOVE CAND-SALARIO-OFERTA TO WS-SALARIO-EDIT
               DISPLAY "    OFERTA " WS-SALARIO-EDIT
           END-IF.
           IF CAND-CONTRATADO
               DISPLAY "    CONTRATADO COMO FUNCIONARIO "
                   CAND-FUNCIONARIO
           END-IF.
           IF CAND-OBSERVACAO NOT = SPACES
               DISPLAY "    " CAND-OBSERVACAO
           END-IF.

      *> O CPF E CONFERIDO ANTES DA DIGITACAO DO RESTO, PORQUE A
      *> CONFERENCIA E A BUSCA DA SEQUENCIA PERCORREM OS CANDIDATOS
      *> DA REQUISICAO E TROCAM O BUFFER
       INCLUIR-CANDIDATO.
           PERFORM LER-REQUISICAO.
           IF REQUISICAO-LOCALIZADA AND NOT REQ-APROVADA
               DISPLAY "CANDIDATOS SO EM REQUISICAO APROVADA"
               MOVE "N" TO WS-REQ-OK
           END-IF.
           IF REQUISICAO-LOCALIZADA
               MOVE "N" TO WS-CPF-SITUACAO
               PERFORM INFORMAR-CPF-CANDIDATO
                   UNTIL CPF-ACEITO OR CPF-DESISTENCIA
               IF CPF-ACEITO
                   PERFORM ACHAR-ULTIMA-SEQUENCIA
                   PERFORM INFORMAR-DADOS-CANDIDATO
                   PERFORM GRAVAR-CANDIDATO
               ELSE
                   DISPLAY "INCLUSAO DO CANDIDATO DESISTIDA"
               END-IF
           END-IF.

       INFORMAR-CPF-CANDIDATO.
           DISPLAY "INFORME O CPF DO CANDIDATO (11 DIGITOS, ZEROS = "
               "DESISTIR): ".
           ACCEPT WS-CPF-CANDIDATO.
           IF WS-CPF-CANDIDATO = ZEROS
               MOVE "D" TO WS-CPF-SITUACAO
           ELSE
               MOVE WS-CPF-CANDIDATO TO FUNCIONARIO-CPF
               PERFORM VALIDAR-CPF
               IF NOT CPF-DIGITOS-VALIDOS
                   DISPLAY "ERRO: CPF COM DIGITO VERIFICADOR INVALIDO"
               ELSE
                   MOVE "S" TO WS-CPF-SITUACAO
                   PERFORM VERIFICAR-CPF-NO-MASTER
                   IF CPF-ACEITO
                       PERFORM VERIFICAR-CPF-NA-REQUISICAO
                   END-IF
               END-IF
           END-IF.

      *> QUEM JA ESTA NO MASTER (ATIVO OU NAO) NAO ENTRA DE NOVO PELA
      *> CONTRATACAO, QUE RECUSARIA O CPF DUPLICADO
       VERIFICAR-CPF-NO-MASTER.
           MOVE WS-CPF-CANDIDATO TO FUNCIONARIO-CPF.
           READ ARQUIVO-FUNCIONARIO KEY IS FUNCIONARIO-CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERRO: CPF JA CADASTRADO NO MASTER PARA O "
                       "FUNCIONARIO " FUNCIONARIO-CODIGO
                   MOVE "N" TO WS-CPF-SITUACAO
           END-READ.

       VERIFICAR-CPF-NA-REQUISICAO.
           PERFORM POSICIONAR-CANDIDATOS.
           PERFORM COMPARAR-CPF-DO-CANDIDATO UNTIL ACABOU-CANDIDATO.

       COMPARAR-CPF-DO-CANDIDATO.
           READ ARQUIVO-CANDIDATO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-CANDIDATO
               NOT AT END
                   IF CAND-REQUISICAO NOT = REQ-NUMERO
                       MOVE "S" TO FIM-DO-CANDIDATO
                   ELSE
                       IF CAND-CPF = WS-CPF-CANDIDATO
                           DISPLAY "ERRO: CPF JA INCLUIDO NA "
                               "REQUISICAO (CANDIDATO "
                               CAND-SEQUENCIA ")"
                           MOVE "N" TO WS-CPF-SITUACAO
                           MOVE "S" TO FIM-DO-CANDIDATO
                       END-IF
                   END-IF
           END-READ.

       ACHAR-ULTIMA-SEQUENCIA.
           MOVE ZEROS TO WS-ULTIMA-SEQ.
           PERFORM POSICIONAR-CANDIDATOS.
           PERFORM GUARDAR-ULTIMA-SEQUENCIA UNTIL ACABOU-CANDIDATO.

       GUARDAR-ULTIMA-SEQUENCIA.
           READ ARQUIVO-CANDIDATO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-CANDIDATO
               NOT AT END
                   IF CAND-REQUISICAO = REQ-NUMERO
                       MOVE CAND-SEQUENCIA TO WS-ULTIMA-SEQ
                   ELSE
                       MOVE "S" TO FIM-DO-CANDIDATO
                   END-IF
           END-READ.

      *> OS DADOS PESSOAIS TEM O MESMO FORMATO DO MASTER; A CRITICA
      *> COMPLETA (TELEFONE, EMAIL, CEP, IDADE) E A DO PDVALFUNC TAB
      *> NA CONTRATACAO
       INFORMAR-DADOS-CANDIDATO.
           MOVE SPACES TO CAND-REGISTRO.
           MOVE REQ-NUMERO TO CAND-REQUISICAO.
           COMPUTE CAND-SEQUENCIA = WS-ULTIMA-SEQ + 1.
           MOVE WS-CPF-CANDIDATO TO CAND-CPF.
           MOVE SPACES TO WS-ENT-TEXTO.
           PERFORM INFORMAR-NOME-CANDIDATO
               UNTIL WS-ENT-TEXTO NOT = SPACES.
           DISPLAY "INFORME A DATA DE NASCIMENTO (AAAAMMDD): ".
           ACCEPT CAND-DT-NASCIMENTO.
           DISPLAY "INFORME O TELEFONE ((DD) DDDDD-DDDD): ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:15) TO CAND-TELEFONE.
           DISPLAY "INFORME O EMAIL DO CANDIDATO: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:40) TO CAND-EMAIL.
           DISPLAY "INFORME O ENDERECO: ".
           DISPLAY "  LOGRADOURO: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:30) TO CAND-END-LOGRADOURO.
           DISPLAY "  NUMERO....: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:6) TO CAND-END-NUMERO.
           DISPLAY "  COMPLEMENTO (OU BRANCO): ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:15) TO CAND-END-COMPLEMENTO.
           DISPLAY "  CIDADE....: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:20) TO CAND-END-CIDADE.
           DISPLAY "  UF........: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:2) TO CAND-END-UF.
           DISPLAY "  CEP (8 DIGITOS): ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:8) TO CAND-END-CEP.
           DISPLAY "OBSERVACAO DA TRIAGEM (OU BRANCO): ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:40) TO CAND-OBSERVACAO.
           MOVE "T" TO CAND-ETAPA.
           MOVE WS-DATA-HOJE TO CAND-DT-INCLUSAO CAND-DT-ETAPA.
           MOVE WS-OPERADOR TO CAND-OPERADOR.
           MOVE ZEROS TO CAND-SALARIO-OFERTA CAND-FUNCIONARIO.

       INFORMAR-NOME-CANDIDATO.
           DISPLAY "INFORME O NOME DO CANDIDATO: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           IF WS-ENT-TEXTO = SPACES
               DISPLAY "ERRO: NOME NAO PODE FICAR EM BRANCO"
           ELSE
               MOVE WS-ENT-TEXTO(1:30) TO CAND-NOME
           END-IF.

       GRAVAR-CANDIDATO.
           WRITE CAND-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O CANDIDATO"
               NOT INVALID KEY
                   DISPLAY "CANDIDATO " CAND-SEQUENCIA
                       " INCLUIDO NA REQUISICAO " CAND-REQUISICAO
                       " EM TRIAGEM"
           END-WRITE.

       LER-CANDIDATO.
           MOVE "N" TO WS-CAND-OK.
           DISPLAY "INFORME A SEQUENCIA DO CANDIDATO: ".
           ACCEPT WS-SEQUENCIA-PEDIDA.
           MOVE REQ-NUMERO TO CAND-REQUISICAO.
           MOVE WS-SEQUENCIA-PEDIDA TO CAND-SEQUENCIA.
           READ ARQUIVO-CANDIDATO
               INVALID KEY
                   DISPLAY "CANDIDATO NAO ENCONTRADO NA REQUISICAO"
               NOT INVALID KEY
                   MOVE "S" TO WS-CAND-OK
                   PERFORM EXIBIR-CANDIDATO
           END-READ.

      *> A ETAPA SO ANDA PARA A FRENTE; A CONTRATACAO EXIGE A OFERTA
       MUDAR-ETAPA-CANDIDATO.
           PERFORM LER-REQUISICAO.
           IF REQUISICAO-LOCALIZADA AND NOT REQ-APROVADA
               DISPLAY "REQUISICAO NAO ESTA APROVADA EM ABERTO"
               MOVE "N" TO WS-REQ-OK
           END-IF.
           IF REQUISICAO-LOCALIZADA
               PERFORM LER-CANDIDATO
               IF CANDIDATO-LOCALIZADO AND NOT CAND-EM-PROCESSO
                   DISPLAY "CANDIDATO JA ENCERRADO"
                   MOVE "N" TO WS-CAND-OK
               END-IF
               IF CANDIDATO-LOCALIZADO
                   PERFORM AVANCAR-ETAPA
               END-IF
           END-IF.

       AVANCAR-ETAPA.
           DISPLAY "NOVA ETAPA (E=ENTREVISTA O=OFERTA C=CONTRATADO "
               "R=REPROVADO): ".
           ACCEPT WS-OPCAO-ETAPA.
           EVALUATE WS-OPCAO-ETAPA
               WHEN "E" WHEN "e"
                   IF CAND-TRIAGEM
                       MOVE "E" TO CAND-ETAPA
                       PERFORM INFORMAR-OBSERVACAO
                       PERFORM REGISTRAR-ETAPA
                   ELSE
                       DISPLAY "ENTREVISTA SO A PARTIR DA TRIAGEM"
                   END-IF
               WHEN "O" WHEN "o"
                   IF CAND-OFERTA
                       DISPLAY "CANDIDATO JA ESTA NA OFERTA"
                   ELSE
                       PERFORM INFORMAR-OFERTA
                   END-IF
               WHEN "C" WHEN "c"
                   IF CAND-OFERTA
                       PERFORM CONTRATAR-CANDIDATO
                   ELSE
                       DISPLAY "CONTRATACAO SO DEPOIS DA OFERTA"
                   END-IF
               WHEN "R" WHEN "r"
                   MOVE "R" TO CAND-ETAPA
                   PERFORM INFORMAR-OBSERVACAO
                   PERFORM REGISTRAR-ETAPA
               WHEN OTHER
                   DISPLAY "ETAPA MANTIDA"
           END-EVALUATE.

       INFORMAR-OBSERVACAO.
           DISPLAY "OBSERVACAO (BRANCO = MANTER A ANTERIOR): ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           IF WS-ENT-TEXTO NOT = SPACES
               MOVE WS-ENT-TEXTO(1:40) TO CAND-OBSERVACAO
           END-IF.

       REGISTRAR-ETAPA.
           MOVE WS-DATA-HOJE TO CAND-DT-ETAPA.
           MOVE WS-OPERADOR TO CAND-OPERADOR.
           REWRITE CAND-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ETAPA DO CANDIDATO"
               NOT INVALID KEY
                   PERFORM DESCREVER-ETAPA
                   DISPLAY "CANDIDATO EM " WS-ETAPA-DESC
           END-REWRITE.

      *> A OFERTA TAMBEM PRECISA CABER NA BANDA DO CARGO; ZEROS FICA
      *> COM O SALARIO PROPOSTO NA REQUISICAO
       INFORMAR-OFERTA.
           MOVE REQ-CARGO TO CARGO-CODIGO.
           READ ARQUIVO-CARGO
               INVALID KEY
                   MOVE ZEROS TO CARGO-SALARIO-MINIMO
                       CARGO-SALARIO-MAXIMO
           END-READ.
           MOVE REQ-SALARIO-PROPOSTO TO WS-SALARIO-EDIT.
           MOVE CARGO-SALARIO-MINIMO TO WS-MINIMO-EDIT.
           MOVE CARGO-SALARIO-MAXIMO TO WS-MAXIMO-EDIT.
           DISPLAY "INFORME O SALARIO DA OFERTA (ZEROS = PROPOSTO "
               WS-SALARIO-EDIT "): ".
           ACCEPT WS-ENT-SALARIO.
           IF WS-ENT-SALARIO = ZEROS
               MOVE REQ-SALARIO-PROPOSTO TO WS-ENT-SALARIO
           END-IF.
           IF WS-ENT-SALARIO < CARGO-SALARIO-MINIMO
               OR WS-ENT-SALARIO > CARGO-SALARIO-MAXIMO
               DISPLAY "ERRO: OFERTA FORA DA BANDA DO CARGO ("
                   WS-MINIMO-EDIT " A " WS-MAXIMO-EDIT
                   "), ETAPA MANTIDA"
           ELSE
               MOVE WS-ENT-SALARIO TO CAND-SALARIO-OFERTA
               MOVE "O" TO CAND-ETAPA
               PERFORM INFORMAR-OBSERVACAO
               PERFORM REGISTRAR-ETAPA
           END-IF.

      *> O BUFFER DO MASTER E A AREA DE TRABALHO DA CONTRATACAO, COMO
      *> NO REPROCESSAMENTO DE REJEITOS DO PROG58: MONTADO COM OS
      *> DADOS DO CANDIDATO E DA REQUISICAO, COMPLETADO PELO OPERADOR,
      *> CORRIGIDO CAMPO A CAMPO E REVALIDADO ATE GRAVAR OU VOLTAR
       CONTRATAR-CANDIDATO.
           PERFORM MONTAR-REGISTRO-DO-CANDIDATO.
           PERFORM INFORMAR-DADOS-DA-ADMISSAO.
           PERFORM EXIBIR-ADMISSAO.
           MOVE "N" TO WS-FIM-ADMISSAO.
           PERFORM TRATAR-ACAO-ADMISSAO UNTIL ADMISSAO-RESOLVIDA.

      *> DEPARTAMENTO, CARGO, EMPRESA E SALARIO (A OFERTA) VEM DA
      *> REQUISICAO E NAO SAO CORRIGIDOS AQUI; O SOLICITANTE ENTRA
      *> COMO GESTOR IMEDIATO. O CONTRATADO ENTRA MENSALISTA
       MONTAR-REGISTRO-DO-CANDIDATO.
           MOVE SPACES TO FUNCIONARIO-REGISTRO.
           MOVE ZEROS TO FUNCIONARIO-CODIGO FUNCIONARIO-DT-ADMISSAO
               FUNCIONARIO-DT-FIM-CONTRATO FUNCIONARIO-VALOR-HORA.
           MOVE CAND-NOME TO FUNCIONARIO-NOME.
           MOVE CAND-ENDERECO TO FUNCIONARIO-ENDERECO.
           MOVE CAND-TELEFONE TO FUNCIONARIO-TELEFONE.
           MOVE CAND-EMAIL TO FUNCIONARIO-EMAIL.
           MOVE CAND-DT-NASCIMENTO TO FUNCIONARIO-DT-NASCIMENTO.
           MOVE CAND-CPF TO FUNCIONARIO-CPF.
           MOVE CAND-SALARIO-OFERTA TO FUNCIONARIO-SALARIO.
           MOVE REQ-DEPARTAMENTO TO FUNCIONARIO-DEPARTAMENTO.
           MOVE REQ-CARGO TO FUNCIONARIO-CARGO.
           MOVE REQ-EMPRESA TO FUNCIONARIO-EMPRESA.
           MOVE REQ-SOLICITANTE TO FUNCIONARIO-GESTOR.
           MOVE "A" TO FUNCIONARIO-STATUS.
           MOVE "M" TO FUNCIONARIO-TIPO-SALARIO.
           MOVE "C" TO FUNCIONARIO-TIPO-CONTRATO.

       INFORMAR-DADOS-DA-ADMISSAO.
           DISPLAY "INFORME O CODIGO DO NOVO FUNCIONARIO (1-99999): ".
           ACCEPT FUNCIONARIO-CODIGO.
           DISPLAY "INFORME A DATA DE ADMISSAO (AAAAMMDD): ".
           ACCEPT FUNCIONARIO-DT-ADMISSAO.
           DISPLAY "INFORME O EMAIL CORPORATIVO (BRANCO = MANTER "
               FUNCIONARIO-EMAIL "): ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           IF WS-ENT-TEXTO NOT = SPACES
               MOVE WS-ENT-TEXTO(1:40) TO FUNCIONARIO-EMAIL
           END-IF.
           DISPLAY "INFORME O HOBBY DO FUNCIONARIO: ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           MOVE WS-ENT-TEXTO(1:20) TO FUNCIONARIO-HOBBY.
           PERFORM INFORMAR-CONTRATO-ADMISSAO.
           MOVE "N" TO WS-TURNO-OK.
           PERFORM INFORMAR-TURNO-ADMISSAO UNTIL TURNO-VALIDO.
           PERFORM INFORMAR-BANCO-ADMISSAO.

       INFORMAR-CONTRATO-ADMISSAO.
           DISPLAY "INFORME O TIPO DE CONTRATO (C=CLT X=EXPERIENCIA "
               "E=ESTAGIO A=APRENDIZ T=TEMPORARIO, BRANCO = CLT): ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           IF WS-ENT-TEXTO = SPACES
               MOVE "C" TO FUNCIONARIO-TIPO-CONTRATO
           ELSE
               MOVE WS-ENT-TEXTO(1:1) TO FUNCIONARIO-TIPO-CONTRATO
           END-IF.
           IF CONTRATO-CLT
               MOVE ZEROS TO FUNCIONARIO-DT-FIM-CONTRATO
           ELSE
               DISPLAY "INFORME O FIM DO CONTRATO/PERIODO (AAAAMMDD): "
               ACCEPT FUNCIONARIO-DT-FIM-CONTRATO
           END-IF.

      *> TURNO EM BRANCO = DIURNO PADRAO; INFORMADO, SO ENTRA COM
      *> CODIGO ATIVO NA TABELA DE TURNOS (PROG99), COMO NO PROG37
       INFORMAR-TURNO-ADMISSAO.
           DISPLAY "INFORME O TURNO (2 POSICOES, BRANCO = DIURNO "
               "PADRAO): ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           IF WS-ENT-TEXTO = SPACES
               MOVE SPACES TO FUNCIONARIO-TURNO
               MOVE "S" TO WS-TURNO-OK
           ELSE
               MOVE WS-ENT-TEXTO(1:2) TO TURNO-CODIGO
               READ ARQUIVO-TURNO
                   INVALID KEY
                       DISPLAY "ERRO: TURNO NAO CADASTRADO NA "
                           "TABELA DE TURNOS (PROG99)"
                   NOT INVALID KEY
                       IF TURNO-ATIVO
                           MOVE TURNO-CODIGO TO FUNCIONARIO-TURNO
                           MOVE "S" TO WS-TURNO-OK
                           DISPLAY "TURNO: " TURNO-DESCRICAO
                       ELSE
                           DISPLAY "ERRO: TURNO INATIVO"
                       END-IF
               END-READ
           END-IF.

      *> BANCO EM BRANCO MANTEM O CONTRATADO SEM CONTA CADASTRADA; A
      *> CRITICA FORMAL DOS CAMPOS E DO PDVALFUNC
       INFORMAR-BANCO-ADMISSAO.
           DISPLAY "INFORME O BANCO (3 DIGITOS, BRANCO = SEM "
               "CONTA): ".
           MOVE SPACES TO WS-ENT-TEXTO.
           ACCEPT WS-ENT-TEXTO.
           IF WS-ENT-TEXTO = SPACES
               MOVE SPACES TO FUNCIONARIO-DADOS-BANCARIOS
           ELSE
               MOVE WS-ENT-TEXTO(1:3) TO FUNCIONARIO-BANCO
               DISPLAY "INFORME A AGENCIA (5 DIGITOS): "
               MOVE SPACES TO WS-ENT-TEXTO
               ACCEPT WS-ENT-TEXTO
               MOVE WS-ENT-TEXTO(1:5) TO FUNCIONARIO-AGENCIA
               DISPLAY "INFORME A CONTA (10 DIGITOS): "
               MOVE SPACES TO WS-ENT-TEXTO
               ACCEPT WS-ENT-TEXTO
               MOVE WS-ENT-TEXTO(1:10) TO FUNCIONARIO-CONTA
               DISPLAY "INFORME O DIGITO VERIFICADOR: "
               MOVE SPACES TO WS-ENT-TEXTO
               ACCEPT WS-ENT-TEXTO
               MOVE WS-ENT-TEXTO(1:1) TO FUNCIONARIO-CONTA-DV
               DISPLAY "TIPO DE CONTA (C=CORRENTE P=POUPANCA): "
               MOVE SPACES TO WS-ENT-TEXTO
               ACCEPT WS-ENT-TEXTO
               MOVE WS-ENT-TEXTO(1:1) TO FUNCIONARIO-TIPO-CONTA
           END-IF.

       EXIBIR-ADMISSAO.
           DISPLAY " ".
           DISPLAY "----- ADMISSAO DO CANDIDATO " CAND-SEQUENCIA
               " DA REQUISICAO " REQ-NUMERO " -----".
           DISPLAY " 1 CODIGO......: " FUNCIONARIO-CODIGO.
           DISPLAY " 2 NOME........: " FUNCIONARIO-NOME.
           PERFORM MONTAR-ENDERECO-EXIBICAO.
           DISPLAY " 3 ENDERECO....: " WS-ENDERECO-MONTADO.
           DISPLAY " 4 TELEFONE....: " FUNCIONARIO-TELEFONE.
           DISPLAY " 5 EMAIL.......: " FUNCIONARIO-EMAIL.
           DISPLAY " 6 HOBBY.......: " FUNCIONARIO-HOBBY.
           DISPLAY " 7 DT ADMISSAO.: " FUNCIONARIO-DT-ADMISSAO.
           DISPLAY " 8 DT NASCIM...: " FUNCIONARIO-DT-NASCIMENTO.
           DISPLAY " 9 BANCO/CONTA.: " FUNCIONARIO-BANCO " AG "
               FUNCIONARIO-AGENCIA " CONTA " FUNCIONARIO-CONTA "-"
               FUNCIONARIO-CONTA-DV " (" FUNCIONARIO-TIPO-CONTA ")".
           DISPLAY "10 CPF.........: " FUNCIONARIO-CPF.
           DISPLAY "11 TURNO.......: " FUNCIONARIO-TURNO.
           DISPLAY "12 CONTRATO....: " FUNCIONARIO-TIPO-CONTRATO
               " FIM " FUNCIONARIO-DT-FIM-CONTRATO.
           DISPLAY "13 GESTOR......: " FUNCIONARIO-GESTOR.
           MOVE FUNCIONARIO-SALARIO TO WS-SALARIO-EDIT.
           DISPLAY "   DA REQUISICAO: DEPARTAMENTO "
               FUNCIONARIO-DEPARTAMENTO " CARGO " FUNCIONARIO-CARGO
               " EMPRESA " FUNCIONARIO-EMPRESA " SALARIO "
               WS-SALARIO-EDIT.

       TRATAR-ACAO-ADMISSAO.
           DISPLAY "(C)ORRIGIR CAMPO (G)RAVAR NO MASTER (V)OLTAR SEM "
               "CONTRATAR: ".
           ACCEPT WS-OPCAO-ACAO.
           EVALUATE WS-OPCAO-ACAO
               WHEN "C" WHEN "c"
                   PERFORM CORRIGIR-CAMPO-ADMISSAO
               WHEN "G" WHEN "g"
                   PERFORM REVALIDAR-E-CONTRATAR
               WHEN "V" WHEN "v"
                   MOVE "S" TO WS-FIM-ADMISSAO
                   DISPLAY "CANDIDATO MANTIDO NA OFERTA"
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE"
           END-EVALUATE.

       CORRIGIR-CAMPO-ADMISSAO.
           DISPLAY "NUMERO DO CAMPO A CORRIGIR (1-13): ".
           ACCEPT WS-OPCAO-CAMPO.
           EVALUATE WS-OPCAO-CAMPO
               WHEN "1" WHEN "01"
                   DISPLAY "NOVO CODIGO: "
                   ACCEPT FUNCIONARIO-CODIGO
               WHEN "2" WHEN "02"
                   DISPLAY "NOVO NOME: "
                   MOVE SPACES TO WS-ENT-TEXTO
                   ACCEPT WS-ENT-TEXTO
                   MOVE WS-ENT-TEXTO(1:30) TO FUNCIONARIO-NOME
               WHEN "3" WHEN "03"
                   DISPLAY "NOVO LOGRADOURO: "
                   MOVE SPACES TO WS-ENT-TEXTO
                   ACCEPT WS-ENT-TEXTO
                   MOVE WS-ENT-TEXTO(1:30)
                       TO FUNCIONARIO-END-LOGRADOURO
                   DISPLAY "NOVO NUMERO: "
                   MOVE SPACES TO WS-ENT-TEXTO
                   ACCEPT WS-ENT-TEXTO
                   MOVE WS-ENT-TEXTO(1:6) TO FUNCIONARIO-END-NUMERO
                   DISPLAY "NOVO COMPLEMENTO: "
                   MOVE SPACES TO WS-ENT-TEXTO
                   ACCEPT WS-ENT-TEXTO
                   MOVE WS-ENT-TEXTO(1:15)
                       TO FUNCIONARIO-END-COMPLEMENTO
                   DISPLAY "NOVA CIDADE: "
                   MOVE SPACES TO WS-ENT-TEXTO
                   ACCEPT WS-ENT-TEXTO
                   MOVE WS-ENT-TEXTO(1:20) TO FUNCIONARIO-END-CIDADE
                   DISPLAY "NOVA UF: "
                   MOVE SPACES TO WS-ENT-TEXTO
                   ACCEPT WS-ENT-TEXTO
                   MOVE WS-ENT-TEXTO(1:2) TO FUNCIONARIO-END-UF
                   DISPLAY "NOVO CEP (8 DIGITOS): "
                   MOVE SPACES TO WS-ENT-TEXTO
                   ACCEPT WS-ENT-TEXTO
                   MOVE WS-ENT-TEXTO(1:8) TO FUNCIONARIO-END-CEP
               WHEN "4" WHEN "04"
                   DISPLAY "NOVO TELEFONE ((DD) DDDDD-DDDD): "
                   MOVE SPACES TO WS-ENT-TEXTO
                   ACCEPT WS-ENT-TEXTO
                   MOVE WS-ENT-TEXTO(1:15) TO FUNCIONARIO-TELEFONE
               WHEN "5" WHEN "05"
                   DISPLAY "NOVO EMAIL: "
                   MOVE SPACES TO WS-ENT-TEXTO
                   ACCEPT WS-ENT-TEXTO
                   MOVE WS-ENT-TEXTO(1:40) TO FUNCIONARIO-EMAIL
               WHEN "6" WHEN "06"
                   DISPLAY "NOVO HOBBY: "
                   MOVE SPACES TO WS-ENT-TEXTO
                   ACCEPT WS-ENT-TEXTO
                   MOVE WS-ENT-TEXTO(1:20) TO FUNCIONARIO-HOBBY
               WHEN "7" WHEN "07"
                   DISPLAY "NOVA DATA DE ADMISSAO (AAAAMMDD): "
                   ACCEPT FUNCIONARIO-DT-ADMISSAO
               WHEN "8" WHEN "08"
                   DISPLAY "NOVA DATA DE NASCIMENTO (AAAAMMDD): "
                   ACCEPT FUNCIONARIO-DT-NASCIMENTO
               WHEN "9" WHEN "09"
                   PERFORM INFORMAR-BANCO-ADMISSAO
               WHEN "10"
                   DISPLAY "NOVO CPF (11 DIGITOS): "
                   ACCEPT FUNCIONARIO-CPF
               WHEN "11"
                   MOVE "N" TO WS-TURNO-OK
                   PERFORM INFORMAR-TURNO-ADMISSAO UNTIL TURNO-VALIDO
               WHEN "12"
                   PERFORM INFORMAR-CONTRATO-ADMISSAO
               WHEN "13"
                   DISPLAY "NOVO GESTOR IMEDIATO (ZEROS = SEM GESTOR): "
                   ACCEPT FUNCIONARIO-GESTOR
               WHEN OTHER
                   DISPLAY "CAMPO INVALIDO"
           END-EVALUATE.
           PERFORM EXIBIR-ADMISSAO.

      *> MESMA CRITICA DO PROG37 (PDVALFUNC TAB), MAIS A UNICIDADE
      *> DO CPF E DO EMAIL NO MASTER E A VAGA NO QUADRO APROVADO
       REVALIDAR-E-CONTRATAR.
           PERFORM VALIDAR-DADOS-FUNCIONARIO.
           IF DADOS-VALIDOS
               PERFORM VERIFICAR-UNICIDADE-NO-MASTER
           END-IF.
           IF NOT DADOS-VALIDOS
               DISPLAY "REGISTRO AINDA INVALIDO, CORRIJA OS CAMPOS "
                   "APONTADOS"
           ELSE
               PERFORM CONFERIR-QUADRO-DE-VAGAS
               IF NOT QDR-MOVIMENTO-PERMITIDO
                   DISPLAY "CONTRATACAO SEM VAGA NAO LIBERADA; AMPLIE "
                       "O QUADRO OU VOLTE SEM CONTRATAR"
               ELSE
                   PERFORM GRAVAR-CONTRATADO
               END-IF
           END-IF.

       VERIFICAR-UNICIDADE-NO-MASTER.
           MOVE FUNCIONARIO-REGISTRO TO WS-REGISTRO-GUARDADO.
           READ ARQUIVO-FUNCIONARIO KEY IS FUNCIONARIO-CPF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERRO: CPF JA CADASTRADO PARA O "
                       "FUNCIONARIO " FUNCIONARIO-CODIGO
                   MOVE "N" TO WS-DADOS-OK
           END-READ.
           MOVE WS-REGISTRO-GUARDADO TO FUNCIONARIO-REGISTRO.
           READ ARQUIVO-FUNCIONARIO KEY IS FUNCIONARIO-EMAIL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "ERRO: EMAIL JA CADASTRADO PARA O "
                       "FUNCIONARIO " FUNCIONARIO-CODIGO
                   MOVE "N" TO WS-DADOS-OK
           END-READ.
           MOVE WS-REGISTRO-GUARDADO TO FUNCIONARIO-REGISTRO.

      *> A LIBERACAO SEM VAGA VAI PARA A TRILHA DE AUDITORIA, COMO NO
      *> PROG37
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

       GRAVAR-CONTRATADO.
           WRITE FUNCIONARIO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO: CODIGO " FUNCIONARIO-CODIGO
                       " JA EXISTE NO MASTER, CORRIJA O CODIGO"
               NOT INVALID KEY
                   MOVE "INCLUSAO" TO WS-ACAO-AUDITORIA
                   PERFORM GRAVAR-AUDITORIA
                   PERFORM FECHAR-REQUISICAO-PREENCHIDA
                   MOVE "S" TO WS-FIM-ADMISSAO
           END-WRITE.

      *> O CANDIDATO GUARDA O CODIGO RECEBIDO, A REQUISICAO FECHA
      *> COMO PREENCHIDA E OS DEMAIS CANDIDATOS EM ANDAMENTO SAO
      *> ENCERRADOS COMO REPROVADOS
       FECHAR-REQUISICAO-PREENCHIDA.
           MOVE "C" TO CAND-ETAPA.
           MOVE WS-DATA-HOJE TO CAND-DT-ETAPA.
           MOVE WS-OPERADOR TO CAND-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO CAND-FUNCIONARIO.
           REWRITE CAND-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A CONTRATACAO NO CANDIDATO"
           END-REWRITE.
           MOVE "F" TO REQ-SITUACAO.
           MOVE WS-DATA-HOJE TO REQ-DT-FECHAMENTO.
           MOVE CAND-SEQUENCIA TO REQ-CANDIDATO-CONTRATADO.
           MOVE FUNCIONARIO-CODIGO TO REQ-FUNCIONARIO.
           PERFORM REGRAVAR-REQUISICAO.
           DISPLAY "FUNCIONARIO " FUNCIONARIO-CODIGO " INCLUIDO NO "
               "MASTER; REQUISICAO " REQ-NUMERO " PREENCHIDA".
           MOVE "VAGA PREENCHIDA POR OUTRO CANDIDATO"
               TO WS-MOTIVO-ENCERRAMENTO.
           PERFORM ENCERRAR-CANDIDATOS-EM-PROCESSO.
           IF WS-QTD-ENCERRADOS > ZERO
               DISPLAY "OUTROS CANDIDATOS ENCERRADOS: "
                   WS-QTD-ENCERRADOS
           END-IF.

       GRAVAR-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR       TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE WS-ACAO-AUDITORIA  TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.

      *> PDVALFUNC TAB (REGRAS DE CRITICA COMPARTILHADAS COM O PROG37)
           COPY "PDVALFUNC.COB".

      *> PDIDADEMINIMA TAB
           COPY "PDIDADEMINIMA.COB".

      *> PDENDERECO TAB (MONTAGEM DO ENDERECO PARA EXIBICAO)
           COPY "PDENDERECO.COB".

      *> PDQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "PDQUADRO.COB".

      *> PDSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "PDSESSAO.COB".
