      *> RECOMECAR O REGISTRO. A CRITICA E A MESMA DO PROG37
      *> (PDVALFUNC TAB), COM AS MENSAGENS EXIBIDAS ABAIXO DO
      *> FORMULARIO E CONFIRMACAO EXPLICITA ANTES DO WRITE/REWRITE.
      *> O PROG37 CONTINUA DISPONIVEL COMO TELA LINHA A LINHA. A
      *> INCLUSAO CONFERE A VAGA NO QUADRO APROVADO (PROG124), COMO O
      *> PROG37. O GESTOR IMEDIATO PASSA PELA MESMA CRITICA DE CICLO
      *> E DE GESTOR ATIVO DO PROG37
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFECHAMENTO.COB".
      *> SELPENDENTE TAB
           COPY "SELPENDENTE.COB".
      *> SELQUADRO TAB
           COPY "SELQUADRO.COB".
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITORIAFUNC"
               ORGANIZATION IS LINE SEQUENTIAL.

           COPY "FDSESSAO.COB".
      *> FDFECHAMENTO TAB
           COPY "FDFECHAMENTO.COB".
      *> FDQUADRO TAB
           COPY "FDQUADRO.COB".

      *> FDPENDENTE TAB
           COPY "FDPENDENTE.COB".
           COPY "WSFECHAMENTO.COB".
      *> WSPENDENTE TAB (FILA DE APROVACAO DO MAKER-CHECKER)
           COPY "WSPENDENTE.COB".
      *> WSQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "WSQUADRO.COB".
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  WS-CONFIRMA       PIC X(01).
       01  WS-FORM-OK        PIC X(01) VALUE "N".
           88  FORMULARIO-VALIDO     VALUE "S".
      *> GUARDA DO FORMULARIO ENQUANTO O LOCK E RETOMADO
       01  WS-REGISTRO-TEMP  PIC X(290).

       SCREEN SECTION.
      *> FORMULARIO COM TODOS OS CAMPOS DO REGISTRO DE UMA VEZ; O
           05  LINE 11 COLUMN 2  VALUE "SALARIO.....:".
           05  LINE 11 COLUMN 16 PIC 9(06)V9(02)
               USING FUNCIONARIO-SALARIO.
      *> NO HORISTA O SALARIO E RECALCULADO DO VALOR DA HORA PELA
      *> CRITICA DO PDVALFUNC
           05  LINE 11 COLUMN 28 VALUE "PAGTO(M/H):".
           05  LINE 11 COLUMN 40 PIC X(01)
               USING FUNCIONARIO-TIPO-SALARIO.
           05  LINE 11 COLUMN 43 VALUE "VALOR HORA:".
           05  LINE 11 COLUMN 55 PIC 9(04)V9(02)
               USING FUNCIONARIO-VALOR-HORA.
           05  LINE 12 COLUMN 2  VALUE "ADMISSAO....:".
           05  LINE 12 COLUMN 16 PIC 9(08)
               USING FUNCIONARIO-DT-ADMISSAO.
           05  LINE 12 COLUMN 28 VALUE "GESTOR:".
           05  LINE 12 COLUMN 36 PIC 9(05)
               USING FUNCIONARIO-GESTOR.
           05  LINE 13 COLUMN 2  VALUE "DEPARTAMENTO:".
           05  LINE 13 COLUMN 16 PIC X(03)
               USING FUNCIONARIO-DEPARTAMENTO.
           05  LINE 16 COLUMN 30 VALUE "TURNO:".
           05  LINE 16 COLUMN 37 PIC X(02)
               USING FUNCIONARIO-TURNO.
           05  LINE 16 COLUMN 41 VALUE "CONTRATO:".
           05  LINE 16 COLUMN 51 PIC X(01)
               USING FUNCIONARIO-TIPO-CONTRATO.
           05  LINE 16 COLUMN 54 VALUE "FIM:".
           05  LINE 16 COLUMN 59 PIC 9(08)
               USING FUNCIONARIO-DT-FIM-CONTRATO.
           05  LINE 17 COLUMN 2  PIC X(60) FROM WS-MENSAGEM.

       01  TELA-CONFIRMACAO.
           OPEN INPUT ARQUIVO-CARGO.
           OPEN EXTEND ARQUIVO-SALHIST.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN INPUT ARQUIVO-QUADRO.
           MOVE "PROG76" TO WS-SALHIST-PROGRAMA.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-CARGO.
           CLOSE ARQUIVO-SALHIST.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-QUADRO.

       MENU-PRINCIPAL.
           DISPLAY "===== MANUTENCAO EM TELA CHEIA =====".
           MOVE "A" TO FUNCIONARIO-STATUS.
           MOVE "01" TO FUNCIONARIO-EMPRESA.
           MOVE ZEROS TO FUNCIONARIO-CPF.
           MOVE "C" TO FUNCIONARIO-TIPO-CONTRATO.
           MOVE ZEROS TO FUNCIONARIO-DT-FIM-CONTRATO.
           MOVE "M" TO FUNCIONARIO-TIPO-SALARIO.
           MOVE ZEROS TO FUNCIONARIO-VALOR-HORA.
           MOVE ZEROS TO FUNCIONARIO-GESTOR.
           MOVE "PREENCHA O FORMULARIO E TECLE ENTER"
               TO WS-MENSAGEM.
           PERFORM EDITAR-FORMULARIO.
           IF FORMULARIO-VALIDO
               PERFORM CONFERIR-QUADRO-DE-VAGAS
           END-IF.
           IF FORMULARIO-VALIDO AND QDR-MOVIMENTO-PERMITIDO
               WRITE FUNCIONARIO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO: CODIGO JA CADASTRADO, USE A "
               END-WRITE
           END-IF.

      *> MESMA CONFERENCIA DO PROG37; A LIBERACAO SEM VAGA VAI PARA A
      *> TRILHA DE AUDITORIA
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
           IF NOT QDR-MOVIMENTO-PERMITIDO
               DISPLAY "INCLUSAO CANCELADA"
           END-IF.

      *> A ALTERACAO RESPEITA O BLOQUEIO DO FECHAMENTO E O LOCK DE
      *> REGISTRO, COMO NO PROG37
       ALTERAR-EM-TELA.
           MOVE "ALTERE OS CAMPOS DESEJADOS E TECLE ENTER"
               TO WS-MENSAGEM.
           PERFORM EDITAR-FORMULARIO.
           PERFORM RETOMAR-LOCK-DO-REGISTRO.
      *> MUDANCA DE SALARIO E SENSIVEL: VAI PARA A FILA DE APROVACAO
      *> (PROG92) E O REWRITE SEGUE COM O SALARIO VIGENTE PRESERVADO
           IF FORMULARIO-VALIDO
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
           IF FORMULARIO-VALIDO
               REWRITE FUNCIONARIO-REGISTRO
               END-IF
           END-IF.

      *> A CRITICA DO GESTOR SOBE A CADEIA LENDO O MASTER, O QUE SOLTA
      *> O LOCK DO REGISTRO EM ALTERACAO; ELE E RETOMADO ANTES DO
      *> REWRITE COM O FORMULARIO PRESERVADO
       RETOMAR-LOCK-DO-REGISTRO.
           MOVE FUNCIONARIO-REGISTRO TO WS-REGISTRO-TEMP.
           READ ARQUIVO-FUNCIONARIO WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.
           IF FS-FUNC-EM-USO
               DISPLAY "AVISO: REGISTRO TOMADO POR OUTRO OPERADOR "
                   "DURANTE A ALTERACAO"
           END-IF.
           MOVE WS-REGISTRO-TEMP TO FUNCIONARIO-REGISTRO.

       CONSULTAR-EM-TELA.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO A CONSULTAR: ".
           ACCEPT FUNCIONARIO-CODIGO.

      *> PDPENDENTE TAB (FILA DE APROVACAO DO MAKER-CHECKER)
           COPY "PDPENDENTE.COB".

      *> PDQUADRO TAB (QUADRO DE VAGAS APROVADAS)
           COPY "PDQUADRO.COB".
