       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG150.
      *> PROGRAMA DE APLICACAO DO MERITO APROVADO
      *> APLICA NO MASTER O AUMENTO POR MERITO APROVADO PELO SUPERVISOR
      *> NO PROG149 PARA O CICLO DE AVALIACAO INFORMADO, NOS MOLDES DO
      *> REAJUSTE EM LOTE DO PROG47: RESPEITA O BLOQUEIO DO FECHAMENTO
      *> MENSAL, USA O MASTER COM EXCLUSIVIDADE, GRAVA O HISTORICO DE
      *> SALARIO E A AUDITORIA E IMPRIME O ANTES/DEPOIS COM O IMPACTO
      *> NA FOLHA. O PERCENTUAL APROVADO INCIDE SOBRE O SALARIO DO
      *> MOMENTO DA APLICACAO E O RESULTADO NUNCA PASSA DO MAXIMO DA
      *> BANDA DO CARGO. A AVALIACAO APLICADA FICA MARCADA, DE MODO
      *> QUE UMA NOVA EXECUCAO NAO APLICA O MERITO DUAS VEZES.
      *> PROGRAMA RESTRITO AO SUPERVISOR AUTENTICADO (NIVEL 2 NO
      *> SIGN-ON DO PROG44).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELAVALIACAO TAB
           COPY "SELAVALIACAO.COB".
      *> SELSALHIST TAB
           COPY "SELSALHIST.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
      *> SELFECHAMENTO TAB
           COPY "SELFECHAMENTO.COB".
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITORIAFUNC"
               ORGANIZATION IS LINE SEQUENTIAL.
           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".
      *> FDAVALIACAO TAB
           COPY "FDAVALIACAO.COB".
      *> FDSALHIST TAB
           COPY "FDSALHIST.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".
      *> FDFECHAMENTO TAB
           COPY "FDFECHAMENTO.COB".

      *> MESMO LAYOUT DO ARQUIVO DE AUDITORIA DO PROG37, USADO AQUI
      *> PARA REGISTRAR CADA AUMENTO POR MERITO APLICADO
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

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  FIM-DA-AVALIACAO  PIC X(01) VALUE "N".
           88  ACABOU-AVALIACAO      VALUE "S".
       01  WS-ANO-CICLO      PIC 9(04) VALUE ZEROS.
       01  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  WS-CONFIRMA       PIC X(01).

       01  WS-SALARIO-ANTERIOR PIC 9(06)V9(02).
       01  WS-SALARIO-NOVO      PIC 9(06)V9(02).
       01  WS-SALARIO-CALCULADO PIC 9(07)V9(02).
       01  WS-SITUACAO          PIC X(45).
       01  WS-MERITO-OK         PIC X(01) VALUE "N".
           88  MERITO-APLICAVEL     VALUE "S".
       01  WS-OPERADOR          PIC X(10).
       01  WS-MASTER-OK         PIC X(01) VALUE "S".
           88  MASTER-DISPONIVEL    VALUE "S".
      *> WSSALHIST TAB (HISTORICO DE MUDANCAS DE SALARIO)
           COPY "WSSALHIST.COB".
      *> WSSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".
      *> WSFECHAMENTO TAB (BLOQUEIO DO FECHAMENTO MENSAL)
           COPY "WSFECHAMENTO.COB".
       01  WS-TOTAL-APLICADOS   PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-LIMITADOS   PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-NAO-APLICADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-ANTERIOR    PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-TOTAL-NOVO        PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-TOTAL-IMPACTO     PIC S9(07)V9(02) VALUE ZEROS.

      *> VALORES EDITADOS C/ PONTO E SIMBOLO DE MOEDA PARA IMPRESSAO
       01  WS-PERC-EDIT             PIC Z9.99.
       01  WS-SALARIO-ANTERIOR-EDIT PIC ZZZZZ9.99.
       01  WS-SALARIO-NOVO-EDIT     PIC ZZZZZ9.99.
       01  WS-TOTAL-ANTERIOR-IMP.
           05  FILLER                PIC X(02) VALUE "R$".
           05  WS-TOTAL-ANTERIOR-EDIT PIC ZZZZZZ9.99.
       01  WS-TOTAL-NOVO-IMP.
           05  FILLER                PIC X(02) VALUE "R$".
           05  WS-TOTAL-NOVO-EDIT    PIC ZZZZZZ9.99.
       01  WS-TOTAL-IMPACTO-IMP.
           05  FILLER                PIC X(02) VALUE "R$".
           05  WS-TOTAL-IMPACTO-EDIT PIC ZZZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM SESSAO-LER-OPERADOR.
           IF WS-SESSAO-NIVEL < 2
               DISPLAY "APLICACAO DO MERITO RESTRITA A SUPERVISORES "
                   "AUTENTICADOS NO SIGN-ON"
               GO TO PROGRAM-DONE
           END-IF.
      *> O MERITO MEXE EM SALARIO, ENTAO RESPEITA O BLOQUEIO DO
      *> FECHAMENTO MENSAL (PROG71)
           PERFORM FECH-VERIFICAR-BLOQUEIO.
           IF FECHAMENTO-EM-ANDAMENTO
               DISPLAY "APLICACAO DO MERITO BLOQUEADA: FECHAMENTO "
                   "MENSAL EM ANDAMENTO"
           ELSE
               PERFORM EXECUTAR-APLICACAO-MERITO
           END-IF.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DA-APLICACAO.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA DO MERITO (BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.

       EXECUTAR-APLICACAO-MERITO.
           DISPLAY "===== APLICACAO DO MERITO APROVADO =====".
           PERFORM DEFINIR-EMPRESA-DA-APLICACAO.
           DISPLAY "INFORME O ANO DO CICLO DE AVALIACAO (AAAA): ".
           ACCEPT WS-ANO-CICLO.
           DISPLAY "APLICAR O MERITO APROVADO DO CICLO " WS-ANO-CICLO
               " DA EMPRESA " WS-EMPRESA-FILTRO "? (S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "APLICACAO CANCELADA"
           ELSE
               PERFORM APLICAR-MERITO-DO-CICLO
           END-IF.

      *> A MARCA DE APLICADO EM CADA AVALIACAO FAZ AS VEZES DO PONTO
      *> DE CONTROLE DO PROG47: SE A EXECUCAO CAIR NO MEIO, BASTA
      *> RODAR DE NOVO QUE SO O QUE FALTOU E APLICADO
       APLICAR-MERITO-DO-CICLO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "PROG150" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           MOVE "PROG150" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELAPLMERITO" TO WS-SPOOL-ARQUIVO.
           MOVE "APLICACAO DO MERITO APROVADO" TO WS-SPOOL-TITULO.
           MOVE SPACES TO WS-SPOOL-COLUNAS.
           STRING "CODIG NOME                      N   PERC   ANTERIOR"
               DELIMITED BY SIZE
               "       NOVO  SITUACAO" DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "CICLO DE AVALIACAO " DELIMITED BY SIZE
               WS-ANO-CICLO DELIMITED BY SIZE
               "  EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               "  APLICADO EM " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
      *> USO EXCLUSIVO: O MERITO NAO RODA COM A MANUTENCAO ABERTA
           MOVE "N" TO FIM-DA-AVALIACAO.
           OPEN I-O ARQUIVO-FUNCIONARIO WITH LOCK.
           IF NOT FS-FUNC-OK
               DISPLAY "ARQUIVO DE FUNCIONARIOS EM USO (STATUS "
                   WS-FS-FUNCIONARIO "), MERITO NAO APLICADO"
               MOVE "S" TO FIM-DA-AVALIACAO
               MOVE "N" TO WS-MASTER-OK
           END-IF.
           OPEN I-O ARQUIVO-AVALIACAO.
           OPEN INPUT ARQUIVO-CARGO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           OPEN EXTEND ARQUIVO-SALHIST.
           MOVE "PROG150" TO WS-SALHIST-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SALHIST-OPERADOR.
           IF MASTER-DISPONIVEL
               MOVE ZEROS TO AVAL-CODIGO AVAL-ANO
               START ARQUIVO-AVALIACAO
                   KEY IS NOT LESS THAN AVAL-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-DA-AVALIACAO
               END-START
           END-IF.
           PERFORM APLICAR-PROXIMA-AVALIACAO UNTIL ACABOU-AVALIACAO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AVALIACAO.
           CLOSE ARQUIVO-CARGO.
           CLOSE ARQUIVO-AUDITORIA.
           CLOSE ARQUIVO-SALHIST.
           IF MASTER-DISPONIVEL
               PERFORM IMPRIMIR-TOTAIS-MERITO
               MOVE "S" TO WS-JORNAL-STATUS
           ELSE
               MOVE "F" TO WS-JORNAL-STATUS
           END-IF.
           MOVE WS-TOTAL-APLICADOS TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
           PERFORM SPOOL-ENCERRAR.

       APLICAR-PROXIMA-AVALIACAO.
           READ ARQUIVO-AVALIACAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-AVALIACAO
               NOT AT END
                   IF AVAL-ANO = WS-ANO-CICLO AND MERITO-APROVADO
                       PERFORM APLICAR-MERITO-APROVADO
                   END-IF
           END-READ.

      *> O APROVADO QUE NAO PODE SER APLICADO CONTINUA APROVADO E
      *> ENTRA NA PROXIMA EXECUCAO DEPOIS DE CORRIGIDO O CADASTRO
       APLICAR-MERITO-APROVADO.
           MOVE SPACES TO WS-SITUACAO.
           MOVE "S" TO WS-MERITO-OK.
           MOVE AVAL-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "*** NAO CADASTRADO" TO FUNCIONARIO-NOME
                   MOVE ZEROS TO FUNCIONARIO-SALARIO
                   MOVE WS-EMPRESA-FILTRO TO WS-EMPRESA-FUNC
                   MOVE "NAO APLICADO: FUNCIONARIO NAO CADASTRADO"
                       TO WS-SITUACAO
                   MOVE "N" TO WS-MERITO-OK
               NOT INVALID KEY
                   MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC
                   IF WS-EMPRESA-FUNC = SPACES
                       MOVE "01" TO WS-EMPRESA-FUNC
                   END-IF
           END-READ.
           IF WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
               MOVE FUNCIONARIO-SALARIO TO WS-SALARIO-ANTERIOR
               MOVE WS-SALARIO-ANTERIOR TO WS-SALARIO-NOVO
               IF MERITO-APLICAVEL
                   PERFORM CALCULAR-SALARIO-MERITO
               END-IF
               IF MERITO-APLICAVEL
                   PERFORM GRAVAR-SALARIO-MERITO
               ELSE
                   ADD 1 TO WS-TOTAL-NAO-APLICADOS
               END-IF
               PERFORM IMPRIMIR-LINHA-MERITO
           END-IF.

       CALCULAR-SALARIO-MERITO.
           MOVE FUNCIONARIO-CARGO TO CARGO-CODIGO.
           READ ARQUIVO-CARGO
               INVALID KEY
                   MOVE ZEROS TO CARGO-SALARIO-MINIMO
                       CARGO-SALARIO-MAXIMO
           END-READ.
           EVALUATE TRUE
               WHEN NOT FUNCIONARIO-ATIVO
                   MOVE "NAO APLICADO: FUNCIONARIO INATIVO"
                       TO WS-SITUACAO
                   MOVE "N" TO WS-MERITO-OK
               WHEN CARGO-SALARIO-MAXIMO = ZERO
                   MOVE "NAO APLICADO: CARGO SEM BANDA SALARIAL"
                       TO WS-SITUACAO
                   MOVE "N" TO WS-MERITO-OK
               WHEN WS-SALARIO-ANTERIOR NOT < CARGO-SALARIO-MAXIMO
                   MOVE "NAO APLICADO: SALARIO JA NO MAXIMO DO CARGO"
                       TO WS-SITUACAO
                   MOVE "N" TO WS-MERITO-OK
           END-EVALUATE.
           IF MERITO-APLICAVEL
               COMPUTE WS-SALARIO-CALCULADO ROUNDED =
                   WS-SALARIO-ANTERIOR * (1 + (AVAL-PERC-MERITO / 100))
               MOVE "APLICADO" TO WS-SITUACAO
               IF WS-SALARIO-CALCULADO > CARGO-SALARIO-MAXIMO
                   MOVE CARGO-SALARIO-MAXIMO TO WS-SALARIO-CALCULADO
                   MOVE "APLICADO - LIMITADO AO MAXIMO DO CARGO"
                       TO WS-SITUACAO
                   ADD 1 TO WS-TOTAL-LIMITADOS
               END-IF
               MOVE WS-SALARIO-CALCULADO TO WS-SALARIO-NOVO
           END-IF.

      *> NO HORISTA O AUMENTO VAI PARA O VALOR DA HORA E O SALARIO
      *> DE REFERENCIA PASSA A SER A HORA VEZES 220, A MESMA REGRA
      *> DO PDVALFUNC; SE O ARREDONDAMENTO DA HORA PASSAR DO MAXIMO
      *> DO CARGO, A HORA E TRUNCADA
       GRAVAR-SALARIO-MERITO.
           IF SALARIO-HORISTA
               COMPUTE FUNCIONARIO-VALOR-HORA ROUNDED =
                   WS-SALARIO-NOVO / 220
               COMPUTE FUNCIONARIO-SALARIO =
                   FUNCIONARIO-VALOR-HORA * 220
               IF FUNCIONARIO-SALARIO > CARGO-SALARIO-MAXIMO
                   COMPUTE FUNCIONARIO-VALOR-HORA =
                       WS-SALARIO-NOVO / 220
                   COMPUTE FUNCIONARIO-SALARIO =
                       FUNCIONARIO-VALOR-HORA * 220
               END-IF
           ELSE
               MOVE WS-SALARIO-NOVO TO FUNCIONARIO-SALARIO
           END-IF.
           MOVE FUNCIONARIO-SALARIO TO WS-SALARIO-NOVO.
           REWRITE FUNCIONARIO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO APLICAR O MERITO DO CODIGO "
                       FUNCIONARIO-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-APLICADOS
                   ADD WS-SALARIO-ANTERIOR TO WS-TOTAL-ANTERIOR
                   ADD FUNCIONARIO-SALARIO TO WS-TOTAL-NOVO
                   MOVE WS-SALARIO-ANTERIOR TO WS-SALHIST-ANTERIOR
                   MOVE FUNCIONARIO-SALARIO TO WS-SALHIST-NOVO
                   PERFORM SALHIST-GRAVAR-MUDANCA
                   PERFORM GRAVAR-AUDITORIA-MERITO
                   PERFORM MARCAR-MERITO-APLICADO
           END-REWRITE.
           IF NOT FS-FUNC-OK
               MOVE "NAO GRAVADO NO MASTER" TO WS-SITUACAO
               MOVE WS-SALARIO-ANTERIOR TO WS-SALARIO-NOVO
               ADD 1 TO WS-TOTAL-NAO-APLICADOS
           END-IF.

       GRAVAR-AUDITORIA-MERITO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR        TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "MERITO"           TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.

       MARCAR-MERITO-APLICADO.
           MOVE "F" TO AVAL-MERITO-SITUACAO.
           MOVE WS-DATA-HOJE TO AVAL-DT-APLICACAO.
           MOVE WS-SALARIO-NOVO TO AVAL-SALARIO-APLICADO.
           REWRITE AVAL-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO MARCAR O MERITO APLICADO DO CODIGO "
                       AVAL-CODIGO
           END-REWRITE.

       IMPRIMIR-LINHA-MERITO.
           MOVE AVAL-PERC-MERITO TO WS-PERC-EDIT.
           MOVE WS-SALARIO-ANTERIOR TO WS-SALARIO-ANTERIOR-EDIT.
           MOVE WS-SALARIO-NOVO TO WS-SALARIO-NOVO-EDIT.
           STRING AVAL-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCIONARIO-NOME(1:25) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AVAL-NOTA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-PERC-EDIT DELIMITED BY SIZE
               "% " DELIMITED BY SIZE
               WS-SALARIO-ANTERIOR-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALARIO-NOVO-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-SITUACAO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       IMPRIMIR-TOTAIS-MERITO.
           COMPUTE WS-TOTAL-IMPACTO =
               WS-TOTAL-NOVO - WS-TOTAL-ANTERIOR.
           MOVE WS-TOTAL-ANTERIOR TO WS-TOTAL-ANTERIOR-EDIT.
           MOVE WS-TOTAL-NOVO     TO WS-TOTAL-NOVO-EDIT.
           MOVE WS-TOTAL-IMPACTO  TO WS-TOTAL-IMPACTO-EDIT.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "===== TOTAIS DO MERITO =====" TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "MERITOS APLICADOS: " DELIMITED BY SIZE
               WS-TOTAL-APLICADOS DELIMITED BY SIZE
               "  LIMITADOS AO MAXIMO: " DELIMITED BY SIZE
               WS-TOTAL-LIMITADOS DELIMITED BY SIZE
               "  NAO APLICADOS: " DELIMITED BY SIZE
               WS-TOTAL-NAO-APLICADOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "FOLHA ANTERIOR: " DELIMITED BY SIZE
               WS-TOTAL-ANTERIOR-IMP DELIMITED BY SIZE
               "  FOLHA NOVA: " DELIMITED BY SIZE
               WS-TOTAL-NOVO-IMP DELIMITED BY SIZE
               "  IMPACTO: " DELIMITED BY SIZE
               WS-TOTAL-IMPACTO-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           DISPLAY "===== TOTAIS DO MERITO =====".
           DISPLAY "MERITOS APLICADOS........: " WS-TOTAL-APLICADOS.
           DISPLAY "LIMITADOS AO MAXIMO......: " WS-TOTAL-LIMITADOS.
           DISPLAY "NAO APLICADOS............: "
               WS-TOTAL-NAO-APLICADOS.
           DISPLAY "FOLHA ANTERIOR...........: " WS-TOTAL-ANTERIOR-IMP.
           DISPLAY "FOLHA NOVA...............: " WS-TOTAL-NOVO-IMP.
           DISPLAY "IMPACTO TOTAL............: " WS-TOTAL-IMPACTO-IMP.

      *> PDSALHIST TAB (HISTORICO DE MUDANCAS DE SALARIO)
           COPY "PDSALHIST.COB".

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".

      *> PDSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "PDSESSAO.COB".

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".

      *> PDFECHAMENTO TAB (BLOQUEIO DO FECHAMENTO MENSAL)
           COPY "PDFECHAMENTO.COB".
