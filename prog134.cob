       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG134.
      *> PROGRAMA DE INTEGRIDADE REFERENCIAL ENTRE ARQUIVOS
      *> O PROG60 SO AUDITA O MASTER; OS PROBLEMAS QUE APARECEM NO
      *> FECHAMENTO ESTAO ENTRE OS ARQUIVOS. VARREDURA SOMENTE-LEITURA
      *> QUE CRUZA: O MASTER CONTRA AS TABELAS DE DEPARTAMENTOS,
      *> CARGOS, TURNOS E EMPRESAS (CODIGO AUSENTE OU INATIVO); PONTO,
      *> EVENTOS DA FOLHA (FOLHAEVT) E DEPENDENTES DE CODIGOS QUE NAO
      *> ESTAO MAIS NO MASTER (ARQUIVADOS PELO PROG74 OU INEXISTENTES);
      *> EMPRESTIMOS EM ABERTO E BENEFICIOS OPTADOS DE INATIVOS OU
      *> ARQUIVADOS; FERIAS AGENDADAS DE QUEM NAO ESTA MAIS ATIVO; E
      *> FOLHAS DO FOLHAHIST SEM AS RUBRICAS NO FOLHAEVT (E RUBRICAS
      *> SEM A FOLHA), FORA AS COMPETENCIAS JA RETIDAS PELO PROG135.
      *> CADA OCORRENCIA SAI NO RELATORIO DE EXCECOES DO SPOOL
      *> (RELINTEGR) COM A SEVERIDADE DO PROG60 (G=GRAVE M=MEDIA) E O
      *> RESUMO POR VERIFICACAO. NAO PEDE NADA AO OPERADOR, PARA RODAR
      *> NA AGENDA DO PROG91 ANTES DO FECHAMENTO (PROG71), E GRAVA O
      *> JORNAL DE EXECUCAO COM O TOTAL DE EXCECOES
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELARQHIST TAB
           COPY "SELARQHIST.COB".
      *> SELDEPARTAMENTO TAB
           COPY "SELDEPARTAMENTO.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELTURNO TAB
           COPY "SELTURNO.COB".
      *> SELEMPRESA TAB
           COPY "SELEMPRESA.COB".
      *> SELPONTO TAB
           COPY "SELPONTO.COB".
      *> SELFOLHAEVT TAB
           COPY "SELFOLHAEVT.COB".
      *> SELFOLHAHIST TAB
           COPY "SELFOLHAHIST.COB".
      *> SELEMPRESTIMO TAB
           COPY "SELEMPRESTIMO.COB".
      *> SELBENEFICIO TAB
           COPY "SELBENEFICIO.COB".
      *> SELFERIAS TAB
           COPY "SELFERIAS.COB".
      *> SELDEPENDENTE TAB
           COPY "SELDEPENDENTE.COB".
      *> SELCATRETEN TAB
           COPY "SELCATRETEN.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDARQHIST TAB
           COPY "FDARQHIST.COB".
      *> FDDEPARTAMENTO TAB
           COPY "FDDEPARTAMENTO.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".
      *> FDTURNO TAB
           COPY "FDTURNO.COB".
      *> FDEMPRESA TAB
           COPY "FDEMPRESA.COB".
      *> FDPONTO TAB
           COPY "FDPONTO.COB".
      *> FDFOLHAEVT TAB
           COPY "FDFOLHAEVT.COB".
      *> FDFOLHAHIST TAB
           COPY "FDFOLHAHIST.COB".
      *> FDEMPRESTIMO TAB
           COPY "FDEMPRESTIMO.COB".
      *> FDBENEFICIO TAB
           COPY "FDBENEFICIO.COB".
      *> FDFERIAS TAB
           COPY "FDFERIAS.COB".
      *> FDDEPENDENTE TAB
           COPY "FDDEPENDENTE.COB".
      *> FDCATRETEN TAB
           COPY "FDCATRETEN.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
       01  FIM-DA-LEITURA    PIC X(01) VALUE "N".
           88  ACABOU-LEITURA        VALUE "S".
       01  FIM-DOS-EVENTOS   PIC X(01) VALUE "N".
           88  ACABOU-EVENTOS        VALUE "S".
       01  WS-ACHOU-EVENTO   PIC X(01) VALUE "N".
           88  EVENTO-ACHADO         VALUE "S".

      *> SITUACAO DE UM CODIGO NOS ARQUIVOS DE CADASTRO; A ULTIMA
      *> CONSULTA FICA GUARDADA PORQUE OS ARQUIVOS VEM EM SEQUENCIA
      *> DE CODIGO
       01  WS-CODIGO-EXAME   PIC 9(05) VALUE ZEROS.
       01  WS-CODIGO-SITUADO PIC 9(05) VALUE ZEROS.
       01  WS-SITUACAO-CODIGO PIC X(01) VALUE SPACE.
           88  CODIGO-ATIVO          VALUE "A".
           88  CODIGO-INATIVO        VALUE "I".
           88  CODIGO-ARQUIVADO      VALUE "H".
           88  CODIGO-INEXISTENTE    VALUE "X".
       01  WS-SITUACAO-TEXTO PIC X(20).

      *> QUEBRAS DE CONTROLE DO PONTO E DO FOLHAEVT
       01  WS-PONTO-CODIGO-ANT PIC 9(05) VALUE ZEROS.
       01  WS-PONTO-QTD      PIC 9(05) VALUE ZEROS.
       01  WS-EVT-GRUPO-ANT.
           05  WS-EVT-COMPETENCIA-ANT PIC 9(06) VALUE ZEROS.
           05  WS-EVT-CODIGO-ANT      PIC 9(05) VALUE ZEROS.
           05  WS-EVT-FOLHA-ANT       PIC 9(02) VALUE ZEROS.
       01  WS-EVT-GRUPO-ATUAL.
           05  WS-EVT-COMPETENCIA     PIC 9(06).
           05  WS-EVT-CODIGO          PIC 9(05).
           05  WS-EVT-FOLHA           PIC 9(02).
       01  WS-EVT-QTD        PIC 9(05) VALUE ZEROS.
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  FIM-DO-CATALOGO   PIC X(01) VALUE "N".
           88  ACABOU-CATALOGO       VALUE "S".
       01  WS-CORTE-EVENTOS  PIC 9(06) VALUE ZEROS.
       01  WS-QTD-EDIT       PIC ZZZZ9.

      *> LINHA DE EXCECAO DO RELATORIO
       01  WS-LINHA-EXCECAO.
           05  WS-EXC-SEVERIDADE PIC X(01).
           05  FILLER            PIC X(02) VALUE SPACES.
           05  WS-EXC-ARQUIVO    PIC X(12).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-EXC-CHAVE      PIC X(24).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  WS-EXC-TEXTO      PIC X(60).

      *> TOTAIS POR VERIFICACAO
       01  WS-QTD-GRAVES     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-MEDIAS     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXC-TABELAS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXC-PONTO  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXC-EVENTOS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXC-FOLHAS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXC-EMPRESTIMOS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXC-BENEFICIOS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXC-FERIAS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-EXC-DEPENDENTES PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-EXCECOES PIC 9(05) VALUE ZEROS.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== INTEGRIDADE ENTRE ARQUIVOS =====".
           MOVE "PROG134" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-HISTORICO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-CARGO.
           OPEN INPUT ARQUIVO-TURNO.
           OPEN INPUT ARQUIVO-EMPRESA.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-FOLHAEVT.
           OPEN INPUT ARQUIVO-FOLHAHIST.
           OPEN INPUT ARQUIVO-EMPRESTIMO.
           OPEN INPUT ARQUIVO-BENEFICIO.
           OPEN INPUT ARQUIVO-FERIAS.
           OPEN INPUT ARQUIVO-DEPENDENTE.
           MOVE "PROG134" TO WS-SPOOL-PROGRAMA.
           MOVE "RELINTEGR" TO WS-SPOOL-ARQUIVO.
           MOVE "INTEGRIDADE ENTRE ARQUIVOS" TO WS-SPOOL-TITULO.
           MOVE "S  ARQUIVO      CHAVE                    OCORRENCIA"
               TO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           PERFORM VERIFICAR-TABELAS-DO-MASTER.
           PERFORM VERIFICAR-PONTO.
           PERFORM VERIFICAR-EVENTOS-DA-FOLHA.
           PERFORM VERIFICAR-FOLHAS-SEM-EVENTOS.
           PERFORM VERIFICAR-EMPRESTIMOS.
           PERFORM VERIFICAR-BENEFICIOS.
           PERFORM VERIFICAR-FERIAS.
           PERFORM VERIFICAR-DEPENDENTES.
           PERFORM IMPRIMIR-RESUMO.
           PERFORM SPOOL-ENCERRAR.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-CARGO.
           CLOSE ARQUIVO-TURNO.
           CLOSE ARQUIVO-EMPRESA.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-FOLHAEVT.
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-EMPRESTIMO.
           CLOSE ARQUIVO-BENEFICIO.
           CLOSE ARQUIVO-FERIAS.
           CLOSE ARQUIVO-DEPENDENTE.
           DISPLAY "EXCECOES GRAVES.: " WS-QTD-GRAVES.
           DISPLAY "EXCECOES MEDIAS.: " WS-QTD-MEDIAS.
           DISPLAY "RELATORIO DE EXCECOES NO SPOOL: " WS-SPOOL-ARQUIVO.
           MOVE "S" TO WS-JORNAL-STATUS.
           MOVE WS-TOTAL-EXCECOES TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

      *> MASTER X TABELAS: SO OS ATIVOS, QUE SAO OS QUE ENTRAM NA
      *> FOLHA; CODIGO AUSENTE DA TABELA E GRAVE, INATIVO E MEDIO.
      *> TURNO EM BRANCO E O DIURNO PADRAO E EMPRESA EM BRANCO A "01"
       VERIFICAR-TABELAS-DO-MASTER.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE ZEROS TO FUNCIONARIO-CODIGO.
           START ARQUIVO-FUNCIONARIO KEY IS NOT LESS THAN
               FUNCIONARIO-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM VERIFICAR-PROXIMO-DO-MASTER UNTIL ACABOU-LEITURA.

       VERIFICAR-PROXIMO-DO-MASTER.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF FUNCIONARIO-ATIVO
                       PERFORM VERIFICAR-DEPARTAMENTO
                       PERFORM VERIFICAR-CARGO
                       PERFORM VERIFICAR-TURNO
                       PERFORM VERIFICAR-EMPRESA
                   END-IF
           END-READ.
           IF NOT FS-FUNC-OK AND NOT FS-FUNC-FIM-ARQUIVO
               DISPLAY "ERRO DE LEITURA NO ARQUIVO DE "
                   "FUNCIONARIOS, STATUS " WS-FS-FUNCIONARIO
               MOVE "S" TO FIM-DA-LEITURA
           END-IF.

       VERIFICAR-DEPARTAMENTO.
           MOVE FUNCIONARIO-DEPARTAMENTO(1:3) TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "G" TO WS-EXC-SEVERIDADE
                   MOVE "DEPARTAMENTO NAO CADASTRADO: " TO WS-EXC-TEXTO
                   MOVE DEPARTAMENTO-CODIGO TO WS-EXC-TEXTO(30:3)
                   PERFORM REGISTRAR-EXCECAO-DO-MASTER
               NOT INVALID KEY
                   IF NOT DEPARTAMENTO-ATIVO
                       MOVE "M" TO WS-EXC-SEVERIDADE
                       MOVE "DEPARTAMENTO INATIVO: " TO WS-EXC-TEXTO
                       MOVE DEPARTAMENTO-CODIGO TO WS-EXC-TEXTO(23:3)
                       PERFORM REGISTRAR-EXCECAO-DO-MASTER
                   END-IF
           END-READ.

       VERIFICAR-CARGO.
           MOVE FUNCIONARIO-CARGO TO CARGO-CODIGO.
           READ ARQUIVO-CARGO
               INVALID KEY
                   MOVE "G" TO WS-EXC-SEVERIDADE
                   MOVE "CARGO NAO CADASTRADO: " TO WS-EXC-TEXTO
                   MOVE CARGO-CODIGO TO WS-EXC-TEXTO(23:3)
                   PERFORM REGISTRAR-EXCECAO-DO-MASTER
               NOT INVALID KEY
                   IF NOT CARGO-ATIVO
                       MOVE "M" TO WS-EXC-SEVERIDADE
                       MOVE "CARGO INATIVO: " TO WS-EXC-TEXTO
                       MOVE CARGO-CODIGO TO WS-EXC-TEXTO(16:3)
                       PERFORM REGISTRAR-EXCECAO-DO-MASTER
                   END-IF
           END-READ.

       VERIFICAR-TURNO.
           IF FUNCIONARIO-TURNO NOT = SPACES
               MOVE FUNCIONARIO-TURNO TO TURNO-CODIGO
               READ ARQUIVO-TURNO
                   INVALID KEY
                       MOVE "G" TO WS-EXC-SEVERIDADE
                       MOVE "TURNO NAO CADASTRADO: " TO WS-EXC-TEXTO
                       MOVE TURNO-CODIGO TO WS-EXC-TEXTO(23:2)
                       PERFORM REGISTRAR-EXCECAO-DO-MASTER
                   NOT INVALID KEY
                       IF NOT TURNO-ATIVO
                           MOVE "M" TO WS-EXC-SEVERIDADE
                           MOVE "TURNO INATIVO: " TO WS-EXC-TEXTO
                           MOVE TURNO-CODIGO TO WS-EXC-TEXTO(16:2)
                           PERFORM REGISTRAR-EXCECAO-DO-MASTER
                       END-IF
               END-READ
           END-IF.

       VERIFICAR-EMPRESA.
           MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC.
           IF WS-EMPRESA-FUNC = SPACES
               MOVE "01" TO WS-EMPRESA-FUNC
           END-IF.
           MOVE WS-EMPRESA-FUNC TO EMPRESA-CODIGO.
           READ ARQUIVO-EMPRESA
               INVALID KEY
                   MOVE "G" TO WS-EXC-SEVERIDADE
                   MOVE "EMPRESA NAO CADASTRADA: " TO WS-EXC-TEXTO
                   MOVE EMPRESA-CODIGO TO WS-EXC-TEXTO(25:2)
                   PERFORM REGISTRAR-EXCECAO-DO-MASTER
               NOT INVALID KEY
                   IF NOT EMPRESA-ATIVA
                       MOVE "M" TO WS-EXC-SEVERIDADE
                       MOVE "EMPRESA INATIVA: " TO WS-EXC-TEXTO
                       MOVE EMPRESA-CODIGO TO WS-EXC-TEXTO(18:2)
                       PERFORM REGISTRAR-EXCECAO-DO-MASTER
                   END-IF
           END-READ.

       REGISTRAR-EXCECAO-DO-MASTER.
           MOVE "FUNCIONARIO" TO WS-EXC-ARQUIVO.
           MOVE SPACES TO WS-EXC-CHAVE.
           STRING "CODIGO " DELIMITED BY SIZE
               FUNCIONARIO-CODIGO DELIMITED BY SIZE
               INTO WS-EXC-CHAVE.
           ADD 1 TO WS-QTD-EXC-TABELAS.
           PERFORM REGISTRAR-EXCECAO.

      *> PONTO X MASTER: O PONTO VEM EM SEQUENCIA DE CODIGO, ENTAO SAI
      *> UMA LINHA POR CODIGO COM A QUANTIDADE DE DIAS APONTADOS
       VERIFICAR-PONTO.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE ZEROS TO WS-PONTO-CODIGO-ANT.
           MOVE ZEROS TO WS-PONTO-QTD.
           MOVE ZEROS TO PONTO-CHAVE.
           START ARQUIVO-PONTO KEY IS NOT LESS THAN PONTO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM VERIFICAR-PROXIMO-PONTO UNTIL ACABOU-LEITURA.
           PERFORM ENCERRAR-CODIGO-DO-PONTO.

       VERIFICAR-PROXIMO-PONTO.
           READ ARQUIVO-PONTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF PONTO-CODIGO NOT = WS-PONTO-CODIGO-ANT
                       PERFORM ENCERRAR-CODIGO-DO-PONTO
                       MOVE PONTO-CODIGO TO WS-PONTO-CODIGO-ANT
                   END-IF
                   ADD 1 TO WS-PONTO-QTD
           END-READ.

       ENCERRAR-CODIGO-DO-PONTO.
           IF WS-PONTO-QTD > ZERO
               MOVE WS-PONTO-CODIGO-ANT TO WS-CODIGO-EXAME
               PERFORM SITUAR-CODIGO
               IF CODIGO-ARQUIVADO OR CODIGO-INEXISTENTE
                   PERFORM DEFINIR-SEVERIDADE-AUSENTE
                   MOVE "PONTO" TO WS-EXC-ARQUIVO
                   MOVE SPACES TO WS-EXC-CHAVE
                   STRING "CODIGO " DELIMITED BY SIZE
                       WS-PONTO-CODIGO-ANT DELIMITED BY SIZE
                       INTO WS-EXC-CHAVE
                   MOVE WS-PONTO-QTD TO WS-QTD-EDIT
                   MOVE SPACES TO WS-EXC-TEXTO
                   STRING WS-QTD-EDIT DELIMITED BY SIZE
                       " DIAS DE PONTO DE CODIGO " DELIMITED BY SIZE
                       WS-SITUACAO-TEXTO DELIMITED BY "  "
                       INTO WS-EXC-TEXTO
                   ADD 1 TO WS-QTD-EXC-PONTO
                   PERFORM REGISTRAR-EXCECAO
               END-IF
           END-IF.
           MOVE ZEROS TO WS-PONTO-QTD.

      *> FOLHAEVT X MASTER E FOLHAEVT X FOLHAHIST: UMA LINHA POR FOLHA
      *> (COMPETENCIA + CODIGO + FOLHA) COM AS RUBRICAS DA QUEBRA
       VERIFICAR-EVENTOS-DA-FOLHA.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE ZEROS TO WS-EVT-GRUPO-ANT.
           MOVE ZEROS TO WS-EVT-QTD.
           MOVE ZEROS TO FOLHAEVT-CHAVE.
           START ARQUIVO-FOLHAEVT KEY IS NOT LESS THAN FOLHAEVT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM VERIFICAR-PROXIMO-EVENTO UNTIL ACABOU-LEITURA.
           PERFORM ENCERRAR-FOLHA-DOS-EVENTOS.

       VERIFICAR-PROXIMO-EVENTO.
           READ ARQUIVO-FOLHAEVT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   MOVE FOLHAEVT-COMPETENCIA TO WS-EVT-COMPETENCIA
                   MOVE FOLHAEVT-CODIGO TO WS-EVT-CODIGO
                   MOVE FOLHAEVT-FOLHA TO WS-EVT-FOLHA
                   IF WS-EVT-GRUPO-ATUAL NOT = WS-EVT-GRUPO-ANT
                       PERFORM ENCERRAR-FOLHA-DOS-EVENTOS
                       MOVE WS-EVT-GRUPO-ATUAL TO WS-EVT-GRUPO-ANT
                   END-IF
                   ADD 1 TO WS-EVT-QTD
           END-READ.

       ENCERRAR-FOLHA-DOS-EVENTOS.
           IF WS-EVT-QTD > ZERO
               MOVE "FOLHAEVT" TO WS-EXC-ARQUIVO
               MOVE SPACES TO WS-EXC-CHAVE
               STRING WS-EVT-COMPETENCIA-ANT DELIMITED BY SIZE
                   " COD " DELIMITED BY SIZE
                   WS-EVT-CODIGO-ANT DELIMITED BY SIZE
                   " FOLHA " DELIMITED BY SIZE
                   WS-EVT-FOLHA-ANT DELIMITED BY SIZE
                   INTO WS-EXC-CHAVE
               MOVE WS-EVT-QTD TO WS-QTD-EDIT
               MOVE WS-EVT-CODIGO-ANT TO WS-CODIGO-EXAME
               PERFORM SITUAR-CODIGO
               IF CODIGO-INEXISTENTE
                   MOVE "G" TO WS-EXC-SEVERIDADE
                   MOVE SPACES TO WS-EXC-TEXTO
                   STRING WS-QTD-EDIT DELIMITED BY SIZE
                       " RUBRICAS DE CODIGO " DELIMITED BY SIZE
                       WS-SITUACAO-TEXTO DELIMITED BY "  "
                       INTO WS-EXC-TEXTO
                   ADD 1 TO WS-QTD-EXC-EVENTOS
                   PERFORM REGISTRAR-EXCECAO
               END-IF
               MOVE WS-EVT-COMPETENCIA-ANT TO FOLHAHIST-COMPETENCIA
               MOVE WS-EVT-CODIGO-ANT TO FOLHAHIST-CODIGO
               MOVE WS-EVT-FOLHA-ANT TO FOLHAHIST-FOLHA
               READ ARQUIVO-FOLHAHIST
                   INVALID KEY
                       MOVE "M" TO WS-EXC-SEVERIDADE
                       MOVE SPACES TO WS-EXC-TEXTO
                       STRING WS-QTD-EDIT DELIMITED BY SIZE
                           " RUBRICAS SEM A FOLHA NO FOLHAHIST"
                           DELIMITED BY SIZE
                           INTO WS-EXC-TEXTO
                       ADD 1 TO WS-QTD-EXC-EVENTOS
                       PERFORM REGISTRAR-EXCECAO
               END-READ
           END-IF.
           MOVE ZEROS TO WS-EVT-QTD.

      *> FOLHAHIST X FOLHAEVT: TODA FOLHA GRAVADA PELO PROG41 TEM AS
      *> SUAS RUBRICAS; FOLHA SEM NENHUMA NAO SE EXPLICA NO
      *> CONTRACHEQUE NEM NA CONTABILIZACAO (PROG106). AS COMPETENCIAS
      *> CUJAS RUBRICAS O PROG135 JA LEVOU PARA A RETENCAO FICAM DE
      *> FORA: A VARREDURA COMECA NO CORTE MAIS RECENTE DO CATALOGO
       VERIFICAR-FOLHAS-SEM-EVENTOS.
           PERFORM OBTER-CORTE-DOS-EVENTOS.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE ZEROS TO FOLHAHIST-CHAVE.
           MOVE WS-CORTE-EVENTOS TO FOLHAHIST-COMPETENCIA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN FOLHAHIST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM VERIFICAR-PROXIMA-FOLHA UNTIL ACABOU-LEITURA.

       VERIFICAR-PROXIMA-FOLHA.
           READ ARQUIVO-FOLHAHIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   PERFORM PROCURAR-EVENTOS-DA-FOLHA
                   IF NOT EVENTO-ACHADO
                       MOVE "M" TO WS-EXC-SEVERIDADE
                       MOVE "FOLHAHIST" TO WS-EXC-ARQUIVO
                       MOVE SPACES TO WS-EXC-CHAVE
                       STRING FOLHAHIST-COMPETENCIA DELIMITED BY SIZE
                           " COD " DELIMITED BY SIZE
                           FOLHAHIST-CODIGO DELIMITED BY SIZE
                           " FOLHA " DELIMITED BY SIZE
                           FOLHAHIST-FOLHA DELIMITED BY SIZE
                           INTO WS-EXC-CHAVE
                       MOVE "FOLHA SEM RUBRICAS NO FOLHAEVT"
                           TO WS-EXC-TEXTO
                       ADD 1 TO WS-QTD-EXC-FOLHAS
                       PERFORM REGISTRAR-EXCECAO
                   END-IF
           END-READ.

       OBTER-CORTE-DOS-EVENTOS.
           MOVE ZEROS TO WS-CORTE-EVENTOS.
           MOVE "N" TO FIM-DO-CATALOGO.
           OPEN INPUT ARQUIVO-CATRETEN.
           MOVE ZEROS TO CATR-SEQUENCIA.
           START ARQUIVO-CATRETEN KEY IS NOT LESS THAN CATR-SEQUENCIA
               INVALID KEY
                   MOVE "S" TO FIM-DO-CATALOGO
           END-START.
           PERFORM LER-PROXIMA-RETENCAO UNTIL ACABOU-CATALOGO.
           CLOSE ARQUIVO-CATRETEN.

       LER-PROXIMA-RETENCAO.
           READ ARQUIVO-CATRETEN NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-CATALOGO
               NOT AT END
                   IF CATR-ATIVO AND CATR-ORIGEM = "FOLHAEVT"
                       AND CATR-CORTE(1:6) > WS-CORTE-EVENTOS
                       MOVE CATR-CORTE(1:6) TO WS-CORTE-EVENTOS
                   END-IF
           END-READ.

       PROCURAR-EVENTOS-DA-FOLHA.
           MOVE "N" TO WS-ACHOU-EVENTO.
           MOVE "N" TO FIM-DOS-EVENTOS.
           MOVE FOLHAHIST-COMPETENCIA TO FOLHAEVT-COMPETENCIA.
           MOVE FOLHAHIST-CODIGO TO FOLHAEVT-CODIGO.
           MOVE FOLHAHIST-FOLHA TO FOLHAEVT-FOLHA.
           MOVE ZEROS TO FOLHAEVT-SEQ.
           START ARQUIVO-FOLHAEVT KEY IS NOT LESS THAN FOLHAEVT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-EVENTOS
           END-START.
           IF NOT ACABOU-EVENTOS
               READ ARQUIVO-FOLHAEVT NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FOLHAEVT-COMPETENCIA = FOLHAHIST-COMPETENCIA
                           AND FOLHAEVT-CODIGO = FOLHAHIST-CODIGO
                           AND FOLHAEVT-FOLHA = FOLHAHIST-FOLHA
                           MOVE "S" TO WS-ACHOU-EVENTO
                       END-IF
               END-READ
           END-IF.

      *> EMPRESTIMO EM ABERTO DE QUEM NAO ESTA MAIS NA FOLHA: O SALDO
      *> NUNCA SERA DESCONTADO
       VERIFICAR-EMPRESTIMOS.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE ZEROS TO EMP-CHAVE.
           START ARQUIVO-EMPRESTIMO KEY IS NOT LESS THAN EMP-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM VERIFICAR-PROXIMO-EMPRESTIMO UNTIL ACABOU-LEITURA.

       VERIFICAR-PROXIMO-EMPRESTIMO.
           READ ARQUIVO-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF EMPRESTIMO-ABERTO
                       MOVE EMP-CODIGO TO WS-CODIGO-EXAME
                       PERFORM SITUAR-CODIGO
                       IF NOT CODIGO-ATIVO
                           MOVE "G" TO WS-EXC-SEVERIDADE
                           MOVE "EMPRESTIMO" TO WS-EXC-ARQUIVO
                           MOVE SPACES TO WS-EXC-CHAVE
                           STRING "CODIGO " DELIMITED BY SIZE
                               EMP-CODIGO DELIMITED BY SIZE
                               " SEQ " DELIMITED BY SIZE
                               EMP-SEQUENCIA DELIMITED BY SIZE
                               INTO WS-EXC-CHAVE
                           MOVE SPACES TO WS-EXC-TEXTO
                           STRING "EM ABERTO PARA CODIGO "
                               DELIMITED BY SIZE
                               WS-SITUACAO-TEXTO DELIMITED BY "  "
                               INTO WS-EXC-TEXTO
                           ADD 1 TO WS-QTD-EXC-EMPRESTIMOS
                           PERFORM REGISTRAR-EXCECAO
                       END-IF
                   END-IF
           END-READ.

       VERIFICAR-BENEFICIOS.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE ZEROS TO BEN-CODIGO.
           MOVE SPACES TO BEN-TIPO.
           START ARQUIVO-BENEFICIO KEY IS NOT LESS THAN BEN-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM VERIFICAR-PROXIMO-BENEFICIO UNTIL ACABOU-LEITURA.

       VERIFICAR-PROXIMO-BENEFICIO.
           READ ARQUIVO-BENEFICIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF BEN-OPTOU
                       MOVE BEN-CODIGO TO WS-CODIGO-EXAME
                       PERFORM SITUAR-CODIGO
                       IF NOT CODIGO-ATIVO
                           MOVE "M" TO WS-EXC-SEVERIDADE
                           MOVE "BENEFICIO" TO WS-EXC-ARQUIVO
                           MOVE SPACES TO WS-EXC-CHAVE
                           STRING "CODIGO " DELIMITED BY SIZE
                               BEN-CODIGO DELIMITED BY SIZE
                               " TIPO " DELIMITED BY SIZE
                               BEN-TIPO DELIMITED BY SIZE
                               INTO WS-EXC-CHAVE
                           MOVE SPACES TO WS-EXC-TEXTO
                           STRING "OPCAO ATIVA PARA CODIGO "
                               DELIMITED BY SIZE
                               WS-SITUACAO-TEXTO DELIMITED BY "  "
                               INTO WS-EXC-TEXTO
                           ADD 1 TO WS-QTD-EXC-BENEFICIOS
                           PERFORM REGISTRAR-EXCECAO
                       END-IF
                   END-IF
           END-READ.

      *> FERIAS AGENDADAS DE QUEM SAIU: O PERIODO FOI QUITADO NA
      *> RESCISAO (PROG62) E O GOZO NAO VAI ACONTECER
       VERIFICAR-FERIAS.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE ZEROS TO FERIAS-CHAVE.
           START ARQUIVO-FERIAS KEY IS NOT LESS THAN FERIAS-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM VERIFICAR-PROXIMAS-FERIAS UNTIL ACABOU-LEITURA.

       VERIFICAR-PROXIMAS-FERIAS.
           READ ARQUIVO-FERIAS NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   IF FERIAS-AGENDADA
                       MOVE FERIAS-CODIGO TO WS-CODIGO-EXAME
                       PERFORM SITUAR-CODIGO
                       IF NOT CODIGO-ATIVO
                           MOVE "G" TO WS-EXC-SEVERIDADE
                           MOVE "FERIAS" TO WS-EXC-ARQUIVO
                           MOVE SPACES TO WS-EXC-CHAVE
                           STRING "CODIGO " DELIMITED BY SIZE
                               FERIAS-CODIGO DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               FERIAS-PERIODO-INICIO DELIMITED BY SIZE
                               INTO WS-EXC-CHAVE
                           MOVE SPACES TO WS-EXC-TEXTO
                           STRING "GOZO AGENDADO EM " DELIMITED BY SIZE
                               FERIAS-GOZO-INICIO DELIMITED BY SIZE
                               " PARA CODIGO " DELIMITED BY SIZE
                               WS-SITUACAO-TEXTO DELIMITED BY "  "
                               INTO WS-EXC-TEXTO
                           ADD 1 TO WS-QTD-EXC-FERIAS
                           PERFORM REGISTRAR-EXCECAO
                       END-IF
                   END-IF
           END-READ.

      *> DEPENDENTE CUJO TITULAR SAIU DO MASTER: ARQUIVADO PELO PROG74
      *> E MEDIO (DADO PESSOAL SEM USO); SEM TITULAR EM LUGAR NENHUM
      *> E GRAVE
       VERIFICAR-DEPENDENTES.
           MOVE "N" TO FIM-DA-LEITURA.
           MOVE ZEROS TO DEP-CHAVE.
           START ARQUIVO-DEPENDENTE KEY IS NOT LESS THAN DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-LEITURA
           END-START.
           PERFORM VERIFICAR-PROXIMO-DEPENDENTE UNTIL ACABOU-LEITURA.

       VERIFICAR-PROXIMO-DEPENDENTE.
           READ ARQUIVO-DEPENDENTE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   MOVE DEP-CODIGO-FUNC TO WS-CODIGO-EXAME
                   PERFORM SITUAR-CODIGO
                   IF CODIGO-ARQUIVADO OR CODIGO-INEXISTENTE
                       PERFORM DEFINIR-SEVERIDADE-AUSENTE
                       MOVE "DEPENDENTE" TO WS-EXC-ARQUIVO
                       MOVE SPACES TO WS-EXC-CHAVE
                       STRING "CODIGO " DELIMITED BY SIZE
                           DEP-CODIGO-FUNC DELIMITED BY SIZE
                           " SEQ " DELIMITED BY SIZE
                           DEP-SEQUENCIA DELIMITED BY SIZE
                           INTO WS-EXC-CHAVE
                       MOVE SPACES TO WS-EXC-TEXTO
                       STRING "TITULAR " DELIMITED BY SIZE
                           WS-SITUACAO-TEXTO DELIMITED BY "  "
                           INTO WS-EXC-TEXTO
                       ADD 1 TO WS-QTD-EXC-DEPENDENTES
                       PERFORM REGISTRAR-EXCECAO
                   END-IF
           END-READ.

      *> SITUACAO DO CODIGO: ATIVO OU INATIVO NO MASTER, SO NO ARQUIVO
      *> HISTORICO OU EM LUGAR NENHUM
       SITUAR-CODIGO.
           IF WS-CODIGO-EXAME NOT = WS-CODIGO-SITUADO
               OR WS-SITUACAO-CODIGO = SPACE
               MOVE WS-CODIGO-EXAME TO WS-CODIGO-SITUADO
               MOVE WS-CODIGO-EXAME TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       MOVE WS-CODIGO-EXAME TO ARQH-CODIGO
                       READ ARQUIVO-HISTORICO
                           INVALID KEY
                               MOVE "X" TO WS-SITUACAO-CODIGO
                           NOT INVALID KEY
                               MOVE "H" TO WS-SITUACAO-CODIGO
                       END-READ
                   NOT INVALID KEY
                       IF FUNCIONARIO-ATIVO
                           MOVE "A" TO WS-SITUACAO-CODIGO
                       ELSE
                           MOVE "I" TO WS-SITUACAO-CODIGO
                       END-IF
               END-READ
           END-IF.
           EVALUATE TRUE
               WHEN CODIGO-ATIVO
                   MOVE "ATIVO" TO WS-SITUACAO-TEXTO
               WHEN CODIGO-INATIVO
                   MOVE "INATIVO" TO WS-SITUACAO-TEXTO
               WHEN CODIGO-ARQUIVADO
                   MOVE "ARQUIVADO (PROG74)" TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE "INEXISTENTE" TO WS-SITUACAO-TEXTO
           END-EVALUATE.

       DEFINIR-SEVERIDADE-AUSENTE.
           IF CODIGO-INEXISTENTE
               MOVE "G" TO WS-EXC-SEVERIDADE
           ELSE
               MOVE "M" TO WS-EXC-SEVERIDADE
           END-IF.

       REGISTRAR-EXCECAO.
           ADD 1 TO WS-TOTAL-EXCECOES.
           IF WS-EXC-SEVERIDADE = "G"
               ADD 1 TO WS-QTD-GRAVES
           ELSE
               ADD 1 TO WS-QTD-MEDIAS
           END-IF.
           MOVE WS-LINHA-EXCECAO TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       IMPRIMIR-RESUMO.
           MOVE SPACES TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "===== RESUMO DA INTEGRIDADE =====" TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "MASTER X TABELAS.............: " DELIMITED BY SIZE
               WS-QTD-EXC-TABELAS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "PONTO SEM FUNCIONARIO........: " DELIMITED BY SIZE
               WS-QTD-EXC-PONTO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "RUBRICAS SEM FUNCIONARIO/FOLHA: " DELIMITED BY SIZE
               WS-QTD-EXC-EVENTOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "FOLHAS SEM RUBRICAS..........: " DELIMITED BY SIZE
               WS-QTD-EXC-FOLHAS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "EMPRESTIMOS ABERTOS INDEVIDOS: " DELIMITED BY SIZE
               WS-QTD-EXC-EMPRESTIMOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "BENEFICIOS OPTADOS INDEVIDOS.: " DELIMITED BY SIZE
               WS-QTD-EXC-BENEFICIOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "FERIAS AGENDADAS INDEVIDAS...: " DELIMITED BY SIZE
               WS-QTD-EXC-FERIAS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "DEPENDENTES SEM TITULAR......: " DELIMITED BY SIZE
               WS-QTD-EXC-DEPENDENTES DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "TOTAL G (GRAVE)..............: " DELIMITED BY SIZE
               WS-QTD-GRAVES DELIMITED BY SIZE
               "   TOTAL M (MEDIA): " DELIMITED BY SIZE
               WS-QTD-MEDIAS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
