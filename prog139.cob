       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG139.
      *> PROGRAMA DE CONSULTA DA POSICAO DO FUNCIONARIO NUMA DATA
      *> AS ACOES TRABALHISTAS SEMPRE PERGUNTAM QUAL ERA O SALARIO, O
      *> CARGO, O DEPARTAMENTO E A SITUACAO DE ALGUEM NUM DIA DADO, E
      *> A RESPOSTA ERA MONTADA A MAO COM O PROG57, O PROG63 E OS
      *> HISTORICOS DO PROG72 E DO PROG97. DADOS O CODIGO (NO MASTER
      *> OU NO ARQUIVO HISTORICO DO PROG74) E A DATA, O PROGRAMA PARTE
      *> DO REGISTRO ATUAL E O VOLTA NO TEMPO: O SALARIO PELO
      *> HISTORICO DE SALARIOS (PDSALHIST TAB), O DEPARTAMENTO PELAS
      *> TRANSFERENCIAS (PROG72), O CARGO PELAS PROMOCOES (PROG97),
      *> AMBOS PELA DATA EFETIVA, E A SITUACAO PELAS INATIVACOES,
      *> REATIVACOES, DESLIGAMENTOS E READMISSOES DA TRILHA DE
      *> AUDITORIA, INCLUSIVE OS ANOS JA RETIDOS PELO PROG135 (LIDOS
      *> DOS ARQUIVOS DE RETENCAO DO CATALOGO, COMO NO PROG136). O
      *> PRIMEIRO MOVIMENTO POSTERIOR A DATA DEVOLVE O VALOR ANTERIOR
      *> A ELE; SEM MOVIMENTO POSTERIOR VALE O REGISTRO.
      *> O CODIGO READMITIDO COM O MESMO NUMERO (PROG101) TEM O
      *> PERIODO ANTERIOR A NOVA ADMISSAO RECONSTITUIDO A PARTIR DA
      *> IMAGEM ARQUIVADA, SO COM OS MOVIMENTOS ATE O ARQUIVAMENTO.
      *> A DECLARACAO SAI NO SPOOL (RELPOSICAO) COM OS MOVIMENTOS DE
      *> UM ANO ANTES A UM ANO DEPOIS DA DATA E O CAMPO DE ASSINATURA,
      *> E A EMISSAO GERA O EVENTO CERT-POSIC NA TRILHA DE AUDITORIA
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
      *> SELSALHIST TAB
           COPY "SELSALHIST.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
      *> SELCATRETEN TAB
           COPY "SELCATRETEN.COB".
      *> SELRETEN TAB
           COPY "SELRETEN.COB".
           SELECT OPTIONAL ARQUIVO-MOVIMENTACAO
               ASSIGN TO "MOVIMENTACAO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARQUIVO-MOVCARGO ASSIGN TO "MOVCARGO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITORIAFUNC"
               ORGANIZATION IS LINE SEQUENTIAL.

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
      *> FDSALHIST TAB
           COPY "FDSALHIST.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".
      *> FDCATRETEN TAB
           COPY "FDCATRETEN.COB".
      *> FDRETEN TAB
           COPY "FDRETEN.COB".

      *> MESMO LAYOUT DO ARQUIVO DE MOVIMENTACOES DO PROG72
       FD  ARQUIVO-MOVIMENTACAO
           LABEL RECORD STANDARD.
       01  MOV-REGISTRO.
           05  MOV-DATA       PIC 9(08).
           05  MOV-HORA       PIC 9(08).
           05  MOV-CODIGO     PIC 9(05).
           05  MOV-DEPTO-DE   PIC X(03).
           05  MOV-DEPTO-PARA PIC X(03).
           05  MOV-DT-EFETIVA.
               10  MOV-EFETIVA-ANOMES PIC 9(06).
               10  MOV-EFETIVA-DIA    PIC 9(02).
           05  MOV-MOTIVO     PIC X(30).
           05  MOV-OPERADOR   PIC X(10).

      *> MESMO LAYOUT DO HISTORICO DE CARGOS DO PROG97
       FD  ARQUIVO-MOVCARGO
           LABEL RECORD STANDARD.
       01  MOVC-REGISTRO.
           05  MOVC-DATA        PIC 9(08).
           05  MOVC-HORA        PIC 9(08).
           05  MOVC-CODIGO      PIC 9(05).
           05  MOVC-CARGO-DE    PIC X(03).
           05  MOVC-CARGO-PARA  PIC X(03).
           05  MOVC-SALARIO-DE  PIC 9(06)V9(02).
           05  MOVC-SALARIO-PARA PIC 9(06)V9(02).
           05  MOVC-DT-EFETIVA.
               10  MOVC-EFETIVA-ANOMES PIC 9(06).
               10  MOVC-EFETIVA-DIA    PIC 9(02).
           05  MOVC-MOTIVO      PIC X(30).
           05  MOVC-OPERADOR    PIC X(10).

      *> MESMO LAYOUT DO ARQUIVO DE AUDITORIA DO PROG37
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
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
       01  WS-CODIGO-PEDIDO  PIC 9(05) VALUE ZEROS.
       01  WS-DATA-POSICAO   PIC 9(08) VALUE ZEROS.
       01  WS-HOJE           PIC 9(08).
       01  WS-HORA-EMISSAO   PIC 9(08).
       01  FIM-DA-LEITURA    PIC X(01) VALUE "N".
           88  ACABOU-LEITURA        VALUE "S".
       01  FIM-DO-CATALOGO   PIC X(01) VALUE "N".
           88  ACABOU-CATALOGO       VALUE "S".
       01  FIM-DA-RETENCAO   PIC X(01) VALUE "N".
           88  ACABOU-RETENCAO       VALUE "S".
      *> WSRETEN TAB (NOME FISICO DO ARQUIVO DE RETENCAO)
           COPY "WSRETEN.COB".
      *> OS ARQUIVOS DE RETENCAO SAO LIDOS DUAS VEZES: PARA APURAR A
      *> POSICAO E PARA LISTAR OS MOVIMENTOS DO PERIODO
       01  WS-RETEN-ORIGEM   PIC X(10).
       01  WS-MODO-RETENCAO  PIC X(01).
           88  RETENCAO-APURAR       VALUE "A".
       01  WS-QTD-RETIDOS    PIC 9(03) VALUE ZEROS.

      *> ORIGEM DO REGISTRO QUE E VOLTADO NO TEMPO: O MASTER OU, PARA
      *> O CODIGO SO ARQUIVADO OU PARA A DATA ANTERIOR A READMISSAO,
      *> A IMAGEM DO ARQUIVO HISTORICO
       01  WS-ACHOU-MASTER   PIC X(01) VALUE "N".
           88  ACHOU-NO-MASTER       VALUE "S".
       01  WS-ACHOU-HISTORICO PIC X(01) VALUE "N".
           88  ACHOU-NO-HISTORICO    VALUE "S".
       01  WS-ORIGEM         PIC X(01) VALUE SPACE.
           88  POSICAO-DO-MASTER     VALUE "M".
           88  POSICAO-DO-HISTORICO  VALUE "H".
       01  WS-DT-ADMISSAO    PIC 9(08) VALUE ZEROS.
       01  WS-DT-ARQUIVAMENTO PIC 9(08) VALUE ZEROS.
      *> SO OS MOVIMENTOS ATE ESTA DATA VALEM PARA O REGISTRO DE
      *> ORIGEM (A DATA DO ARQUIVAMENTO QUANDO A ORIGEM E O HISTORICO)
       01  WS-LIMITE-EVENTOS PIC 9(08) VALUE 99999999.
      *> JANELA DOS MOVIMENTOS LISTADOS NA DECLARACAO
       01  WS-JANELA-INICIO  PIC 9(08) VALUE ZEROS.
       01  WS-JANELA-FIM     PIC 9(08) VALUE ZEROS.
       01  WS-DATA-EVENTO    PIC 9(08) VALUE ZEROS.
       01  WS-MOMENTO        PIC X(06).

      *> POSICAO RECONSTITUIDA: PARA CADA DADO, O VALOR NA DATA, O
      *> MOVIMENTO MAIS RECENTE ATE A DATA (DESDE) E O PRIMEIRO
      *> MOVIMENTO DEPOIS DELA (PROXIMO), QUE DEVOLVE O VALOR ANTERIOR
       01  WS-POSICAO.
           05  WS-POS-SALARIO     PIC 9(06)V9(02).
           05  WS-POS-SAL-DESDE   PIC 9(08).
           05  WS-POS-SAL-PROXIMO PIC 9(08).
           05  WS-POS-DEPTO       PIC X(03).
           05  WS-POS-DEP-DESDE   PIC 9(08).
           05  WS-POS-DEP-PROXIMO PIC 9(08).
           05  WS-POS-CARGO       PIC X(03).
           05  WS-POS-CAR-DESDE   PIC 9(08).
           05  WS-POS-CAR-PROXIMO PIC 9(08).
           05  WS-POS-STATUS      PIC X(01).
               88  POSICAO-ATIVO          VALUE "A".
           05  WS-POS-STA-DESDE   PIC 9(08).
           05  WS-POS-STA-PROXIMO PIC 9(08).
       01  WS-STATUS-ANTERIOR PIC X(01).
       01  WS-DESCRICAO      PIC X(30).
       01  WS-SITUACAO-DESC  PIC X(20).
       01  WS-QTD-MOVIMENTOS PIC 9(05) VALUE ZEROS.

      *> SECAO DO RELATORIO EM EMISSAO
       01  WS-SECAO-TITULO   PIC X(50).
       01  WS-QTD-SECAO      PIC 9(05) VALUE ZEROS.

       01  WS-VALOR-EDIT     PIC ZZZZZZZ9.99.
       01  WS-VALOR2-EDIT    PIC ZZZZZZZ9.99.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== POSICAO DO FUNCIONARIO NUMA DATA =====".
           PERFORM SESSAO-LER-OPERADOR.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT WS-CODIGO-PEDIDO.
           DISPLAY "INFORME A DATA DA POSICAO (AAAAMMDD): ".
           ACCEPT WS-DATA-POSICAO.
           IF WS-DATA-POSICAO NOT NUMERIC
               OR WS-DATA-POSICAO = ZEROS
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-POSICAO)
                   NOT = ZERO
               DISPLAY "DATA INVALIDA, DECLARACAO NAO EMITIDA"
               GO TO PROGRAM-DONE
           END-IF.
           IF WS-DATA-POSICAO > WS-HOJE
               DISPLAY "DATA FUTURA, DECLARACAO NAO EMITIDA"
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM LOCALIZAR-REGISTRO.
           IF NOT ACHOU-NO-MASTER AND NOT ACHOU-NO-HISTORICO
               DISPLAY "CODIGO NAO ENCONTRADO NO MASTER NEM NO "
                   "ARQUIVO HISTORICO"
               GO TO PROGRAM-DONE
           END-IF.
           IF WS-DATA-POSICAO < WS-DT-ADMISSAO
               DISPLAY "DATA ANTERIOR A ADMISSAO (" WS-DT-ADMISSAO
                   "), NAO HAVIA VINCULO NA DATA"
               GO TO PROGRAM-DONE
           END-IF.
           COMPUTE WS-JANELA-INICIO = WS-DATA-POSICAO - 10000.
           COMPUTE WS-JANELA-FIM = WS-DATA-POSICAO + 10000.
           PERFORM RECONSTITUIR-POSICAO.
           MOVE "PROG139" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELPOSICAO" TO WS-SPOOL-ARQUIVO.
           MOVE "POSICAO DO FUNCIONARIO NA DATA" TO WS-SPOOL-TITULO.
           PERFORM SPOOL-ABRIR.
           PERFORM IMPRIMIR-POSICAO.
           PERFORM IMPRIMIR-MOVIMENTOS-SALARIO.
           PERFORM IMPRIMIR-MOVIMENTOS-DEPTO.
           PERFORM IMPRIMIR-MOVIMENTOS-CARGO.
           PERFORM IMPRIMIR-MOVIMENTOS-SITUACAO.
           PERFORM IMPRIMIR-CERTIFICACAO.
           PERFORM SPOOL-ENCERRAR.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE WS-CODIGO-PEDIDO TO AUD-CODIGO.
           MOVE "CERT-POSIC" TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.
           DISPLAY "SALARIO NA DATA....: " WS-VALOR-EDIT.
           DISPLAY "DEPARTAMENTO.......: " WS-POS-DEPTO.
           DISPLAY "CARGO..............: " WS-POS-CARGO.
           DISPLAY "SITUACAO...........: " WS-SITUACAO-DESC.
           DISPLAY "DECLARACAO NO SPOOL: " WS-SPOOL-ARQUIVO.
       PROGRAM-DONE.
        GOBACK.

      *> ESCOLHA DO REGISTRO DE ORIGEM: O MASTER QUANDO A DATA E DO
      *> VINCULO ATUAL; A IMAGEM ARQUIVADA QUANDO O CODIGO SO EXISTE
      *> NO HISTORICO OU QUANDO A DATA E ANTERIOR A READMISSAO
       LOCALIZAR-REGISTRO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-HISTORICO.
           MOVE WS-CODIGO-PEDIDO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU-MASTER
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-MASTER
                   MOVE FUNCIONARIO-DT-ADMISSAO TO WS-DT-ADMISSAO
           END-READ.
           MOVE WS-CODIGO-PEDIDO TO ARQH-CODIGO.
           READ ARQUIVO-HISTORICO
               INVALID KEY
                   MOVE "N" TO WS-ACHOU-HISTORICO
               NOT INVALID KEY
                   MOVE "S" TO WS-ACHOU-HISTORICO
           END-READ.
           IF ACHOU-NO-MASTER
               MOVE "M" TO WS-ORIGEM
               IF ACHOU-NO-HISTORICO
                   AND WS-DATA-POSICAO < WS-DT-ADMISSAO
                   MOVE "H" TO WS-ORIGEM
               END-IF
           ELSE
               IF ACHOU-NO-HISTORICO
                   MOVE "H" TO WS-ORIGEM
               END-IF
           END-IF.
           IF POSICAO-DO-HISTORICO
               MOVE ARQH-IMAGEM TO FUNCIONARIO-REGISTRO
               MOVE FUNCIONARIO-DT-ADMISSAO TO WS-DT-ADMISSAO
               MOVE ARQH-DT-ARQUIVAMENTO TO WS-DT-ARQUIVAMENTO
               MOVE ARQH-DT-ARQUIVAMENTO TO WS-LIMITE-EVENTOS
           END-IF.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-HISTORICO.

      *> PONTO DE PARTIDA: O REGISTRO DE ORIGEM, VALENDO DESDE A
      *> ADMISSAO ATE QUE UM MOVIMENTO DIGA O CONTRARIO
       RECONSTITUIR-POSICAO.
           MOVE FUNCIONARIO-SALARIO TO WS-POS-SALARIO.
           MOVE FUNCIONARIO-DEPARTAMENTO(1:3) TO WS-POS-DEPTO.
           MOVE FUNCIONARIO-CARGO TO WS-POS-CARGO.
           MOVE FUNCIONARIO-STATUS TO WS-POS-STATUS.
           MOVE WS-DT-ADMISSAO TO WS-POS-SAL-DESDE WS-POS-DEP-DESDE
               WS-POS-CAR-DESDE WS-POS-STA-DESDE.
           MOVE 99999999 TO WS-POS-SAL-PROXIMO WS-POS-DEP-PROXIMO
               WS-POS-CAR-PROXIMO WS-POS-STA-PROXIMO.
           MOVE "A" TO WS-MODO-RETENCAO.
           MOVE "SALHIST" TO WS-RETEN-ORIGEM.
           PERFORM PERCORRER-RETENCAO.
           MOVE "AUDITORIA" TO WS-RETEN-ORIGEM.
           PERFORM PERCORRER-RETENCAO.
           MOVE "N" TO FIM-DA-LEITURA.
           OPEN INPUT ARQUIVO-SALHIST.
           PERFORM APURAR-PROXIMO-SALARIO UNTIL ACABOU-LEITURA.
           CLOSE ARQUIVO-SALHIST.
           MOVE "N" TO FIM-DA-LEITURA.
           OPEN INPUT ARQUIVO-MOVIMENTACAO.
           PERFORM APURAR-PROXIMA-TRANSFERENCIA UNTIL ACABOU-LEITURA.
           CLOSE ARQUIVO-MOVIMENTACAO.
           MOVE "N" TO FIM-DA-LEITURA.
           OPEN INPUT ARQUIVO-MOVCARGO.
           PERFORM APURAR-PROXIMA-PROMOCAO UNTIL ACABOU-LEITURA.
           CLOSE ARQUIVO-MOVCARGO.
           MOVE "N" TO FIM-DA-LEITURA.
           OPEN INPUT ARQUIVO-AUDITORIA.
           PERFORM APURAR-PROXIMO-EVENTO UNTIL ACABOU-LEITURA.
           CLOSE ARQUIVO-AUDITORIA.
           MOVE WS-POS-SALARIO TO WS-VALOR-EDIT.
           IF POSICAO-ATIVO
               MOVE "ATIVO" TO WS-SITUACAO-DESC
           ELSE
               MOVE "INATIVO" TO WS-SITUACAO-DESC
           END-IF.

      *> O HISTORICO DE SALARIOS E DATADO PELA GRAVACAO DA MUDANCA
       APURAR-PROXIMO-SALARIO.
           READ ARQUIVO-SALHIST
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   PERFORM APURAR-SALARIO
           END-READ.

       APURAR-SALARIO.
           IF SALHIST-CODIGO = WS-CODIGO-PEDIDO
               AND SALHIST-DATA NOT > WS-LIMITE-EVENTOS
               IF SALHIST-DATA > WS-DATA-POSICAO
                   IF SALHIST-DATA < WS-POS-SAL-PROXIMO
                       MOVE SALHIST-DATA TO WS-POS-SAL-PROXIMO
                       MOVE SALHIST-SALARIO-ANTERIOR TO WS-POS-SALARIO
                   END-IF
               ELSE
                   IF SALHIST-DATA NOT < WS-POS-SAL-DESDE
                       MOVE SALHIST-DATA TO WS-POS-SAL-DESDE
                   END-IF
               END-IF
           END-IF.

      *> TRANSFERENCIAS E PROMOCOES VALEM PELA DATA EFETIVA
       APURAR-PROXIMA-TRANSFERENCIA.
           READ ARQUIVO-MOVIMENTACAO
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   MOVE MOV-DT-EFETIVA TO WS-DATA-EVENTO
                   IF MOV-CODIGO = WS-CODIGO-PEDIDO
                       AND MOV-DATA NOT > WS-LIMITE-EVENTOS
                       IF WS-DATA-EVENTO > WS-DATA-POSICAO
                           IF WS-DATA-EVENTO < WS-POS-DEP-PROXIMO
                               MOVE WS-DATA-EVENTO
                                   TO WS-POS-DEP-PROXIMO
                               MOVE MOV-DEPTO-DE TO WS-POS-DEPTO
                           END-IF
                       ELSE
                           IF WS-DATA-EVENTO NOT < WS-POS-DEP-DESDE
                               MOVE WS-DATA-EVENTO TO WS-POS-DEP-DESDE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       APURAR-PROXIMA-PROMOCAO.
           READ ARQUIVO-MOVCARGO
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   MOVE MOVC-DT-EFETIVA TO WS-DATA-EVENTO
                   IF MOVC-CODIGO = WS-CODIGO-PEDIDO
                       AND MOVC-DATA NOT > WS-LIMITE-EVENTOS
                       IF WS-DATA-EVENTO > WS-DATA-POSICAO
                           IF WS-DATA-EVENTO < WS-POS-CAR-PROXIMO
                               MOVE WS-DATA-EVENTO
                                   TO WS-POS-CAR-PROXIMO
                               MOVE MOVC-CARGO-DE TO WS-POS-CARGO
                           END-IF
                       ELSE
                           IF WS-DATA-EVENTO NOT < WS-POS-CAR-DESDE
                               MOVE WS-DATA-EVENTO TO WS-POS-CAR-DESDE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *> SO AS ACOES QUE MUDAM A SITUACAO DO CADASTRO CONTAM AQUI
       APURAR-PROXIMO-EVENTO.
           READ ARQUIVO-AUDITORIA
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   PERFORM APURAR-EVENTO
           END-READ.

       APURAR-EVENTO.
           IF AUD-CODIGO = WS-CODIGO-PEDIDO
               AND AUD-DATA NOT > WS-LIMITE-EVENTOS
               PERFORM DEFINIR-STATUS-ANTERIOR
               IF WS-STATUS-ANTERIOR NOT = SPACE
                   PERFORM APURAR-MUDANCA-STATUS
               END-IF
           END-IF.

       DEFINIR-STATUS-ANTERIOR.
           EVALUATE AUD-ACAO
               WHEN "INATIVACAO"
               WHEN "DESLIGAMEN"
                   MOVE "A" TO WS-STATUS-ANTERIOR
               WHEN "REATIVACAO"
               WHEN "READMISSAO"
                   MOVE "I" TO WS-STATUS-ANTERIOR
               WHEN OTHER
                   MOVE SPACE TO WS-STATUS-ANTERIOR
           END-EVALUATE.

       APURAR-MUDANCA-STATUS.
           IF AUD-DATA > WS-DATA-POSICAO
               IF AUD-DATA < WS-POS-STA-PROXIMO
                   MOVE AUD-DATA TO WS-POS-STA-PROXIMO
                   MOVE WS-STATUS-ANTERIOR TO WS-POS-STATUS
               END-IF
           ELSE
               IF AUD-DATA NOT < WS-POS-STA-DESDE
                   MOVE AUD-DATA TO WS-POS-STA-DESDE
               END-IF
           END-IF.

      *> CORPO DA DECLARACAO: IDENTIFICACAO E POSICAO NA DATA
       IMPRIMIR-POSICAO.
           STRING "DECLARACAO DA POSICAO CADASTRAL EM "
               DELIMITED BY SIZE
               WS-DATA-POSICAO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           STRING "CODIGO.........: " DELIMITED BY SIZE
               FUNCIONARIO-CODIGO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           IF POSICAO-DO-HISTORICO
               MOVE "ORIGEM: ARQUIVO HISTORICO, ARQUIVADO EM"
                   TO WS-SPOOL-DETALHE(26:39)
               MOVE WS-DT-ARQUIVAMENTO TO WS-SPOOL-DETALHE(66:8)
           ELSE
               MOVE "ORIGEM: MASTER" TO WS-SPOOL-DETALHE(26:14)
           END-IF.
           PERFORM SPOOL-IMPRIMIR.
           STRING "NOME...........: " DELIMITED BY SIZE
               FUNCIONARIO-NOME DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "CPF............: " DELIMITED BY SIZE
               FUNCIONARIO-CPF DELIMITED BY SIZE
               "  ADMISSAO: " DELIMITED BY SIZE
               WS-DT-ADMISSAO DELIMITED BY SIZE
               "  EMPRESA: " DELIMITED BY SIZE
               FUNCIONARIO-EMPRESA DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "POSICAO NA DATA" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           STRING "SALARIO........: " DELIMITED BY SIZE
               WS-VALOR-EDIT DELIMITED BY SIZE
               "  VIGENTE DESDE " DELIMITED BY SIZE
               WS-POS-SAL-DESDE DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE WS-POS-DEPTO TO DEPARTAMENTO-CODIGO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "NAO CADASTRADO NA TABELA" TO WS-DESCRICAO
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-NOME TO WS-DESCRICAO
           END-READ.
           CLOSE ARQUIVO-DEPARTAMENTO.
           STRING "DEPARTAMENTO...: " DELIMITED BY SIZE
               WS-POS-DEPTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DESCRICAO DELIMITED BY SIZE
               "  DESDE " DELIMITED BY SIZE
               WS-POS-DEP-DESDE DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE WS-POS-CARGO TO CARGO-CODIGO.
           OPEN INPUT ARQUIVO-CARGO.
           READ ARQUIVO-CARGO
               INVALID KEY
                   MOVE "NAO CADASTRADO NA TABELA" TO WS-DESCRICAO
               NOT INVALID KEY
                   MOVE CARGO-NOME TO WS-DESCRICAO
           END-READ.
           CLOSE ARQUIVO-CARGO.
           STRING "CARGO..........: " DELIMITED BY SIZE
               WS-POS-CARGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DESCRICAO DELIMITED BY SIZE
               "  DESDE " DELIMITED BY SIZE
               WS-POS-CAR-DESDE DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "SITUACAO.......: " DELIMITED BY SIZE
               WS-SITUACAO-DESC DELIMITED BY SIZE
               "  DESDE " DELIMITED BY SIZE
               WS-POS-STA-DESDE DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       ABRIR-SECAO.
           MOVE ZEROS TO WS-QTD-SECAO.
           MOVE SPACES TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "*** " DELIMITED BY SIZE
               WS-SECAO-TITULO DELIMITED BY "  "
               " ***" DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       FECHAR-SECAO.
           IF WS-QTD-SECAO = ZERO
               MOVE "    NENHUM MOVIMENTO NO PERIODO"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

      *> MOVIMENTOS DE UM ANO ANTES A UM ANO DEPOIS DA DATA, MARCADOS
      *> COMO ANTES OU DEPOIS DELA
       DEFINIR-MOMENTO.
           IF WS-DATA-EVENTO > WS-DATA-POSICAO
               MOVE "DEPOIS" TO WS-MOMENTO
           ELSE
               MOVE "ANTES " TO WS-MOMENTO
           END-IF.

       IMPRIMIR-MOVIMENTOS-SALARIO.
           MOVE "MUDANCAS DE SALARIO NO PERIODO" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "I" TO WS-MODO-RETENCAO.
           MOVE "SALHIST" TO WS-RETEN-ORIGEM.
           PERFORM PERCORRER-RETENCAO.
           MOVE "N" TO FIM-DA-LEITURA.
           OPEN INPUT ARQUIVO-SALHIST.
           PERFORM IMPRIMIR-PROXIMO-SALARIO UNTIL ACABOU-LEITURA.
           CLOSE ARQUIVO-SALHIST.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-SALARIO.
           READ ARQUIVO-SALHIST
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   PERFORM IMPRIMIR-SALARIO
           END-READ.

       IMPRIMIR-SALARIO.
           MOVE SALHIST-DATA TO WS-DATA-EVENTO.
           IF SALHIST-CODIGO = WS-CODIGO-PEDIDO
               AND SALHIST-DATA NOT > WS-LIMITE-EVENTOS
               AND WS-DATA-EVENTO NOT < WS-JANELA-INICIO
               AND WS-DATA-EVENTO NOT > WS-JANELA-FIM
               PERFORM DEFINIR-MOMENTO
               ADD 1 TO WS-QTD-SECAO WS-QTD-MOVIMENTOS
               MOVE SALHIST-SALARIO-ANTERIOR TO WS-VALOR2-EDIT
               STRING "    " DELIMITED BY SIZE
                   WS-MOMENTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   SALHIST-DATA DELIMITED BY SIZE
                   "  DE " DELIMITED BY SIZE
                   WS-VALOR2-EDIT DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               MOVE SALHIST-SALARIO-NOVO TO WS-VALOR2-EDIT
               MOVE "PARA" TO WS-SPOOL-DETALHE(37:4)
               MOVE WS-VALOR2-EDIT TO WS-SPOOL-DETALHE(42:11)
               MOVE SALHIST-PROGRAMA TO WS-SPOOL-DETALHE(55:8)
               MOVE SALHIST-OPERADOR TO WS-SPOOL-DETALHE(64:10)
               PERFORM SPOOL-IMPRIMIR
           END-IF.

       IMPRIMIR-MOVIMENTOS-DEPTO.
           MOVE "TRANSFERENCIAS DE DEPARTAMENTO NO PERIODO"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           OPEN INPUT ARQUIVO-MOVIMENTACAO.
           PERFORM IMPRIMIR-PROXIMA-TRANSFERENCIA UNTIL ACABOU-LEITURA.
           CLOSE ARQUIVO-MOVIMENTACAO.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMA-TRANSFERENCIA.
           READ ARQUIVO-MOVIMENTACAO
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   MOVE MOV-DT-EFETIVA TO WS-DATA-EVENTO
                   IF MOV-CODIGO = WS-CODIGO-PEDIDO
                       AND MOV-DATA NOT > WS-LIMITE-EVENTOS
                       AND WS-DATA-EVENTO NOT < WS-JANELA-INICIO
                       AND WS-DATA-EVENTO NOT > WS-JANELA-FIM
                       PERFORM DEFINIR-MOMENTO
                       ADD 1 TO WS-QTD-SECAO WS-QTD-MOVIMENTOS
                       STRING "    " DELIMITED BY SIZE
                           WS-MOMENTO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-DATA-EVENTO DELIMITED BY SIZE
                           "  DE " DELIMITED BY SIZE
                           MOV-DEPTO-DE DELIMITED BY SIZE
                           " PARA " DELIMITED BY SIZE
                           MOV-DEPTO-PARA DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           MOV-MOTIVO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           MOV-OPERADOR DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       PERFORM SPOOL-IMPRIMIR
                   END-IF
           END-READ.

       IMPRIMIR-MOVIMENTOS-CARGO.
           MOVE "PROMOCOES E MUDANCAS DE CARGO NO PERIODO"
               TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "N" TO FIM-DA-LEITURA.
           OPEN INPUT ARQUIVO-MOVCARGO.
           PERFORM IMPRIMIR-PROXIMA-PROMOCAO UNTIL ACABOU-LEITURA.
           CLOSE ARQUIVO-MOVCARGO.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMA-PROMOCAO.
           READ ARQUIVO-MOVCARGO
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   MOVE MOVC-DT-EFETIVA TO WS-DATA-EVENTO
                   IF MOVC-CODIGO = WS-CODIGO-PEDIDO
                       AND MOVC-DATA NOT > WS-LIMITE-EVENTOS
                       AND WS-DATA-EVENTO NOT < WS-JANELA-INICIO
                       AND WS-DATA-EVENTO NOT > WS-JANELA-FIM
                       PERFORM DEFINIR-MOMENTO
                       ADD 1 TO WS-QTD-SECAO WS-QTD-MOVIMENTOS
                       MOVE MOVC-SALARIO-DE TO WS-VALOR2-EDIT
                       STRING "    " DELIMITED BY SIZE
                           WS-MOMENTO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-DATA-EVENTO DELIMITED BY SIZE
                           "  DE " DELIMITED BY SIZE
                           MOVC-CARGO-DE DELIMITED BY SIZE
                           " PARA " DELIMITED BY SIZE
                           MOVC-CARGO-PARA DELIMITED BY SIZE
                           "  SALARIO DE " DELIMITED BY SIZE
                           WS-VALOR2-EDIT DELIMITED BY SIZE
                           INTO WS-SPOOL-DETALHE
                       MOVE MOVC-SALARIO-PARA TO WS-VALOR2-EDIT
                       MOVE "PARA" TO WS-SPOOL-DETALHE(62:4)
                       MOVE WS-VALOR2-EDIT TO WS-SPOOL-DETALHE(67:11)
                       MOVE MOVC-MOTIVO TO WS-SPOOL-DETALHE(80:30)
                       MOVE MOVC-OPERADOR TO WS-SPOOL-DETALHE(111:10)
                       PERFORM SPOOL-IMPRIMIR
                   END-IF
           END-READ.

      *> DA TRILHA SAEM TODAS AS ACOES DO CODIGO NO PERIODO, NAO SO AS
      *> QUE MUDAM A SITUACAO
       IMPRIMIR-MOVIMENTOS-SITUACAO.
           MOVE "TRILHA DE AUDITORIA NO PERIODO" TO WS-SECAO-TITULO.
           PERFORM ABRIR-SECAO.
           MOVE "I" TO WS-MODO-RETENCAO.
           MOVE "AUDITORIA" TO WS-RETEN-ORIGEM.
           PERFORM PERCORRER-RETENCAO.
           MOVE "N" TO FIM-DA-LEITURA.
           OPEN INPUT ARQUIVO-AUDITORIA.
           PERFORM IMPRIMIR-PROXIMO-EVENTO UNTIL ACABOU-LEITURA.
           CLOSE ARQUIVO-AUDITORIA.
           PERFORM FECHAR-SECAO.

       IMPRIMIR-PROXIMO-EVENTO.
           READ ARQUIVO-AUDITORIA
               AT END
                   MOVE "S" TO FIM-DA-LEITURA
               NOT AT END
                   PERFORM IMPRIMIR-EVENTO
           END-READ.

       IMPRIMIR-EVENTO.
           MOVE AUD-DATA TO WS-DATA-EVENTO.
           IF AUD-CODIGO = WS-CODIGO-PEDIDO
               AND AUD-DATA NOT > WS-LIMITE-EVENTOS
               AND WS-DATA-EVENTO NOT < WS-JANELA-INICIO
               AND WS-DATA-EVENTO NOT > WS-JANELA-FIM
               PERFORM DEFINIR-MOMENTO
               ADD 1 TO WS-QTD-SECAO WS-QTD-MOVIMENTOS
               STRING "    " DELIMITED BY SIZE
                   WS-MOMENTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUD-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   AUD-HORA DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUD-ACAO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   AUD-OPERADOR DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

      *> ANOS JA RETIDOS DO HISTORICO DE SALARIOS E DA TRILHA: OS
      *> ARQUIVOS DE RETENCAO DO CATALOGO COM REGISTROS A PARTIR DA
      *> ADMISSAO, COM A IMAGEM DEVOLVIDA AO LAYOUT DO ARQUIVO ATIVO
       PERCORRER-RETENCAO.
           MOVE "N" TO FIM-DO-CATALOGO.
           OPEN INPUT ARQUIVO-CATRETEN.
           MOVE ZEROS TO CATR-SEQUENCIA.
           START ARQUIVO-CATRETEN KEY IS NOT LESS THAN CATR-SEQUENCIA
               INVALID KEY
                   MOVE "S" TO FIM-DO-CATALOGO
           END-START.
           PERFORM EXAMINAR-ENTRADA-RETENCAO UNTIL ACABOU-CATALOGO.
           CLOSE ARQUIVO-CATRETEN.

       EXAMINAR-ENTRADA-RETENCAO.
           READ ARQUIVO-CATRETEN NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-CATALOGO
               NOT AT END
                   IF CATR-ATIVO AND CATR-ORIGEM = WS-RETEN-ORIGEM
                       AND CATR-DATA-FINAL NOT < WS-DT-ADMISSAO
                       PERFORM LER-ARQUIVO-RETIDO
                   END-IF
           END-READ.

       LER-ARQUIVO-RETIDO.
           IF RETENCAO-APURAR
               ADD 1 TO WS-QTD-RETIDOS
           END-IF.
           MOVE CATR-ARQUIVO TO WS-RETEN-ARQUIVO.
           MOVE "N" TO FIM-DA-RETENCAO.
           OPEN INPUT ARQUIVO-RETENCAO.
           PERFORM LER-REGISTRO-RETIDO UNTIL ACABOU-RETENCAO.
           CLOSE ARQUIVO-RETENCAO.

       LER-REGISTRO-RETIDO.
           READ ARQUIVO-RETENCAO
               AT END
                   MOVE "S" TO FIM-DA-RETENCAO
               NOT AT END
                   IF RETEN-TRL-MARCA NOT = "TRL"
                       AND RETEN-CODIGO = WS-CODIGO-PEDIDO
                       PERFORM TRATAR-REGISTRO-RETIDO
                   END-IF
           END-READ.

       TRATAR-REGISTRO-RETIDO.
           IF WS-RETEN-ORIGEM = "SALHIST"
               MOVE RETEN-IMAGEM TO SALHIST-REGISTRO
               IF RETENCAO-APURAR
                   PERFORM APURAR-SALARIO
               ELSE
                   PERFORM IMPRIMIR-SALARIO
               END-IF
           ELSE
               MOVE RETEN-IMAGEM TO AUDITORIA-REGISTRO
               IF RETENCAO-APURAR
                   PERFORM APURAR-EVENTO
               ELSE
                   PERFORM IMPRIMIR-EVENTO
               END-IF
           END-IF.

      *> FECHO DA DECLARACAO, COM QUEM EMITIU E O CAMPO DE ASSINATURA
       IMPRIMIR-CERTIFICACAO.
           ACCEPT WS-HORA-EMISSAO FROM TIME.
           MOVE SPACES TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "DECLARAMOS QUE A POSICAO ACIMA FOI RECONSTITUIDA A "
               DELIMITED BY SIZE
               "PARTIR DO CADASTRO E DOS HISTORICOS DE SALARIO, "
               DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "TRANSFERENCIAS, CARGOS E DA TRILHA DE AUDITORIA "
               DELIMITED BY SIZE
               "MANTIDOS PELO SISTEMA DE FOLHA." DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "EMITIDA EM " DELIMITED BY SIZE
               WS-HOJE DELIMITED BY SIZE
               " AS " DELIMITED BY SIZE
               WS-HORA-EMISSAO(1:6) DELIMITED BY SIZE
               " POR " DELIMITED BY SIZE
               WS-OPERADOR DELIMITED BY SIZE
               "  MOVIMENTOS LISTADOS: " DELIMITED BY SIZE
               WS-QTD-MOVIMENTOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           IF WS-QTD-RETIDOS > ZERO
               STRING "INCLUI OS ANOS RETIDOS, LIDOS DE "
                   DELIMITED BY SIZE
                   WS-QTD-RETIDOS DELIMITED BY SIZE
                   " ARQUIVO(S) DE RETENCAO (PROG135)"
                   DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           MOVE SPACES TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "________________________________________"
               TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "RESPONSAVEL PELO DEPARTAMENTO PESSOAL"
               TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
