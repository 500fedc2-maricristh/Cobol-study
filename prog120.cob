       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG120.
      *> PROGRAMA DO RELATORIO DE ADICIONAIS DE INSALUBRIDADE E
      *> PERICULOSIDADE POR DEPARTAMENTO
      *> LISTA PARA O ENGENHEIRO DE SEGURANCA TODOS OS FUNCIONARIOS
      *> ATIVOS CUJO CARGO (PROG56) DA DIREITO A ADICIONAL, AGRUPADOS
      *> PELO DEPARTAMENTO E ORDENADOS PELO NOME, COM O CARGO, O TIPO
      *> E O GRAU DO ADICIONAL, O PERCENTUAL E O VALOR MENSAL
      *> INTEGRAL (PDADICIONAL, O MESMO DA FOLHA DO PROG41 ANTES DO
      *> PRORRATEIO DE FALTAS E AFASTAMENTOS). FECHA CADA
      *> DEPARTAMENTO COM A QUANTIDADE E O VALOR E O RELATORIO COM O
      *> TOTAL DE INSALUBRES, DE PERICULOSOS E O VALOR GERAL
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELDEPARTAMENTO TAB
           COPY "SELDEPARTAMENTO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
           SELECT WORK-ORDENACAO ASSIGN TO "WORKADICIONAL".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".
      *> FDDEPARTAMENTO TAB
           COPY "FDDEPARTAMENTO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".

       SD  WORK-ORDENACAO.
       01  WORK-REGISTRO.
           05  WORK-DEPARTAMENTO PIC X(03).
           05  WORK-NOME         PIC X(30).
           05  WORK-CODIGO       PIC 9(05).
           05  WORK-CARGO        PIC X(03).
           05  WORK-CARGO-NOME   PIC X(30).
           05  WORK-TIPO         PIC X(01).
               88  WORK-INSALUBRE        VALUE "I".
           05  WORK-GRAU         PIC X(01).
           05  WORK-PERCENTUAL   PIC 9(02)V9(02).
           05  WORK-VALOR        PIC 9(06)V9(02).

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> O RELATORIO SAI FILTRADO PELA EMPRESA DA SESSAO; FORA DO
      *> MENU O OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  FIM-ORDENACAO     PIC X(01) VALUE "N".
           88  ACABOU-ORDENACAO      VALUE "S".
       01  WS-DEPTO-ATUAL    PIC X(03) VALUE SPACES.
       01  WS-NOME-DEPARTAMENTO PIC X(30).
       01  WS-TIPO-DESCRICAO PIC X(18).
      *> TOTAIS DO DEPARTAMENTO E DO RELATORIO
       01  WS-QTD-DEPTO      PIC 9(05) VALUE ZEROS.
       01  WS-VL-DEPTO       PIC 9(08)V9(02) VALUE ZEROS.
       01  WS-QTD-INSALUBRES PIC 9(05) VALUE ZEROS.
       01  WS-QTD-PERICULOSOS PIC 9(05) VALUE ZEROS.
       01  WS-VL-TOTAL       PIC 9(08)V9(02) VALUE ZEROS.
      *> VALORES EDITADOS C/ PONTO E SIMBOLO DE MOEDA PARA IMPRESSAO
       01  WS-PERC-EDIT      PIC Z9.99.
       01  WS-VL-ADICIONAL-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-ADICIONAL-EDIT PIC ZZZZZ9.99.
       01  WS-SAL-MINIMO-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-SAL-MINIMO-EDIT PIC ZZZZZ9.99.
       01  WS-VL-DEPTO-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-DEPTO-EDIT  PIC ZZZZZZZ9.99.
       01  WS-VL-TOTAL-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-TOTAL-EDIT  PIC ZZZZZZZ9.99.
      *> WSADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "WSADICIONAL.COB".
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== ADICIONAIS DE INSALUBRIDADE E "
               "PERICULOSIDADE =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DO-RELATORIO.
           MOVE "PROG120" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELADICIONAIS" TO WS-SPOOL-ARQUIVO.
           MOVE "ADICIONAIS DE INSALUBRIDADE/PERICULOS."
               TO WS-SPOOL-TITULO.
           STRING "CODIGO NOME                           CARGO "
               DELIMITED BY SIZE
               "ADICIONAL          GRAU   PERC      VALOR"
               DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           MOVE WS-ADIC-SALARIO-MINIMO TO WS-SAL-MINIMO-EDIT.
           STRING "EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               "  SALARIO MINIMO DE REFERENCIA: " DELIMITED BY SIZE
               WS-SAL-MINIMO-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           OPEN INPUT ARQUIVO-CARGO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           SORT WORK-ORDENACAO
               ON ASCENDING KEY WORK-DEPARTAMENTO WORK-NOME
               INPUT PROCEDURE IS CARREGAR-ADICIONAIS
               OUTPUT PROCEDURE IS IMPRIMIR-ORDENADO.
           CLOSE ARQUIVO-CARGO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           PERFORM IMPRIMIR-TOTAL-GERAL.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "INSALUBRES.....: " WS-QTD-INSALUBRES.
           DISPLAY "PERICULOSOS....: " WS-QTD-PERICULOSOS.
           DISPLAY "VALOR MENSAL...: " WS-VL-TOTAL-IMP.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DO-RELATORIO.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA DO RELATORIO "
                   "(BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.

      *> ENTRADA DA ORDENACAO: ATIVOS DA EMPRESA FILTRADA (LEGADO EM
      *> BRANCO = "01") CUJO CARGO TRAZ ADICIONAL
       CARREGAR-ADICIONAIS.
           MOVE "N" TO FIM-DO-ARQUIVO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM LER-PROXIMO-REGISTRO.
           PERFORM LIBERAR-FUNCIONARIO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-FUNCIONARIO.

       LER-PROXIMO-REGISTRO.
           READ ARQUIVO-FUNCIONARIO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-READ.
           IF NOT FS-FUNC-OK AND NOT FS-FUNC-FIM-ARQUIVO
               DISPLAY "ERRO DE LEITURA NO ARQUIVO DE "
                   "FUNCIONARIOS, STATUS " WS-FS-FUNCIONARIO
               MOVE "S" TO FIM-DO-ARQUIVO
           END-IF.

       LIBERAR-FUNCIONARIO.
           MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC.
           IF WS-EMPRESA-FUNC = SPACES
               MOVE "01" TO WS-EMPRESA-FUNC
           END-IF.
           IF FUNCIONARIO-ATIVO
               AND WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
               MOVE FUNCIONARIO-SALARIO TO WS-ADIC-SALARIO-BASE
               PERFORM ADIC-APURAR-ADICIONAL
               IF NOT ADIC-SEM-ADICIONAL
                   MOVE FUNCIONARIO-DEPARTAMENTO(1:3)
                       TO WORK-DEPARTAMENTO
                   MOVE FUNCIONARIO-NOME   TO WORK-NOME
                   MOVE FUNCIONARIO-CODIGO TO WORK-CODIGO
                   MOVE FUNCIONARIO-CARGO  TO WORK-CARGO
                   MOVE CARGO-NOME         TO WORK-CARGO-NOME
                   MOVE WS-ADIC-TIPO       TO WORK-TIPO
                   MOVE WS-ADIC-GRAU       TO WORK-GRAU
                   MOVE WS-ADIC-PERCENTUAL TO WORK-PERCENTUAL
                   MOVE WS-ADIC-VALOR      TO WORK-VALOR
                   RELEASE WORK-REGISTRO
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-REGISTRO.

      *> SAIDA DA ORDENACAO: QUEBRA POR DEPARTAMENTO
       IMPRIMIR-ORDENADO.
           MOVE "N" TO FIM-ORDENACAO.
           MOVE SPACES TO WS-DEPTO-ATUAL.
           PERFORM RETORNAR-PROXIMO-ORDENADO.
           IF ACABOU-ORDENACAO
               PERFORM SPOOL-IMPRIMIR
               MOVE "NENHUM FUNCIONARIO COM ADICIONAL NO CARGO"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           ELSE
               PERFORM IMPRIMIR-FUNCIONARIO UNTIL ACABOU-ORDENACAO
               PERFORM FECHAR-DEPARTAMENTO
           END-IF.

       RETORNAR-PROXIMO-ORDENADO.
           RETURN WORK-ORDENACAO
               AT END
                   MOVE "S" TO FIM-ORDENACAO
           END-RETURN.

       IMPRIMIR-FUNCIONARIO.
           IF WORK-DEPARTAMENTO NOT = WS-DEPTO-ATUAL
               IF WS-DEPTO-ATUAL NOT = SPACES
                   PERFORM FECHAR-DEPARTAMENTO
               END-IF
               PERFORM ABRIR-DEPARTAMENTO
           END-IF.
           IF WORK-INSALUBRE
               MOVE "INSALUBRIDADE" TO WS-TIPO-DESCRICAO
               ADD 1 TO WS-QTD-INSALUBRES
           ELSE
               MOVE "PERICULOSIDADE" TO WS-TIPO-DESCRICAO
               ADD 1 TO WS-QTD-PERICULOSOS
           END-IF.
           ADD 1 TO WS-QTD-DEPTO.
           ADD WORK-VALOR TO WS-VL-DEPTO.
           ADD WORK-VALOR TO WS-VL-TOTAL.
           MOVE WORK-PERCENTUAL TO WS-PERC-EDIT.
           MOVE WORK-VALOR TO WS-VL-ADICIONAL-EDIT.
           STRING WORK-CODIGO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WORK-NOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-CARGO DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-TIPO-DESCRICAO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-GRAU DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-PERC-EDIT DELIMITED BY SIZE
               "% " DELIMITED BY SIZE
               WS-VL-ADICIONAL-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "        CARGO: " DELIMITED BY SIZE
               WORK-CARGO-NOME DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM RETORNAR-PROXIMO-ORDENADO.

       ABRIR-DEPARTAMENTO.
           MOVE WORK-DEPARTAMENTO TO WS-DEPTO-ATUAL.
           MOVE ZEROS TO WS-QTD-DEPTO WS-VL-DEPTO.
           MOVE WORK-DEPARTAMENTO TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO"
                       TO WS-NOME-DEPARTAMENTO
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-NOME TO WS-NOME-DEPARTAMENTO
           END-READ.
           PERFORM SPOOL-IMPRIMIR.
           STRING "DEPARTAMENTO " DELIMITED BY SIZE
               WS-DEPTO-ATUAL DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-NOME-DEPARTAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       FECHAR-DEPARTAMENTO.
           MOVE WS-VL-DEPTO TO WS-VL-DEPTO-EDIT.
           STRING "   FUNCIONARIOS COM ADICIONAL: " DELIMITED BY SIZE
               WS-QTD-DEPTO DELIMITED BY SIZE
               "  VALOR MENSAL: " DELIMITED BY SIZE
               WS-VL-DEPTO-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       IMPRIMIR-TOTAL-GERAL.
           MOVE WS-VL-TOTAL TO WS-VL-TOTAL-EDIT.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "===== TOTAL GERAL DA EMPRESA ====="
               TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "INSALUBRES: " DELIMITED BY SIZE
               WS-QTD-INSALUBRES DELIMITED BY SIZE
               "  PERICULOSOS: " DELIMITED BY SIZE
               WS-QTD-PERICULOSOS DELIMITED BY SIZE
               "  VALOR MENSAL: " DELIMITED BY SIZE
               WS-VL-TOTAL-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO)
           COPY "PDSESSAO.COB".

      *> PDADICIONAL TAB (ADICIONAL DE INSALUBRIDADE/PERICULOSIDADE)
           COPY "PDADICIONAL.COB".

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
