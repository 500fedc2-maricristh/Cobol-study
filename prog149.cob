       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG149.
      *> PROGRAMA DA PROPOSTA DE MERITO
      *> FECHA O CICLO DE AVALIACAO DO PROG148: A MATRIZ DE MERITO DA
      *> O PERCENTUAL DE AUMENTO POR NOTA (1 A 5) E POR QUARTIL DA
      *> POSICAO DO SALARIO NA BANDA DO CARGO (PROG56). A PROPOSTA DO
      *> ANO PERCORRE AS AVALIACOES CONCLUIDAS DOS FUNCIONARIOS DA
      *> EMPRESA, GRAVA EM CADA UMA O QUARTIL, O PERCENTUAL E O
      *> SALARIO PROPOSTO (LIMITADO AO MAXIMO DO CARGO) E IMPRIME O
      *> RELATORIO DA PROPOSTA COM AS EXCECOES QUE FICARAM SEM
      *> PROPOSTA (INATIVO, CARGO SEM BANDA, SALARIO JA NO MAXIMO OU
      *> COMBINACAO FORA DA MATRIZ). O SUPERVISOR APROVA A PROPOSTA
      *> INTEIRA OU UM FUNCIONARIO POR VEZ, PODENDO RECUSAR; O
      *> APROVADO E APLICADO NO MASTER PELO PROG150. PROGRAMA
      *> RESTRITO AO SUPERVISOR AUTENTICADO (NIVEL 2 NO SIGN-ON DO
      *> PROG44).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELAVALIACAO TAB
           COPY "SELAVALIACAO.COB".
      *> SELMATRIZMERITO TAB
           COPY "SELMATRIZMERITO.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDCARGO TAB
           COPY "FDCARGO.COB".
      *> FDAVALIACAO TAB
           COPY "FDAVALIACAO.COB".
      *> FDMATRIZMERITO TAB
           COPY "FDMATRIZMERITO.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
      *> A PROPOSTA E DOS FUNCIONARIOS DA EMPRESA DA SESSAO; FORA DO
      *> MENU O OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  WS-ANO-CICLO      PIC 9(04) VALUE ZEROS.
       01  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01  FIM-DA-AVALIACAO  PIC X(01) VALUE "N".
           88  ACABOU-AVALIACAO      VALUE "S".
       01  WS-FUNC-OK        PIC X(01) VALUE "N".
           88  FUNCIONARIO-LOCALIZADO VALUE "S".
       01  WS-DA-EMPRESA     PIC X(01) VALUE "N".
           88  AVALIADO-DA-EMPRESA   VALUE "S".
       01  WS-CONFIRMA       PIC X(01).
      *> MANUTENCAO DA MATRIZ
       01  WS-NOTA-MATRIZ    PIC 9(01) VALUE ZEROS.
       01  WS-QUARTIL-MATRIZ PIC 9(01) VALUE ZEROS.
       01  WS-PERC-INFORMADO PIC 9(02)V9(02) VALUE ZEROS.
       01  WS-MATRIZ-EXISTE  PIC X(01) VALUE "N".
           88  CELULA-CADASTRADA     VALUE "S".
       01  WS-LINHA-MATRIZ.
           05  WS-CELULA OCCURS 4 TIMES PIC X(09).
      *> CALCULO DA PROPOSTA DE CADA AVALIACAO
       01  WS-MOTIVO-EXCECAO PIC X(40).
       01  WS-POSICAO-BANDA  PIC 9(01)V9(04) VALUE ZEROS.
       01  WS-SALARIO-ATUAL  PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-SALARIO-CALCULADO PIC 9(07)V9(02) VALUE ZEROS.
       01  WS-AUMENTO        PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-OBSERVACAO     PIC X(20).
      *> EXCECOES SEM PROPOSTA, GUARDADAS PARA A SECAO PROPRIA NO FIM
      *> DO RELATORIO NOS MOLDES DA TABELA DE RESUMO DO PROG144
       01  WS-QTD-EXCECOES   PIC 9(03) VALUE ZEROS.
       01  WS-MAX-EXCECOES   PIC 9(03) VALUE 500.
       01  WS-EXC-EXCEDENTES PIC 9(05) VALUE ZEROS.
       01  WS-IDX-EXCECAO    PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-EXCECOES.
           05  WS-EXC-ENTRADA OCCURS 500 TIMES.
               10  WS-EXC-CODIGO     PIC 9(05).
               10  WS-EXC-NOME       PIC X(30).
               10  WS-EXC-NOTA       PIC 9(01).
               10  WS-EXC-MOTIVO     PIC X(40).
      *> TOTAIS DA PROPOSTA
       01  WS-QTD-PROPOSTAS  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-LIMITADAS  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-PROPOSTA PIC 9(05) VALUE ZEROS.
       01  WS-QTD-NAO-CONCLUIDAS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-JA-DECIDIDAS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-ATUAL    PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-TOTAL-PROPOSTO PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-TOTAL-AUMENTO  PIC 9(09)V9(02) VALUE ZEROS.
       01  WS-PERC-IMPACTO   PIC 9(03)V9(02) VALUE ZEROS.
      *> APROVACAO
       01  WS-MODO-APROVACAO PIC X(01).
           88  APROVAR-TODAS         VALUE "T".
           88  APROVAR-UMA-A-UMA     VALUE "U".
       01  WS-OPCAO-DECISAO  PIC X(01).
       01  WS-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-APROVADAS  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-RECUSADAS  PIC 9(05) VALUE ZEROS.
      *> VALORES EDITADOS PARA IMPRESSAO
       01  WS-PERC-EDIT      PIC Z9.99.
       01  WS-SALARIO-EDIT   PIC ZZZZZ9.99.
       01  WS-PROPOSTO-EDIT  PIC ZZZZZ9.99.
       01  WS-AUMENTO-EDIT   PIC ZZZZ9.99.
       01  WS-TOTAL-EDIT     PIC ZZZZZZZZ9.99.
       01  WS-IMPACTO-EDIT   PIC ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== PROPOSTA DE MERITO =====".
           PERFORM SESSAO-LER-OPERADOR.
           IF WS-SESSAO-NIVEL < 2
               DISPLAY "PROPOSTA DE MERITO RESTRITA A SUPERVISORES "
                   "AUTENTICADOS NO SIGN-ON"
               GO TO PROGRAM-DONE
           END-IF.
           PERFORM DEFINIR-EMPRESA-DO-MERITO.
           DISPLAY "INFORME O ANO DO CICLO DE AVALIACAO (AAAA): ".
           ACCEPT WS-ANO-CICLO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-CARGO.
           OPEN I-O ARQUIVO-AVALIACAO.
           OPEN I-O ARQUIVO-MATRIZMERITO.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-CARGO.
           CLOSE ARQUIVO-AVALIACAO.
           CLOSE ARQUIVO-MATRIZMERITO.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DO-MERITO.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA DO MERITO (BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.
           DISPLAY "MERITO DA EMPRESA " WS-EMPRESA-FILTRO.

       MENU-PRINCIPAL.
           DISPLAY "CICLO " WS-ANO-CICLO " EMPRESA " WS-EMPRESA-FILTRO.
           DISPLAY "M - CONSULTAR/ALTERAR A MATRIZ DE MERITO".
           DISPLAY "P - GERAR A PROPOSTA DO ANO (RELATORIO)".
           DISPLAY "A - APROVAR A PROPOSTA DO ANO".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "M" WHEN "m"
                   PERFORM MANTER-MATRIZ
               WHEN "P" WHEN "p"
                   PERFORM GERAR-PROPOSTA
               WHEN "A" WHEN "a"
                   PERFORM APROVAR-PROPOSTA
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

      *> A MATRIZ VALE PARA AS PROPOSTAS GERADAS DEPOIS DA ALTERACAO;
      *> PROPOSTA AINDA NAO APROVADA E REFEITA GERANDO DE NOVO
       MANTER-MATRIZ.
           PERFORM EXIBIR-MATRIZ.
           MOVE 9 TO WS-NOTA-MATRIZ.
           PERFORM ALTERAR-CELULA-MATRIZ UNTIL WS-NOTA-MATRIZ = ZERO.

       EXIBIR-MATRIZ.
           DISPLAY "PERCENTUAL DE MERITO POR NOTA E QUARTIL DA BANDA "
               "(- = SEM AUMENTO)".
           DISPLAY "        QUARTIL 1 QUARTIL 2 QUARTIL 3 QUARTIL 4".
           PERFORM EXIBIR-LINHA-MATRIZ
               VARYING WS-NOTA-MATRIZ FROM 1 BY 1
               UNTIL WS-NOTA-MATRIZ > 5.

       EXIBIR-LINHA-MATRIZ.
           PERFORM MONTAR-CELULA-MATRIZ
               VARYING WS-QUARTIL-MATRIZ FROM 1 BY 1
               UNTIL WS-QUARTIL-MATRIZ > 4.
           DISPLAY "NOTA " WS-NOTA-MATRIZ "  " WS-CELULA(1) " "
               WS-CELULA(2) " " WS-CELULA(3) " " WS-CELULA(4).

       MONTAR-CELULA-MATRIZ.
           PERFORM LER-CELULA-MATRIZ.
           IF CELULA-CADASTRADA
               MOVE MERITO-PERCENTUAL TO WS-PERC-EDIT
               MOVE SPACES TO WS-CELULA(WS-QUARTIL-MATRIZ)
               STRING "   " DELIMITED BY SIZE
                   WS-PERC-EDIT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-CELULA(WS-QUARTIL-MATRIZ)
           ELSE
               MOVE "        -" TO WS-CELULA(WS-QUARTIL-MATRIZ)
           END-IF.

       LER-CELULA-MATRIZ.
           MOVE WS-NOTA-MATRIZ TO MERITO-NOTA.
           MOVE WS-QUARTIL-MATRIZ TO MERITO-QUARTIL.
           READ ARQUIVO-MATRIZMERITO
               INVALID KEY
                   MOVE "N" TO WS-MATRIZ-EXISTE
               NOT INVALID KEY
                   MOVE "S" TO WS-MATRIZ-EXISTE
           END-READ.

       ALTERAR-CELULA-MATRIZ.
           DISPLAY "INFORME A NOTA A ALTERAR (1-5, ZERO = ENCERRAR): ".
           ACCEPT WS-NOTA-MATRIZ.
           IF WS-NOTA-MATRIZ > 5
               DISPLAY "ERRO: NOTA DEVE SER DE 1 A 5"
           ELSE
           IF WS-NOTA-MATRIZ > ZERO
               DISPLAY "INFORME O QUARTIL DA BANDA (1-4): "
               ACCEPT WS-QUARTIL-MATRIZ
               IF WS-QUARTIL-MATRIZ < 1 OR WS-QUARTIL-MATRIZ > 4
                   DISPLAY "ERRO: QUARTIL DEVE SER DE 1 A 4"
               ELSE
                   PERFORM GRAVAR-CELULA-MATRIZ
               END-IF
           END-IF
           END-IF.

       GRAVAR-CELULA-MATRIZ.
           PERFORM LER-CELULA-MATRIZ.
           DISPLAY "INFORME O PERCENTUAL DE MERITO (EX: 3.50 PARA "
               "3,5%): ".
           ACCEPT WS-PERC-INFORMADO.
           MOVE WS-NOTA-MATRIZ TO MERITO-NOTA.
           MOVE WS-QUARTIL-MATRIZ TO MERITO-QUARTIL.
           MOVE WS-PERC-INFORMADO TO MERITO-PERCENTUAL.
           MOVE WS-DATA-HOJE TO MERITO-DT-ALTERACAO.
           MOVE WS-OPERADOR TO MERITO-OPERADOR.
           IF CELULA-CADASTRADA
               REWRITE MERITO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A MATRIZ"
                   NOT INVALID KEY
                       DISPLAY "PERCENTUAL ALTERADO"
               END-REWRITE
           ELSE
               WRITE MERITO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A MATRIZ"
                   NOT INVALID KEY
                       DISPLAY "PERCENTUAL INCLUIDO"
               END-WRITE
           END-IF.

      *> PROPOSTA: SO ENTRAM AS AVALIACOES CONCLUIDAS SEM DECISAO DO
      *> SUPERVISOR; A PROPOSTA ANTERIOR AINDA NAO APROVADA E REFEITA
       GERAR-PROPOSTA.
           MOVE "PROG149" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           MOVE ZEROS TO WS-QTD-PROPOSTAS WS-QTD-LIMITADAS
               WS-QTD-SEM-PROPOSTA WS-QTD-NAO-CONCLUIDAS
               WS-QTD-JA-DECIDIDAS WS-TOTAL-ATUAL WS-TOTAL-PROPOSTO
               WS-TOTAL-AUMENTO WS-QTD-EXCECOES WS-EXC-EXCEDENTES.
           MOVE "PROG149" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELMERITO" TO WS-SPOOL-ARQUIVO.
           MOVE "PROPOSTA DE MERITO" TO WS-SPOOL-TITULO.
           MOVE SPACES TO WS-SPOOL-COLUNAS.
           STRING "CODIG NOME                      CAR  N  QU  PERC"
               DELIMITED BY SIZE
               "      ATUAL  PROPOSTO  AUMENTO  OBSERVACAO"
               DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "CICLO DE AVALIACAO " DELIMITED BY SIZE
               WS-ANO-CICLO DELIMITED BY SIZE
               "  EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               "  PROPOSTA GERADA EM " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               "  N = NOTA  QU = QUARTIL DA BANDA DO CARGO"
               DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM POSICIONAR-NAS-AVALIACOES.
           PERFORM PROPOR-PROXIMA-AVALIACAO UNTIL ACABOU-AVALIACAO.
           IF WS-QTD-PROPOSTAS = ZERO
               MOVE "NENHUMA PROPOSTA DE MERITO GERADA"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           PERFORM IMPRIMIR-EXCECOES.
           PERFORM IMPRIMIR-TOTAIS-PROPOSTA.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "PROPOSTAS GERADAS......: " WS-QTD-PROPOSTAS.
           DISPLAY "LIMITADAS AO MAXIMO....: " WS-QTD-LIMITADAS.
           DISPLAY "SEM PROPOSTA (EXCECAO).: " WS-QTD-SEM-PROPOSTA.
           DISPLAY "AVALIACOES NAO CONCLUID: " WS-QTD-NAO-CONCLUIDAS.
           DISPLAY "JA DECIDIDAS/APLICADAS.: " WS-QTD-JA-DECIDIDAS.
           MOVE WS-QTD-PROPOSTAS TO WS-JORNAL-REGISTROS.
           MOVE "S" TO WS-JORNAL-STATUS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.

      *> AS AVALIACOES ESTAO EM ORDEM DE CODIGO + ANO; O ANO DO CICLO
      *> E FILTRADO NA LEITURA
       POSICIONAR-NAS-AVALIACOES.
           MOVE "N" TO FIM-DA-AVALIACAO.
           MOVE ZEROS TO AVAL-CODIGO AVAL-ANO.
           START ARQUIVO-AVALIACAO KEY IS NOT LESS THAN AVAL-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-AVALIACAO
           END-START.

      *> O AVALIADO SEM REGISTRO NO MASTER NAO TEM EMPRESA CONHECIDA
      *> E APARECE NAS EXCECOES DE TODAS
       LER-AVALIADO.
           MOVE "N" TO WS-FUNC-OK.
           MOVE "N" TO WS-DA-EMPRESA.
           MOVE AVAL-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "*** NAO CADASTRADO" TO FUNCIONARIO-NOME
                   MOVE "S" TO WS-DA-EMPRESA
               NOT INVALID KEY
                   MOVE "S" TO WS-FUNC-OK
                   MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC
                   IF WS-EMPRESA-FUNC = SPACES
                       MOVE "01" TO WS-EMPRESA-FUNC
                   END-IF
                   IF WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
                       MOVE "S" TO WS-DA-EMPRESA
                   END-IF
           END-READ.

       PROPOR-PROXIMA-AVALIACAO.
           READ ARQUIVO-AVALIACAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-AVALIACAO
               NOT AT END
                   IF AVAL-ANO = WS-ANO-CICLO
                       PERFORM LER-AVALIADO
                       IF AVALIADO-DA-EMPRESA
                           PERFORM CLASSIFICAR-AVALIACAO
                       END-IF
                   END-IF
           END-READ.

       CLASSIFICAR-AVALIACAO.
           EVALUATE TRUE
               WHEN NOT AVAL-CONCLUIDA
                   ADD 1 TO WS-QTD-NAO-CONCLUIDAS
               WHEN MERITO-APROVADO OR MERITO-RECUSADO
                   OR MERITO-APLICADO
                   ADD 1 TO WS-QTD-JA-DECIDIDAS
               WHEN OTHER
                   PERFORM CALCULAR-PROPOSTA
           END-EVALUATE.

      *> QUEM FICA SEM PROPOSTA PERDE A PROPOSTA ANTERIOR, PARA O
      *> SUPERVISOR NAO APROVAR UM VALOR QUE NAO VALE MAIS
       CALCULAR-PROPOSTA.
           MOVE SPACES TO WS-MOTIVO-EXCECAO.
           IF NOT FUNCIONARIO-LOCALIZADO
               MOVE "FUNCIONARIO NAO CADASTRADO NO MASTER"
                   TO WS-MOTIVO-EXCECAO
           ELSE
               PERFORM CONFERIR-ELEGIBILIDADE
           END-IF.
           IF WS-MOTIVO-EXCECAO = SPACES
               PERFORM POSICIONAR-NA-BANDA
               PERFORM BUSCAR-PERCENTUAL-DA-MATRIZ
           END-IF.
           IF WS-MOTIVO-EXCECAO = SPACES
               PERFORM GRAVAR-PROPOSTA
           ELSE
               PERFORM REGISTRAR-EXCECAO
           END-IF.

       CONFERIR-ELEGIBILIDADE.
           MOVE FUNCIONARIO-SALARIO TO WS-SALARIO-ATUAL.
           MOVE FUNCIONARIO-CARGO TO CARGO-CODIGO.
           READ ARQUIVO-CARGO
               INVALID KEY
                   MOVE ZEROS TO CARGO-SALARIO-MINIMO
                       CARGO-SALARIO-MAXIMO
           END-READ.
           EVALUATE TRUE
               WHEN NOT FUNCIONARIO-ATIVO
                   MOVE "FUNCIONARIO INATIVO" TO WS-MOTIVO-EXCECAO
               WHEN CARGO-SALARIO-MAXIMO = ZERO
                   MOVE "CARGO SEM BANDA SALARIAL CADASTRADA"
                       TO WS-MOTIVO-EXCECAO
               WHEN WS-SALARIO-ATUAL NOT < CARGO-SALARIO-MAXIMO
                   MOVE "SALARIO JA NO MAXIMO DO CARGO"
                       TO WS-MOTIVO-EXCECAO
           END-EVALUATE.

      *> ABAIXO DO MINIMO (DADO ANTERIOR A BANDA) CONTA COMO PRIMEIRO
      *> QUARTIL; BANDA DE VALOR UNICO NAO CHEGA AQUI, PORQUE O
      *> SALARIO JA ESTARIA NO MAXIMO
       POSICIONAR-NA-BANDA.
           IF WS-SALARIO-ATUAL < CARGO-SALARIO-MINIMO
               MOVE 1 TO AVAL-QUARTIL
           ELSE
               COMPUTE WS-POSICAO-BANDA =
                   (WS-SALARIO-ATUAL - CARGO-SALARIO-MINIMO) /
                   (CARGO-SALARIO-MAXIMO - CARGO-SALARIO-MINIMO)
               EVALUATE TRUE
                   WHEN WS-POSICAO-BANDA < 0.25
                       MOVE 1 TO AVAL-QUARTIL
                   WHEN WS-POSICAO-BANDA < 0.50
                       MOVE 2 TO AVAL-QUARTIL
                   WHEN WS-POSICAO-BANDA < 0.75
                       MOVE 3 TO AVAL-QUARTIL
                   WHEN OTHER
                       MOVE 4 TO AVAL-QUARTIL
               END-EVALUATE
           END-IF.

       BUSCAR-PERCENTUAL-DA-MATRIZ.
           MOVE AVAL-NOTA TO WS-NOTA-MATRIZ.
           MOVE AVAL-QUARTIL TO WS-QUARTIL-MATRIZ.
           PERFORM LER-CELULA-MATRIZ.
           IF CELULA-CADASTRADA
               MOVE MERITO-PERCENTUAL TO AVAL-PERC-MERITO
           ELSE
               MOVE SPACES TO WS-MOTIVO-EXCECAO
               STRING "SEM PERCENTUAL NA MATRIZ PARA O QUARTIL "
                   DELIMITED BY SIZE
                   AVAL-QUARTIL DELIMITED BY SIZE
                   INTO WS-MOTIVO-EXCECAO
           END-IF.

      *> O AUMENTO QUE PASSA DO MAXIMO DA BANDA FICA NO MAXIMO
       GRAVAR-PROPOSTA.
           COMPUTE WS-SALARIO-CALCULADO ROUNDED =
               WS-SALARIO-ATUAL * (1 + (AVAL-PERC-MERITO / 100)).
           MOVE SPACES TO WS-OBSERVACAO.
           MOVE "N" TO AVAL-LIMITADO.
           IF WS-SALARIO-CALCULADO > CARGO-SALARIO-MAXIMO
               MOVE CARGO-SALARIO-MAXIMO TO WS-SALARIO-CALCULADO
               MOVE "S" TO AVAL-LIMITADO
               MOVE "LIMITADO AO MAXIMO" TO WS-OBSERVACAO
               ADD 1 TO WS-QTD-LIMITADAS
           END-IF.
           MOVE "P" TO AVAL-MERITO-SITUACAO.
           MOVE WS-SALARIO-ATUAL TO AVAL-SALARIO-BASE.
           MOVE WS-SALARIO-CALCULADO TO AVAL-SALARIO-PROPOSTO.
           MOVE SPACES TO AVAL-APROVADOR.
           MOVE ZEROS TO AVAL-DT-APROVACAO.
           REWRITE AVAL-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A PROPOSTA DO CODIGO "
                       AVAL-CODIGO
           END-REWRITE.
           COMPUTE WS-AUMENTO = AVAL-SALARIO-PROPOSTO -
               AVAL-SALARIO-BASE.
           ADD 1 TO WS-QTD-PROPOSTAS.
           ADD AVAL-SALARIO-BASE TO WS-TOTAL-ATUAL.
           ADD AVAL-SALARIO-PROPOSTO TO WS-TOTAL-PROPOSTO.
           ADD WS-AUMENTO TO WS-TOTAL-AUMENTO.
           PERFORM IMPRIMIR-LINHA-PROPOSTA.

       IMPRIMIR-LINHA-PROPOSTA.
           MOVE AVAL-PERC-MERITO TO WS-PERC-EDIT.
           MOVE AVAL-SALARIO-BASE TO WS-SALARIO-EDIT.
           MOVE AVAL-SALARIO-PROPOSTO TO WS-PROPOSTO-EDIT.
           MOVE WS-AUMENTO TO WS-AUMENTO-EDIT.
           STRING AVAL-CODIGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCIONARIO-NOME(1:25) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCIONARIO-CARGO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AVAL-NOTA DELIMITED BY SIZE
               "  Q" DELIMITED BY SIZE
               AVAL-QUARTIL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PERC-EDIT DELIMITED BY SIZE
               "% " DELIMITED BY SIZE
               WS-SALARIO-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROPOSTO-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AUMENTO-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-OBSERVACAO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       REGISTRAR-EXCECAO.
           IF MERITO-PROPOSTO
               MOVE SPACE TO AVAL-MERITO-SITUACAO AVAL-LIMITADO
               MOVE ZEROS TO AVAL-QUARTIL AVAL-PERC-MERITO
                   AVAL-SALARIO-BASE AVAL-SALARIO-PROPOSTO
               REWRITE AVAL-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO DESCARTAR A PROPOSTA DO "
                           "CODIGO " AVAL-CODIGO
               END-REWRITE
           END-IF.
           ADD 1 TO WS-QTD-SEM-PROPOSTA.
           IF WS-QTD-EXCECOES < WS-MAX-EXCECOES
               ADD 1 TO WS-QTD-EXCECOES
               MOVE AVAL-CODIGO TO WS-EXC-CODIGO(WS-QTD-EXCECOES)
               MOVE FUNCIONARIO-NOME TO WS-EXC-NOME(WS-QTD-EXCECOES)
               MOVE AVAL-NOTA TO WS-EXC-NOTA(WS-QTD-EXCECOES)
               MOVE WS-MOTIVO-EXCECAO
                   TO WS-EXC-MOTIVO(WS-QTD-EXCECOES)
           ELSE
               ADD 1 TO WS-EXC-EXCEDENTES
           END-IF.

       IMPRIMIR-EXCECOES.
           PERFORM SPOOL-IMPRIMIR.
           STRING "EXCECOES - AVALIACOES CONCLUIDAS SEM PROPOSTA "
               DELIMITED BY SIZE
               "DE MERITO" DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           IF WS-QTD-EXCECOES = ZERO
               MOVE "NENHUMA EXCECAO" TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           PERFORM IMPRIMIR-UMA-EXCECAO
               VARYING WS-IDX-EXCECAO FROM 1 BY 1
               UNTIL WS-IDX-EXCECAO > WS-QTD-EXCECOES.
           IF WS-EXC-EXCEDENTES > ZERO
               STRING "MAIS " DELIMITED BY SIZE
                   WS-EXC-EXCEDENTES DELIMITED BY SIZE
                   " EXCECOES ALEM DO LIMITE DA LISTA" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

       IMPRIMIR-UMA-EXCECAO.
           STRING WS-EXC-CODIGO(WS-IDX-EXCECAO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-EXC-NOME(WS-IDX-EXCECAO)(1:25) DELIMITED BY SIZE
               "  NOTA " DELIMITED BY SIZE
               WS-EXC-NOTA(WS-IDX-EXCECAO) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-EXC-MOTIVO(WS-IDX-EXCECAO) DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       IMPRIMIR-TOTAIS-PROPOSTA.
           PERFORM SPOOL-IMPRIMIR.
           STRING "PROPOSTAS: " DELIMITED BY SIZE
               WS-QTD-PROPOSTAS DELIMITED BY SIZE
               "  LIMITADAS AO MAXIMO: " DELIMITED BY SIZE
               WS-QTD-LIMITADAS DELIMITED BY SIZE
               "  SEM PROPOSTA: " DELIMITED BY SIZE
               WS-QTD-SEM-PROPOSTA DELIMITED BY SIZE
               "  NAO CONCLUIDAS: " DELIMITED BY SIZE
               WS-QTD-NAO-CONCLUIDAS DELIMITED BY SIZE
               "  JA DECIDIDAS: " DELIMITED BY SIZE
               WS-QTD-JA-DECIDIDAS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE ZEROS TO WS-PERC-IMPACTO.
           IF WS-TOTAL-ATUAL > ZERO
               COMPUTE WS-PERC-IMPACTO ROUNDED =
                   WS-TOTAL-AUMENTO * 100 / WS-TOTAL-ATUAL
           END-IF.
           MOVE WS-TOTAL-ATUAL TO WS-TOTAL-EDIT.
           STRING "FOLHA ATUAL DOS PROPOSTOS: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           MOVE WS-TOTAL-PROPOSTO TO WS-TOTAL-EDIT.
           MOVE "FOLHA PROPOSTA: " TO WS-SPOOL-DETALHE(42:16).
           MOVE WS-TOTAL-EDIT TO WS-SPOOL-DETALHE(58:12).
           MOVE WS-PERC-IMPACTO TO WS-IMPACTO-EDIT.
           MOVE "IMPACTO: " TO WS-SPOOL-DETALHE(72:9).
           MOVE WS-IMPACTO-EDIT TO WS-SPOOL-DETALHE(81:6).
           MOVE "%" TO WS-SPOOL-DETALHE(87:1).
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "________________________________" TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "APROVACAO DO SUPERVISOR" TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> APROVACAO: A PROPOSTA INTEIRA DE UMA VEZ OU UM FUNCIONARIO
      *> POR VEZ (APROVAR, RECUSAR, PULAR OU FINALIZAR); O APROVADO
      *> FICA LIBERADO PARA O PROG150
       APROVAR-PROPOSTA.
           MOVE ZEROS TO WS-QTD-PENDENTES WS-TOTAL-AUMENTO.
           MOVE "N" TO WS-MODO-APROVACAO.
           PERFORM POSICIONAR-NAS-AVALIACOES.
           PERFORM CONTAR-PROXIMA-PENDENTE UNTIL ACABOU-AVALIACAO.
           IF WS-QTD-PENDENTES = ZERO
               DISPLAY "NENHUMA PROPOSTA AGUARDANDO APROVACAO NO "
                   "CICLO; GERE A PROPOSTA ANTES"
           ELSE
               MOVE WS-TOTAL-AUMENTO TO WS-TOTAL-EDIT
               DISPLAY "PROPOSTAS AGUARDANDO APROVACAO: "
                   WS-QTD-PENDENTES "  AUMENTO MENSAL: " WS-TOTAL-EDIT
               DISPLAY "(T)ODAS DE UMA VEZ  (U)MA A UMA  (V)OLTAR: "
               ACCEPT WS-MODO-APROVACAO
               IF WS-MODO-APROVACAO = "t"
                   MOVE "T" TO WS-MODO-APROVACAO
               END-IF
               IF WS-MODO-APROVACAO = "u"
                   MOVE "U" TO WS-MODO-APROVACAO
               END-IF
               IF APROVAR-TODAS OR APROVAR-UMA-A-UMA
                   PERFORM DECIDIR-PENDENTES
               ELSE
                   DISPLAY "PROPOSTA MANTIDA AGUARDANDO APROVACAO"
               END-IF
           END-IF.

       CONTAR-PROXIMA-PENDENTE.
           READ ARQUIVO-AVALIACAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-AVALIACAO
               NOT AT END
                   IF AVAL-ANO = WS-ANO-CICLO AND MERITO-PROPOSTO
                       PERFORM LER-AVALIADO
                       IF AVALIADO-DA-EMPRESA
                           ADD 1 TO WS-QTD-PENDENTES
                           COMPUTE WS-TOTAL-AUMENTO = WS-TOTAL-AUMENTO
                               + AVAL-SALARIO-PROPOSTO
                               - AVAL-SALARIO-BASE
                       END-IF
                   END-IF
           END-READ.

       DECIDIR-PENDENTES.
           MOVE ZEROS TO WS-QTD-APROVADAS WS-QTD-RECUSADAS.
           PERFORM POSICIONAR-NAS-AVALIACOES.
           PERFORM DECIDIR-PROXIMA-PENDENTE UNTIL ACABOU-AVALIACAO.
           DISPLAY "APROVADAS: " WS-QTD-APROVADAS
               "  RECUSADAS: " WS-QTD-RECUSADAS.

       DECIDIR-PROXIMA-PENDENTE.
           READ ARQUIVO-AVALIACAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-AVALIACAO
               NOT AT END
                   IF AVAL-ANO = WS-ANO-CICLO AND MERITO-PROPOSTO
                       PERFORM LER-AVALIADO
                       IF AVALIADO-DA-EMPRESA
                           PERFORM DECIDIR-UMA-PROPOSTA
                       END-IF
                   END-IF
           END-READ.

       DECIDIR-UMA-PROPOSTA.
           IF APROVAR-TODAS
               MOVE "A" TO WS-OPCAO-DECISAO
           ELSE
               MOVE AVAL-PERC-MERITO TO WS-PERC-EDIT
               MOVE AVAL-SALARIO-BASE TO WS-SALARIO-EDIT
               MOVE AVAL-SALARIO-PROPOSTO TO WS-PROPOSTO-EDIT
               DISPLAY AVAL-CODIGO " " FUNCIONARIO-NOME " NOTA "
                   AVAL-NOTA " Q" AVAL-QUARTIL " " WS-PERC-EDIT "% "
                   WS-SALARIO-EDIT " -> " WS-PROPOSTO-EDIT
               IF MERITO-LIMITADO-AO-MAXIMO
                   DISPLAY "    LIMITADO AO MAXIMO DO CARGO"
               END-IF
               DISPLAY "(A)PROVAR (R)ECUSAR (P)ULAR (F)INALIZAR: "
               ACCEPT WS-OPCAO-DECISAO
           END-IF.
           EVALUATE WS-OPCAO-DECISAO
               WHEN "A" WHEN "a"
                   MOVE "A" TO AVAL-MERITO-SITUACAO
                   PERFORM GRAVAR-DECISAO
                   ADD 1 TO WS-QTD-APROVADAS
               WHEN "R" WHEN "r"
                   MOVE "R" TO AVAL-MERITO-SITUACAO
                   PERFORM GRAVAR-DECISAO
                   ADD 1 TO WS-QTD-RECUSADAS
               WHEN "F" WHEN "f"
                   MOVE "S" TO FIM-DA-AVALIACAO
                   DISPLAY "RESTANTE MANTIDO AGUARDANDO APROVACAO"
               WHEN OTHER
                   DISPLAY "PROPOSTA MANTIDA AGUARDANDO APROVACAO"
           END-EVALUATE.

       GRAVAR-DECISAO.
           MOVE WS-OPERADOR TO AVAL-APROVADOR.
           MOVE WS-DATA-HOJE TO AVAL-DT-APROVACAO.
           REWRITE AVAL-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A DECISAO DO CODIGO "
                       AVAL-CODIGO
           END-REWRITE.

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
