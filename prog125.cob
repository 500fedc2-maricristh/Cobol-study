       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG125.
      *> PROGRAMA DE ORGANOGRAMA E AMPLITUDE DE CONTROLE
      *> MONTA A HIERARQUIA DOS ATIVOS DA EMPRESA DA SESSAO A PARTIR
      *> DO GESTOR IMEDIATO DO MASTER (FUNCIONARIO-GESTOR, CRITICADO
      *> NA ENTRADA PELO PDVALFUNC TAB). O ORGANOGRAMA SAI POR
      *> DEPARTAMENTO, COM CADA SUBORDINADO RECUADO SOB O SEU GESTOR;
      *> ABRE CADA ARVORE QUEM NAO TEM GESTOR OU TEM O GESTOR FORA DO
      *> DEPARTAMENTO, E O VINCULO QUE PRECISA DE REVISAO (GESTOR
      *> DESLIGADO DEPOIS, NAO CADASTRADO OU DE OUTRA EMPRESA) SAI
      *> MARCADO. A AMPLITUDE DE CONTROLE LISTA, POR GESTOR, OS
      *> SUBORDINADOS DIRETOS E O TOTAL DA CADEIA ABAIXO DELE, COM
      *> ALERTA ACIMA DO LIMITE DE DIRETOS INFORMADO. A EQUIPE DE CADA
      *> GESTOR (FERIAS, BANCO DE HORAS, EXAMES) SAI PELO PROG126
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELDEPARTAMENTO TAB
           COPY "SELDEPARTAMENTO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
           SELECT WORK-ORDENACAO ASSIGN TO "WORKORGANO".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDDEPARTAMENTO TAB
           COPY "FDDEPARTAMENTO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".

      *> OS ATIVOS DA EMPRESA ENTRAM NA TABELA JA POR DEPARTAMENTO E
      *> CODIGO, PARA CADA DEPARTAMENTO OCUPAR UMA FAIXA CONTIGUA
       SD  WORK-ORDENACAO.
       01  WORK-REGISTRO.
           05  WORK-DEPARTAMENTO PIC X(03).
           05  WORK-CODIGO       PIC 9(05).
           05  WORK-NOME         PIC X(30).
           05  WORK-CARGO        PIC X(03).
           05  WORK-GESTOR       PIC 9(05).

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  FIM-ORDENACAO     PIC X(01) VALUE "N".
           88  ACABOU-ORDENACAO      VALUE "S".

      *> HIERARQUIA EM TABELA, NOS MOLDES DA CONCILIACAO DO PROG116:
      *> O INDICE TEM UM DIGITO A MAIS QUE A TABELA PARA O PERFORM
      *> VARYING PODER ESTOURAR O LIMITE. WS-ORG-IDX-GESTOR APONTA A
      *> ENTRADA DO GESTOR (ZERO = SEM GESTOR OU GESTOR FORA DA
      *> TABELA, ISTO E, INATIVO, NAO CADASTRADO OU DE OUTRA EMPRESA)
       01  WS-QTD-EQUIPE     PIC 9(05) VALUE ZEROS.
       01  WS-MAX-EQUIPE     PIC 9(05) VALUE 5000.
       01  WS-EXCEDENTES     PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-EQUIPE.
           05  WS-ORG-ENTRADA OCCURS 5000 TIMES.
               10  WS-ORG-CODIGO     PIC 9(05).
               10  WS-ORG-NOME       PIC X(30).
               10  WS-ORG-DEPTO      PIC X(03).
               10  WS-ORG-CARGO      PIC X(03).
               10  WS-ORG-GESTOR     PIC 9(05).
               10  WS-ORG-IDX-GESTOR PIC 9(05).
               10  WS-ORG-IMPRESSO   PIC X(01).
               10  WS-ORG-DIRETOS    PIC 9(04).
               10  WS-ORG-TOTAL      PIC 9(05).
       01  WS-IDX            PIC 9(05) VALUE ZEROS.
       01  WS-IDX-SUB        PIC 9(05) VALUE ZEROS.
       01  WS-IDX-ACHADO     PIC 9(05) VALUE ZEROS.
       01  WS-IDX-CADEIA     PIC 9(05) VALUE ZEROS.
       01  WS-CODIGO-PROCURADO PIC 9(05) VALUE ZEROS.
       01  WS-NIVEL-CADEIA   PIC 9(03) VALUE ZEROS.

      *> FAIXA DO DEPARTAMENTO EM IMPRESSAO
       01  WS-INI-DEPTO      PIC 9(05) VALUE ZEROS.
       01  WS-FIM-DEPTO      PIC 9(05) VALUE ZEROS.
       01  WS-DEPTO-ATUAL    PIC X(03) VALUE SPACES.
       01  WS-NOME-DEPARTAMENTO PIC X(30).

      *> PILHA DO PERCURSO DA ARVORE (O COBOL NAO TEM RECURSAO): CADA
      *> NIVEL GUARDA A ENTRADA DO GESTOR E DE ONDE RETOMAR A BUSCA
      *> DO PROXIMO SUBORDINADO DENTRO DA FAIXA DO DEPARTAMENTO
       01  WS-TOPO           PIC 9(03) VALUE ZEROS.
       01  WS-MAX-PILHA      PIC 9(03) VALUE 100.
       01  WS-PILHA.
           05  WS-PIL-ENTRADA OCCURS 100 TIMES.
               10  WS-PIL-IDX        PIC 9(05).
               10  WS-PIL-PROXIMO    PIC 9(05).

      *> LINHA DO ORGANOGRAMA: RECUO DE 3 COLUNAS POR NIVEL, LIMITADO
      *> PARA A LINHA CABER NA FOLHA
       01  WS-NIVEL-LINHA    PIC 9(03) VALUE ZEROS.
       01  WS-POSICAO        PIC 9(03) VALUE ZEROS.
       01  WS-TEXTO-ORG      PIC X(100).
       01  WS-MARCA          PIC X(40).
       01  WS-TOTAL-REVISAR  PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-LISTADOS PIC 9(05) VALUE ZEROS.

      *> AMPLITUDE DE CONTROLE
       01  WS-LIMITE-DIRETOS PIC 9(04) VALUE ZEROS.
       01  WS-TOTAL-GESTORES PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-ALERTAS  PIC 9(05) VALUE ZEROS.
       01  WS-MAIOR-DIRETOS  PIC 9(04) VALUE ZEROS.
       01  WS-DIRETOS-EDIT   PIC ZZZ9.
       01  WS-TOTAL-EDIT     PIC ZZZZ9.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== ORGANOGRAMA E AMPLITUDE DE CONTROLE =====".
           PERFORM SESSAO-LER-OPERADOR.
           IF WS-SESSAO-EMPRESA = SPACES
               MOVE "01" TO WS-EMPRESA-FILTRO
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
       PROGRAM-DONE.
        GOBACK.

       MENU-PRINCIPAL.
           DISPLAY "O - ORGANOGRAMA POR DEPARTAMENTO".
           DISPLAY "A - AMPLITUDE DE CONTROLE POR GESTOR".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "O" WHEN "o"
                   PERFORM RELATORIO-ORGANOGRAMA
               WHEN "A" WHEN "a"
                   PERFORM RELATORIO-AMPLITUDE
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

      *> CARGA DA TABELA: ATIVOS DA EMPRESA FILTRADA (LEGADO EM
      *> BRANCO = "01") ORDENADOS POR DEPARTAMENTO E CODIGO, DEPOIS
      *> CADA ENTRADA E LIGADA A ENTRADA DO SEU GESTOR
       CARREGAR-HIERARQUIA.
           MOVE ZEROS TO WS-QTD-EQUIPE WS-EXCEDENTES.
           SORT WORK-ORDENACAO
               ON ASCENDING KEY WORK-DEPARTAMENTO WORK-CODIGO
               INPUT PROCEDURE IS SELECIONAR-ATIVOS
               OUTPUT PROCEDURE IS MONTAR-TABELA.
           IF WS-EXCEDENTES > ZERO
               DISPLAY "AVISO: " WS-EXCEDENTES " ATIVOS ALEM DO "
                   "LIMITE DA TABELA FICARAM DE FORA"
           END-IF.
           PERFORM LIGAR-GESTOR
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-EQUIPE.

       SELECIONAR-ATIVOS.
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
               MOVE FUNCIONARIO-DEPARTAMENTO(1:3)
                   TO WORK-DEPARTAMENTO
               MOVE FUNCIONARIO-CODIGO TO WORK-CODIGO
               MOVE FUNCIONARIO-NOME   TO WORK-NOME
               MOVE FUNCIONARIO-CARGO  TO WORK-CARGO
               IF FUNCIONARIO-GESTOR NOT NUMERIC
                   MOVE ZEROS TO WORK-GESTOR
               ELSE
                   MOVE FUNCIONARIO-GESTOR TO WORK-GESTOR
               END-IF
               RELEASE WORK-REGISTRO
           END-IF.
           PERFORM LER-PROXIMO-REGISTRO.

       MONTAR-TABELA.
           MOVE "N" TO FIM-ORDENACAO.
           PERFORM RETORNAR-PROXIMO-ORDENADO.
           PERFORM GUARDAR-NA-TABELA UNTIL ACABOU-ORDENACAO.

       RETORNAR-PROXIMO-ORDENADO.
           RETURN WORK-ORDENACAO
               AT END
                   MOVE "S" TO FIM-ORDENACAO
           END-RETURN.

       GUARDAR-NA-TABELA.
           IF WS-QTD-EQUIPE < WS-MAX-EQUIPE
               ADD 1 TO WS-QTD-EQUIPE
               MOVE WORK-CODIGO TO WS-ORG-CODIGO(WS-QTD-EQUIPE)
               MOVE WORK-NOME   TO WS-ORG-NOME(WS-QTD-EQUIPE)
               MOVE WORK-DEPARTAMENTO TO WS-ORG-DEPTO(WS-QTD-EQUIPE)
               MOVE WORK-CARGO  TO WS-ORG-CARGO(WS-QTD-EQUIPE)
               MOVE WORK-GESTOR TO WS-ORG-GESTOR(WS-QTD-EQUIPE)
               MOVE ZEROS TO WS-ORG-IDX-GESTOR(WS-QTD-EQUIPE)
                   WS-ORG-DIRETOS(WS-QTD-EQUIPE)
                   WS-ORG-TOTAL(WS-QTD-EQUIPE)
               MOVE "N" TO WS-ORG-IMPRESSO(WS-QTD-EQUIPE)
           ELSE
               ADD 1 TO WS-EXCEDENTES
           END-IF.
           PERFORM RETORNAR-PROXIMO-ORDENADO.

       LIGAR-GESTOR.
           IF WS-ORG-GESTOR(WS-IDX) NOT = ZEROS
               MOVE WS-ORG-GESTOR(WS-IDX) TO WS-CODIGO-PROCURADO
               PERFORM PROCURAR-CODIGO
               MOVE WS-IDX-ACHADO TO WS-ORG-IDX-GESTOR(WS-IDX)
           END-IF.

      *> A TABELA ESTA POR DEPARTAMENTO, NAO POR CODIGO: BUSCA LINEAR
       PROCURAR-CODIGO.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM COMPARAR-CODIGO
               VARYING WS-IDX-SUB FROM 1 BY 1
               UNTIL WS-IDX-SUB > WS-QTD-EQUIPE
               OR WS-IDX-ACHADO > ZERO.

       COMPARAR-CODIGO.
           IF WS-ORG-CODIGO(WS-IDX-SUB) = WS-CODIGO-PROCURADO
               MOVE WS-IDX-SUB TO WS-IDX-ACHADO
           END-IF.

      *> ORGANOGRAMA: UMA ARVORE POR RAIZ DE CADA DEPARTAMENTO; QUEM
      *> SOBRAR SEM SER IMPRESSO SO PODE ESTAR NUM CICLO GRAVADO ANTES
      *> DA CRITICA, E SAI MARCADO PARA REVISAO
       RELATORIO-ORGANOGRAMA.
           PERFORM CARREGAR-HIERARQUIA.
           MOVE ZEROS TO WS-TOTAL-REVISAR WS-TOTAL-LISTADOS.
           MOVE "PROG125" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELORGANO" TO WS-SPOOL-ARQUIVO.
           MOVE "ORGANOGRAMA POR DEPARTAMENTO"
               TO WS-SPOOL-TITULO.
           MOVE "CODIGO NOME (CARGO), RECUADO SOB O GESTOR IMEDIATO"
               TO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           IF WS-QTD-EQUIPE = ZERO
               PERFORM SPOOL-IMPRIMIR
               MOVE "NENHUM ATIVO NA EMPRESA" TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           ELSE
               OPEN INPUT ARQUIVO-FUNCIONARIO
               OPEN INPUT ARQUIVO-DEPARTAMENTO
               MOVE 1 TO WS-INI-DEPTO
               PERFORM IMPRIMIR-DEPARTAMENTO
                   UNTIL WS-INI-DEPTO > WS-QTD-EQUIPE
               CLOSE ARQUIVO-FUNCIONARIO
               CLOSE ARQUIVO-DEPARTAMENTO
           END-IF.
           PERFORM SPOOL-IMPRIMIR.
           STRING "ATIVOS LISTADOS: " DELIMITED BY SIZE
               WS-TOTAL-LISTADOS DELIMITED BY SIZE
               "  VINCULOS A REVISAR: " DELIMITED BY SIZE
               WS-TOTAL-REVISAR DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "ATIVOS LISTADOS..........: " WS-TOTAL-LISTADOS.
           DISPLAY "VINCULOS A REVISAR.......: " WS-TOTAL-REVISAR.

       IMPRIMIR-DEPARTAMENTO.
           MOVE WS-ORG-DEPTO(WS-INI-DEPTO) TO WS-DEPTO-ATUAL.
           PERFORM ACHAR-FIM-DEPARTAMENTO
               VARYING WS-FIM-DEPTO FROM WS-INI-DEPTO BY 1
               UNTIL WS-FIM-DEPTO > WS-QTD-EQUIPE
               OR WS-ORG-DEPTO(WS-FIM-DEPTO) NOT = WS-DEPTO-ATUAL.
           SUBTRACT 1 FROM WS-FIM-DEPTO.
           MOVE WS-DEPTO-ATUAL TO DEPARTAMENTO-CODIGO.
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
           PERFORM ABRIR-ARVORE-SE-RAIZ
               VARYING WS-IDX FROM WS-INI-DEPTO BY 1
               UNTIL WS-IDX > WS-FIM-DEPTO.
           PERFORM ABRIR-ARVORE-SE-SOBROU
               VARYING WS-IDX FROM WS-INI-DEPTO BY 1
               UNTIL WS-IDX > WS-FIM-DEPTO.
           COMPUTE WS-INI-DEPTO = WS-FIM-DEPTO + 1.

       ACHAR-FIM-DEPARTAMENTO.
           CONTINUE.

      *> RAIZ: SEM GESTOR, GESTOR FORA DA TABELA OU GESTOR DE OUTRO
      *> DEPARTAMENTO
       ABRIR-ARVORE-SE-RAIZ.
           MOVE SPACES TO WS-MARCA.
           IF WS-ORG-GESTOR(WS-IDX) = ZEROS
               PERFORM PERCORRER-ARVORE
           ELSE
               IF WS-ORG-IDX-GESTOR(WS-IDX) = ZEROS
                   PERFORM DESCREVER-GESTOR-AUSENTE
                   ADD 1 TO WS-TOTAL-REVISAR
                   PERFORM PERCORRER-ARVORE
               ELSE
                   MOVE WS-ORG-IDX-GESTOR(WS-IDX) TO WS-IDX-CADEIA
                   IF WS-ORG-DEPTO(WS-IDX-CADEIA) NOT = WS-DEPTO-ATUAL
                       STRING "(GESTOR " DELIMITED BY SIZE
                           WS-ORG-GESTOR(WS-IDX) DELIMITED BY SIZE
                           " NO DEPTO " DELIMITED BY SIZE
                           WS-ORG-DEPTO(WS-IDX-CADEIA)
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO WS-MARCA
                       PERFORM PERCORRER-ARVORE
                   END-IF
               END-IF
           END-IF.

       ABRIR-ARVORE-SE-SOBROU.
           IF WS-ORG-IMPRESSO(WS-IDX) NOT = "S"
               MOVE "*** CICLO NA HIERARQUIA, REVISAR" TO WS-MARCA
               ADD 1 TO WS-TOTAL-REVISAR
               PERFORM PERCORRER-ARVORE
           END-IF.

      *> O GESTOR NAO ESTA ENTRE OS ATIVOS DA EMPRESA: O MASTER DIZ
      *> SE FOI DESLIGADO DEPOIS, SE SUMIU OU SE E DE OUTRA EMPRESA
       DESCREVER-GESTOR-AUSENTE.
           MOVE WS-ORG-GESTOR(WS-IDX) TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   STRING "*** GESTOR " DELIMITED BY SIZE
                       WS-ORG-GESTOR(WS-IDX) DELIMITED BY SIZE
                       " NAO CADASTRADO" DELIMITED BY SIZE
                       INTO WS-MARCA
               NOT INVALID KEY
                   IF NOT FUNCIONARIO-ATIVO
                       STRING "*** GESTOR " DELIMITED BY SIZE
                           WS-ORG-GESTOR(WS-IDX) DELIMITED BY SIZE
                           " INATIVO" DELIMITED BY SIZE
                           INTO WS-MARCA
                   ELSE
                       STRING "*** GESTOR " DELIMITED BY SIZE
                           WS-ORG-GESTOR(WS-IDX) DELIMITED BY SIZE
                           " DE OUTRA EMPRESA" DELIMITED BY SIZE
                           INTO WS-MARCA
                   END-IF
           END-READ.

      *> PERCURSO EM PROFUNDIDADE A PARTIR DA RAIZ WS-IDX: CADA
      *> SUBORDINADO E IMPRESSO UM NIVEL ABAIXO DO GESTOR ANTES DOS
      *> SUBORDINADOS DELE. SO DESCE POR QUEM AINDA NAO FOI IMPRESSO
       PERCORRER-ARVORE.
           MOVE 1 TO WS-NIVEL-LINHA.
           MOVE WS-IDX TO WS-IDX-SUB.
           PERFORM IMPRIMIR-LINHA-ORGANOGRAMA.
           MOVE 1 TO WS-TOPO.
           MOVE WS-IDX TO WS-PIL-IDX(WS-TOPO).
           MOVE WS-INI-DEPTO TO WS-PIL-PROXIMO(WS-TOPO).
           PERFORM AVANCAR-PILHA UNTIL WS-TOPO = ZERO.

       AVANCAR-PILHA.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM PROCURAR-SUBORDINADO
               VARYING WS-IDX-SUB FROM WS-PIL-PROXIMO(WS-TOPO) BY 1
               UNTIL WS-IDX-SUB > WS-FIM-DEPTO
               OR WS-IDX-ACHADO > ZERO.
           IF WS-IDX-ACHADO = ZERO
               SUBTRACT 1 FROM WS-TOPO
           ELSE
               COMPUTE WS-PIL-PROXIMO(WS-TOPO) = WS-IDX-ACHADO + 1
               MOVE SPACES TO WS-MARCA
               COMPUTE WS-NIVEL-LINHA = WS-TOPO + 1
               MOVE WS-IDX-ACHADO TO WS-IDX-SUB
               PERFORM IMPRIMIR-LINHA-ORGANOGRAMA
               IF WS-TOPO < WS-MAX-PILHA
                   ADD 1 TO WS-TOPO
                   MOVE WS-IDX-ACHADO TO WS-PIL-IDX(WS-TOPO)
                   MOVE WS-INI-DEPTO TO WS-PIL-PROXIMO(WS-TOPO)
               END-IF
           END-IF.

       PROCURAR-SUBORDINADO.
           IF WS-ORG-IDX-GESTOR(WS-IDX-SUB) = WS-PIL-IDX(WS-TOPO)
               AND WS-ORG-IMPRESSO(WS-IDX-SUB) NOT = "S"
               MOVE WS-IDX-SUB TO WS-IDX-ACHADO
           END-IF.

       IMPRIMIR-LINHA-ORGANOGRAMA.
           MOVE "S" TO WS-ORG-IMPRESSO(WS-IDX-SUB).
           ADD 1 TO WS-TOTAL-LISTADOS.
           IF WS-NIVEL-LINHA > 20
               MOVE 58 TO WS-POSICAO
           ELSE
               COMPUTE WS-POSICAO = (WS-NIVEL-LINHA - 1) * 3 + 1
           END-IF.
           MOVE SPACES TO WS-TEXTO-ORG.
           STRING WS-ORG-CODIGO(WS-IDX-SUB) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-ORG-NOME(WS-IDX-SUB) DELIMITED BY "  "
               " (" DELIMITED BY SIZE
               WS-ORG-CARGO(WS-IDX-SUB) DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               WS-MARCA DELIMITED BY SIZE
               INTO WS-TEXTO-ORG.
           MOVE WS-TEXTO-ORG TO WS-SPOOL-DETALHE(WS-POSICAO:).
           PERFORM SPOOL-IMPRIMIR.

      *> AMPLITUDE: DIRETOS = QUEM APONTA O GESTOR; TOTAL = TODA A
      *> CADEIA ABAIXO, SOMADA SUBINDO DE CADA ATIVO ATE O TOPO (COM
      *> O LIMITE DE NIVEIS DA PILHA, CONTRA CICLO LEGADO)
       RELATORIO-AMPLITUDE.
           DISPLAY "INFORME O LIMITE DE SUBORDINADOS DIRETOS PARA "
               "ALERTA (0 = SEM ALERTA): ".
           ACCEPT WS-LIMITE-DIRETOS.
           PERFORM CARREGAR-HIERARQUIA.
           PERFORM SOMAR-CADEIA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-EQUIPE.
           MOVE ZEROS TO WS-TOTAL-GESTORES WS-TOTAL-ALERTAS
               WS-MAIOR-DIRETOS.
           MOVE "PROG125" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELAMPLITUDE" TO WS-SPOOL-ARQUIVO.
           MOVE "AMPLITUDE DE CONTROLE POR GESTOR"
               TO WS-SPOOL-TITULO.
           STRING "CODIGO NOME                           "
               DELIMITED BY SIZE
               "DEPTO CARGO DIRETOS  TOTAL"
               DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               "  LIMITE DE DIRETOS " DELIMITED BY SIZE
               WS-LIMITE-DIRETOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM IMPRIMIR-AMPLITUDE
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-EQUIPE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "GESTORES: " DELIMITED BY SIZE
               WS-TOTAL-GESTORES DELIMITED BY SIZE
               "  MAIOR NUMERO DE DIRETOS: " DELIMITED BY SIZE
               WS-MAIOR-DIRETOS DELIMITED BY SIZE
               "  ACIMA DO LIMITE: " DELIMITED BY SIZE
               WS-TOTAL-ALERTAS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "GESTORES.................: " WS-TOTAL-GESTORES.
           DISPLAY "MAIOR NUMERO DE DIRETOS..: " WS-MAIOR-DIRETOS.
           DISPLAY "ACIMA DO LIMITE..........: " WS-TOTAL-ALERTAS.

       SOMAR-CADEIA.
           MOVE WS-ORG-IDX-GESTOR(WS-IDX) TO WS-IDX-CADEIA.
           IF WS-IDX-CADEIA > ZERO
               ADD 1 TO WS-ORG-DIRETOS(WS-IDX-CADEIA)
           END-IF.
           MOVE ZEROS TO WS-NIVEL-CADEIA.
           PERFORM SUBIR-SOMANDO
               UNTIL WS-IDX-CADEIA = ZERO
               OR WS-NIVEL-CADEIA >= WS-MAX-PILHA.

       SUBIR-SOMANDO.
           ADD 1 TO WS-ORG-TOTAL(WS-IDX-CADEIA).
           ADD 1 TO WS-NIVEL-CADEIA.
           MOVE WS-ORG-IDX-GESTOR(WS-IDX-CADEIA) TO WS-IDX-CADEIA.

       IMPRIMIR-AMPLITUDE.
           IF WS-ORG-DIRETOS(WS-IDX) > ZERO
               ADD 1 TO WS-TOTAL-GESTORES
               IF WS-ORG-DIRETOS(WS-IDX) > WS-MAIOR-DIRETOS
                   MOVE WS-ORG-DIRETOS(WS-IDX) TO WS-MAIOR-DIRETOS
               END-IF
               MOVE SPACES TO WS-MARCA
               IF WS-LIMITE-DIRETOS > ZERO
                   AND WS-ORG-DIRETOS(WS-IDX) > WS-LIMITE-DIRETOS
                   ADD 1 TO WS-TOTAL-ALERTAS
                   MOVE "*** ACIMA DO LIMITE" TO WS-MARCA
               END-IF
               MOVE WS-ORG-DIRETOS(WS-IDX) TO WS-DIRETOS-EDIT
               MOVE WS-ORG-TOTAL(WS-IDX)   TO WS-TOTAL-EDIT
               STRING WS-ORG-CODIGO(WS-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ORG-NOME(WS-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ORG-DEPTO(WS-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-ORG-CARGO(WS-IDX) DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-DIRETOS-EDIT DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-MARCA DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

      *> PDSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "PDSESSAO.COB".

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
