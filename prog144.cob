       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG144.
      *> PROGRAMA DO RELATORIO DE COMPA-RATIO POR CARGO
      *> POSICAO DE CADA FUNCIONARIO ATIVO DENTRO DA BANDA SALARIAL
      *> DO SEU CARGO (PROG56), PARA AS REVISOES DE EQUIDADE DO RH:
      *> COMPA-RATIO (SALARIO SOBRE O PONTO MEDIO DA BANDA), QUARTIL
      *> DA BANDA E TEMPO NO CARGO, CONTADO DA ULTIMA MOVIMENTACAO
      *> PARA O CARGO ATUAL NO HISTORICO DE CARGOS DO PROG97 OU, SEM
      *> MOVIMENTACAO, DA ADMISSAO. SAI AGRUPADO POR CARGO E, DENTRO
      *> DELE, POR DEPARTAMENTO, DO MENOR PARA O MAIOR COMPA-RATIO.
      *> DESTACA QUEM ESTA ABAIXO DO MINIMO (DADO ANTIGO, ANTERIOR A
      *> BANDA), ACIMA DO MAXIMO OU NO PRIMEIRO QUARTIL HA MAIS DOS
      *> ANOS INFORMADOS. FECHA COM O RESUMO POR CARGO: COMPA-RATIO
      *> MEDIO, MENOR E MAIOR SALARIO E A AMPLITUDE ENTRE ELES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELCARGO TAB
           COPY "SELCARGO.COB".
      *> SELDEPARTAMENTO TAB
           COPY "SELDEPARTAMENTO.COB".
           SELECT OPTIONAL ARQUIVO-MOVCARGO ASSIGN TO "MOVCARGO"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-ORDENACAO ASSIGN TO "WORKCOMPARATIO".
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
      *> FDDEPARTAMENTO TAB
           COPY "FDDEPARTAMENTO.COB".

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

      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".

       SD  WORK-ORDENACAO.
       01  WORK-REGISTRO.
           05  WORK-CARGO        PIC X(03).
           05  WORK-DEPARTAMENTO PIC X(03).
           05  WORK-COMPA        PIC 9(02)V9(03).
           05  WORK-CODIGO       PIC 9(05).
           05  WORK-NOME         PIC X(30).
           05  WORK-SALARIO      PIC 9(06)V9(02).
           05  WORK-QUARTIL      PIC X(06).
           05  WORK-DESDE        PIC 9(08).
           05  WORK-ANOS         PIC 9(02)V9(01).
           05  WORK-ALERTA       PIC X(24).

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
      *> O RELATORIO SAI FILTRADO PELA EMPRESA DA SESSAO; FORA DO
      *> MENU (AGENDA DE JOBS) O OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  FIM-DO-MOVIMENTO  PIC X(01) VALUE "N".
           88  ACABOU-MOVIMENTO      VALUE "S".
       01  FIM-ORDENACAO     PIC X(01) VALUE "N".
           88  ACABOU-ORDENACAO      VALUE "S".
      *> PRIMEIRO QUARTIL POR ESTE NUMERO DE ANOS OU MAIS NO CARGO
      *> E DESTACADO
       01  WS-ANOS-ALERTA    PIC 9(02) VALUE 3.
       01  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01  WS-DIA-HOJE       PIC 9(07) VALUE ZEROS.
       01  WS-DATA-EVENTO    PIC 9(08) VALUE ZEROS.
       01  WS-DATA-DESDE     PIC 9(08) VALUE ZEROS.
       01  WS-DIAS-NO-CARGO  PIC S9(07) VALUE ZEROS.
      *> ULTIMA MOVIMENTACAO DE CARGO DE CADA FUNCIONARIO, CARREGADA
      *> DO HISTORICO DO PROG97 NOS MOLDES DA TABELA DE CREDITOS DO
      *> PROG116; O INDICE TEM UM DIGITO A MAIS QUE A TABELA
       01  WS-QTD-MOVIMENTOS PIC 9(04) VALUE ZEROS.
       01  WS-MAX-MOVIMENTOS PIC 9(04) VALUE 5000.
       01  WS-EXCEDENTES     PIC 9(05) VALUE ZEROS.
       01  WS-TABELA-MOVIMENTOS.
           05  WS-MOV-ENTRADA OCCURS 5000 TIMES.
               10  WS-MOV-CODIGO     PIC 9(05).
               10  WS-MOV-CARGO      PIC X(03).
               10  WS-MOV-DATA       PIC 9(08).
       01  WS-IDX            PIC 9(05) VALUE ZEROS.
       01  WS-IDX-ACHADO     PIC 9(05) VALUE ZEROS.
       01  WS-CODIGO-PROCURADO PIC 9(05) VALUE ZEROS.
      *> BANDA DO CARGO DO FUNCIONARIO E A POSICAO DELE NELA
       01  WS-CARGO-ACHADO   PIC X(01) VALUE "N".
           88  CARGO-COM-BANDA       VALUE "S".
       01  WS-PONTO-MEDIO    PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-POSICAO-BANDA  PIC 9(01)V9(04) VALUE ZEROS.
       01  WS-ANOS-NO-CARGO  PIC 9(02)V9(01) VALUE ZEROS.
      *> QUEBRAS DE CARGO E DEPARTAMENTO NA SAIDA ORDENADA
       01  WS-CARGO-ANTERIOR PIC X(03) VALUE SPACES.
       01  WS-DEPARTAMENTO-ANTERIOR PIC X(03) VALUE SPACES.
       01  WS-NOME-CARGO     PIC X(30).
       01  WS-NOME-DEPARTAMENTO PIC X(30).
       01  WS-DEP-QTD        PIC 9(05) VALUE ZEROS.
       01  WS-DEP-SOMA-COMPA PIC 9(07)V9(03) VALUE ZEROS.
       01  WS-CAR-QTD        PIC 9(05) VALUE ZEROS.
       01  WS-CAR-QTD-COMPA  PIC 9(05) VALUE ZEROS.
       01  WS-CAR-SOMA-COMPA PIC 9(07)V9(03) VALUE ZEROS.
       01  WS-CAR-MENOR-SAL  PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-CAR-MAIOR-SAL  PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-CAR-DESTACADOS PIC 9(05) VALUE ZEROS.
       01  WS-MEDIA-COMPA    PIC 9(02)V9(03) VALUE ZEROS.
       01  WS-AMPLITUDE      PIC 9(05)V9(02) VALUE ZEROS.
      *> RESUMO POR CARGO, MONTADO NA QUEBRA E IMPRESSO NO FIM
       01  WS-QTD-RESUMO     PIC 9(03) VALUE ZEROS.
       01  WS-MAX-RESUMO     PIC 9(03) VALUE 300.
       01  WS-IDX-RESUMO     PIC 9(03) VALUE ZEROS.
       01  WS-TABELA-RESUMO.
           05  WS-RES-ENTRADA OCCURS 300 TIMES.
               10  WS-RES-CARGO      PIC X(03).
               10  WS-RES-NOME       PIC X(25).
               10  WS-RES-QTD        PIC 9(05).
               10  WS-RES-MEDIA      PIC 9(02)V9(03).
               10  WS-RES-MENOR      PIC 9(06)V9(02).
               10  WS-RES-MAIOR      PIC 9(06)V9(02).
               10  WS-RES-AMPLITUDE  PIC 9(05)V9(02).
               10  WS-RES-DESTACADOS PIC 9(05).
      *> TOTAIS DO RELATORIO
       01  WS-QTD-LISTADOS   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ABAIXO     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ACIMA      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-QUARTIL    PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-BANDA  PIC 9(05) VALUE ZEROS.
      *> VALORES EDITADOS PARA IMPRESSAO
       01  WS-SALARIO-EDIT   PIC ZZZZZ9.99.
       01  WS-MINIMO-EDIT    PIC ZZZZZ9.99.
       01  WS-MEDIO-EDIT     PIC ZZZZZ9.99.
       01  WS-MAXIMO-EDIT    PIC ZZZZZ9.99.
       01  WS-COMPA-EDIT     PIC Z9.999.
       01  WS-ANOS-EDIT      PIC Z9.9.
       01  WS-AMPLITUDE-EDIT PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== COMPA-RATIO POR CARGO E DEPARTAMENTO =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DO-COMPA.
           DISPLAY "INFORME OS ANOS NO CARGO PARA DESTACAR O PRIMEIRO "
               "QUARTIL (0 = 3): ".
           ACCEPT WS-ANOS-ALERTA.
           IF WS-ANOS-ALERTA = ZERO
               MOVE 3 TO WS-ANOS-ALERTA
           END-IF.
           MOVE "PROG144" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           PERFORM CARREGAR-MOVIMENTOS-DE-CARGO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-CARGO.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           MOVE "PROG144" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELCOMPARATIO" TO WS-SPOOL-ARQUIVO.
           MOVE "COMPA-RATIO POR CARGO E DEPARTAMENTO"
               TO WS-SPOOL-TITULO.
           STRING "DEP  CODIGO NOME                     "
               DELIMITED BY SIZE
               "   SALARIO  COMPA QUART. NO CARGO  ANOS  "
               DELIMITED BY SIZE
               "OBSERVACAO" DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               "  FUNCIONARIOS ATIVOS EM " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               "  COMPA-RATIO = SALARIO / PONTO MEDIO DA BANDA"
               DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           SORT WORK-ORDENACAO
               ON ASCENDING KEY WORK-CARGO WORK-DEPARTAMENTO
                   WORK-COMPA WORK-CODIGO
               INPUT PROCEDURE IS CARREGAR-PARA-ORDENACAO
               OUTPUT PROCEDURE IS PROCESSAR-ORDENADO.
           PERFORM IMPRIMIR-RESUMO-POR-CARGO.
           PERFORM SPOOL-ENCERRAR.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-CARGO.
           CLOSE ARQUIVO-DEPARTAMENTO.
           DISPLAY "FUNCIONARIOS LISTADOS..: " WS-QTD-LISTADOS.
           DISPLAY "ABAIXO DO MINIMO.......: " WS-QTD-ABAIXO.
           DISPLAY "ACIMA DO MAXIMO........: " WS-QTD-ACIMA.
           DISPLAY "1O QUARTIL HA ANOS.....: " WS-QTD-QUARTIL.
           DISPLAY "CARGO SEM BANDA........: " WS-QTD-SEM-BANDA.
           IF WS-EXCEDENTES > ZERO
               DISPLAY "FUNCIONARIOS ALEM DA TABELA DE MOVIMENTOS: "
                   WS-EXCEDENTES " (TEMPO CONTADO DA ADMISSAO)"
           END-IF.
           MOVE WS-QTD-LISTADOS TO WS-JORNAL-REGISTROS.
           MOVE "S" TO WS-JORNAL-STATUS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
           MOVE ZERO TO RETURN-CODE.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DO-COMPA.
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

      *> O HISTORICO E GRAVADO EM ORDEM DE LANCAMENTO; FICA A
      *> MOVIMENTACAO DE DATA EFETIVA MAIS RECENTE DE CADA CODIGO
       CARREGAR-MOVIMENTOS-DE-CARGO.
           MOVE "N" TO FIM-DO-MOVIMENTO.
           OPEN INPUT ARQUIVO-MOVCARGO.
           PERFORM LER-PROXIMO-MOVIMENTO.
           PERFORM GUARDAR-MOVIMENTO UNTIL ACABOU-MOVIMENTO.
           CLOSE ARQUIVO-MOVCARGO.

       LER-PROXIMO-MOVIMENTO.
           READ ARQUIVO-MOVCARGO
               AT END
                   MOVE "S" TO FIM-DO-MOVIMENTO
           END-READ.

       GUARDAR-MOVIMENTO.
           MOVE MOVC-DT-EFETIVA TO WS-DATA-EVENTO.
           MOVE MOVC-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM PROCURAR-MOVIMENTO.
           IF WS-IDX-ACHADO = ZERO
               IF WS-QTD-MOVIMENTOS < WS-MAX-MOVIMENTOS
                   ADD 1 TO WS-QTD-MOVIMENTOS
                   MOVE WS-QTD-MOVIMENTOS TO WS-IDX-ACHADO
                   MOVE MOVC-CODIGO TO WS-MOV-CODIGO(WS-IDX-ACHADO)
                   MOVE ZEROS TO WS-MOV-DATA(WS-IDX-ACHADO)
               ELSE
                   ADD 1 TO WS-EXCEDENTES
               END-IF
           END-IF.
           IF WS-IDX-ACHADO > ZERO
               IF WS-DATA-EVENTO NOT < WS-MOV-DATA(WS-IDX-ACHADO)
                   MOVE WS-DATA-EVENTO TO WS-MOV-DATA(WS-IDX-ACHADO)
                   MOVE MOVC-CARGO-PARA
                       TO WS-MOV-CARGO(WS-IDX-ACHADO)
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-MOVIMENTO.

       PROCURAR-MOVIMENTO.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM PROCURAR-CODIGO-NA-TABELA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-MOVIMENTOS OR WS-IDX-ACHADO > ZERO.

       PROCURAR-CODIGO-NA-TABELA.
           IF WS-MOV-CODIGO(WS-IDX) = WS-CODIGO-PROCURADO
               MOVE WS-IDX TO WS-IDX-ACHADO
           END-IF.

       CARREGAR-PARA-ORDENACAO.
           MOVE "N" TO FIM-DO-ARQUIVO.
           PERFORM LER-PROXIMO-REGISTRO.
           PERFORM AVALIAR-REGISTRO UNTIL ACABOU-ARQUIVO.

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

       AVALIAR-REGISTRO.
           MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC.
           IF WS-EMPRESA-FUNC = SPACES
               MOVE "01" TO WS-EMPRESA-FUNC
           END-IF.
           IF FUNCIONARIO-ATIVO AND WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
               PERFORM POSICIONAR-NA-BANDA
               PERFORM APURAR-TEMPO-NO-CARGO
               PERFORM CLASSIFICAR-DESTAQUE
               MOVE FUNCIONARIO-CARGO TO WORK-CARGO
               MOVE FUNCIONARIO-DEPARTAMENTO(1:3) TO WORK-DEPARTAMENTO
               MOVE FUNCIONARIO-CODIGO TO WORK-CODIGO
               MOVE FUNCIONARIO-NOME TO WORK-NOME
               MOVE FUNCIONARIO-SALARIO TO WORK-SALARIO
               MOVE WS-DATA-DESDE TO WORK-DESDE
               MOVE WS-ANOS-NO-CARGO TO WORK-ANOS
               RELEASE WORK-REGISTRO
           END-IF.
           PERFORM LER-PROXIMO-REGISTRO.

      *> CARGO SEM CADASTRO OU SEM BANDA (MAXIMO ZERADO) NAO TEM
      *> PONTO MEDIO: O COMPA-RATIO SAI ZERADO E O QUARTIL "S/BAND"
       POSICIONAR-NA-BANDA.
           MOVE "N" TO WS-CARGO-ACHADO.
           MOVE FUNCIONARIO-CARGO TO CARGO-CODIGO.
           READ ARQUIVO-CARGO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CARGO-SALARIO-MAXIMO > ZERO
                       MOVE "S" TO WS-CARGO-ACHADO
                   END-IF
           END-READ.
           MOVE ZEROS TO WORK-COMPA.
           IF NOT CARGO-COM-BANDA
               MOVE "S/BAND" TO WORK-QUARTIL
           ELSE
               COMPUTE WS-PONTO-MEDIO ROUNDED =
                   (CARGO-SALARIO-MINIMO + CARGO-SALARIO-MAXIMO) / 2
               COMPUTE WORK-COMPA ROUNDED =
                   FUNCIONARIO-SALARIO / WS-PONTO-MEDIO
               EVALUATE TRUE
                   WHEN FUNCIONARIO-SALARIO < CARGO-SALARIO-MINIMO
                       MOVE "<MIN" TO WORK-QUARTIL
                   WHEN FUNCIONARIO-SALARIO > CARGO-SALARIO-MAXIMO
                       MOVE ">MAX" TO WORK-QUARTIL
                   WHEN CARGO-SALARIO-MAXIMO NOT >
                       CARGO-SALARIO-MINIMO
                       MOVE "UNICO" TO WORK-QUARTIL
                   WHEN OTHER
                       PERFORM APURAR-QUARTIL
               END-EVALUATE
           END-IF.

       APURAR-QUARTIL.
           COMPUTE WS-POSICAO-BANDA =
               (FUNCIONARIO-SALARIO - CARGO-SALARIO-MINIMO) /
               (CARGO-SALARIO-MAXIMO - CARGO-SALARIO-MINIMO).
           EVALUATE TRUE
               WHEN WS-POSICAO-BANDA < 0.25
                   MOVE "Q1" TO WORK-QUARTIL
               WHEN WS-POSICAO-BANDA < 0.50
                   MOVE "Q2" TO WORK-QUARTIL
               WHEN WS-POSICAO-BANDA < 0.75
                   MOVE "Q3" TO WORK-QUARTIL
               WHEN OTHER
                   MOVE "Q4" TO WORK-QUARTIL
           END-EVALUATE.

      *> A ULTIMA MOVIMENTACAO SO VALE SE LEVOU AO CARGO ATUAL; SEM
      *> ELA O TEMPO CONTA DA ADMISSAO
       APURAR-TEMPO-NO-CARGO.
           MOVE FUNCIONARIO-DT-ADMISSAO TO WS-DATA-DESDE.
           MOVE FUNCIONARIO-CODIGO TO WS-CODIGO-PROCURADO.
           PERFORM PROCURAR-MOVIMENTO.
           IF WS-IDX-ACHADO > ZERO
               IF WS-MOV-CARGO(WS-IDX-ACHADO) = FUNCIONARIO-CARGO
                   MOVE WS-MOV-DATA(WS-IDX-ACHADO) TO WS-DATA-DESDE
               END-IF
           END-IF.
           MOVE ZEROS TO WS-ANOS-NO-CARGO.
           IF WS-DATA-DESDE NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-DESDE) = ZERO
               COMPUTE WS-DIAS-NO-CARGO = WS-DIA-HOJE -
                   FUNCTION INTEGER-OF-DATE(WS-DATA-DESDE)
               IF WS-DIAS-NO-CARGO > ZERO
                   COMPUTE WS-ANOS-NO-CARGO =
                       WS-DIAS-NO-CARGO / 365.25
               END-IF
           END-IF.

       CLASSIFICAR-DESTAQUE.
           MOVE SPACES TO WORK-ALERTA.
           EVALUATE TRUE
               WHEN NOT CARGO-COM-BANDA
                   MOVE "CARGO SEM BANDA" TO WORK-ALERTA
                   ADD 1 TO WS-QTD-SEM-BANDA
               WHEN WORK-QUARTIL = "<MIN"
                   MOVE "ABAIXO DO MINIMO" TO WORK-ALERTA
                   ADD 1 TO WS-QTD-ABAIXO
               WHEN WORK-QUARTIL = ">MAX"
                   MOVE "ACIMA DO MAXIMO" TO WORK-ALERTA
                   ADD 1 TO WS-QTD-ACIMA
               WHEN WORK-QUARTIL = "Q1"
                   AND WS-ANOS-NO-CARGO NOT < WS-ANOS-ALERTA
                   MOVE "1O QUARTIL HA ANOS" TO WORK-ALERTA
                   ADD 1 TO WS-QTD-QUARTIL
           END-EVALUATE.

       PROCESSAR-ORDENADO.
           MOVE "N" TO FIM-ORDENACAO.
           MOVE SPACES TO WS-CARGO-ANTERIOR WS-DEPARTAMENTO-ANTERIOR.
           PERFORM ZERAR-TOTAIS-CARGO.
           PERFORM ZERAR-TOTAIS-DEPARTAMENTO.
           PERFORM RETORNAR-PROXIMO-ORDENADO.
           IF ACABOU-ORDENACAO
               MOVE "NENHUM FUNCIONARIO ATIVO NA EMPRESA"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           PERFORM TRATAR-REGISTRO-ORDENADO UNTIL ACABOU-ORDENACAO.
           PERFORM FECHAR-GRUPO-DEPARTAMENTO.
           PERFORM FECHAR-GRUPO-CARGO.

       RETORNAR-PROXIMO-ORDENADO.
           RETURN WORK-ORDENACAO
               AT END
                   MOVE "S" TO FIM-ORDENACAO
           END-RETURN.

       ZERAR-TOTAIS-CARGO.
           MOVE ZEROS TO WS-CAR-QTD WS-CAR-QTD-COMPA WS-CAR-SOMA-COMPA
               WS-CAR-MENOR-SAL WS-CAR-MAIOR-SAL WS-CAR-DESTACADOS.

       ZERAR-TOTAIS-DEPARTAMENTO.
           MOVE ZEROS TO WS-DEP-QTD WS-DEP-SOMA-COMPA.

       TRATAR-REGISTRO-ORDENADO.
           IF WORK-CARGO NOT = WS-CARGO-ANTERIOR
               PERFORM FECHAR-GRUPO-DEPARTAMENTO
               PERFORM FECHAR-GRUPO-CARGO
               MOVE WORK-CARGO TO WS-CARGO-ANTERIOR
               MOVE SPACES TO WS-DEPARTAMENTO-ANTERIOR
               PERFORM ZERAR-TOTAIS-CARGO
               PERFORM ABRIR-GRUPO-CARGO
           END-IF.
           IF WORK-DEPARTAMENTO NOT = WS-DEPARTAMENTO-ANTERIOR
               PERFORM FECHAR-GRUPO-DEPARTAMENTO
               MOVE WORK-DEPARTAMENTO TO WS-DEPARTAMENTO-ANTERIOR
               PERFORM ZERAR-TOTAIS-DEPARTAMENTO
           END-IF.
           MOVE WORK-SALARIO TO WS-SALARIO-EDIT.
           MOVE WORK-COMPA TO WS-COMPA-EDIT.
           MOVE WORK-ANOS TO WS-ANOS-EDIT.
           STRING WORK-DEPARTAMENTO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WORK-CODIGO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WORK-NOME(1:25) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALARIO-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COMPA-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-QUARTIL DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-DESDE DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-ANOS-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WORK-ALERTA DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           ADD 1 TO WS-QTD-LISTADOS.
           ADD 1 TO WS-DEP-QTD WS-CAR-QTD.
           ADD WORK-COMPA TO WS-DEP-SOMA-COMPA WS-CAR-SOMA-COMPA.
           IF WORK-COMPA > ZERO
               ADD 1 TO WS-CAR-QTD-COMPA
           END-IF.
           IF WS-CAR-QTD = 1 OR WORK-SALARIO < WS-CAR-MENOR-SAL
               MOVE WORK-SALARIO TO WS-CAR-MENOR-SAL
           END-IF.
           IF WORK-SALARIO > WS-CAR-MAIOR-SAL
               MOVE WORK-SALARIO TO WS-CAR-MAIOR-SAL
           END-IF.
           IF WORK-ALERTA NOT = SPACES
               ADD 1 TO WS-CAR-DESTACADOS
           END-IF.
           PERFORM RETORNAR-PROXIMO-ORDENADO.

       ABRIR-GRUPO-CARGO.
           MOVE WS-CARGO-ANTERIOR TO CARGO-CODIGO.
           READ ARQUIVO-CARGO
               INVALID KEY
                   MOVE "*** CARGO NAO CADASTRADO" TO WS-NOME-CARGO
                   MOVE ZEROS TO CARGO-SALARIO-MINIMO
                       CARGO-SALARIO-MAXIMO
               NOT INVALID KEY
                   MOVE CARGO-NOME TO WS-NOME-CARGO
           END-READ.
           MOVE CARGO-SALARIO-MINIMO TO WS-MINIMO-EDIT.
           MOVE CARGO-SALARIO-MAXIMO TO WS-MAXIMO-EDIT.
           COMPUTE WS-PONTO-MEDIO ROUNDED =
               (CARGO-SALARIO-MINIMO + CARGO-SALARIO-MAXIMO) / 2.
           MOVE WS-PONTO-MEDIO TO WS-MEDIO-EDIT.
           STRING "CARGO: " DELIMITED BY SIZE
               WS-CARGO-ANTERIOR DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-NOME-CARGO DELIMITED BY SIZE
               "  BANDA " DELIMITED BY SIZE
               WS-MINIMO-EDIT DELIMITED BY SIZE
               " A " DELIMITED BY SIZE
               WS-MAXIMO-EDIT DELIMITED BY SIZE
               "  PONTO MEDIO " DELIMITED BY SIZE
               WS-MEDIO-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       FECHAR-GRUPO-DEPARTAMENTO.
           IF WS-DEP-QTD > ZERO
               PERFORM BUSCAR-NOME-DEPARTAMENTO
               COMPUTE WS-MEDIA-COMPA ROUNDED =
                   WS-DEP-SOMA-COMPA / WS-DEP-QTD
               MOVE WS-MEDIA-COMPA TO WS-COMPA-EDIT
               STRING "     DEPARTAMENTO " DELIMITED BY SIZE
                   WS-DEPARTAMENTO-ANTERIOR DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WS-NOME-DEPARTAMENTO DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-DEP-QTD DELIMITED BY SIZE
                   " FUNC.  COMPA-RATIO MEDIO " DELIMITED BY SIZE
                   WS-COMPA-EDIT DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
               MOVE ZEROS TO WS-DEP-QTD
           END-IF.

      *> A MEDIA DO CARGO SO CONSIDERA QUEM TEM COMPA-RATIO (CARGO
      *> COM BANDA); A AMPLITUDE E A DIFERENCA ENTRE O MAIOR E O
      *> MENOR SALARIO EM PERCENTUAL DO MENOR
       FECHAR-GRUPO-CARGO.
           IF WS-CAR-QTD > ZERO
               IF WS-CAR-QTD-COMPA > ZERO
                   COMPUTE WS-MEDIA-COMPA ROUNDED =
                       WS-CAR-SOMA-COMPA / WS-CAR-QTD-COMPA
               ELSE
                   MOVE ZEROS TO WS-MEDIA-COMPA
               END-IF
               IF WS-CAR-MENOR-SAL > ZERO
                   COMPUTE WS-AMPLITUDE ROUNDED =
                       (WS-CAR-MAIOR-SAL - WS-CAR-MENOR-SAL) * 100
                       / WS-CAR-MENOR-SAL
               ELSE
                   MOVE ZEROS TO WS-AMPLITUDE
               END-IF
               MOVE WS-MEDIA-COMPA TO WS-COMPA-EDIT
               MOVE WS-CAR-MENOR-SAL TO WS-MINIMO-EDIT
               MOVE WS-CAR-MAIOR-SAL TO WS-MAXIMO-EDIT
               MOVE WS-AMPLITUDE TO WS-AMPLITUDE-EDIT
               STRING "   CARGO " DELIMITED BY SIZE
                   WS-CARGO-ANTERIOR DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WS-CAR-QTD DELIMITED BY SIZE
                   " FUNC.  COMPA-RATIO MEDIO " DELIMITED BY SIZE
                   WS-COMPA-EDIT DELIMITED BY SIZE
                   "  SALARIOS DE " DELIMITED BY SIZE
                   WS-MINIMO-EDIT DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   WS-MAXIMO-EDIT DELIMITED BY SIZE
                   "  AMPLITUDE " DELIMITED BY SIZE
                   WS-AMPLITUDE-EDIT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
               PERFORM SPOOL-IMPRIMIR
               PERFORM GUARDAR-RESUMO-DO-CARGO
               MOVE ZEROS TO WS-CAR-QTD
           END-IF.

       GUARDAR-RESUMO-DO-CARGO.
           IF WS-QTD-RESUMO < WS-MAX-RESUMO
               ADD 1 TO WS-QTD-RESUMO
               MOVE WS-CARGO-ANTERIOR TO WS-RES-CARGO(WS-QTD-RESUMO)
               MOVE WS-NOME-CARGO TO WS-RES-NOME(WS-QTD-RESUMO)
               MOVE WS-CAR-QTD TO WS-RES-QTD(WS-QTD-RESUMO)
               MOVE WS-MEDIA-COMPA TO WS-RES-MEDIA(WS-QTD-RESUMO)
               MOVE WS-CAR-MENOR-SAL TO WS-RES-MENOR(WS-QTD-RESUMO)
               MOVE WS-CAR-MAIOR-SAL TO WS-RES-MAIOR(WS-QTD-RESUMO)
               MOVE WS-AMPLITUDE TO WS-RES-AMPLITUDE(WS-QTD-RESUMO)
               MOVE WS-CAR-DESTACADOS
                   TO WS-RES-DESTACADOS(WS-QTD-RESUMO)
           ELSE
               DISPLAY "RESUMO POR CARGO CHEIO, CARGO FORA DO RESUMO: "
                   WS-CARGO-ANTERIOR
           END-IF.

       BUSCAR-NOME-DEPARTAMENTO.
           MOVE WS-DEPARTAMENTO-ANTERIOR TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO"
                       TO WS-NOME-DEPARTAMENTO
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-NOME TO WS-NOME-DEPARTAMENTO
           END-READ.

       IMPRIMIR-RESUMO-POR-CARGO.
           MOVE "RESUMO POR CARGO" TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "CARGO NOME                       FUNC.  "
               DELIMITED BY SIZE
               "COMPA  MENOR SAL. MAIOR SAL. AMPLIT.% DESTAQUES"
               DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM IMPRIMIR-LINHA-RESUMO
               VARYING WS-IDX-RESUMO FROM 1 BY 1
               UNTIL WS-IDX-RESUMO > WS-QTD-RESUMO.
           PERFORM SPOOL-IMPRIMIR.
           STRING "FUNCIONARIOS LISTADOS: " DELIMITED BY SIZE
               WS-QTD-LISTADOS DELIMITED BY SIZE
               "  ABAIXO DO MINIMO: " DELIMITED BY SIZE
               WS-QTD-ABAIXO DELIMITED BY SIZE
               "  ACIMA DO MAXIMO: " DELIMITED BY SIZE
               WS-QTD-ACIMA DELIMITED BY SIZE
               "  1O QUARTIL HA " DELIMITED BY SIZE
               WS-ANOS-ALERTA DELIMITED BY SIZE
               "+ ANOS: " DELIMITED BY SIZE
               WS-QTD-QUARTIL DELIMITED BY SIZE
               "  SEM BANDA: " DELIMITED BY SIZE
               WS-QTD-SEM-BANDA DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       IMPRIMIR-LINHA-RESUMO.
           MOVE WS-RES-MEDIA(WS-IDX-RESUMO) TO WS-COMPA-EDIT.
           MOVE WS-RES-MENOR(WS-IDX-RESUMO) TO WS-MINIMO-EDIT.
           MOVE WS-RES-MAIOR(WS-IDX-RESUMO) TO WS-MAXIMO-EDIT.
           MOVE WS-RES-AMPLITUDE(WS-IDX-RESUMO) TO WS-AMPLITUDE-EDIT.
           STRING WS-RES-CARGO(WS-IDX-RESUMO) DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-RES-NOME(WS-IDX-RESUMO) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RES-QTD(WS-IDX-RESUMO) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-COMPA-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-MINIMO-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MAXIMO-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-AMPLITUDE-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-RES-DESTACADOS(WS-IDX-RESUMO) DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
