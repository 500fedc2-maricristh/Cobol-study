       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG115.
      *> PROGRAMA DO RELATORIO DE VARIACAO DA FOLHA SOBRE O MES
      *> ANTERIOR. ANTES DE LIBERAR A REMESSA ALGUEM PRECISA ACHAR O
      *> FUNCIONARIO CUJO LIQUIDO DOBROU OU QUE SUMIU DA FOLHA, E ISSO
      *> ERA FEITO COMPARANDO DUAS LISTAGENS DO PROG41 A OLHO. O
      *> RELATORIO COMPARA A FOLHA NORMAL (00) DA COMPETENCIA COM A DA
      *> COMPETENCIA ANTERIOR NO FOLHAHIST E NAS RUBRICAS, FUNCIONARIO
      *> A FUNCIONARIO E RUBRICA A RUBRICA, E APONTA O LIQUIDO QUE
      *> VARIOU ACIMA DO PERCENTUAL INFORMADO PELO OPERADOR, A RUBRICA
      *> NOVA, A RUBRICA QUE SUMIU OU VARIOU ACIMA DO PERCENTUAL, O
      *> FUNCIONARIO NOVO NA FOLHA E O QUE ESTAVA NA FOLHA ANTERIOR E
      *> NAO ESTA NESTA. FECHA COM O RESUMO POR DEPARTAMENTO (O DO
      *> MASTER). O PROG71 OFERECE O RELATORIO ANTES DE CONCLUIR O
      *> FECHAMENTO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELFOLHAHIST TAB
           COPY "SELFOLHAHIST.COB".
      *> SELFOLHAEVT TAB
           COPY "SELFOLHAEVT.COB".
      *> SELDEPARTAMENTO TAB
           COPY "SELDEPARTAMENTO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDFOLHAHIST TAB
           COPY "FDFOLHAHIST.COB".
      *> FDFOLHAEVT TAB
           COPY "FDFOLHAEVT.COB".
      *> FDDEPARTAMENTO TAB
           COPY "FDDEPARTAMENTO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> O RELATORIO SAI FILTRADO PELA EMPRESA DA SESSAO (A CARIMBADA
      *> NA FOLHA); FORA DO MENU O OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  WS-COMPETENCIA    PIC 9(06).
       01  WS-COMP-ANTERIOR  PIC 9(06).
       01  WS-COMP-ANO       PIC 9(04).
       01  WS-COMP-MES       PIC 9(02).
      *> PERCENTUAL DE VARIACAO A PARTIR DO QUAL O LIQUIDO OU A
      *> RUBRICA SAI APONTADO
       01  WS-PERC-LIMITE    PIC 9(03) VALUE 20.
       01  FIM-DO-HISTORICO  PIC X(01) VALUE "N".
           88  ACABOU-HISTORICO      VALUE "S".
       01  FIM-DAS-RUBRICAS  PIC X(01) VALUE "N".
           88  ACABOU-RUBRICAS       VALUE "S".
       01  WS-TEM-ANTERIOR   PIC X(01) VALUE "N".
           88  TEM-FOLHA-ANTERIOR    VALUE "S".
       01  WS-APONTADO       PIC X(01) VALUE "N".
           88  FUNCIONARIO-APONTADO  VALUE "S".
      *> POSICAO DA VARREDURA: A CONSULTA DA OUTRA COMPETENCIA NO
      *> MESMO ARQUIVO DESFAZ O POSICIONAMENTO, QUE E REFEITO A PARTIR
      *> DA CHAVE GUARDADA
       01  WS-CHAVE-VARREDURA PIC X(13).
       01  WS-COMP-VARREDURA PIC 9(06).
       01  WS-COMP-CONSULTA  PIC 9(06).
       01  WS-NOME-FUNC      PIC X(30).
       01  WS-ATU-LIQUIDO    PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-ANT-LIQUIDO    PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VALOR-ATUAL    PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VALOR-ANTERIOR PIC 9(06)V9(02) VALUE ZEROS.
       01  WS-VARIACAO       PIC S9(05)V9(02) VALUE ZEROS.
       01  WS-VARIACAO-ABS   PIC 9(05)V9(02) VALUE ZEROS.
       01  WS-VARIOU         PIC X(01) VALUE "N".
           88  VARIOU-ACIMA          VALUE "S".
      *> RUBRICAS DO FUNCIONARIO NA COMPETENCIA ANTERIOR, CASADAS PELO
      *> TIPO E PELA DESCRICAO COM AS DA COMPETENCIA ATUAL
       01  WS-QTD-RUB-ANT    PIC 9(02) VALUE ZEROS.
       01  WS-RUB-ANTERIORES.
           05  WS-RUB-ANT OCCURS 40 TIMES.
               10  WS-RA-TIPO      PIC X(01).
               10  WS-RA-DESCRICAO PIC X(20).
               10  WS-RA-VALOR     PIC 9(06)V9(02).
               10  WS-RA-CASADA    PIC X(01).
       01  WS-IDX            PIC 9(02) VALUE ZEROS.
       01  WS-IDX-ACHADO     PIC 9(02) VALUE ZEROS.
      *> RESUMO POR DEPARTAMENTO
       01  WS-DEPTO-PROCURADO PIC X(03) VALUE SPACES.
       01  WS-NOME-DEPARTAMENTO PIC X(30).
       01  WS-QTD-DEPTOS     PIC 9(02) VALUE ZEROS.
       01  WS-DEPTOS-TABELA.
           05  WS-DEPTO-ENTRADA OCCURS 50 TIMES.
               10  WS-DEP-CODIGO     PIC X(03).
               10  WS-DEP-QTD-ATU    PIC 9(05).
               10  WS-DEP-QTD-ANT    PIC 9(05).
               10  WS-DEP-LIQ-ATU    PIC 9(09)V9(02).
               10  WS-DEP-LIQ-ANT    PIC 9(09)V9(02).
               10  WS-DEP-APONTADOS  PIC 9(05).
       01  WS-IDX-DEP        PIC 9(02) VALUE ZEROS.
      *> TOTAIS DO RELATORIO
       01  WS-QTD-ATUAL      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-ANTERIOR   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-APONTADOS  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-NOVOS      PIC 9(05) VALUE ZEROS.
       01  WS-QTD-AUSENTES   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-RUB-NOVAS  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-RUB-SUMIDAS PIC 9(05) VALUE ZEROS.

      *> VALORES EDITADOS C/ PONTO E SIMBOLO DE MOEDA PARA IMPRESSAO
       01  WS-VL-ANT-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-ANT-EDIT    PIC ZZZZZ9.99.
       01  WS-VL-ATU-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-VL-ATU-EDIT    PIC ZZZZZ9.99.
       01  WS-DEP-ANT-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-DEP-ANT-EDIT   PIC ZZZZZZZZ9.99.
       01  WS-DEP-ATU-IMP.
           05  FILLER            PIC X(02) VALUE "R$".
           05  WS-DEP-ATU-EDIT   PIC ZZZZZZZZ9.99.
       01  WS-VARIACAO-EDIT  PIC -ZZZZ9.99.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM ZERAR-TOTAIS-VARIACAO.
           DISPLAY "===== VARIACAO DA FOLHA SOBRE O MES ANTERIOR =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DA-VARIACAO.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           DISPLAY "INFORME O PERCENTUAL DE VARIACAO A APONTAR "
               "(0 = 20): ".
           ACCEPT WS-PERC-LIMITE.
           IF WS-PERC-LIMITE = ZERO
               MOVE 20 TO WS-PERC-LIMITE
           END-IF.
           COMPUTE WS-COMP-ANO = WS-COMPETENCIA / 100.
           COMPUTE WS-COMP-MES = WS-COMPETENCIA - WS-COMP-ANO * 100.
           IF WS-COMP-MES = 1
               COMPUTE WS-COMP-ANTERIOR = (WS-COMP-ANO - 1) * 100 + 12
           ELSE
               COMPUTE WS-COMP-ANTERIOR = WS-COMPETENCIA - 1
           END-IF.
           MOVE "PROG115" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELVARIACAO" TO WS-SPOOL-ARQUIVO.
           MOVE "VARIACAO DA FOLHA SOBRE O MES ANTERIOR"
               TO WS-SPOOL-TITULO.
           PERFORM SPOOL-ABRIR.
           STRING "COMPETENCIA " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               " CONTRA " DELIMITED BY SIZE
               WS-COMP-ANTERIOR DELIMITED BY SIZE
               "  EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               "  LIMITE " DELIMITED BY SIZE
               WS-PERC-LIMITE DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FOLHAHIST.
           OPEN INPUT ARQUIVO-FOLHAEVT.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           MOVE WS-COMPETENCIA TO WS-COMP-VARREDURA.
           PERFORM POSICIONAR-NA-COMPETENCIA.
           PERFORM COMPARAR-PROXIMA-FOLHA UNTIL ACABOU-HISTORICO.
           MOVE WS-COMP-ANTERIOR TO WS-COMP-VARREDURA.
           PERFORM POSICIONAR-NA-COMPETENCIA.
           PERFORM PROCURAR-PROXIMO-AUSENTE UNTIL ACABOU-HISTORICO.
           PERFORM IMPRIMIR-RESUMO-DEPARTAMENTOS.
           PERFORM IMPRIMIR-TOTAIS.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-FOLHAEVT.
           CLOSE ARQUIVO-DEPARTAMENTO.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "FUNCIONARIOS NA FOLHA......: " WS-QTD-ATUAL.
           DISPLAY "APONTADOS NA VARIACAO......: " WS-QTD-APONTADOS.
           DISPLAY "NOVOS NA FOLHA.............: " WS-QTD-NOVOS.
           DISPLAY "AUSENTES DA FOLHA..........: " WS-QTD-AUSENTES.
       PROGRAM-DONE.
        GOBACK.

      *> O PROGRAMA E CHAMADO PELO MENU E PELO FECHAMENTO (PROG71) NA
      *> MESMA SESSAO SEM CANCEL, ENTAO CADA EXECUCAO COMECA ZERANDO
      *> OS TOTAIS E A TABELA DE DEPARTAMENTOS DA ANTERIOR
       ZERAR-TOTAIS-VARIACAO.
           MOVE ZEROS TO WS-QTD-ATUAL WS-QTD-ANTERIOR WS-QTD-APONTADOS
               WS-QTD-NOVOS WS-QTD-AUSENTES WS-QTD-RUB-NOVAS
               WS-QTD-RUB-SUMIDAS WS-QTD-DEPTOS.

       DEFINIR-EMPRESA-DA-VARIACAO.
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

       POSICIONAR-NA-COMPETENCIA.
           MOVE "N" TO FIM-DO-HISTORICO.
           MOVE WS-COMP-VARREDURA TO FOLHAHIST-COMPETENCIA.
           MOVE ZEROS TO FOLHAHIST-CODIGO FOLHAHIST-FOLHA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN FOLHAHIST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-HISTORICO
           END-START.

       REPOSICIONAR-VARREDURA.
           MOVE WS-CHAVE-VARREDURA TO FOLHAHIST-CHAVE.
           START ARQUIVO-FOLHAHIST KEY IS GREATER THAN FOLHAHIST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-HISTORICO
           END-START.

      *> SO A FOLHA NORMAL DA EMPRESA FILTRADA (LEGADO EM BRANCO =
      *> "01") ENTRA NA COMPARACAO
       SELECIONAR-FOLHA-LIDA.
           MOVE "N" TO WS-APONTADO.
           MOVE FOLHAHIST-EMPRESA TO WS-EMPRESA-FUNC.
           IF WS-EMPRESA-FUNC = SPACES
               MOVE "01" TO WS-EMPRESA-FUNC
           END-IF.

       COMPARAR-PROXIMA-FOLHA.
           READ ARQUIVO-FOLHAHIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-HISTORICO
               NOT AT END
                   IF FOLHAHIST-COMPETENCIA = WS-COMPETENCIA
                       PERFORM SELECIONAR-FOLHA-LIDA
                       IF FOLHAHIST-NORMAL
                           AND WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
                           PERFORM COMPARAR-FUNCIONARIO
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DO-HISTORICO
                   END-IF
           END-READ.

       COMPARAR-FUNCIONARIO.
           MOVE FOLHAHIST-CHAVE   TO WS-CHAVE-VARREDURA.
           MOVE FOLHAHIST-LIQUIDO TO WS-ATU-LIQUIDO.
           ADD 1 TO WS-QTD-ATUAL.
           PERFORM BUSCAR-DEPTO-DO-FUNCIONARIO.
           ADD 1 TO WS-DEP-QTD-ATU(WS-IDX-DEP).
           ADD WS-ATU-LIQUIDO TO WS-DEP-LIQ-ATU(WS-IDX-DEP).
           MOVE WS-COMP-ANTERIOR TO WS-COMP-CONSULTA.
           PERFORM CONSULTAR-OUTRA-COMPETENCIA.
           IF TEM-FOLHA-ANTERIOR
               MOVE FOLHAHIST-LIQUIDO TO WS-ANT-LIQUIDO
               PERFORM COMPARAR-LIQUIDO
               PERFORM COMPARAR-RUBRICAS
           ELSE
               ADD 1 TO WS-QTD-NOVOS
               MOVE "S" TO WS-APONTADO
               MOVE WS-ATU-LIQUIDO TO WS-VL-ATU-EDIT
               STRING WS-CHAVE-VARREDURA(7:5) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOME-FUNC DELIMITED BY SIZE
                   " NOVO NA FOLHA, LIQUIDO " DELIMITED BY SIZE
                   WS-VL-ATU-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF FUNCIONARIO-APONTADO
               ADD 1 TO WS-QTD-APONTADOS
               ADD 1 TO WS-DEP-APONTADOS(WS-IDX-DEP)
           END-IF.
           PERFORM REPOSICIONAR-VARREDURA.

      *> LE A FOLHA NORMAL DO MESMO FUNCIONARIO NA OUTRA COMPETENCIA
       CONSULTAR-OUTRA-COMPETENCIA.
           MOVE "N" TO WS-TEM-ANTERIOR.
           MOVE WS-COMP-CONSULTA TO FOLHAHIST-COMPETENCIA.
           MOVE WS-CHAVE-VARREDURA(7:5) TO FOLHAHIST-CODIGO.
           MOVE ZEROS TO FOLHAHIST-FOLHA.
           READ ARQUIVO-FOLHAHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-TEM-ANTERIOR
           END-READ.

       BUSCAR-DEPTO-DO-FUNCIONARIO.
           MOVE FOLHAHIST-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "*** NAO CADASTRADO NO MASTER" TO WS-NOME-FUNC
                   MOVE "???" TO WS-DEPTO-PROCURADO
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO WS-NOME-FUNC
                   MOVE FUNCIONARIO-DEPARTAMENTO(1:3)
                       TO WS-DEPTO-PROCURADO
           END-READ.
           PERFORM LOCALIZAR-DEPTO-NA-TABELA.

      *> VARIACAO PERCENTUAL SOBRE O VALOR ANTERIOR; VALOR ANTERIOR
      *> ZERADO COM VALOR ATUAL POSITIVO CONTA COMO VARIACAO MAXIMA
       CALCULAR-VARIACAO.
           MOVE "N" TO WS-VARIOU.
           IF WS-VALOR-ANTERIOR > ZERO
               COMPUTE WS-VARIACAO ROUNDED =
                   (WS-VALOR-ATUAL - WS-VALOR-ANTERIOR) * 100
                   / WS-VALOR-ANTERIOR
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-VARIACAO
               END-COMPUTE
           ELSE
               IF WS-VALOR-ATUAL > ZERO
                   MOVE 99999.99 TO WS-VARIACAO
               ELSE
                   MOVE ZEROS TO WS-VARIACAO
               END-IF
           END-IF.
           MOVE WS-VARIACAO TO WS-VARIACAO-ABS.
           IF WS-VARIACAO-ABS > WS-PERC-LIMITE
               MOVE "S" TO WS-VARIOU
           END-IF.
           MOVE WS-VARIACAO TO WS-VARIACAO-EDIT.

       COMPARAR-LIQUIDO.
           ADD 1 TO WS-DEP-QTD-ANT(WS-IDX-DEP).
           ADD WS-ANT-LIQUIDO TO WS-DEP-LIQ-ANT(WS-IDX-DEP).
           MOVE WS-ATU-LIQUIDO TO WS-VALOR-ATUAL.
           MOVE WS-ANT-LIQUIDO TO WS-VALOR-ANTERIOR.
           PERFORM CALCULAR-VARIACAO.
           IF VARIOU-ACIMA
               MOVE "S" TO WS-APONTADO
               MOVE WS-ANT-LIQUIDO TO WS-VL-ANT-EDIT
               MOVE WS-ATU-LIQUIDO TO WS-VL-ATU-EDIT
               STRING WS-CHAVE-VARREDURA(7:5) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOME-FUNC DELIMITED BY SIZE
                   " LIQUIDO " DELIMITED BY SIZE
                   WS-VL-ANT-IMP DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-VL-ATU-IMP DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-VARIACAO-EDIT DELIMITED BY SIZE
                   "%)" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

      *> CARREGA AS RUBRICAS DA COMPETENCIA ANTERIOR E CONFRONTA COM
      *> AS DA ATUAL; A QUE SOBRA NA TABELA SUMIU DA FOLHA
       COMPARAR-RUBRICAS.
           MOVE ZEROS TO WS-QTD-RUB-ANT.
           MOVE WS-COMP-ANTERIOR TO WS-COMP-CONSULTA.
           PERFORM POSICIONAR-RUBRICAS.
           PERFORM CARREGAR-RUBRICA-ANTERIOR UNTIL ACABOU-RUBRICAS.
           MOVE WS-COMPETENCIA TO WS-COMP-CONSULTA.
           PERFORM POSICIONAR-RUBRICAS.
           PERFORM CONFRONTAR-RUBRICA-ATUAL UNTIL ACABOU-RUBRICAS.
           PERFORM APONTAR-RUBRICA-SUMIDA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-RUB-ANT.

       POSICIONAR-RUBRICAS.
           MOVE "N" TO FIM-DAS-RUBRICAS.
           MOVE WS-COMP-CONSULTA TO FOLHAEVT-COMPETENCIA.
           MOVE WS-CHAVE-VARREDURA(7:5) TO FOLHAEVT-CODIGO.
           MOVE ZEROS TO FOLHAEVT-FOLHA FOLHAEVT-SEQ.
           START ARQUIVO-FOLHAEVT KEY IS NOT LESS THAN FOLHAEVT-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DAS-RUBRICAS
           END-START.

       LER-RUBRICA-DA-FOLHA.
           READ ARQUIVO-FOLHAEVT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DAS-RUBRICAS
               NOT AT END
                   IF FOLHAEVT-COMPETENCIA NOT = WS-COMP-CONSULTA
                       OR FOLHAEVT-CODIGO NOT = WS-CHAVE-VARREDURA(7:5)
                       OR FOLHAEVT-FOLHA NOT = ZERO
                       MOVE "S" TO FIM-DAS-RUBRICAS
                   END-IF
           END-READ.

       CARREGAR-RUBRICA-ANTERIOR.
           PERFORM LER-RUBRICA-DA-FOLHA.
           IF NOT ACABOU-RUBRICAS AND WS-QTD-RUB-ANT < 40
               ADD 1 TO WS-QTD-RUB-ANT
               MOVE FOLHAEVT-TIPO      TO WS-RA-TIPO(WS-QTD-RUB-ANT)
               MOVE FOLHAEVT-DESCRICAO
                   TO WS-RA-DESCRICAO(WS-QTD-RUB-ANT)
               MOVE FOLHAEVT-VALOR     TO WS-RA-VALOR(WS-QTD-RUB-ANT)
               MOVE "N"                TO WS-RA-CASADA(WS-QTD-RUB-ANT)
           END-IF.

       CONFRONTAR-RUBRICA-ATUAL.
           PERFORM LER-RUBRICA-DA-FOLHA.
           IF NOT ACABOU-RUBRICAS
               MOVE ZEROS TO WS-IDX-ACHADO
               PERFORM PROCURAR-RUBRICA-ANTERIOR
                   VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-RUB-ANT
                   OR WS-IDX-ACHADO > ZEROS
               IF WS-IDX-ACHADO = ZEROS
                   PERFORM APONTAR-RUBRICA-NOVA
               ELSE
                   MOVE "S" TO WS-RA-CASADA(WS-IDX-ACHADO)
                   PERFORM COMPARAR-VALOR-RUBRICA
               END-IF
           END-IF.

       PROCURAR-RUBRICA-ANTERIOR.
           IF WS-RA-TIPO(WS-IDX) = FOLHAEVT-TIPO
               AND WS-RA-DESCRICAO(WS-IDX) = FOLHAEVT-DESCRICAO
               AND WS-RA-CASADA(WS-IDX) = "N"
               MOVE WS-IDX TO WS-IDX-ACHADO
           END-IF.

       APONTAR-RUBRICA-NOVA.
           MOVE "S" TO WS-APONTADO.
           ADD 1 TO WS-QTD-RUB-NOVAS.
           MOVE FOLHAEVT-VALOR TO WS-VL-ATU-EDIT.
           STRING WS-CHAVE-VARREDURA(7:5) DELIMITED BY SIZE
               "    RUBRICA NOVA.....: " DELIMITED BY SIZE
               FOLHAEVT-DESCRICAO DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FOLHAEVT-TIPO DELIMITED BY SIZE
               ") " DELIMITED BY SIZE
               WS-VL-ATU-IMP DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       COMPARAR-VALOR-RUBRICA.
           MOVE FOLHAEVT-VALOR TO WS-VALOR-ATUAL.
           MOVE WS-RA-VALOR(WS-IDX-ACHADO) TO WS-VALOR-ANTERIOR.
           PERFORM CALCULAR-VARIACAO.
           IF VARIOU-ACIMA
               MOVE "S" TO WS-APONTADO
               MOVE WS-VALOR-ANTERIOR TO WS-VL-ANT-EDIT
               MOVE WS-VALOR-ATUAL    TO WS-VL-ATU-EDIT
               STRING WS-CHAVE-VARREDURA(7:5) DELIMITED BY SIZE
                   "    RUBRICA VARIOU...: " DELIMITED BY SIZE
                   FOLHAEVT-DESCRICAO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-VL-ANT-IMP DELIMITED BY SIZE
                   " -> " DELIMITED BY SIZE
                   WS-VL-ATU-IMP DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-VARIACAO-EDIT DELIMITED BY SIZE
                   "%)" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

       APONTAR-RUBRICA-SUMIDA.
           IF WS-RA-CASADA(WS-IDX) = "N"
               MOVE "S" TO WS-APONTADO
               ADD 1 TO WS-QTD-RUB-SUMIDAS
               MOVE WS-RA-VALOR(WS-IDX) TO WS-VL-ANT-EDIT
               STRING WS-CHAVE-VARREDURA(7:5) DELIMITED BY SIZE
                   "    RUBRICA SUMIU....: " DELIMITED BY SIZE
                   WS-RA-DESCRICAO(WS-IDX) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   WS-RA-TIPO(WS-IDX) DELIMITED BY SIZE
                   ") " DELIMITED BY SIZE
                   WS-VL-ANT-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.

      *> SEGUNDA VARREDURA: QUEM TEVE FOLHA NA COMPETENCIA ANTERIOR E
      *> NAO TEM NA ATUAL (DESLIGADO, AFASTADO OU ESQUECIDO)
       PROCURAR-PROXIMO-AUSENTE.
           READ ARQUIVO-FOLHAHIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-HISTORICO
               NOT AT END
                   IF FOLHAHIST-COMPETENCIA = WS-COMP-ANTERIOR
                       PERFORM SELECIONAR-FOLHA-LIDA
                       IF FOLHAHIST-NORMAL
                           AND WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
                           PERFORM VERIFICAR-AUSENTE
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DO-HISTORICO
                   END-IF
           END-READ.

       VERIFICAR-AUSENTE.
           MOVE FOLHAHIST-CHAVE   TO WS-CHAVE-VARREDURA.
           MOVE FOLHAHIST-LIQUIDO TO WS-ANT-LIQUIDO.
           ADD 1 TO WS-QTD-ANTERIOR.
           MOVE WS-COMPETENCIA TO WS-COMP-CONSULTA.
           PERFORM CONSULTAR-OUTRA-COMPETENCIA.
           IF NOT TEM-FOLHA-ANTERIOR
               ADD 1 TO WS-QTD-AUSENTES
               MOVE WS-CHAVE-VARREDURA(7:5) TO FOLHAHIST-CODIGO
               PERFORM BUSCAR-DEPTO-DO-FUNCIONARIO
               ADD 1 TO WS-DEP-QTD-ANT(WS-IDX-DEP)
               ADD WS-ANT-LIQUIDO TO WS-DEP-LIQ-ANT(WS-IDX-DEP)
               ADD 1 TO WS-DEP-APONTADOS(WS-IDX-DEP)
               MOVE WS-ANT-LIQUIDO TO WS-VL-ANT-EDIT
               STRING WS-CHAVE-VARREDURA(7:5) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOME-FUNC DELIMITED BY SIZE
                   " AUSENTE DA FOLHA, LIQUIDO ANTERIOR "
                       DELIMITED BY SIZE
                   WS-VL-ANT-IMP DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           PERFORM REPOSICIONAR-VARREDURA.

       LOCALIZAR-DEPTO-NA-TABELA.
           MOVE ZEROS TO WS-IDX-DEP.
           PERFORM PROCURAR-DEPTO-TABELA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-DEPTOS OR WS-IDX-DEP > ZEROS.
           IF WS-IDX-DEP = ZEROS
               IF WS-QTD-DEPTOS < 50
                   ADD 1 TO WS-QTD-DEPTOS
                   MOVE WS-QTD-DEPTOS TO WS-IDX-DEP
                   MOVE WS-DEPTO-PROCURADO TO WS-DEP-CODIGO(WS-IDX-DEP)
                   MOVE ZEROS TO WS-DEP-QTD-ATU(WS-IDX-DEP)
                       WS-DEP-QTD-ANT(WS-IDX-DEP)
                       WS-DEP-LIQ-ATU(WS-IDX-DEP)
                       WS-DEP-LIQ-ANT(WS-IDX-DEP)
                       WS-DEP-APONTADOS(WS-IDX-DEP)
               ELSE
      *> TABELA CHEIA: O EXCEDENTE SOMA NA ULTIMA LINHA DO RESUMO
                   MOVE 50 TO WS-IDX-DEP
               END-IF
           END-IF.

       PROCURAR-DEPTO-TABELA.
           IF WS-DEP-CODIGO(WS-IDX) = WS-DEPTO-PROCURADO
               MOVE WS-IDX TO WS-IDX-DEP
           END-IF.

       IMPRIMIR-RESUMO-DEPARTAMENTOS.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "===== RESUMO POR DEPARTAMENTO =====" TO
               WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM IMPRIMIR-DEPTO-VARIACAO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-DEPTOS.

       IMPRIMIR-DEPTO-VARIACAO.
           MOVE WS-DEP-CODIGO(WS-IDX) TO DEPARTAMENTO-CODIGO.
           READ ARQUIVO-DEPARTAMENTO
               INVALID KEY
                   MOVE "*** DEPARTAMENTO NAO CADASTRADO"
                       TO WS-NOME-DEPARTAMENTO
               NOT INVALID KEY
                   MOVE DEPARTAMENTO-NOME TO WS-NOME-DEPARTAMENTO
           END-READ.
           STRING WS-DEP-CODIGO(WS-IDX) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-NOME-DEPARTAMENTO DELIMITED BY SIZE
               "  APONTADOS: " DELIMITED BY SIZE
               WS-DEP-APONTADOS(WS-IDX) DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE WS-DEP-LIQ-ANT(WS-IDX) TO WS-DEP-ANT-EDIT.
           MOVE WS-DEP-LIQ-ATU(WS-IDX) TO WS-DEP-ATU-EDIT.
           MOVE WS-DEP-LIQ-ATU(WS-IDX) TO WS-VALOR-ATUAL.
           MOVE WS-DEP-LIQ-ANT(WS-IDX) TO WS-VALOR-ANTERIOR.
           PERFORM CALCULAR-VARIACAO.
           STRING "   FUNCIONARIOS " DELIMITED BY SIZE
               WS-DEP-QTD-ANT(WS-IDX) DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-DEP-QTD-ATU(WS-IDX) DELIMITED BY SIZE
               "  LIQUIDO " DELIMITED BY SIZE
               WS-DEP-ANT-IMP DELIMITED BY SIZE
               " -> " DELIMITED BY SIZE
               WS-DEP-ATU-IMP DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               WS-VARIACAO-EDIT DELIMITED BY SIZE
               "%)" DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       IMPRIMIR-TOTAIS.
           PERFORM SPOOL-IMPRIMIR.
           STRING "FUNCIONARIOS NA FOLHA: " DELIMITED BY SIZE
               WS-QTD-ATUAL DELIMITED BY SIZE
               "  NA ANTERIOR: " DELIMITED BY SIZE
               WS-QTD-ANTERIOR DELIMITED BY SIZE
               "  APONTADOS: " DELIMITED BY SIZE
               WS-QTD-APONTADOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "NOVOS NA FOLHA: " DELIMITED BY SIZE
               WS-QTD-NOVOS DELIMITED BY SIZE
               "  AUSENTES: " DELIMITED BY SIZE
               WS-QTD-AUSENTES DELIMITED BY SIZE
               "  RUBRICAS NOVAS: " DELIMITED BY SIZE
               WS-QTD-RUB-NOVAS DELIMITED BY SIZE
               "  RUBRICAS SUMIDAS: " DELIMITED BY SIZE
               WS-QTD-RUB-SUMIDAS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
