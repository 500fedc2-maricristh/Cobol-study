       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG107.
      *> PROGRAMA DE INTERFACE CONTABIL DA FOLHA
      *> RESUME AS RUBRICAS DO FOLHAEVT DE UMA COMPETENCIA FECHADA
      *> PELO PROG71 POR CENTRO DE CUSTO (DEPARTAMENTO-CENTRO-CUSTO
      *> DO DEPARTAMENTO DO FUNCIONARIO) E POR RUBRICA, BUSCA AS
      *> CONTAS NO PLANO DE CONTAS DA FOLHA (PROG106) E GERA O ARQUIVO
      *> DE LANCAMENTOS PARA O SISTEMA CONTABIL: HEADER "1", DOIS
      *> DETALHES "2" POR RUBRICA E CENTRO DE CUSTO (O DEBITO E O
      *> CREDITO DO MESMO VALOR) E TRAILER "9" COM OS TOTAIS DE
      *> DEBITO E CREDITO. O RELATORIO DE CONTROLE SAI NO SPOOL COM
      *> A PROVA DE DEBITOS IGUAIS A CREDITOS. COMPETENCIA NAO
      *> FECHADA, RUBRICA SEM CONTA OU FUNCIONARIO SEM CENTRO DE
      *> CUSTO RECUSAM A GERACAO (O RELATORIO APONTA O QUE FALTA)
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
      *> SELCONTABIL TAB
           COPY "SELCONTABIL.COB".
      *> SELFECHAMENTO TAB
           COPY "SELFECHAMENTO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
           SELECT ARQUIVO-LANCAMENTO ASSIGN TO "LANCCONTABIL"
               ORGANIZATION IS LINE SEQUENTIAL.

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
      *> FDCONTABIL TAB
           COPY "FDCONTABIL.COB".
      *> FDFECHAMENTO TAB
           COPY "FDFECHAMENTO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".

       FD  ARQUIVO-LANCAMENTO
           LABEL RECORD STANDARD.
       01  LANC-HEADER.
           05  LANC-H-TIPO        PIC X(01).
           05  LANC-H-DATA        PIC 9(08).
           05  LANC-H-COMPETENCIA PIC 9(06).
           05  LANC-H-EMPRESA     PIC X(02).
           05  LANC-H-NOME        PIC X(30).
       01  LANC-DETALHE.
           05  LANC-D-TIPO        PIC X(01).
           05  LANC-D-COMPETENCIA PIC 9(06).
           05  LANC-D-CENTRO-CUSTO PIC X(06).
           05  LANC-D-CONTA       PIC X(12).
           05  LANC-D-NATUREZA    PIC X(01).
           05  LANC-D-VALOR-CENTAVOS PIC 9(12).
           05  LANC-D-HISTORICO   PIC X(30).
       01  LANC-TRAILER.
           05  LANC-T-TIPO        PIC X(01).
           05  LANC-T-QUANTIDADE  PIC 9(05).
           05  LANC-T-DEBITOS-CENTAVOS  PIC 9(14).
           05  LANC-T-CREDITOS-CENTAVOS PIC 9(14).

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
      *> O LANCAMENTO SAI FILTRADO PELA EMPRESA DA SESSAO (CADA CNPJ
      *> TEM A SUA CONTABILIDADE); FORA DO MENU O OPERADOR INFORMA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  WS-COMPETENCIA    PIC 9(06).
       01  WS-DT-GERACAO     PIC 9(08).
       01  WS-COMPETENCIA-OK PIC X(01) VALUE "N".
           88  COMPETENCIA-FECHADA   VALUE "S".
       01  FIM-DO-HISTORICO  PIC X(01) VALUE "N".
           88  ACABOU-HISTORICO      VALUE "S".
       01  FIM-DOS-EVENTOS   PIC X(01) VALUE "N".
           88  ACABOU-EVENTOS        VALUE "S".
       01  WS-CENTRO-CUSTO   PIC X(06).
       01  WS-QTD-FUNCIONARIOS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-CC     PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-CONTA  PIC 9(03) VALUE ZEROS.
       01  WS-QTD-LANCAMENTOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-DEBITOS  PIC 9(12)V9(02) VALUE ZEROS.
       01  WS-TOTAL-CREDITOS PIC 9(12)V9(02) VALUE ZEROS.
       01  WS-TABELA-CHEIA   PIC X(01) VALUE "N".
           88  ESTOUROU-TABELA       VALUE "S".

      *> RESUMO DA COMPETENCIA: UMA ENTRADA POR CENTRO DE CUSTO E
      *> RUBRICA, COM AS CONTAS E A SITUACAO DA RUBRICA NO PLANO
      *> (S=GERA LANCAMENTO N=SO INFORMATIVA X=SEM CONTA CADASTRADA)
       01  WS-QTD-RESUMO     PIC 9(03) VALUE ZEROS.
       01  WS-RESUMO-TABELA.
           05  WS-RES-ENTRADA OCCURS 500 TIMES.
               10  WS-RES-CENTRO-CUSTO PIC X(06).
               10  WS-RES-TIPO        PIC X(01).
               10  WS-RES-DESCRICAO   PIC X(20).
               10  WS-RES-DEBITO      PIC X(12).
               10  WS-RES-CREDITO     PIC X(12).
               10  WS-RES-SITUACAO    PIC X(01).
               10  WS-RES-VALOR       PIC 9(10)V9(02).
       01  WS-IDX            PIC 9(03) VALUE ZEROS.
       01  WS-IDX-ACHADO     PIC 9(03) VALUE ZEROS.
       01  WS-JA-APONTADA    PIC X(01) VALUE "N".
           88  RUBRICA-JA-APONTADA   VALUE "S".

      *> LINHAS DO RELATORIO DE CONTROLE
       01  WS-VALOR-EDIT     PIC ZZZZZZZZZ9.99.
       01  WS-DEBITOS-EDIT   PIC ZZZZZZZZZZZ9.99.
       01  WS-CREDITOS-EDIT  PIC ZZZZZZZZZZZ9.99.
       01  WS-SITUACAO-TEXTO PIC X(20).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== INTERFACE CONTABIL DA FOLHA =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DO-LANCAMENTO.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           ACCEPT WS-DT-GERACAO FROM DATE YYYYMMDD.
           MOVE "PROG107" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           PERFORM VERIFICAR-COMPETENCIA-FECHADA.
           IF COMPETENCIA-FECHADA
               PERFORM RESUMIR-COMPETENCIA
               PERFORM IMPRIMIR-RELATORIO-CONTROLE
               IF WS-QTD-SEM-CC > ZERO OR WS-QTD-SEM-CONTA > ZERO
                   OR ESTOUROU-TABELA
                   DISPLAY "GERACAO RECUSADA: ACERTE AS PENDENCIAS "
                       "APONTADAS NO RELATORIO DE CONTROLE"
                   MOVE "F" TO WS-JORNAL-STATUS
               ELSE
                   PERFORM GERAR-ARQUIVO-LANCAMENTOS
                   DISPLAY "LANCAMENTOS GERADOS....: "
                       WS-QTD-LANCAMENTOS
                   MOVE "S" TO WS-JORNAL-STATUS
               END-IF
           ELSE
               DISPLAY "COMPETENCIA " WS-COMPETENCIA
                   " NAO FECHADA PELO FECHAMENTO MENSAL (PROG71); "
                   "INTERFACE NAO GERADA"
               MOVE "F" TO WS-JORNAL-STATUS
           END-IF.
           MOVE WS-QTD-LANCAMENTOS TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DO-LANCAMENTO.
           IF WS-SESSAO-EMPRESA = SPACES
               DISPLAY "INFORME A EMPRESA (BRANCO = 01): "
               ACCEPT WS-EMPRESA-FILTRO
               IF WS-EMPRESA-FILTRO = SPACES
                   MOVE "01" TO WS-EMPRESA-FILTRO
               END-IF
           ELSE
               MOVE WS-SESSAO-EMPRESA TO WS-EMPRESA-FILTRO
           END-IF.
           DISPLAY "INTERFACE CONTABIL DA EMPRESA " WS-EMPRESA-FILTRO.

      *> SO A COMPETENCIA COM STATUS "F" NO CONTROLE DO FECHAMENTO;
      *> EM ANDAMENTO OU REABERTA AINDA PODE MUDAR
       VERIFICAR-COMPETENCIA-FECHADA.
           MOVE "N" TO WS-COMPETENCIA-OK.
           OPEN INPUT ARQUIVO-FECHAMENTO.
           MOVE WS-COMPETENCIA TO FECH-COMPETENCIA.
           READ ARQUIVO-FECHAMENTO
               INVALID KEY
                   MOVE "N" TO WS-COMPETENCIA-OK
               NOT INVALID KEY
                   IF FECH-FECHADA
                       MOVE "S" TO WS-COMPETENCIA-OK
                   END-IF
           END-READ.
           CLOSE ARQUIVO-FECHAMENTO.

       RESUMIR-COMPETENCIA.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-FOLHAHIST.
           OPEN INPUT ARQUIVO-FOLHAEVT.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           OPEN INPUT ARQUIVO-CONTABIL.
           MOVE "N" TO FIM-DO-HISTORICO.
           MOVE WS-COMPETENCIA TO FOLHAHIST-COMPETENCIA.
           MOVE ZEROS TO FOLHAHIST-CODIGO FOLHAHIST-FOLHA.
           START ARQUIVO-FOLHAHIST KEY IS NOT LESS THAN FOLHAHIST-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-HISTORICO
           END-START.
           PERFORM RESUMIR-FOLHA-DO-FUNCIONARIO UNTIL ACABOU-HISTORICO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-FOLHAHIST.
           CLOSE ARQUIVO-FOLHAEVT.
           CLOSE ARQUIVO-DEPARTAMENTO.
           CLOSE ARQUIVO-CONTABIL.

      *> O RESUMO CONTABIL E O DA FOLHA NORMAL DO FECHAMENTO; A
      *> FOLHA COMPLEMENTAR E POSTERIOR AO FECHAMENTO
       RESUMIR-FOLHA-DO-FUNCIONARIO.
           READ ARQUIVO-FOLHAHIST NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-HISTORICO
               NOT AT END
                   IF FOLHAHIST-COMPETENCIA = WS-COMPETENCIA
                       IF FOLHAHIST-NORMAL
                           PERFORM SELECIONAR-EMPRESA-DA-FOLHA
                       END-IF
                   ELSE
                       MOVE "S" TO FIM-DO-HISTORICO
                   END-IF
           END-READ.

      *> A EMPRESA E A CARIMBADA NA FOLHA (LEGADO EM BRANCO = "01")
       SELECIONAR-EMPRESA-DA-FOLHA.
           MOVE FOLHAHIST-EMPRESA TO WS-EMPRESA-FUNC.
           IF WS-EMPRESA-FUNC = SPACES
               MOVE "01" TO WS-EMPRESA-FUNC
           END-IF.
           IF WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
               ADD 1 TO WS-QTD-FUNCIONARIOS
               PERFORM DEFINIR-CENTRO-CUSTO
               MOVE "N" TO FIM-DOS-EVENTOS
               MOVE FOLHAHIST-COMPETENCIA TO FOLHAEVT-COMPETENCIA
               MOVE FOLHAHIST-CODIGO TO FOLHAEVT-CODIGO
               MOVE FOLHAHIST-FOLHA TO FOLHAEVT-FOLHA
               MOVE ZEROS TO FOLHAEVT-SEQ
               START ARQUIVO-FOLHAEVT KEY IS NOT LESS THAN
                   FOLHAEVT-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-DOS-EVENTOS
               END-START
               PERFORM ACUMULAR-PROXIMA-RUBRICA UNTIL ACABOU-EVENTOS
           END-IF.

      *> CENTRO DE CUSTO DO DEPARTAMENTO ATUAL DO FUNCIONARIO NO
      *> MASTER; SEM DEPARTAMENTO OU SEM CENTRO DE CUSTO A FOLHA DELE
      *> FICA NUM CENTRO EM BRANCO E RECUSA A GERACAO
       DEFINIR-CENTRO-CUSTO.
           MOVE SPACES TO WS-CENTRO-CUSTO.
           MOVE FOLHAHIST-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE SPACES TO WS-CENTRO-CUSTO
               NOT INVALID KEY
                   MOVE FUNCIONARIO-DEPARTAMENTO(1:3)
                       TO DEPARTAMENTO-CODIGO
                   READ ARQUIVO-DEPARTAMENTO
                       INVALID KEY
                           MOVE SPACES TO WS-CENTRO-CUSTO
                       NOT INVALID KEY
                           MOVE DEPARTAMENTO-CENTRO-CUSTO
                               TO WS-CENTRO-CUSTO
                   END-READ
           END-READ.
           IF WS-CENTRO-CUSTO = SPACES
               ADD 1 TO WS-QTD-SEM-CC
               DISPLAY "FUNCIONARIO " FOLHAHIST-CODIGO
                   " SEM CENTRO DE CUSTO NO DEPARTAMENTO"
           END-IF.

       ACUMULAR-PROXIMA-RUBRICA.
           READ ARQUIVO-FOLHAEVT NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-EVENTOS
               NOT AT END
                   IF FOLHAEVT-COMPETENCIA NOT = FOLHAHIST-COMPETENCIA
                       OR FOLHAEVT-CODIGO NOT = FOLHAHIST-CODIGO
                       OR FOLHAEVT-FOLHA NOT = FOLHAHIST-FOLHA
                       MOVE "S" TO FIM-DOS-EVENTOS
                   ELSE
                       PERFORM LOCALIZAR-RUBRICA-NO-RESUMO
                       IF WS-IDX-ACHADO > ZEROS
                           ADD FOLHAEVT-VALOR
                               TO WS-RES-VALOR(WS-IDX-ACHADO)
                       END-IF
                   END-IF
           END-READ.

       LOCALIZAR-RUBRICA-NO-RESUMO.
           MOVE ZEROS TO WS-IDX-ACHADO.
           PERFORM PROCURAR-RUBRICA-NO-RESUMO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-RESUMO OR WS-IDX-ACHADO > ZEROS.
           IF WS-IDX-ACHADO = ZEROS
               IF WS-QTD-RESUMO < 500
                   ADD 1 TO WS-QTD-RESUMO
                   MOVE WS-QTD-RESUMO TO WS-IDX-ACHADO
                   PERFORM INCLUIR-RUBRICA-NO-RESUMO
               ELSE
                   MOVE "S" TO WS-TABELA-CHEIA
               END-IF
           END-IF.

       PROCURAR-RUBRICA-NO-RESUMO.
           IF WS-RES-CENTRO-CUSTO(WS-IDX) = WS-CENTRO-CUSTO
               AND WS-RES-TIPO(WS-IDX) = FOLHAEVT-TIPO
               AND WS-RES-DESCRICAO(WS-IDX) = FOLHAEVT-DESCRICAO
               MOVE WS-IDX TO WS-IDX-ACHADO
           END-IF.

      *> PRIMEIRA OCORRENCIA DA RUBRICA NO CENTRO DE CUSTO: BUSCA AS
      *> CONTAS NO PLANO DE CONTAS DA FOLHA
       INCLUIR-RUBRICA-NO-RESUMO.
           MOVE WS-CENTRO-CUSTO TO WS-RES-CENTRO-CUSTO(WS-IDX-ACHADO).
           MOVE FOLHAEVT-TIPO   TO WS-RES-TIPO(WS-IDX-ACHADO).
           MOVE FOLHAEVT-DESCRICAO
               TO WS-RES-DESCRICAO(WS-IDX-ACHADO).
           MOVE ZEROS TO WS-RES-VALOR(WS-IDX-ACHADO).
           MOVE FOLHAEVT-TIPO      TO CTB-TIPO.
           MOVE FOLHAEVT-DESCRICAO TO CTB-DESCRICAO.
           READ ARQUIVO-CONTABIL
               INVALID KEY
                   MOVE SPACES TO WS-RES-DEBITO(WS-IDX-ACHADO)
                   MOVE SPACES TO WS-RES-CREDITO(WS-IDX-ACHADO)
                   MOVE "X" TO WS-RES-SITUACAO(WS-IDX-ACHADO)
               NOT INVALID KEY
                   MOVE CTB-CONTA-DEBITO
                       TO WS-RES-DEBITO(WS-IDX-ACHADO)
                   MOVE CTB-CONTA-CREDITO
                       TO WS-RES-CREDITO(WS-IDX-ACHADO)
                   MOVE CTB-CONTABILIZA
                       TO WS-RES-SITUACAO(WS-IDX-ACHADO)
           END-READ.
           IF WS-RES-SITUACAO(WS-IDX-ACHADO) = "X"
               PERFORM CONTAR-RUBRICA-SEM-CONTA
           END-IF.

      *> A MESMA RUBRICA EM VARIOS CENTROS DE CUSTO CONTA UMA VEZ SO
       CONTAR-RUBRICA-SEM-CONTA.
           MOVE "N" TO WS-JA-APONTADA.
           PERFORM PROCURAR-RUBRICA-SEM-CONTA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX >= WS-IDX-ACHADO.
           IF NOT RUBRICA-JA-APONTADA
               ADD 1 TO WS-QTD-SEM-CONTA
               DISPLAY "RUBRICA SEM CONTA CONTABIL: " FOLHAEVT-TIPO
                   " " FOLHAEVT-DESCRICAO
           END-IF.

       PROCURAR-RUBRICA-SEM-CONTA.
           IF WS-RES-SITUACAO(WS-IDX) = "X"
               AND WS-RES-TIPO(WS-IDX) = FOLHAEVT-TIPO
               AND WS-RES-DESCRICAO(WS-IDX) = FOLHAEVT-DESCRICAO
               MOVE "S" TO WS-JA-APONTADA
           END-IF.

      *> RELATORIO DE CONTROLE: CADA RUBRICA POR CENTRO DE CUSTO COM
      *> AS CONTAS E O VALOR, E A PROVA DOS TOTAIS DE DEBITO E CREDITO
       IMPRIMIR-RELATORIO-CONTROLE.
           MOVE "PROG107" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELCONTABIL" TO WS-SPOOL-ARQUIVO.
           MOVE "CONTROLE DA INTERFACE CONTABIL" TO WS-SPOOL-TITULO.
           MOVE "CCUSTO T RUBRICA              DEBITO       CREDITO"
               TO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "COMPETENCIA " WS-COMPETENCIA
               "  EMPRESA " WS-EMPRESA-FILTRO
               "  FUNCIONARIOS " WS-QTD-FUNCIONARIOS
               DELIMITED BY SIZE INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM IMPRIMIR-LINHA-DO-RESUMO
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-RESUMO.
           MOVE WS-TOTAL-DEBITOS  TO WS-DEBITOS-EDIT.
           MOVE WS-TOTAL-CREDITOS TO WS-CREDITOS-EDIT.
           PERFORM SPOOL-IMPRIMIR.
           STRING "TOTAL DE DEBITOS.: " WS-DEBITOS-EDIT
               DELIMITED BY SIZE INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "TOTAL DE CREDITOS: " WS-CREDITOS-EDIT
               DELIMITED BY SIZE INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           IF WS-TOTAL-DEBITOS = WS-TOTAL-CREDITOS
               MOVE "LANCAMENTO BALANCEADO: DEBITOS = CREDITOS"
                   TO WS-SPOOL-DETALHE
           ELSE
               MOVE "*** DEBITOS DIFERENTES DOS CREDITOS ***"
                   TO WS-SPOOL-DETALHE
           END-IF.
           PERFORM SPOOL-IMPRIMIR.
           IF WS-QTD-SEM-CC > ZERO
               STRING "*** FUNCIONARIOS SEM CENTRO DE CUSTO: "
                   WS-QTD-SEM-CC
                   DELIMITED BY SIZE INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF WS-QTD-SEM-CONTA > ZERO
               STRING "*** RUBRICAS SEM CONTA NO PLANO (PROG106): "
                   WS-QTD-SEM-CONTA
                   DELIMITED BY SIZE INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           IF ESTOUROU-TABELA
               MOVE "*** RESUMO EXCEDEU 500 RUBRICAS/CENTROS DE CUSTO"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           PERFORM SPOOL-ENCERRAR.

      *> SO AS RUBRICAS QUE GERAM LANCAMENTO ENTRAM NOS TOTAIS; CADA
      *> UMA DEBITA E CREDITA O MESMO VALOR
       IMPRIMIR-LINHA-DO-RESUMO.
           MOVE WS-RES-VALOR(WS-IDX) TO WS-VALOR-EDIT.
           EVALUATE WS-RES-SITUACAO(WS-IDX)
               WHEN "S"
                   MOVE SPACES TO WS-SITUACAO-TEXTO
                   ADD WS-RES-VALOR(WS-IDX) TO WS-TOTAL-DEBITOS
                   ADD WS-RES-VALOR(WS-IDX) TO WS-TOTAL-CREDITOS
               WHEN "N"
                   MOVE "(SO INFORMATIVA)" TO WS-SITUACAO-TEXTO
               WHEN OTHER
                   MOVE "*** SEM CONTA" TO WS-SITUACAO-TEXTO
           END-EVALUATE.
           STRING WS-RES-CENTRO-CUSTO(WS-IDX) " "
               WS-RES-TIPO(WS-IDX) " "
               WS-RES-DESCRICAO(WS-IDX) " "
               WS-RES-DEBITO(WS-IDX) " "
               WS-RES-CREDITO(WS-IDX) " "
               WS-VALOR-EDIT " "
               WS-SITUACAO-TEXTO
               DELIMITED BY SIZE INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

       GERAR-ARQUIVO-LANCAMENTOS.
           OPEN OUTPUT ARQUIVO-LANCAMENTO.
           MOVE "1" TO LANC-H-TIPO.
           MOVE WS-DT-GERACAO TO LANC-H-DATA.
           MOVE WS-COMPETENCIA TO LANC-H-COMPETENCIA.
           MOVE WS-EMPRESA-FILTRO TO LANC-H-EMPRESA.
           MOVE "SISTEMA DE FUNCIONARIOS" TO LANC-H-NOME.
           WRITE LANC-HEADER.
           PERFORM GRAVAR-LANCAMENTO-DA-RUBRICA
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-QTD-RESUMO.
           MOVE "9" TO LANC-T-TIPO.
           MOVE WS-QTD-LANCAMENTOS TO LANC-T-QUANTIDADE.
           COMPUTE LANC-T-DEBITOS-CENTAVOS = WS-TOTAL-DEBITOS * 100.
           COMPUTE LANC-T-CREDITOS-CENTAVOS = WS-TOTAL-CREDITOS * 100.
           WRITE LANC-TRAILER.
           CLOSE ARQUIVO-LANCAMENTO.

       GRAVAR-LANCAMENTO-DA-RUBRICA.
           IF WS-RES-SITUACAO(WS-IDX) = "S"
               AND WS-RES-VALOR(WS-IDX) > ZERO
               MOVE "2" TO LANC-D-TIPO
               MOVE WS-COMPETENCIA TO LANC-D-COMPETENCIA
               MOVE WS-RES-CENTRO-CUSTO(WS-IDX) TO LANC-D-CENTRO-CUSTO
               COMPUTE LANC-D-VALOR-CENTAVOS =
                   WS-RES-VALOR(WS-IDX) * 100
               MOVE SPACES TO LANC-D-HISTORICO
               STRING "FOLHA " WS-COMPETENCIA " "
                   WS-RES-DESCRICAO(WS-IDX)
                   DELIMITED BY SIZE INTO LANC-D-HISTORICO
               MOVE WS-RES-DEBITO(WS-IDX) TO LANC-D-CONTA
               MOVE "D" TO LANC-D-NATUREZA
               WRITE LANC-DETALHE
               MOVE WS-RES-CREDITO(WS-IDX) TO LANC-D-CONTA
               MOVE "C" TO LANC-D-NATUREZA
               WRITE LANC-DETALHE
               ADD 2 TO WS-QTD-LANCAMENTOS
           END-IF.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
