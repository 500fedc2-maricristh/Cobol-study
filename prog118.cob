       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG118.
      *> PROGRAMA DO RELATORIO DE VENCIMENTO DE CONTRATOS
      *> O FIM DO PERIODO DE EXPERIENCIA (45+45 DIAS) E DOS CONTRATOS
      *> POR PRAZO DETERMINADO (ESTAGIO, APRENDIZ, TEMPORARIO) PASSAVA
      *> SEM NINGUEM DECIDIR A PRORROGACAO, A EFETIVACAO OU O
      *> ENCERRAMENTO. O RELATORIO LISTA OS FUNCIONARIOS ATIVOS CUJO
      *> FIM DO CONTRATO (FDFUNCIONARIO) CAI NOS PROXIMOS N DIAS,
      *> INFORMADOS PELO OPERADOR, E TAMBEM OS JA VENCIDOS E AINDA
      *> NAO TRATADOS. NA EXPERIENCIA INDICA SE O VENCIMENTO E O DO
      *> PRIMEIRO PERIODO (PRORROGAR OU ENCERRAR) OU O DO SEGUNDO
      *> (EFETIVAR OU ENCERRAR). FEITO PARA RODAR TODA SEMANA, PELA
      *> AGENDA DE JOBS (PROG91, PERIODICIDADE SEMANAL) OU PELO MENU
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
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
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
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
      *> O RELATORIO SAI FILTRADO PELA EMPRESA DA SESSAO; FORA DO
      *> MENU (AGENDA DE JOBS) O OPERADOR INFORMA A EMPRESA
       01  WS-EMPRESA-FILTRO PIC X(02) VALUE "01".
       01  WS-EMPRESA-FUNC   PIC X(02).
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
      *> HORIZONTE EM DIAS CORRIDOS A PARTIR DE HOJE
       01  WS-DIAS-HORIZONTE PIC 9(03) VALUE 30.
       01  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01  WS-DIA-HOJE       PIC 9(07) VALUE ZEROS.
       01  WS-DIAS-RESTANTES PIC S9(07) VALUE ZEROS.
       01  WS-DIAS-CONTRATO  PIC S9(07) VALUE ZEROS.
       01  WS-DATA-ADMISSAO  PIC 9(08) VALUE ZEROS.
       01  WS-TIPO-DESCRICAO PIC X(12).
       01  WS-PROVIDENCIA    PIC X(30).
       01  WS-DIAS-EDIT      PIC -ZZZ9.
      *> TOTAIS DO RELATORIO
       01  WS-QTD-LISTADOS   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-VENCIDOS   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-SEM-DATA   PIC 9(05) VALUE ZEROS.
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== VENCIMENTO DE CONTRATOS =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DO-VENCIMENTO.
           DISPLAY "INFORME O HORIZONTE EM DIAS (0 = 30): ".
           ACCEPT WS-DIAS-HORIZONTE.
           IF WS-DIAS-HORIZONTE = ZERO
               MOVE 30 TO WS-DIAS-HORIZONTE
           END-IF.
           MOVE "PROG118" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           MOVE "PROG118" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELVENCCONTRATO" TO WS-SPOOL-ARQUIVO.
           MOVE "VENCIMENTO DE CONTRATOS" TO WS-SPOOL-TITULO.
           STRING "CODIGO NOME                           TIPO        "
               DELIMITED BY SIZE
               "ADMISSAO FIM       DIAS PROVIDENCIA" DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               "  VENCENDO ATE " DELIMITED BY SIZE
               WS-DIAS-HORIZONTE DELIMITED BY SIZE
               " DIAS A PARTIR DE " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               " (INCLUI OS JA VENCIDOS)" DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           PERFORM LER-PROXIMO-REGISTRO.
           PERFORM AVALIAR-REGISTRO UNTIL ACABOU-ARQUIVO.
           CLOSE ARQUIVO-FUNCIONARIO.
           PERFORM SPOOL-IMPRIMIR.
           STRING "CONTRATOS LISTADOS: " DELIMITED BY SIZE
               WS-QTD-LISTADOS DELIMITED BY SIZE
               "  JA VENCIDOS: " DELIMITED BY SIZE
               WS-QTD-VENCIDOS DELIMITED BY SIZE
               "  SEM DATA DE FIM VALIDA: " DELIMITED BY SIZE
               WS-QTD-SEM-DATA DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "CONTRATOS LISTADOS.....: " WS-QTD-LISTADOS.
           DISPLAY "JA VENCIDOS............: " WS-QTD-VENCIDOS.
           DISPLAY "SEM DATA DE FIM VALIDA.: " WS-QTD-SEM-DATA.
           MOVE WS-QTD-LISTADOS TO WS-JORNAL-REGISTROS.
           MOVE "S" TO WS-JORNAL-STATUS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DO-VENCIMENTO.
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

      *> SO ENTRAM OS ATIVOS DA EMPRESA FILTRADA (LEGADO EM BRANCO =
      *> "01") COM CONTRATO DIFERENTE DE CLT POR PRAZO INDETERMINADO
       AVALIAR-REGISTRO.
           MOVE FUNCIONARIO-EMPRESA TO WS-EMPRESA-FUNC.
           IF WS-EMPRESA-FUNC = SPACES
               MOVE "01" TO WS-EMPRESA-FUNC
           END-IF.
           IF FUNCIONARIO-ATIVO
               AND WS-EMPRESA-FUNC = WS-EMPRESA-FILTRO
               AND NOT CONTRATO-CLT
               PERFORM AVALIAR-VENCIMENTO
           END-IF.
           PERFORM LER-PROXIMO-REGISTRO.

      *> FIM SEM DATA VALIDA NAO DEVERIA EXISTIR (O PDVALFUNC EXIGE
      *> A DATA NOS CONTRATOS A PRAZO), MAS SE APARECER SAI NA
      *> LISTAGEM PARA ACERTO DO CADASTRO
       AVALIAR-VENCIMENTO.
           PERFORM DESCREVER-TIPO-CONTRATO.
           IF FUNCIONARIO-DT-FIM-CONTRATO NOT NUMERIC
               OR FUNCIONARIO-DT-FIM-CONTRATO = ZEROS
               OR FUNCTION TEST-DATE-YYYYMMDD
                   (FUNCIONARIO-DT-FIM-CONTRATO) NOT = ZERO
               ADD 1 TO WS-QTD-SEM-DATA
               MOVE ZEROS TO WS-DIAS-RESTANTES
               MOVE "SEM DATA DE FIM: ACERTAR" TO WS-PROVIDENCIA
               PERFORM IMPRIMIR-CONTRATO
           ELSE
               COMPUTE WS-DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCIONARIO-DT-FIM-CONTRATO) - WS-DIA-HOJE
               IF WS-DIAS-RESTANTES <= WS-DIAS-HORIZONTE
                   PERFORM DEFINIR-PROVIDENCIA
                   IF WS-DIAS-RESTANTES < ZERO
                       ADD 1 TO WS-QTD-VENCIDOS
                   END-IF
                   PERFORM IMPRIMIR-CONTRATO
               END-IF
           END-IF.

       DESCREVER-TIPO-CONTRATO.
           EVALUATE TRUE
               WHEN CONTRATO-EXPERIENCIA
                   MOVE "EXPERIENCIA" TO WS-TIPO-DESCRICAO
               WHEN CONTRATO-ESTAGIO
                   MOVE "ESTAGIO" TO WS-TIPO-DESCRICAO
               WHEN CONTRATO-APRENDIZ
                   MOVE "APRENDIZ" TO WS-TIPO-DESCRICAO
               WHEN CONTRATO-TEMPORARIO
                   MOVE "TEMPORARIO" TO WS-TIPO-DESCRICAO
               WHEN OTHER
                   MOVE "TIPO INVALIDO" TO WS-TIPO-DESCRICAO
           END-EVALUATE.

      *> NA EXPERIENCIA, FIM ATE O 45O DIA DESDE A ADMISSAO E O DO
      *> PRIMEIRO PERIODO, QUE AINDA ADMITE A PRORROGACAO; DEPOIS
      *> DELE SO RESTA EFETIVAR OU ENCERRAR
       DEFINIR-PROVIDENCIA.
           IF WS-DIAS-RESTANTES < ZERO
               MOVE "VENCIDO: REGULARIZAR" TO WS-PROVIDENCIA
           ELSE
               EVALUATE TRUE
                   WHEN CONTRATO-EXPERIENCIA
                       PERFORM DEFINIR-PERIODO-EXPERIENCIA
                   WHEN CONTRATO-ESTAGIO
                       MOVE "RENOVAR TCE OU ENCERRAR" TO WS-PROVIDENCIA
                   WHEN OTHER
                       MOVE "PRORROGAR OU ENCERRAR" TO WS-PROVIDENCIA
               END-EVALUATE
           END-IF.

       DEFINIR-PERIODO-EXPERIENCIA.
           MOVE FUNCIONARIO-DT-ADMISSAO TO WS-DATA-ADMISSAO.
           IF WS-DATA-ADMISSAO NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-ADMISSAO)
                   NOT = ZERO
               MOVE "EFETIVAR OU ENCERRAR" TO WS-PROVIDENCIA
           ELSE
               COMPUTE WS-DIAS-CONTRATO =
                   FUNCTION INTEGER-OF-DATE
                       (FUNCIONARIO-DT-FIM-CONTRATO)
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-ADMISSAO) + 1
               IF WS-DIAS-CONTRATO <= 45
                   MOVE "1O PERIODO: PRORROGAR/ENCERRAR"
                       TO WS-PROVIDENCIA
               ELSE
                   MOVE "2O PERIODO: EFETIVAR/ENCERRAR"
                       TO WS-PROVIDENCIA
               END-IF
           END-IF.

       IMPRIMIR-CONTRATO.
           ADD 1 TO WS-QTD-LISTADOS.
           MOVE WS-DIAS-RESTANTES TO WS-DIAS-EDIT.
           STRING FUNCIONARIO-CODIGO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCIONARIO-NOME DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-TIPO-DESCRICAO DELIMITED BY SIZE
               FUNCIONARIO-DT-ADMISSAO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCIONARIO-DT-FIM-CONTRATO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-DIAS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-PROVIDENCIA DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO)
           COPY "PDSESSAO.COB".

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
