       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG147.
      *> PROGRAMA DO RELATORIO DE REQUISICOES DE VAGAS EM ABERTO
      *> LISTA AS REQUISICOES DA EMPRESA QUE AINDA AGUARDAM A
      *> APROVACAO DO SUPERVISOR OU JA APROVADAS E SEM CONTRATACAO
      *> (PROG146), COM O CARGO, O SALARIO PROPOSTO, O SOLICITANTE,
      *> OS DIAS EM ABERTO DESDE A ABERTURA E A QUANTIDADE DE
      *> CANDIDATOS EM CADA ETAPA (TRIAGEM, ENTREVISTA, OFERTA E
      *> REPROVADOS). FECHA COM OS TOTAIS DE REQUISICOES E DE
      *> CANDIDATOS POR ETAPA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELREQUISICAO TAB
           COPY "SELREQUISICAO.COB".
      *> SELCANDIDATO TAB
           COPY "SELCANDIDATO.COB".
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
      *> FDREQUISICAO TAB
           COPY "FDREQUISICAO.COB".
      *> FDCANDIDATO TAB
           COPY "FDCANDIDATO.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".

       WORKING-STORAGE SECTION.
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
       01  FIM-DA-REQUISICAO PIC X(01) VALUE "N".
           88  ACABOU-REQUISICAO     VALUE "S".
       01  FIM-DO-CANDIDATO  PIC X(01) VALUE "N".
           88  ACABOU-CANDIDATO      VALUE "S".
       01  WS-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       01  WS-DIA-HOJE       PIC 9(07) VALUE ZEROS.
       01  WS-DIAS-ABERTA    PIC S9(07) VALUE ZEROS.
       01  WS-SITUACAO-DESC  PIC X(10).
      *> CANDIDATOS DA REQUISICAO CORRENTE POR ETAPA
       01  WS-REQ-TRIAGEM    PIC 9(03) VALUE ZEROS.
       01  WS-REQ-ENTREVISTA PIC 9(03) VALUE ZEROS.
       01  WS-REQ-OFERTA     PIC 9(03) VALUE ZEROS.
       01  WS-REQ-REPROVADOS PIC 9(03) VALUE ZEROS.
      *> TOTAIS DO RELATORIO
       01  WS-QTD-LISTADAS   PIC 9(05) VALUE ZEROS.
       01  WS-QTD-AGUARDANDO PIC 9(05) VALUE ZEROS.
       01  WS-QTD-APROVADAS  PIC 9(05) VALUE ZEROS.
       01  WS-TOT-TRIAGEM    PIC 9(05) VALUE ZEROS.
       01  WS-TOT-ENTREVISTA PIC 9(05) VALUE ZEROS.
       01  WS-TOT-OFERTA     PIC 9(05) VALUE ZEROS.
       01  WS-TOT-REPROVADOS PIC 9(05) VALUE ZEROS.
      *> VALORES EDITADOS PARA IMPRESSAO
       01  WS-SALARIO-EDIT   PIC ZZZZZ9.99.
       01  WS-DIAS-EDIT      PIC ZZZZ9.
       01  WS-TRIAGEM-EDIT   PIC ZZ9.
       01  WS-ENTREVISTA-EDIT PIC ZZ9.
       01  WS-OFERTA-EDIT    PIC ZZ9.
       01  WS-REPROVADOS-EDIT PIC ZZ9.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== REQUISICOES DE VAGAS EM ABERTO =====".
           PERFORM SESSAO-LER-OPERADOR.
           PERFORM DEFINIR-EMPRESA-DAS-REQUISICOES.
           MOVE "PROG147" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WS-DIA-HOJE = FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE).
           OPEN INPUT ARQUIVO-REQUISICAO.
           OPEN INPUT ARQUIVO-CANDIDATO.
           MOVE "PROG147" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELREQ" TO WS-SPOOL-ARQUIVO.
           MOVE "REQUISICOES DE VAGAS EM ABERTO" TO WS-SPOOL-TITULO.
           STRING "REQUI. DEP CAR  PROPOSTO  SOLIC ABERTURA  "
               DELIMITED BY SIZE
               " DIAS SITUACAO   TRIAG ENTREV OFERTA REPROV"
               DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "EMPRESA " DELIMITED BY SIZE
               WS-EMPRESA-FILTRO DELIMITED BY SIZE
               "  REQUISICOES AGUARDANDO APROVACAO OU APROVADAS SEM "
               DELIMITED BY SIZE
               "CONTRATACAO EM " DELIMITED BY SIZE
               WS-DATA-HOJE DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.
           MOVE "N" TO FIM-DA-REQUISICAO.
           PERFORM LER-PROXIMA-REQUISICAO.
           PERFORM AVALIAR-REQUISICAO UNTIL ACABOU-REQUISICAO.
           IF WS-QTD-LISTADAS = ZERO
               MOVE "NENHUMA REQUISICAO EM ABERTO NA EMPRESA"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           PERFORM IMPRIMIR-TOTAIS.
           PERFORM SPOOL-ENCERRAR.
           CLOSE ARQUIVO-REQUISICAO.
           CLOSE ARQUIVO-CANDIDATO.
           DISPLAY "REQUISICOES EM ABERTO..: " WS-QTD-LISTADAS.
           DISPLAY "AGUARDANDO APROVACAO...: " WS-QTD-AGUARDANDO.
           DISPLAY "APROVADAS SEM CONTRAT..: " WS-QTD-APROVADAS.
           MOVE WS-QTD-LISTADAS TO WS-JORNAL-REGISTROS.
           MOVE "S" TO WS-JORNAL-STATUS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
           MOVE ZERO TO RETURN-CODE.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-EMPRESA-DAS-REQUISICOES.
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

       LER-PROXIMA-REQUISICAO.
           READ ARQUIVO-REQUISICAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-REQUISICAO
           END-READ.

       AVALIAR-REQUISICAO.
           IF REQ-EM-ABERTO AND REQ-EMPRESA = WS-EMPRESA-FILTRO
               PERFORM CONTAR-CANDIDATOS
               PERFORM IMPRIMIR-REQUISICAO
           END-IF.
           PERFORM LER-PROXIMA-REQUISICAO.

      *> OS CANDIDATOS DA REQUISICAO FICAM JUNTOS NA CHAVE (NUMERO DA
      *> REQUISICAO + SEQUENCIA); O CONTRATADO SO EXISTE NA
      *> REQUISICAO JA PREENCHIDA, QUE NAO SAI AQUI
       CONTAR-CANDIDATOS.
           MOVE ZEROS TO WS-REQ-TRIAGEM WS-REQ-ENTREVISTA
               WS-REQ-OFERTA WS-REQ-REPROVADOS.
           MOVE "N" TO FIM-DO-CANDIDATO.
           MOVE REQ-NUMERO TO CAND-REQUISICAO.
           MOVE ZEROS TO CAND-SEQUENCIA.
           START ARQUIVO-CANDIDATO KEY IS NOT LESS THAN CAND-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-CANDIDATO
           END-START.
           PERFORM CONTAR-PROXIMO-CANDIDATO UNTIL ACABOU-CANDIDATO.

       CONTAR-PROXIMO-CANDIDATO.
           READ ARQUIVO-CANDIDATO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-CANDIDATO
               NOT AT END
                   IF CAND-REQUISICAO NOT = REQ-NUMERO
                       MOVE "S" TO FIM-DO-CANDIDATO
                   ELSE
                       EVALUATE TRUE
                           WHEN CAND-TRIAGEM
                               ADD 1 TO WS-REQ-TRIAGEM
                           WHEN CAND-ENTREVISTA
                               ADD 1 TO WS-REQ-ENTREVISTA
                           WHEN CAND-OFERTA
                               ADD 1 TO WS-REQ-OFERTA
                           WHEN CAND-REPROVADO
                               ADD 1 TO WS-REQ-REPROVADOS
                       END-EVALUATE
                   END-IF
           END-READ.

      *> DATA DE ABERTURA INVALIDA (REGISTRO DANIFICADO) SAI COM OS
      *> DIAS ZERADOS
       IMPRIMIR-REQUISICAO.
           MOVE ZEROS TO WS-DIAS-ABERTA.
           IF REQ-DT-ABERTURA NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(REQ-DT-ABERTURA) = ZERO
               COMPUTE WS-DIAS-ABERTA = WS-DIA-HOJE -
                   FUNCTION INTEGER-OF-DATE(REQ-DT-ABERTURA)
               IF WS-DIAS-ABERTA < ZERO
                   MOVE ZEROS TO WS-DIAS-ABERTA
               END-IF
           END-IF.
           IF REQ-AGUARDANDO
               MOVE "AGUARDANDO" TO WS-SITUACAO-DESC
               ADD 1 TO WS-QTD-AGUARDANDO
           ELSE
               MOVE "APROVADA" TO WS-SITUACAO-DESC
               ADD 1 TO WS-QTD-APROVADAS
           END-IF.
           MOVE REQ-SALARIO-PROPOSTO TO WS-SALARIO-EDIT.
           MOVE WS-DIAS-ABERTA TO WS-DIAS-EDIT.
           MOVE WS-REQ-TRIAGEM TO WS-TRIAGEM-EDIT.
           MOVE WS-REQ-ENTREVISTA TO WS-ENTREVISTA-EDIT.
           MOVE WS-REQ-OFERTA TO WS-OFERTA-EDIT.
           MOVE WS-REQ-REPROVADOS TO WS-REPROVADOS-EDIT.
           STRING REQ-NUMERO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REQ-DEPARTAMENTO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REQ-CARGO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SALARIO-EDIT DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               REQ-SOLICITANTE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               REQ-DT-ABERTURA DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DIAS-EDIT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-SITUACAO-DESC DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-TRIAGEM-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-ENTREVISTA-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-OFERTA-EDIT DELIMITED BY SIZE
               "    " DELIMITED BY SIZE
               WS-REPROVADOS-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           ADD 1 TO WS-QTD-LISTADAS.
           ADD WS-REQ-TRIAGEM TO WS-TOT-TRIAGEM.
           ADD WS-REQ-ENTREVISTA TO WS-TOT-ENTREVISTA.
           ADD WS-REQ-OFERTA TO WS-TOT-OFERTA.
           ADD WS-REQ-REPROVADOS TO WS-TOT-REPROVADOS.

       IMPRIMIR-TOTAIS.
           PERFORM SPOOL-IMPRIMIR.
           STRING "REQUISICOES EM ABERTO: " DELIMITED BY SIZE
               WS-QTD-LISTADAS DELIMITED BY SIZE
               "  AGUARDANDO APROVACAO: " DELIMITED BY SIZE
               WS-QTD-AGUARDANDO DELIMITED BY SIZE
               "  APROVADAS SEM CONTRATACAO: " DELIMITED BY SIZE
               WS-QTD-APROVADAS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "CANDIDATOS EM TRIAGEM: " DELIMITED BY SIZE
               WS-TOT-TRIAGEM DELIMITED BY SIZE
               "  EM ENTREVISTA: " DELIMITED BY SIZE
               WS-TOT-ENTREVISTA DELIMITED BY SIZE
               "  EM OFERTA: " DELIMITED BY SIZE
               WS-TOT-OFERTA DELIMITED BY SIZE
               "  REPROVADOS: " DELIMITED BY SIZE
               WS-TOT-REPROVADOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".

      *> PDSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "PDSESSAO.COB".

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
