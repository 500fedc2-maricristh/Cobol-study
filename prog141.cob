       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG141.
      *> PROGRAMA DE CONFERENCIA DAS HORAS EXTRAS ANTES DA FOLHA
      *> RODA ANTES DO PROG41: CONFRONTA AS HORAS EXTRAS DE CADA DIA
      *> TRABALHADO DO PONTO NA COMPETENCIA COM AS AUTORIZACOES
      *> PREVIAS DO PROG140. O EXCESSO SEM AUTORIZACAO FICA RETIDO
      *> (HORASRETIDAS, SITUACAO "P") E NAO E PAGO PELA FOLHA; UMA
      *> NOVA CONFERENCIA DEPOIS DE CORRIGIDO O PONTO OU REGISTRADA A
      *> AUTORIZACAO ATUALIZA OU REMOVE A RETENCAO AINDA PENDENTE. O
      *> RELATORIO DE PENDENCIAS SAI ORDENADO POR DEPARTAMENTO, COM
      *> TODAS AS RETENCOES AINDA NAO DECIDIDAS ATE A COMPETENCIA E O
      *> CAMPO DE ASSINATURA DO GESTOR, QUE APROVA OU RECUSA CADA DIA;
      *> A DECISAO E LANCADA NO PROG142 E O APROVADO E PAGO NA FOLHA
      *> SEGUINTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELPONTO TAB
           COPY "SELPONTO.COB".
      *> SELAUTHE TAB
           COPY "SELAUTHE.COB".
      *> SELHERETIDA TAB
           COPY "SELHERETIDA.COB".
      *> SELDEPARTAMENTO TAB
           COPY "SELDEPARTAMENTO.COB".
           SELECT WORK-ORDENACAO ASSIGN TO "WORKHERETIDA".
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
      *> FDPONTO TAB
           COPY "FDPONTO.COB".
      *> FDAUTHE TAB
           COPY "FDAUTHE.COB".
      *> FDHERETIDA TAB
           COPY "FDHERETIDA.COB".
      *> FDDEPARTAMENTO TAB
           COPY "FDDEPARTAMENTO.COB".
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
           05  WORK-DEPARTAMENTO PIC X(03).
           05  WORK-CODIGO       PIC 9(05).
           05  WORK-DATA         PIC 9(08).
           05  WORK-EXTRAS       PIC 9(02)V9(02).
           05  WORK-AUTORIZADAS  PIC 9(02)V9(02).
           05  WORK-RETIDAS      PIC 9(02)V9(02).

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
      *> WSHEXTRA TAB (CONFERENCIA DAS HORAS EXTRAS AUTORIZADAS)
           COPY "WSHEXTRA.COB".
       01  WS-COMPETENCIA    PIC 9(06).
       01  WS-DATA-HOJE      PIC 9(08).
       01  FIM-DO-PONTO      PIC X(01) VALUE "N".
           88  ACABOU-PONTO          VALUE "S".
       01  FIM-DA-RETENCAO   PIC X(01) VALUE "N".
           88  ACABOU-RETENCAO       VALUE "S".
       01  FIM-ORDENACAO     PIC X(01) VALUE "N".
           88  ACABOU-ORDENACAO      VALUE "S".
      *> O MASTER E LIDO UMA VEZ POR FUNCIONARIO DO PONTO, PARA O
      *> DEPARTAMENTO DA RETENCAO; INATIVO NAO ENTRA NA FOLHA
       01  WS-CODIGO-ANTERIOR PIC 9(05) VALUE ZEROS.
       01  WS-FUNC-EM-FOLHA  PIC X(01) VALUE "N".
           88  FUNCIONARIO-EM-FOLHA  VALUE "S".
      *> TOTAIS DA CONFERENCIA DA COMPETENCIA
       01  WS-QTD-DIAS       PIC 9(05) VALUE ZEROS.
       01  WS-QTD-DIAS-RETIDOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-EXTRAS   PIC 9(05)V9(02) VALUE ZEROS.
       01  WS-TOTAL-PAGAVEIS PIC 9(05)V9(02) VALUE ZEROS.
       01  WS-TOTAL-RETIDAS  PIC 9(05)V9(02) VALUE ZEROS.
      *> RELATORIO DE PENDENCIAS POR DEPARTAMENTO
       01  WS-DEPARTAMENTO-ANTERIOR PIC X(03) VALUE SPACES.
       01  WS-NOME-DEPARTAMENTO PIC X(30).
       01  WS-NOME-FUNCIONARIO PIC X(30).
       01  WS-QTD-DEPARTAMENTO PIC 9(05) VALUE ZEROS.
       01  WS-HORAS-DEPARTAMENTO PIC 9(05)V9(02) VALUE ZEROS.
       01  WS-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.
       01  WS-HORAS-PENDENTES PIC 9(05)V9(02) VALUE ZEROS.
       01  WS-HORAS-EDIT     PIC Z9.99.
       01  WS-AUTORIZ-EDIT   PIC Z9.99.
       01  WS-RETIDAS-EDIT   PIC Z9.99.
       01  WS-TOTAL-EDIT     PIC ZZZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== CONFERENCIA DE HORAS EXTRAS AUTORIZADAS "
               "=====".
           PERFORM SESSAO-LER-OPERADOR.
           DISPLAY "INFORME A COMPETENCIA (AAAAMM): ".
           ACCEPT WS-COMPETENCIA.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "PROG141" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN INPUT ARQUIVO-PONTO.
           OPEN INPUT ARQUIVO-AUTHE.
           OPEN I-O ARQUIVO-HERETIDA.
           OPEN INPUT ARQUIVO-DEPARTAMENTO.
           MOVE WS-DATA-HOJE TO WS-HE-DATA-HOJE.
           MOVE "S" TO WS-HE-GRAVAR.
           PERFORM CONFERIR-PONTO-DO-MES.
           MOVE "PROG141" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELHERETIDAS" TO WS-SPOOL-ARQUIVO.
           MOVE "HORAS EXTRAS RETIDAS PARA DECISAO"
               TO WS-SPOOL-TITULO.
           STRING "DEP   CODIGO NOME" DELIMITED BY SIZE
               "                           DATA    " DELIMITED BY SIZE
               "  EXTRAS AUTORIZ RETIDAS  DECISAO" DELIMITED BY SIZE
               INTO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           PERFORM IMPRIMIR-TOTAIS-CONFERENCIA.
           SORT WORK-ORDENACAO
               ON ASCENDING KEY WORK-DEPARTAMENTO WORK-CODIGO
                   WORK-DATA
               INPUT PROCEDURE IS CARREGAR-PARA-ORDENACAO
               OUTPUT PROCEDURE IS PROCESSAR-ORDENADO.
           MOVE WS-HORAS-PENDENTES TO WS-TOTAL-EDIT.
           STRING "TOTAL PENDENTE DE DECISAO: " DELIMITED BY SIZE
               WS-QTD-PENDENTES DELIMITED BY SIZE
               " DIAS, " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               " HORAS" DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-ENCERRAR.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-AUTHE.
           CLOSE ARQUIVO-HERETIDA.
           CLOSE ARQUIVO-DEPARTAMENTO.
           DISPLAY "DIAS CONFERIDOS........: " WS-QTD-DIAS.
           DISPLAY "DIAS COM EXCESSO RETIDO: " WS-QTD-DIAS-RETIDOS.
           DISPLAY "PENDENTES DE DECISAO...: " WS-QTD-PENDENTES.
           MOVE "S" TO WS-JORNAL-STATUS.
           MOVE WS-QTD-DIAS TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
           MOVE ZERO TO RETURN-CODE.
       PROGRAM-DONE.
        GOBACK.

      *> VARRE TODO O PONTO (A CHAVE COMECA PELO CODIGO) E CONFERE
      *> OS DIAS TRABALHADOS DA COMPETENCIA
       CONFERIR-PONTO-DO-MES.
           MOVE "N" TO FIM-DO-PONTO.
           MOVE ZEROS TO PONTO-CODIGO PONTO-DATA.
           START ARQUIVO-PONTO KEY IS NOT LESS THAN PONTO-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DO-PONTO
           END-START.
           IF NOT ACABOU-PONTO
               PERFORM LER-PROXIMO-PONTO
           END-IF.
           PERFORM CONFERIR-LANCAMENTO UNTIL ACABOU-PONTO.

       LER-PROXIMO-PONTO.
           READ ARQUIVO-PONTO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-PONTO
           END-READ.

       CONFERIR-LANCAMENTO.
           IF PONTO-DATA-ANOMES = WS-COMPETENCIA
               AND PONTO-DIA-TRABALHADO
               IF PONTO-CODIGO NOT = WS-CODIGO-ANTERIOR
                   PERFORM LER-FUNCIONARIO-DO-PONTO
               END-IF
               IF FUNCIONARIO-EM-FOLHA
                   PERFORM CONFERIR-DIA-FUNCIONARIO
               END-IF
           END-IF.
           PERFORM LER-PROXIMO-PONTO.

       LER-FUNCIONARIO-DO-PONTO.
           MOVE PONTO-CODIGO TO WS-CODIGO-ANTERIOR.
           MOVE "N" TO WS-FUNC-EM-FOLHA.
           MOVE PONTO-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "PONTO DE FUNCIONARIO NAO CADASTRADO: "
                       PONTO-CODIGO
               NOT INVALID KEY
                   IF FUNCIONARIO-ATIVO
                       MOVE "S" TO WS-FUNC-EM-FOLHA
                       MOVE FUNCIONARIO-DEPARTAMENTO(1:3)
                           TO WS-HE-DEPARTAMENTO
                   END-IF
           END-READ.

       CONFERIR-DIA-FUNCIONARIO.
           PERFORM HE-CONFERIR-DIA.
           ADD 1 TO WS-QTD-DIAS.
           ADD PONTO-HORAS-EXTRAS TO WS-TOTAL-EXTRAS.
           ADD WS-HE-PAGAVEIS TO WS-TOTAL-PAGAVEIS.
           IF WS-HE-EXCESSO > ZERO
               ADD 1 TO WS-QTD-DIAS-RETIDOS
               ADD WS-HE-EXCESSO TO WS-TOTAL-RETIDAS
           END-IF.

       IMPRIMIR-TOTAIS-CONFERENCIA.
           STRING "COMPETENCIA: " DELIMITED BY SIZE
               WS-COMPETENCIA DELIMITED BY SIZE
               "  DIAS TRABALHADOS CONFERIDOS: " DELIMITED BY SIZE
               WS-QTD-DIAS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE WS-TOTAL-EXTRAS TO WS-TOTAL-EDIT.
           STRING "HORAS EXTRAS NO PONTO.....: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE WS-TOTAL-PAGAVEIS TO WS-TOTAL-EDIT.
           STRING "DENTRO DA AUTORIZACAO.....: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE WS-TOTAL-RETIDAS TO WS-TOTAL-EDIT.
           STRING "RETIDAS NA COMPETENCIA....: " DELIMITED BY SIZE
               WS-TOTAL-EDIT DELIMITED BY SIZE
               " EM " DELIMITED BY SIZE
               WS-QTD-DIAS-RETIDOS DELIMITED BY SIZE
               " DIAS" DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-IMPRIMIR.

      *> ENTRAM TODAS AS RETENCOES PENDENTES ATE A COMPETENCIA, NAO
      *> SO AS DO MES, PARA NENHUMA FICAR ESQUECIDA SEM DECISAO
       CARREGAR-PARA-ORDENACAO.
           MOVE "N" TO FIM-DA-RETENCAO.
           MOVE ZEROS TO HERET-CODIGO HERET-DATA.
           START ARQUIVO-HERETIDA KEY IS NOT LESS THAN HERET-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-RETENCAO
           END-START.
           PERFORM LIBERAR-REGISTRO-ORDENACAO UNTIL ACABOU-RETENCAO.

       LIBERAR-REGISTRO-ORDENACAO.
           READ ARQUIVO-HERETIDA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-RETENCAO
               NOT AT END
                   IF HERET-PENDENTE
                       AND HERET-DATA-ANOMES NOT > WS-COMPETENCIA
                       MOVE HERET-DEPARTAMENTO TO WORK-DEPARTAMENTO
                       MOVE HERET-CODIGO TO WORK-CODIGO
                       MOVE HERET-DATA TO WORK-DATA
                       MOVE HERET-HORAS-EXTRAS TO WORK-EXTRAS
                       MOVE HERET-HORAS-AUTORIZADAS
                           TO WORK-AUTORIZADAS
                       MOVE HERET-HORAS-RETIDAS TO WORK-RETIDAS
                       RELEASE WORK-REGISTRO
                   END-IF
           END-READ.

       PROCESSAR-ORDENADO.
           MOVE "N" TO FIM-ORDENACAO.
           MOVE SPACES TO WS-DEPARTAMENTO-ANTERIOR.
           MOVE ZEROS TO WS-QTD-DEPARTAMENTO WS-HORAS-DEPARTAMENTO.
           PERFORM RETORNAR-PROXIMO-ORDENADO.
           IF ACABOU-ORDENACAO
               MOVE "NENHUMA HORA EXTRA RETIDA AGUARDANDO DECISAO"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
           END-IF.
           PERFORM TRATAR-REGISTRO-ORDENADO UNTIL ACABOU-ORDENACAO.
           PERFORM FECHAR-GRUPO-DEPARTAMENTO.

       RETORNAR-PROXIMO-ORDENADO.
           RETURN WORK-ORDENACAO
               AT END
                   MOVE "S" TO FIM-ORDENACAO
           END-RETURN.

       TRATAR-REGISTRO-ORDENADO.
           IF WORK-DEPARTAMENTO NOT = WS-DEPARTAMENTO-ANTERIOR
               PERFORM FECHAR-GRUPO-DEPARTAMENTO
               MOVE WORK-DEPARTAMENTO TO WS-DEPARTAMENTO-ANTERIOR
               MOVE ZEROS TO WS-QTD-DEPARTAMENTO
                   WS-HORAS-DEPARTAMENTO
               PERFORM ABRIR-GRUPO-DEPARTAMENTO
           END-IF.
           PERFORM BUSCAR-NOME-FUNCIONARIO.
           MOVE WORK-EXTRAS TO WS-HORAS-EDIT.
           MOVE WORK-AUTORIZADAS TO WS-AUTORIZ-EDIT.
           MOVE WORK-RETIDAS TO WS-RETIDAS-EDIT.
           STRING WORK-DEPARTAMENTO DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WORK-CODIGO DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-NOME-FUNCIONARIO DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WORK-DATA DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-HORAS-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-AUTORIZ-EDIT DELIMITED BY SIZE
               "   " DELIMITED BY SIZE
               WS-RETIDAS-EDIT DELIMITED BY SIZE
               "   [A] [R]" DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           ADD 1 TO WS-QTD-DEPARTAMENTO.
           ADD WORK-RETIDAS TO WS-HORAS-DEPARTAMENTO.
           PERFORM RETORNAR-PROXIMO-ORDENADO.

       ABRIR-GRUPO-DEPARTAMENTO.
           PERFORM BUSCAR-NOME-DEPARTAMENTO.
           STRING "DEPARTAMENTO: " DELIMITED BY SIZE
               WS-DEPARTAMENTO-ANTERIOR DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               WS-NOME-DEPARTAMENTO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.

      *> CADA DEPARTAMENTO FECHA COM O TOTAL RETIDO E A ASSINATURA DO
      *> GESTOR, QUE MARCA A DECISAO DE CADA DIA NA PROPRIA LISTA
       FECHAR-GRUPO-DEPARTAMENTO.
           IF WS-QTD-DEPARTAMENTO > ZERO
               ADD WS-QTD-DEPARTAMENTO TO WS-QTD-PENDENTES
               ADD WS-HORAS-DEPARTAMENTO TO WS-HORAS-PENDENTES
               MOVE WS-HORAS-DEPARTAMENTO TO WS-TOTAL-EDIT
               STRING "   RETIDO NO DEPARTAMENTO: " DELIMITED BY SIZE
                   WS-QTD-DEPARTAMENTO DELIMITED BY SIZE
                   " DIAS, " DELIMITED BY SIZE
                   WS-TOTAL-EDIT DELIMITED BY SIZE
                   " HORAS" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
               PERFORM SPOOL-IMPRIMIR
               STRING "   GESTOR DO DEPARTAMENTO: " DELIMITED BY SIZE
                   "______________________________" DELIMITED BY SIZE
                   "  DATA: ____/____/________" DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
               PERFORM SPOOL-IMPRIMIR
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

       BUSCAR-NOME-FUNCIONARIO.
           MOVE WORK-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "*** NAO CADASTRADO" TO WS-NOME-FUNCIONARIO
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO WS-NOME-FUNCIONARIO
           END-READ.

      *> PDHEXTRA TAB (CONFERENCIA DAS HORAS EXTRAS AUTORIZADAS)
           COPY "PDHEXTRA.COB".

      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
