       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG133.
      *> PROGRAMA DE ANONIMIZACAO DO ARQUIVO HISTORICO (LGPD)
      *> DADO PESSOAL NAO PODE SER GUARDADO ALEM DO PRAZO LEGAL DE
      *> GUARDA. O LOTE PERCORRE O ARQUIVO HISTORICO (PROG74) E, PARA
      *> CADA REGISTRO CUJO DESLIGAMENTO (PROG62) E ANTERIOR AO CORTE
      *> DO PRAZO INFORMADO, SUBSTITUI NOME, CPF, ENDERECO, TELEFONE,
      *> E-MAIL, HOBBY E DADOS BANCARIOS DA IMAGEM ARQUIVADA. DATAS,
      *> CARGO, SALARIO E OS ARQUIVOS FINANCEIROS LIGADOS AO CODIGO
      *> (FOLHAS, FGTS, RESCISAO) NAO SAO TOCADOS, PRESERVANDO O
      *> HISTORICO FINANCEIRO. SEM DESLIGAMENTO GRAVADO, A REFERENCIA
      *> E A DATA DO ARQUIVAMENTO. CADA REGISTRO ANONIMIZADO GERA O
      *> EVENTO LGPD-ANONI NA TRILHA DE AUDITORIA E UMA LINHA NO
      *> RELATORIO DO SPOOL (RELANONIMIZ), QUE SO TRAZ CODIGO E DATAS;
      *> A RODADA VAI PARA O JORNAL DE EXECUCAO DOS LOTES
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB (SO O LAYOUT; O MASTER NAO E ABERTO)
           COPY "SELFUNCIONARIO.COB".
      *> SELARQHIST TAB
           COPY "SELARQHIST.COB".
      *> SELDESLIGAMENTO TAB
           COPY "SELDESLIGAMENTO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITORIAFUNC"
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB (LAYOUT DA IMAGEM ARQUIVADA)
           COPY "FDFUNCIONARIO.COB".
      *> FDARQHIST TAB
           COPY "FDARQHIST.COB".
      *> FDDESLIGAMENTO TAB
           COPY "FDDESLIGAMENTO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".

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
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  WS-CONFIRMA       PIC X(01).
      *> PRAZO DE GUARDA EM ANOS; ZERO (NAO INFORMADO) = 5 ANOS
       01  WS-ANOS-RETENCAO  PIC 9(02) VALUE ZEROS.
       01  WS-DATA-CORTE.
           05  WS-CORTE-ANO   PIC 9(04).
           05  WS-CORTE-MES   PIC 9(02).
           05  WS-CORTE-DIA   PIC 9(02).
       01  WS-DATA-CORTE-NUM REDEFINES WS-DATA-CORTE PIC 9(08).
       01  WS-DT-REFERENCIA  PIC 9(08) VALUE ZEROS.
       01  WS-ORIGEM-REFERENCIA PIC X(12).
       01  WS-TOTAL-LIDOS    PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-ANONIMIZADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-JA-ANONIMIZADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-NO-PRAZO PIC 9(05) VALUE ZEROS.
      *> WSIDADEMINIMA TAB (FORNECE WS-DATA-HOJE)
           COPY "WSIDADEMINIMA.COB".
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== ANONIMIZACAO DO ARQUIVO HISTORICO =====".
           PERFORM SESSAO-LER-OPERADOR.
           DISPLAY "INFORME O PRAZO DE GUARDA EM ANOS (0 = 5 ANOS): ".
           ACCEPT WS-ANOS-RETENCAO.
           IF WS-ANOS-RETENCAO = ZERO
               MOVE 5 TO WS-ANOS-RETENCAO
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-DATA-HOJE TO WS-DATA-CORTE.
           COMPUTE WS-CORTE-ANO = WS-ANO-HOJE - WS-ANOS-RETENCAO.
           DISPLAY "SERAO ANONIMIZADOS OS ARQUIVADOS DESLIGADOS ANTES "
               "DE " WS-DATA-CORTE-NUM.
           DISPLAY "A OPERACAO NAO PODE SER DESFEITA. CONFIRMA? "
               "(S/N): ".
           ACCEPT WS-CONFIRMA.
           IF WS-CONFIRMA NOT = "S" AND WS-CONFIRMA NOT = "s"
               DISPLAY "ANONIMIZACAO NAO EXECUTADA"
               GO TO PROGRAM-DONE
           END-IF.
           MOVE "PROG133" TO WS-JORNAL-PROGRAMA.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           OPEN I-O ARQUIVO-HISTORICO.
           OPEN INPUT ARQUIVO-DESLIGAMENTO.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           MOVE "PROG133" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELANONIMIZ" TO WS-SPOOL-ARQUIVO.
           MOVE "ANONIMIZACAO DO ARQUIVO HISTORICO" TO WS-SPOOL-TITULO.
           MOVE "CODIGO  REFERENCIA    DATA      ARQUIVADO EM"
               TO WS-SPOOL-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           STRING "PRAZO DE GUARDA: " DELIMITED BY SIZE
               WS-ANOS-RETENCAO DELIMITED BY SIZE
               " ANOS  CORTE: " DELIMITED BY SIZE
               WS-DATA-CORTE-NUM DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           MOVE ZEROS TO ARQH-CODIGO.
           START ARQUIVO-HISTORICO KEY IS NOT LESS THAN ARQH-CODIGO
               INVALID KEY
                   MOVE "S" TO FIM-DO-ARQUIVO
           END-START.
           PERFORM EXAMINAR-ARQUIVADO UNTIL ACABOU-ARQUIVO.
           PERFORM GRAVAR-FECHAMENTO-ANONIMIZACAO.
           PERFORM SPOOL-ENCERRAR.
           CLOSE ARQUIVO-HISTORICO.
           CLOSE ARQUIVO-DESLIGAMENTO.
           CLOSE ARQUIVO-AUDITORIA.
           MOVE "S" TO WS-JORNAL-STATUS.
           MOVE WS-TOTAL-ANONIMIZADOS TO WS-JORNAL-REGISTROS.
           PERFORM JORNAL-GRAVAR-FIM.
           CLOSE ARQUIVO-JORNAL.
       PROGRAM-DONE.
        GOBACK.

       EXAMINAR-ARQUIVADO.
           READ ARQUIVO-HISTORICO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-ARQUIVO
               NOT AT END
                   ADD 1 TO WS-TOTAL-LIDOS
                   MOVE ARQH-IMAGEM TO FUNCIONARIO-REGISTRO
                   IF FUNCIONARIO-ANONIMIZADO
                       ADD 1 TO WS-TOTAL-JA-ANONIMIZADOS
                   ELSE
                       PERFORM DEFINIR-DATA-REFERENCIA
                       IF WS-DT-REFERENCIA < WS-DATA-CORTE-NUM
                           PERFORM ANONIMIZAR-ARQUIVADO
                       ELSE
                           ADD 1 TO WS-TOTAL-NO-PRAZO
                       END-IF
                   END-IF
           END-READ.

      *> O PRAZO CORRE DO DESLIGAMENTO, COMO NO CORTE DO PROG74; O
      *> REGISTRO ARQUIVADO SEM DESLIGAMENTO GRAVADO CONTA DA DATA DO
      *> ARQUIVAMENTO
       DEFINIR-DATA-REFERENCIA.
           MOVE FUNCIONARIO-CODIGO TO DESLIG-CODIGO.
           READ ARQUIVO-DESLIGAMENTO
               INVALID KEY
                   MOVE ARQH-DT-ARQUIVAMENTO TO WS-DT-REFERENCIA
                   MOVE "ARQUIVAMENTO" TO WS-ORIGEM-REFERENCIA
               NOT INVALID KEY
                   MOVE DESLIG-DATA TO WS-DT-REFERENCIA
                   MOVE "DESLIGAMENTO" TO WS-ORIGEM-REFERENCIA
           END-READ.

      *> SAEM OS DADOS QUE IDENTIFICAM A PESSOA; FICAM CODIGO, DATAS,
      *> DEPARTAMENTO, CARGO, SALARIO, EMPRESA E DADOS DO CONTRATO, QUE
      *> AMARRAM O HISTORICO FINANCEIRO DO CODIGO
       ANONIMIZAR-ARQUIVADO.
           MOVE "TITULAR ANONIMIZADO - LGPD" TO FUNCIONARIO-NOME.
           MOVE SPACES TO FUNCIONARIO-ENDERECO.
           MOVE ZEROS TO FUNCIONARIO-END-CEP.
           MOVE SPACES TO FUNCIONARIO-TELEFONE.
           MOVE SPACES TO FUNCIONARIO-EMAIL.
           MOVE SPACES TO FUNCIONARIO-HOBBY.
           MOVE SPACES TO FUNCIONARIO-DADOS-BANCARIOS.
           MOVE ZEROS TO FUNCIONARIO-CPF.
           MOVE FUNCIONARIO-REGISTRO TO ARQH-IMAGEM.
           REWRITE ARQH-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO ANONIMIZAR O CODIGO "
                       FUNCIONARIO-CODIGO
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-ANONIMIZADOS
                   PERFORM GRAVAR-AUDITORIA-ANONIMIZACAO
                   STRING FUNCIONARIO-CODIGO DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-ORIGEM-REFERENCIA DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-DT-REFERENCIA DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       ARQH-DT-ARQUIVAMENTO DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
                   PERFORM SPOOL-IMPRIMIR
           END-REWRITE.

       GRAVAR-AUDITORIA-ANONIMIZACAO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR TO AUD-OPERADOR.
           MOVE FUNCIONARIO-CODIGO TO AUD-CODIGO.
           MOVE "LGPD-ANONI" TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.

       GRAVAR-FECHAMENTO-ANONIMIZACAO.
           MOVE SPACES TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "ARQUIVADOS LIDOS.........: " DELIMITED BY SIZE
               WS-TOTAL-LIDOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "ANONIMIZADOS NESTA RODADA: " DELIMITED BY SIZE
               WS-TOTAL-ANONIMIZADOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "JA ANONIMIZADOS..........: " DELIMITED BY SIZE
               WS-TOTAL-JA-ANONIMIZADOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "DENTRO DO PRAZO DE GUARDA: " DELIMITED BY SIZE
               WS-TOTAL-NO-PRAZO DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           DISPLAY "ARQUIVADOS LIDOS.........: " WS-TOTAL-LIDOS.
           DISPLAY "ANONIMIZADOS NESTA RODADA: " WS-TOTAL-ANONIMIZADOS.
           DISPLAY "JA ANONIMIZADOS..........: "
               WS-TOTAL-JA-ANONIMIZADOS.
           DISPLAY "DENTRO DO PRAZO DE GUARDA: " WS-TOTAL-NO-PRAZO.
           DISPLAY "RELATORIO NO SPOOL: " WS-SPOOL-ARQUIVO.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
