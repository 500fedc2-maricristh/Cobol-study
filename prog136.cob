       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG136.
      *> PROGRAMA DE CONSULTA AOS ARQUIVOS DE RETENCAO
      *> DEVOLVE UM ANO QUE O PROG135 JA TIROU DOS ARQUIVOS ATIVOS
      *> QUANDO UM AUDITOR OU UMA ACAO TRABALHISTA PEDE: DADO O ARQUIVO
      *> DE ORIGEM, O ANO E, SE FOR O CASO, O CODIGO DO FUNCIONARIO, O
      *> CATALOGO DE RETENCAO DIZ QUAIS ARQUIVOS DATADOS COBREM O ANO,
      *> CADA UM E LIDO COM A IMAGEM DEVOLVIDA AO LAYOUT DO FD DO
      *> ARQUIVO ATIVO, E OS REGISTROS SAEM NO SPOOL (RELCONSRET). A
      *> CONTAGEM LIDA E CONFERIDA CONTRA O TRAILER "TRL" E O CATALOGO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELPONTO TAB (SO O LAYOUT; O ARQUIVO ATIVO NAO E ABERTO)
           COPY "SELPONTO.COB".
      *> SELFOLHAEVT TAB (SO O LAYOUT)
           COPY "SELFOLHAEVT.COB".
      *> SELSALHIST TAB (SO O LAYOUT)
           COPY "SELSALHIST.COB".
      *> SELRETEN TAB
           COPY "SELRETEN.COB".
      *> SELCATRETEN TAB
           COPY "SELCATRETEN.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELJORNAL TAB (SO O LAYOUT)
           COPY "SELJORNAL.COB".
      *> SELSPOOL TAB
           COPY "SELSPOOL.COB".
      *> SELCATSPOOL TAB
           COPY "SELCATSPOOL.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDPONTO TAB
           COPY "FDPONTO.COB".
      *> FDFOLHAEVT TAB
           COPY "FDFOLHAEVT.COB".
      *> FDSALHIST TAB
           COPY "FDSALHIST.COB".
      *> FDRETEN TAB
           COPY "FDRETEN.COB".
      *> FDCATRETEN TAB
           COPY "FDCATRETEN.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
      *> FDSPOOL TAB
           COPY "FDSPOOL.COB".
      *> FDCATSPOOL TAB (CATALOGO DE SPOOL, VIDE PDSPOOL TAB)
           COPY "FDCATSPOOL.COB".

       WORKING-STORAGE SECTION.
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSRETEN TAB (NOME FISICO VARIAVEL DO ARQUIVO DE RETENCAO)
           COPY "WSRETEN.COB".
       01  FIM-DO-CATALOGO   PIC X(01) VALUE "N".
           88  ACABOU-CATALOGO       VALUE "S".
       01  FIM-DA-RETENCAO   PIC X(01) VALUE "N".
           88  ACABOU-RETENCAO       VALUE "S".
       01  WS-OPCAO-ORIGEM   PIC X(01).
       01  WS-ORIGEM         PIC X(10) VALUE SPACES.
       01  WS-ANO-CONSULTA   PIC 9(04) VALUE ZEROS.
       01  WS-CODIGO-CONSULTA PIC 9(05) VALUE ZEROS.
       01  WS-ANO-REGISTRO   PIC 9(04).
       01  WS-ANO-INICIAL    PIC 9(04).
       01  WS-ANO-FINAL      PIC 9(04).
       01  WS-TEM-TRAILER    PIC X(01) VALUE "N".
           88  TRAILER-LIDO          VALUE "S".
       01  WS-TRL-TOTAL      PIC 9(07) VALUE ZEROS.
       01  WS-QTD-ARQUIVOS   PIC 9(03) VALUE ZEROS.
       01  WS-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       01  WS-QTD-LISTADOS   PIC 9(07) VALUE ZEROS.
       01  WS-TOTAL-LISTADOS PIC 9(07) VALUE ZEROS.
       01  WS-HORAS-EDIT     PIC Z9.99.
       01  WS-HORAS-EDIT-2   PIC Z9.99.
       01  WS-HORAS-EDIT-3   PIC Z9.99.
       01  WS-REFERENCIA-EDIT PIC ZZZ9.99.
       01  WS-VALOR-EDIT     PIC ZZZZZ9.99.
       01  WS-VALOR-EDIT-2   PIC ZZZZZ9.99.
      *> WSSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "WSSPOOL.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== CONSULTA AOS ARQUIVOS DE RETENCAO =====".
           PERFORM SESSAO-LER-OPERADOR.
           DISPLAY "P - PONTO".
           DISPLAY "E - RUBRICAS DA FOLHA (FOLHAEVT)".
           DISPLAY "A - AUDITORIA".
           DISPLAY "J - JORNAL DE EXECUCAO".
           DISPLAY "S - HISTORICO SALARIAL".
           DISPLAY "INFORME O ARQUIVO DE ORIGEM: ".
           ACCEPT WS-OPCAO-ORIGEM.
           EVALUATE WS-OPCAO-ORIGEM
               WHEN "P"
               WHEN "p"
                   MOVE "PONTO" TO WS-ORIGEM
               WHEN "E"
               WHEN "e"
                   MOVE "FOLHAEVT" TO WS-ORIGEM
               WHEN "A"
               WHEN "a"
                   MOVE "AUDITORIA" TO WS-ORIGEM
               WHEN "J"
               WHEN "j"
                   MOVE "JORNAL" TO WS-ORIGEM
               WHEN "S"
               WHEN "s"
                   MOVE "SALHIST" TO WS-ORIGEM
               WHEN OTHER
                   DISPLAY "ARQUIVO DE ORIGEM INVALIDO"
                   GO TO PROGRAM-DONE
           END-EVALUATE.
           DISPLAY "INFORME O ANO (AAAA): ".
           ACCEPT WS-ANO-CONSULTA.
           IF WS-ANO-CONSULTA = ZERO
               DISPLAY "ANO INVALIDO"
               GO TO PROGRAM-DONE
           END-IF.
           IF WS-ORIGEM NOT = "JORNAL"
               DISPLAY "INFORME O CODIGO DO FUNCIONARIO (0 = TODOS): "
               ACCEPT WS-CODIGO-CONSULTA
           END-IF.
           MOVE "PROG136" TO WS-SPOOL-PROGRAMA.
           MOVE WS-OPERADOR TO WS-SPOOL-OPERADOR.
           MOVE "RELCONSRET" TO WS-SPOOL-ARQUIVO.
           STRING "CONSULTA A RETENCAO - " DELIMITED BY SIZE
               WS-ORIGEM DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-ANO-CONSULTA DELIMITED BY SIZE
               INTO WS-SPOOL-TITULO.
           PERFORM DEFINIR-COLUNAS.
           MOVE "S" TO WS-SPOOL-TEM-COLUNAS.
           PERFORM SPOOL-ABRIR.
           OPEN INPUT ARQUIVO-CATRETEN.
           MOVE ZEROS TO CATR-SEQUENCIA.
           START ARQUIVO-CATRETEN KEY IS NOT LESS THAN CATR-SEQUENCIA
               INVALID KEY
                   MOVE "S" TO FIM-DO-CATALOGO
           END-START.
           PERFORM EXAMINAR-ENTRADA UNTIL ACABOU-CATALOGO.
           CLOSE ARQUIVO-CATRETEN.
           IF WS-QTD-ARQUIVOS = ZERO
               MOVE "NENHUM ARQUIVO DE RETENCAO COBRE O ANO; OS DADOS "
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
               MOVE "AINDA ESTAO NO ARQUIVO ATIVO OU NUNCA EXISTIRAM"
                   TO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
               DISPLAY "NENHUM ARQUIVO DE RETENCAO COBRE O ANO "
                   WS-ANO-CONSULTA
           END-IF.
           MOVE SPACES TO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           STRING "ARQUIVOS LIDOS: " DELIMITED BY SIZE
               WS-QTD-ARQUIVOS DELIMITED BY SIZE
               "   REGISTROS LISTADOS: " DELIMITED BY SIZE
               WS-TOTAL-LISTADOS DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           PERFORM SPOOL-ENCERRAR.
           DISPLAY "REGISTROS LISTADOS: " WS-TOTAL-LISTADOS.
           DISPLAY "RELATORIO NO SPOOL: " WS-SPOOL-ARQUIVO.
       PROGRAM-DONE.
        GOBACK.

       DEFINIR-COLUNAS.
           EVALUATE WS-ORIGEM
               WHEN "PONTO"
                   MOVE "CODIGO DATA     TRABALH EXTRAS NOTURNAS OCOR"
                       TO WS-SPOOL-COLUNAS
               WHEN "FOLHAEVT"
                   STRING "COMPET CODIGO FL SQ T DESCRICAO           "
                       DELIMITED BY SIZE
                       "REFERENC     VALOR" DELIMITED BY SIZE
                       INTO WS-SPOOL-COLUNAS
               WHEN "AUDITORIA"
                   MOVE "DATA     HORA     OPERADOR   CODIGO ACAO"
                       TO WS-SPOOL-COLUNAS
               WHEN "JORNAL"
                   MOVE "DATA     HORA     PROGRAMA EVT S REGISTROS"
                       TO WS-SPOOL-COLUNAS
               WHEN OTHER
                   STRING "DATA     CODIGO  ANTERIOR      NOVO "
                       DELIMITED BY SIZE
                       "PROGRAMA OPERADOR" DELIMITED BY SIZE
                       INTO WS-SPOOL-COLUNAS
           END-EVALUATE.

      *> SO ENTRAM OS ARQUIVOS DA ORIGEM PEDIDA CUJA FAIXA DE DATAS
      *> RETIDAS INCLUI O ANO
       EXAMINAR-ENTRADA.
           READ ARQUIVO-CATRETEN NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DO-CATALOGO
               NOT AT END
                   MOVE CATR-DATA-INICIAL(1:4) TO WS-ANO-INICIAL
                   MOVE CATR-DATA-FINAL(1:4) TO WS-ANO-FINAL
                   IF CATR-ATIVO AND CATR-ORIGEM = WS-ORIGEM
                       AND WS-ANO-CONSULTA NOT < WS-ANO-INICIAL
                       AND WS-ANO-CONSULTA NOT > WS-ANO-FINAL
                       PERFORM LER-ARQUIVO-RETIDO
                   END-IF
           END-READ.

       LER-ARQUIVO-RETIDO.
           ADD 1 TO WS-QTD-ARQUIVOS.
           MOVE ZEROS TO WS-QTD-LIDOS.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           MOVE "N" TO WS-TEM-TRAILER.
           MOVE "N" TO FIM-DA-RETENCAO.
           MOVE CATR-ARQUIVO TO WS-RETEN-ARQUIVO.
           STRING "ARQUIVO " DELIMITED BY SIZE
               WS-RETEN-ARQUIVO DELIMITED BY SPACE
               "  GRAVADO EM " DELIMITED BY SIZE
               CATR-DATA DELIMITED BY SIZE
               "  CORTE " DELIMITED BY SIZE
               CATR-CORTE DELIMITED BY SIZE
               INTO WS-SPOOL-DETALHE.
           PERFORM SPOOL-IMPRIMIR.
           OPEN INPUT ARQUIVO-RETENCAO.
           PERFORM LER-REGISTRO-RETIDO UNTIL ACABOU-RETENCAO.
           CLOSE ARQUIVO-RETENCAO.
           ADD WS-QTD-LISTADOS TO WS-TOTAL-LISTADOS.
           IF NOT TRAILER-LIDO OR WS-QTD-LIDOS NOT = WS-TRL-TOTAL
               OR WS-QTD-LIDOS NOT = CATR-REGISTROS
               STRING "ATENCAO: ARQUIVO INCOMPLETO, LIDOS "
                   DELIMITED BY SIZE
                   WS-QTD-LIDOS DELIMITED BY SIZE
                   " CATALOGADOS " DELIMITED BY SIZE
                   CATR-REGISTROS DELIMITED BY SIZE
                   INTO WS-SPOOL-DETALHE
               PERFORM SPOOL-IMPRIMIR
               DISPLAY "ARQUIVO DE RETENCAO INCOMPLETO: "
                   WS-RETEN-ARQUIVO
           END-IF.

       LER-REGISTRO-RETIDO.
           READ ARQUIVO-RETENCAO
               AT END
                   MOVE "S" TO FIM-DA-RETENCAO
               NOT AT END
                   IF RETEN-TRL-MARCA = "TRL"
                       MOVE "S" TO WS-TEM-TRAILER
                       MOVE RETEN-TRL-TOTAL TO WS-TRL-TOTAL
                   ELSE
                       ADD 1 TO WS-QTD-LIDOS
                       MOVE RETEN-DATA-REF(1:4) TO WS-ANO-REGISTRO
                       IF WS-ANO-REGISTRO = WS-ANO-CONSULTA
                           AND (WS-CODIGO-CONSULTA = ZERO
                           OR RETEN-CODIGO = WS-CODIGO-CONSULTA)
                           PERFORM IMPRIMIR-REGISTRO-RETIDO
                       END-IF
                   END-IF
           END-READ.

      *> A IMAGEM VOLTA AO LAYOUT DO ARQUIVO ATIVO DE ORIGEM
       IMPRIMIR-REGISTRO-RETIDO.
           ADD 1 TO WS-QTD-LISTADOS.
           EVALUATE WS-ORIGEM
               WHEN "PONTO"
                   MOVE RETEN-IMAGEM TO PONTO-REGISTRO
                   MOVE PONTO-HORAS-TRABALHADAS TO WS-HORAS-EDIT
                   MOVE PONTO-HORAS-EXTRAS TO WS-HORAS-EDIT-2
                   MOVE PONTO-HORAS-NOTURNAS TO WS-HORAS-EDIT-3
                   STRING PONTO-CODIGO DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       PONTO-DATA DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       WS-HORAS-EDIT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-HORAS-EDIT-2 DELIMITED BY SIZE
                       "    " DELIMITED BY SIZE
                       WS-HORAS-EDIT-3 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       PONTO-OCORRENCIA DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
               WHEN "FOLHAEVT"
                   MOVE RETEN-IMAGEM TO FOLHAEVT-REGISTRO
                   MOVE FOLHAEVT-REFERENCIA TO WS-REFERENCIA-EDIT
                   MOVE FOLHAEVT-VALOR TO WS-VALOR-EDIT
                   STRING FOLHAEVT-COMPETENCIA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FOLHAEVT-CODIGO DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FOLHAEVT-FOLHA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FOLHAEVT-SEQ DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FOLHAEVT-TIPO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FOLHAEVT-DESCRICAO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-REFERENCIA-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-VALOR-EDIT DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
               WHEN "JORNAL"
                   MOVE RETEN-IMAGEM TO JORNAL-REGISTRO
                   STRING JORNAL-DATA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       JORNAL-HORA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       JORNAL-PROGRAMA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       JORNAL-EVENTO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       JORNAL-STATUS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       JORNAL-REGISTROS DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
               WHEN "SALHIST"
                   MOVE RETEN-IMAGEM TO SALHIST-REGISTRO
                   MOVE SALHIST-SALARIO-ANTERIOR TO WS-VALOR-EDIT
                   MOVE SALHIST-SALARIO-NOVO TO WS-VALOR-EDIT-2
                   STRING SALHIST-DATA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SALHIST-CODIGO DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-VALOR-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-VALOR-EDIT-2 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SALHIST-PROGRAMA DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       SALHIST-OPERADOR DELIMITED BY SIZE
                       INTO WS-SPOOL-DETALHE
      *> A TRILHA DE AUDITORIA JA E TEXTO NO LAYOUT DO PROG37
               WHEN OTHER
                   MOVE RETEN-IMAGEM TO WS-SPOOL-DETALHE
           END-EVALUATE.
           PERFORM SPOOL-IMPRIMIR.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDSPOOL TAB (SPOOL DE IMPRESSAO COMPARTILHADO)
           COPY "PDSPOOL.COB".
