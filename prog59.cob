      *> LE O CSV DE RETORNO DO FORNECEDOR (CODIGO,NOME,VALOR PAGO),
      *> CASA CADA LINHA COM O MASTER POR FUNCIONARIO-CODIGO E IMPRIME
      *> O RELATORIO DE CONCILIACAO: PAGOS SEM CADASTRO, CADASTRADOS
      *> SEM PAGAMENTO E DIVERGENCIAS DE SALARIO ACIMA DA TOLERANCIA.
      *> O CSV PASSA ANTES PELO REGISTRO DE ARQUIVOS RECEBIDOS
      *> (PDRECEPCAO TAB), QUE RECUSA O RETORNO JA CONCILIADO E O
      *> TRAILER "TRL" DIVERGENTE; O TRAILER, COMO O CABECALHO, NAO
      *> TEM CODIGO NUMERICO E E DESCARTADO NA CARGA DA TABELA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SELFUNCIONARIO.COB".
           SELECT ARQUIVO-RETORNO ASSIGN TO "RETORNOFOLHA.CSV"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELRECEPCAO TAB
           COPY "SELRECEPCAO.COB".
      *> SELRECEBIDO TAB
           COPY "SELRECEBIDO.COB".

           DATA DIVISION.
           FILE SECTION.
       FD  ARQUIVO-RETORNO
           LABEL RECORD STANDARD.
       01  RETORNO-LINHA         PIC X(200).
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDRECEPCAO TAB
           COPY "FDRECEPCAO.COB".
      *> FDRECEBIDO TAB
           COPY "FDRECEBIDO.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
       01  FIM-DO-ARQUIVO    PIC X(01) VALUE "N".
           88  ACABOU-ARQUIVO        VALUE "S".
       01  WS-TOLERANCIA     PIC 9(04)V9(02) VALUE ZEROS.
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSRECEPCAO TAB (REGISTRO DE ARQUIVOS RECEBIDOS)
           COPY "WSRECEPCAO.COB".

      *> LINHAS DO RETORNO CARREGADAS EM TABELA PARA O CRUZAMENTO NOS
      *> DOIS SENTIDOS (RETORNO X MASTER E MASTER X RETORNO); A
       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== CONCILIACAO DO RETORNO DO FORNECEDOR =====".
           PERFORM SESSAO-LER-OPERADOR.
           MOVE "RETORNOFOLHA.CSV" TO WS-RCP-ARQUIVO.
           MOVE "FORNEC" TO WS-RCP-ORIGEM.
           MOVE "PROG59" TO WS-RCP-PROGRAMA.
           MOVE "P" TO WS-RCP-FORMATO.
           MOVE WS-OPERADOR     TO WS-RCP-OPERADOR.
           MOVE WS-SESSAO-NIVEL TO WS-RCP-NIVEL-OPERADOR.
           PERFORM RCP-CONFERIR-ARQUIVO.
           IF NOT RCP-PODE-PROCESSAR
               DISPLAY "CONCILIACAO CANCELADA"
               GO TO PROGRAM-DONE
           END-IF.
           DISPLAY "INFORME A TOLERANCIA DE DIVERGENCIA (EX: 0.01): ".
           ACCEPT WS-TOLERANCIA.
           PERFORM CARREGAR-RETORNO.
           PERFORM CONFERIR-MASTER-CONTRA-RETORNO.
           CLOSE ARQUIVO-FUNCIONARIO.
           PERFORM EXIBIR-FECHAMENTO.
           PERFORM RCP-REGISTRAR-PROCESSAMENTO.
       PROGRAM-DONE.
        GOBACK.

               DISPLAY "LINHAS NAO CONFERIDAS...: " WS-EXCEDENTES
                   " (CONCILIACAO INCOMPLETA)"
           END-IF.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDRECEPCAO TAB (REGISTRO DE ARQUIVOS RECEBIDOS)
           COPY "PDRECEPCAO.COB".
