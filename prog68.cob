      *> LE O ARQUIVO DE RETORNO DO BANCO (MESMO LAYOUT POSICIONAL DA
      *> REMESSA DO PROG67, COM O CODIGO DE OCORRENCIA NO FINAL DO
      *> DETALHE) E RELACIONA OS CREDITOS REJEITADOS PELO BANCO COM
      *> NOME E VALOR, PARA A REEMISSAO NA PROXIMA REMESSA. O
      *> RETORNO PASSA ANTES PELO REGISTRO DE ARQUIVOS RECEBIDOS
      *> (PDRECEPCAO TAB): O RETORNO JA TRATADO E RECUSADO, SALVO
      *> REPROCESSAMENTO FORCADO PELO SUPERVISOR, E A QUANTIDADE DO
      *> TRAILER "9" DO BANCO PRECISA BATER COM OS DETALHES LIDOS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-RETORNO ASSIGN TO "RETORNOBANCO"
               ORGANIZATION IS LINE SEQUENTIAL.
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELRECEPCAO TAB
           COPY "SELRECEPCAO.COB".
      *> SELRECEBIDO TAB
           COPY "SELRECEBIDO.COB".

           DATA DIVISION.
           FILE SECTION.
           05  RET-VALOR-CENTAVOS PIC 9(10).
           05  RET-OCORRENCIA    PIC X(02).
               88  CREDITO-EFETIVADO     VALUE "00".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDRECEPCAO TAB
           COPY "FDRECEPCAO.COB".
      *> FDRECEBIDO TAB
           COPY "FDRECEBIDO.COB".

       WORKING-STORAGE SECTION.
       01  FIM-DO-RETORNO    PIC X(01) VALUE "N".
       01  WS-QTD-EFETIVADOS PIC 9(05) VALUE ZEROS.
       01  WS-QTD-REJEITADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-REJEITADO-CENT PIC 9(12) VALUE ZEROS.
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSRECEPCAO TAB (REGISTRO DE ARQUIVOS RECEBIDOS)
           COPY "WSRECEPCAO.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== RETORNO BANCARIO DE CREDITO SALARIAL =====".
           PERFORM SESSAO-LER-OPERADOR.
           MOVE "RETORNOBANCO" TO WS-RCP-ARQUIVO.
           MOVE "BANCO" TO WS-RCP-ORIGEM.
           MOVE "PROG68" TO WS-RCP-PROGRAMA.
           MOVE "B" TO WS-RCP-FORMATO.
           MOVE WS-OPERADOR     TO WS-RCP-OPERADOR.
           MOVE WS-SESSAO-NIVEL TO WS-RCP-NIVEL-OPERADOR.
           PERFORM RCP-CONFERIR-ARQUIVO.
           IF NOT RCP-PODE-PROCESSAR
               DISPLAY "RETORNO NAO PROCESSADO"
               GO TO PROGRAM-DONE
           END-IF.
           OPEN INPUT ARQUIVO-RETORNO.
           PERFORM LER-PROXIMO-RETORNO.
           PERFORM TRATAR-LINHA-RETORNO UNTIL ACABOU-RETORNO.
               DISPLAY "REEMITIR OS REJEITADOS NA PROXIMA REMESSA "
                   "(PROG67)"
           END-IF.
           PERFORM RCP-REGISTRAR-PROCESSAMENTO.
       PROGRAM-DONE.
        GOBACK.

               END-IF
           END-IF.
           PERFORM LER-PROXIMO-RETORNO.

      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDRECEPCAO TAB (REGISTRO DE ARQUIVOS RECEBIDOS)
           COPY "PDRECEPCAO.COB".
