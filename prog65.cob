      *> LE O JORNAL DE EXECUCAO DOS LOTES (PDJORNAL TAB) E IMPRIME AS
      *> EXECUCOES DA DATA INFORMADA, APONTANDO INTERRUPCOES, FALHAS E
      *> OS LOTES OBRIGATORIOS QUE NEM CHEGARAM A RODAR, PARA A
      *> OPERACAO CERTIFICAR A JANELA DE CADA DIA. EM SEGUIDA LISTA
      *> OS ARQUIVOS DE INTERFACE RECEBIDOS NA DATA (PDRECEPCAO TAB),
      *> COM ORIGEM, CONTAGEM, HASH E SITUACAO DE CADA UM
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
      *> SELRECEPCAO TAB
           COPY "SELRECEPCAO.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
      *> FDRECEPCAO TAB
           COPY "FDRECEPCAO.COB".

       WORKING-STORAGE SECTION.
       01  FIM-DO-JORNAL     PIC X(01) VALUE "N".
       01  WS-TOTAL-EVENTOS  PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-FALHAS   PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-INTERROMPIDOS PIC 9(05) VALUE ZEROS.
       01  FIM-DA-RECEPCAO   PIC X(01) VALUE "N".
           88  ACABOU-RECEPCAO       VALUE "S".
       01  WS-TOTAL-RECEBIDOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-RECUSADOS PIC 9(05) VALUE ZEROS.
       01  WS-TOTAL-FORCADOS  PIC 9(05) VALUE ZEROS.

      *> LOTES OBRIGATORIOS DA JANELA: UM FIM COM SUCESSO DE CADA UM
      *> PRECISA EXISTIR NA DATA CERTIFICADA
           DISPLAY "EVENTOS NA DATA........: " WS-TOTAL-EVENTOS.
           DISPLAY "EXECUCOES COM FALHA....: " WS-TOTAL-FALHAS.
           DISPLAY "EXECUCOES INTERROMPIDAS: " WS-TOTAL-INTERROMPIDOS.
           PERFORM LISTAR-ARQUIVOS-RECEBIDOS.
       PROGRAM-DONE.
        GOBACK.

               DISPLAY "   *** " WS-LOTE-OBRIGATORIO(WS-IDX)
                   " NAO RODOU OU NAO TERMINOU COM SUCESSO ***"
           END-IF.

       LISTAR-ARQUIVOS-RECEBIDOS.
           DISPLAY " ".
           DISPLAY "--- ARQUIVOS DE INTERFACE RECEBIDOS NA DATA ---".
           OPEN INPUT ARQUIVO-RECEPCAO.
           MOVE WS-DATA-PEDIDA TO RECP-DATA-PROC.
           MOVE ZEROS TO RECP-HORA-PROC.
           MOVE SPACES TO RECP-PROGRAMA.
           START ARQUIVO-RECEPCAO KEY IS NOT LESS THAN RECP-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-RECEPCAO
           END-START.
           IF NOT ACABOU-RECEPCAO
               PERFORM LER-PROXIMA-RECEPCAO
           END-IF.
           PERFORM LISTAR-RECEPCAO UNTIL ACABOU-RECEPCAO.
           CLOSE ARQUIVO-RECEPCAO.
           DISPLAY " ".
           DISPLAY "ARQUIVOS RECEBIDOS.....: " WS-TOTAL-RECEBIDOS.
           DISPLAY "PROCESSADOS A FORCA....: " WS-TOTAL-FORCADOS.
           DISPLAY "ARQUIVOS RECUSADOS.....: " WS-TOTAL-RECUSADOS.

       LER-PROXIMA-RECEPCAO.
           READ ARQUIVO-RECEPCAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-RECEPCAO
           END-READ.
           IF NOT ACABOU-RECEPCAO
               IF RECP-DATA-PROC NOT = WS-DATA-PEDIDA
                   MOVE "S" TO FIM-DA-RECEPCAO
               END-IF
           END-IF.

       LISTAR-RECEPCAO.
           ADD 1 TO WS-TOTAL-RECEBIDOS.
           DISPLAY RECP-HORA-PROC " " RECP-PROGRAMA " " RECP-ORIGEM
               " " RECP-ARQUIVO.
           DISPLAY "   DATA DO ARQUIVO: " RECP-DATA-ARQUIVO
               " REGISTROS: " RECP-REGISTROS
               " HASH: " RECP-HASH
               " TRAILER: " RECP-TRAILER
               " OPERADOR: " RECP-OPERADOR.
           EVALUATE TRUE
               WHEN RECP-PROCESSADO
                   DISPLAY "   PROCESSADO"
               WHEN RECP-FORCADO
                   ADD 1 TO WS-TOTAL-FORCADOS
                   DISPLAY "   *** REPROCESSAMENTO FORCADO ***"
               WHEN RECP-INTERROMPIDO
                   DISPLAY "   *** PROCESSAMENTO INTERROMPIDO ***"
               WHEN RECP-RECUSADO-DUPLICADO
                   ADD 1 TO WS-TOTAL-RECUSADOS
                   DISPLAY "   *** RECUSADO: ARQUIVO JA PROCESSADO ***"
               WHEN RECP-RECUSADO-TRAILER
                   ADD 1 TO WS-TOTAL-RECUSADOS
                   DISPLAY "   *** RECUSADO: TRAILER NAO CONFERE ***"
           END-EVALUATE.
           PERFORM LER-PROXIMA-RECEPCAO.
