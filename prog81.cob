      *> TURNO DA NOITE VIRANDO O DIA, NAO UM ERRO DE BATIDA. DIAS
      *> COM BATIDAS FALTANDO OU INCOERENTES VAO PARA O ARQUIVO DE
      *> REJEITOS COM O MOTIVO, PARA ACERTO MANUAL PELO CAMINHO DE
      *> ALTERACAO DO PROG52. O ARQUIVO DO RELOGIO PASSA ANTES PELO
      *> REGISTRO DE ARQUIVOS RECEBIDOS (PDRECEPCAO TAB): O MESMO
      *> ARQUIVO JA IMPORTADO E RECUSADO, SALVO REPROCESSAMENTO
      *> FORCADO PELO SUPERVISOR, E O TRAILER "TRL", QUANDO VEM,
      *> PRECISA BATER COM AS LINHAS LIDAS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL.
      *> SELJORNAL TAB
           COPY "SELJORNAL.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
      *> SELRECEPCAO TAB
           COPY "SELRECEPCAO.COB".
      *> SELRECEBIDO TAB
           COPY "SELRECEBIDO.COB".

           DATA DIVISION.
           FILE SECTION.

      *> FDJORNAL TAB
           COPY "FDJORNAL.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> FDRECEPCAO TAB
           COPY "FDRECEPCAO.COB".
      *> FDRECEBIDO TAB
           COPY "FDRECEBIDO.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
       01  WS-SOBRE-FIM      PIC 9(04) VALUE ZEROS.
      *> WSJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "WSJORNAL.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
      *> WSRECEPCAO TAB (REGISTRO DE ARQUIVOS RECEBIDOS)
           COPY "WSRECEPCAO.COB".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           OPEN EXTEND ARQUIVO-JORNAL.
           PERFORM JORNAL-GRAVAR-INICIO.
           DISPLAY "===== IMPORTACAO DO RELOGIO DE PONTO =====".
           PERFORM SESSAO-LER-OPERADOR.
           MOVE "RELOGIOPONTO" TO WS-RCP-ARQUIVO.
           MOVE "RELOGIO"  TO WS-RCP-ORIGEM.
           MOVE "PROG81"   TO WS-RCP-PROGRAMA.
           MOVE "P"        TO WS-RCP-FORMATO.
           MOVE WS-OPERADOR     TO WS-RCP-OPERADOR.
           MOVE WS-SESSAO-NIVEL TO WS-RCP-NIVEL-OPERADOR.
           PERFORM RCP-CONFERIR-ARQUIVO.
           IF NOT RCP-PODE-PROCESSAR
               DISPLAY "IMPORTACAO CANCELADA"
               MOVE ZEROS TO WS-JORNAL-REGISTROS
               MOVE "F" TO WS-JORNAL-STATUS
               PERFORM JORNAL-GRAVAR-FIM
               CLOSE ARQUIVO-JORNAL
               GO TO PROGRAM-DONE
           END-IF.
           OPEN INPUT ARQUIVO-RELOGIO.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-PONTO.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-PONTO.
           CLOSE ARQUIVO-REJPONTO.
           PERFORM RCP-REGISTRAR-PROCESSAMENTO.
           DISPLAY " ".
           DISPLAY "===== RESUMO DA IMPORTACAO =====".
           DISPLAY "LINHAS LIDAS DO RELOGIO: " WS-TOTAL-LIDOS.
       PROGRAM-DONE.
        GOBACK.

      *> O TRAILER "TRL" FECHA O ARQUIVO; A CONTAGEM JA FOI
      *> CONFERIDA NA RECEPCAO
       LER-PROXIMA-BATIDA.
           READ ARQUIVO-RELOGIO
               AT END
                   MOVE "S" TO FIM-DO-RELOGIO
               NOT AT END
                   IF RELOGIO-REGISTRO(1:3) = "TRL"
                       MOVE "S" TO FIM-DO-RELOGIO
                   END-IF
           END-READ.

       IMPORTAR-DIA-DO-RELOGIO.

      *> PDJORNAL TAB (JORNAL DE EXECUCAO DOS LOTES)
           COPY "PDJORNAL.COB".
      *> PDSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
      *> PDRECEPCAO TAB (REGISTRO DE ARQUIVOS RECEBIDOS)
           COPY "PDRECEPCAO.COB".
