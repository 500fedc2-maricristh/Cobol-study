       PROGRAM-ID.PROG71.
      *> PROGRAMA DE FECHAMENTO MENSAL
      *> RODA A SEQUENCIA DO FECHAMENTO COMO UM JOB ENCADEADO (BACKUP
      *> PROG39, FOLHA PROG41, VARIACAO SOBRE O MES ANTERIOR PROG115,
      *> EXPORTACAO PROG42 E RESUMO PROG46),
      *> MARCANDO A COMPETENCIA COMO "EM ANDAMENTO" NO ARQUIVO DE
      *> CONTROLE - O QUE BLOQUEIA O PROG37 ALTERAR E O PROG47 - E
      *> COMO "FECHADA" NO FINAL. NAO DEIXA FECHAR A MESMA COMPETENCIA
           PERFORM GRAVAR-MARCA-FECHAMENTO.
           DISPLAY "FECHAMENTO DA COMPETENCIA " WS-COMPETENCIA
               " INICIADO".
           DISPLAY "--- PASSO 1/5: BACKUP (PROG39) ---".
           MOVE ZERO TO RETURN-CODE.
           CALL "PROG39".
           IF RETURN-CODE NOT = ZERO
               MOVE "N" TO WS-CADEIA-OK
           END-IF.
           IF CADEIA-SEM-FALHAS
               DISPLAY "--- PASSO 2/5: FOLHA (PROG41) ---"
               MOVE ZERO TO RETURN-CODE
               CALL "PROG41"
               IF RETURN-CODE NOT = ZERO
               END-IF
           END-IF.
           IF CADEIA-SEM-FALHAS
               DISPLAY "--- PASSO 3/5: VARIACAO SOBRE O MES ANTERIOR "
                   "(PROG115) ---"
               PERFORM OFERECER-RELATORIO-VARIACAO
           END-IF.
           IF CADEIA-SEM-FALHAS
               DISPLAY "--- PASSO 4/5: EXPORTACAO (PROG42) ---"
               MOVE ZERO TO RETURN-CODE
               CALL "PROG42"
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "PASSO 4 (PROG42) FALHOU"
                   MOVE "N" TO WS-CADEIA-OK
               END-IF
           END-IF.
           IF CADEIA-SEM-FALHAS
               DISPLAY "--- PASSO 5/5: RESUMO POR DEPARTAMENTO "
                   "(PROG46) ---"
               CALL "PROG46"
           END-IF.
                   "DE NOVO"
           END-IF.

      *> COM A FOLHA CALCULADA E ANTES DA EXPORTACAO, O OPERADOR PODE
      *> CONFERIR A VARIACAO SOBRE O MES ANTERIOR; SE NAO CONFIRMAR A
      *> CONTINUACAO A CADEIA PARA COMO NUM PASSO FALHO E A
      *> COMPETENCIA FICA "E" ATE A ANALISE TERMINAR
       OFERECER-RELATORIO-VARIACAO.
           DISPLAY "EMITIR O RELATORIO DE VARIACAO? (S/N): ".
           ACCEPT WS-OPCAO-CONFIRMA.
           IF WS-OPCAO-CONFIRMA = "S" OR WS-OPCAO-CONFIRMA = "s"
               CALL "PROG115"
               DISPLAY "CONFIRMA A CONTINUACAO DO FECHAMENTO? (S/N): "
               ACCEPT WS-OPCAO-CONFIRMA
               IF WS-OPCAO-CONFIRMA NOT = "S"
                   AND WS-OPCAO-CONFIRMA NOT = "s"
                   DISPLAY "FECHAMENTO INTERROMPIDO PARA ANALISE DA "
                       "VARIACAO"
                   MOVE "N" TO WS-CADEIA-OK
               END-IF
           END-IF.

       GRAVAR-MARCA-FECHAMENTO.
           MOVE WS-COMPETENCIA TO FECH-COMPETENCIA.
           MOVE "E" TO FECH-STATUS.
