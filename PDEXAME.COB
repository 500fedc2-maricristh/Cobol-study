      *> PDEXAME TAB - PROCEDURE DIVISION PARAGRAPHS FOR THE
      *> OCCUPATIONAL HEALTH EXAM FACILITY (ASO). COPIED INTO ANY
      *> PROGRAM THAT ALSO COPIES WSEXAME.COB, SELEXAME.COB E
      *> FDEXAME.COB E ABRE ARQUIVO-EXAME PARA ATUALIZACAO.

      *> PROXIMA SEQUENCIA LIVRE DOS EXAMES DO FUNCIONARIO INFORMADO
      *> EM WS-EXA-CODIGO. PERCORRE O ARQUIVO: O CHAMADOR MONTA O
      *> REGISTRO NOVO SO DEPOIS DESTE PARAGRAFO
       EXA-PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WS-EXA-SEQUENCIA.
           MOVE "N" TO FIM-DOS-EXAMES.
           MOVE WS-EXA-CODIGO TO EXAME-CODIGO-FUNC.
           MOVE ZEROS TO EXAME-SEQUENCIA.
           START ARQUIVO-EXAME KEY IS NOT LESS THAN EXAME-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DOS-EXAMES
           END-START.
           PERFORM EXA-LER-SEQUENCIA UNTIL ACABOU-EXAMES.
           ADD 1 TO WS-EXA-SEQUENCIA.

       EXA-LER-SEQUENCIA.
           READ ARQUIVO-EXAME NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DOS-EXAMES
               NOT AT END
                   IF EXAME-CODIGO-FUNC = WS-EXA-CODIGO
                       MOVE EXAME-SEQUENCIA TO WS-EXA-SEQUENCIA
                   ELSE
                       MOVE "S" TO FIM-DOS-EXAMES
                   END-IF
           END-READ.

      *> VENCIMENTO = DATA BASE + WS-EXA-MESES; DIA QUE NAO EXISTE NO
      *> MES DE DESTINO (31/04, 29/02 FORA DO BISSEXTO) CAI NO ULTIMO
      *> DIA DESTE MES
       EXA-CALCULAR-VENCIMENTO.
           COMPUTE WS-EXA-TOTAL-MESES =
               WS-EXA-BASE-ANO * 12 + WS-EXA-BASE-MES - 1
               + WS-EXA-MESES.
           DIVIDE WS-EXA-TOTAL-MESES BY 12
               GIVING WS-EXA-VENC-ANO REMAINDER WS-EXA-VENC-MES.
           ADD 1 TO WS-EXA-VENC-MES.
           MOVE WS-EXA-DIAS-MES(WS-EXA-VENC-MES) TO WS-EXA-ULTIMO-DIA.
           IF WS-EXA-VENC-MES = 2
               DIVIDE WS-EXA-VENC-ANO BY 4
                   GIVING WS-EXA-QUOCIENTE REMAINDER WS-EXA-RESTO-4
               DIVIDE WS-EXA-VENC-ANO BY 100
                   GIVING WS-EXA-QUOCIENTE REMAINDER WS-EXA-RESTO-100
               DIVIDE WS-EXA-VENC-ANO BY 400
                   GIVING WS-EXA-QUOCIENTE REMAINDER WS-EXA-RESTO-400
               IF WS-EXA-RESTO-400 = ZERO
                   OR (WS-EXA-RESTO-4 = ZERO
                       AND WS-EXA-RESTO-100 NOT = ZERO)
                   MOVE 29 TO WS-EXA-ULTIMO-DIA
               END-IF
           END-IF.
           MOVE WS-EXA-BASE-DIA TO WS-EXA-VENC-DIA.
           IF WS-EXA-VENC-DIA > WS-EXA-ULTIMO-DIA
               MOVE WS-EXA-ULTIMO-DIA TO WS-EXA-VENC-DIA
           END-IF.
