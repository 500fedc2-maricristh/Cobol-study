      *> PDPENSAO TAB - PROCEDURE DIVISION PARAGRAPHS FOR THE ALIMONY
      *> FACILITY. COPIED INTO ANY PROGRAM THAT ALSO COPIES
      *> SELPENSAO/FDPENSAO, SELPENSAOPAG/FDPENSAOPAG E WSPENSAO.COB
      *> E ABRE ARQUIVO-PENSAO PARA LEITURA (E ARQUIVO-PENSAOPAG EM
      *> I-O QUANDO GRAVA O PAGAMENTO). A FOLHA (PROG41), O 13
      *> (PROG55), A RESCISAO (PROG62) E A APROVACAO DO DESLIGAMENTO
      *> (PROG92) APURAM A PENSAO PELA MESMA REGRA.

      *> VARRE AS ORDENS DO FUNCIONARIO E APLICA AS VIGENTES NA
      *> COMPETENCIA QUE VALEM PARA A ORIGEM (A FOLHA SEMPRE; O 13 E A
      *> RESCISAO SO QUANDO A ORDEM DIZ). O LIQUIDO DA BASE E O BRUTO
      *> MENOS AS RETENCOES LEGAIS, E A SOMA DAS ORDENS NUNCA PASSA
      *> DELE: A ORDEM QUE NAO CABE INTEIRA E RETIDA PELO QUE SOBRA
       PENS-APURAR-FUNCIONARIO.
           MOVE ZEROS TO WS-PENS-VL-TOTAL WS-PENS-QTD-ORDENS.
           IF WS-PENS-DESC-LEGAIS > WS-PENS-BRUTO
               MOVE ZEROS TO WS-PENS-LIQUIDO
           ELSE
               COMPUTE WS-PENS-LIQUIDO =
                   WS-PENS-BRUTO - WS-PENS-DESC-LEGAIS
           END-IF.
           MOVE WS-PENS-LIQUIDO TO WS-PENS-DISPONIVEL.
           ACCEPT WS-PENS-DT-GERACAO FROM DATE YYYYMMDD.
           MOVE "N" TO WS-PENS-FIM-ORDENS.
           MOVE WS-PENS-CODIGO TO PENSAO-CODIGO.
           MOVE ZEROS TO PENSAO-SEQUENCIA.
           START ARQUIVO-PENSAO KEY IS NOT LESS THAN PENSAO-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-PENS-FIM-ORDENS
           END-START.
           PERFORM PENS-EXAMINAR-ORDEM UNTIL PENS-ACABOU-ORDENS.

       PENS-EXAMINAR-ORDEM.
           READ ARQUIVO-PENSAO NEXT RECORD
               AT END
                   MOVE "S" TO WS-PENS-FIM-ORDENS
               NOT AT END
                   IF PENSAO-CODIGO = WS-PENS-CODIGO
                       PERFORM PENS-AVALIAR-ORDEM
                   ELSE
                       MOVE "S" TO WS-PENS-FIM-ORDENS
                   END-IF
           END-READ.

       PENS-AVALIAR-ORDEM.
           COMPUTE WS-PENS-INI-ANOMES = PENSAO-DT-INICIO / 100.
           COMPUTE WS-PENS-FIM-ANOMES = PENSAO-DT-FIM / 100.
           IF WS-PENS-INI-ANOMES <= WS-PENS-COMPETENCIA
               AND (PENSAO-DT-FIM = ZEROS
                   OR WS-PENS-FIM-ANOMES >= WS-PENS-COMPETENCIA)
               IF PENS-ORIGEM-FOLHA
                   OR (PENS-ORIGEM-13 AND PENSAO-NO-13)
                   OR (PENS-ORIGEM-RESCISAO AND PENSAO-NA-RESCISAO)
                   PERFORM PENS-CALCULAR-ORDEM
               END-IF
           END-IF.

       PENS-CALCULAR-ORDEM.
           EVALUATE TRUE
               WHEN PENSAO-SOBRE-LIQUIDO
                   COMPUTE WS-PENS-VL-ORDEM ROUNDED =
                       WS-PENS-LIQUIDO * PENSAO-PERCENTUAL / 100
               WHEN PENSAO-SOBRE-BRUTO
                   COMPUTE WS-PENS-VL-ORDEM ROUNDED =
                       WS-PENS-BRUTO * PENSAO-PERCENTUAL / 100
               WHEN OTHER
                   MOVE PENSAO-VALOR TO WS-PENS-VL-ORDEM
           END-EVALUATE.
           IF WS-PENS-VL-ORDEM > WS-PENS-DISPONIVEL
               MOVE WS-PENS-DISPONIVEL TO WS-PENS-VL-ORDEM
           END-IF.
           IF WS-PENS-VL-ORDEM > ZERO
               SUBTRACT WS-PENS-VL-ORDEM FROM WS-PENS-DISPONIVEL
               ADD WS-PENS-VL-ORDEM TO WS-PENS-VL-TOTAL
               ADD 1 TO WS-PENS-QTD-ORDENS
               IF PENS-GRAVAR-PAGAMENTO
                   PERFORM PENS-REGISTRAR-PAGAMENTO
               END-IF
           END-IF.

      *> NUMA REEXECUCAO O PAGAMENTO AINDA NAO REMETIDO E REGRAVADO;
      *> O QUE JA SAIU NA REMESSA FICA COMO ESTA E E SO APONTADO
       PENS-REGISTRAR-PAGAMENTO.
           MOVE WS-PENS-COMPETENCIA TO PPAG-COMPETENCIA.
           MOVE WS-PENS-ORIGEM      TO PPAG-ORIGEM.
           MOVE PENSAO-CODIGO       TO PPAG-CODIGO.
           MOVE PENSAO-SEQUENCIA    TO PPAG-SEQUENCIA.
           READ ARQUIVO-PENSAOPAG
               INVALID KEY
                   PERFORM PENS-MONTAR-PAGAMENTO
                   WRITE PPAG-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A PENSAO DO CODIGO "
                               PENSAO-CODIGO
                   END-WRITE
               NOT INVALID KEY
                   IF PPAG-REMETIDO
                       DISPLAY "PENSAO DO CODIGO " PENSAO-CODIGO
                           " ORDEM " PENSAO-SEQUENCIA
                           " JA REMETIDA, NAO REGRAVADA"
                   ELSE
                       PERFORM PENS-MONTAR-PAGAMENTO
                       REWRITE PPAG-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A PENSAO DO "
                                   "CODIGO " PENSAO-CODIGO
                       END-REWRITE
                   END-IF
           END-READ.

       PENS-MONTAR-PAGAMENTO.
           MOVE WS-PENS-COMPETENCIA TO PPAG-COMPETENCIA.
           MOVE WS-PENS-ORIGEM      TO PPAG-ORIGEM.
           MOVE PENSAO-CODIGO       TO PPAG-CODIGO.
           MOVE PENSAO-SEQUENCIA    TO PPAG-SEQUENCIA.
           MOVE WS-PENS-VL-ORDEM    TO PPAG-VALOR.
           MOVE WS-PENS-EMPRESA     TO PPAG-EMPRESA.
           MOVE WS-PENS-DT-GERACAO  TO PPAG-DT-GERACAO.
           MOVE "N"                 TO PPAG-REMESSA.
