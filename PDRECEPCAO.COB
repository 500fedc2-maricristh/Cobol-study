      *> PDRECEPCAO TAB - PROCEDURE DIVISION PARAGRAPHS FOR THE
      *> INCOMING FILE REGISTRY. COPIED INTO ANY PROGRAM THAT ALSO
      *> COPIES WSRECEPCAO.COB, SELRECEPCAO.COB, FDRECEPCAO.COB,
      *> SELRECEBIDO.COB E FDRECEBIDO.COB. O PROGRAMA CHAMA
      *> RCP-CONFERIR-ARQUIVO ANTES DE ABRIR O ARQUIVO DE INTERFACE E
      *> SO PROCESSA COM RCP-PODE-PROCESSAR; NO FIM CHAMA
      *> RCP-REGISTRAR-PROCESSAMENTO (OU RCP-REGISTRAR-INTERRUPCAO).
      *> O RECUSADO JA SAI REGISTRADO DAQUI.

      *> VARRE O ARQUIVO, CONFERE O TRAILER E PROCURA O MESMO
      *> CONTEUDO JA PROCESSADO. TRAILER DIVERGENTE NAO TEM LIBERACAO;
      *> DUPLICADO SO PASSA COM O SUPERVISOR DA SESSAO FORCANDO.
      *> ARQUIVO SEM TRAILER (FORNECEDOR AINDA SEM A LINHA "TRL") E
      *> ACEITO COM AVISO; ARQUIVO VAZIO NAO TEM O QUE DUPLICAR
       RCP-CONFERIR-ARQUIVO.
           MOVE "L" TO WS-RCP-SITUACAO.
           PERFORM RCP-VARRER-ARQUIVO.
           DISPLAY "ARQUIVO RECEBIDO: " WS-RCP-ARQUIVO.
           DISPLAY "   REGISTROS: " WS-RCP-REGISTROS
               "  HASH: " WS-RCP-HASH
               "  DATA DO ARQUIVO: " WS-RCP-DATA-ARQUIVO.
           IF RCP-TRAILER-PRESENTE
               IF WS-RCP-TRL-TOTAL NOT = WS-RCP-REGISTROS
                   DISPLAY "ARQUIVO RECUSADO: O TRAILER INFORMA "
                       WS-RCP-TRL-TOTAL " REGISTROS"
                   MOVE "T" TO WS-RCP-SITUACAO
               END-IF
           ELSE
               DISPLAY "ATENCAO: ARQUIVO SEM TRAILER DE CONTAGEM"
           END-IF.
           IF RCP-LIBERADO AND WS-RCP-REGISTROS > ZERO
               PERFORM RCP-PROCURAR-DUPLICIDADE
           END-IF.
           IF NOT RCP-PODE-PROCESSAR
               PERFORM RCP-GRAVAR-REGISTRO
           END-IF.

       RCP-VARRER-ARQUIVO.
           MOVE ZEROS TO WS-RCP-REGISTROS WS-RCP-ACUMULADO.
           MOVE ZEROS TO WS-RCP-TRL-TOTAL WS-RCP-DATA-ARQUIVO.
           MOVE "N" TO WS-RCP-TEM-TRAILER.
           MOVE "N" TO FIM-DO-RECEBIDO.
           OPEN INPUT ARQUIVO-RECEBIDO.
           PERFORM RCP-LER-LINHA.
           PERFORM RCP-EXAMINAR-LINHA UNTIL ACABOU-RECEBIDO.
           CLOSE ARQUIVO-RECEBIDO.
           MOVE WS-RCP-ACUMULADO TO WS-RCP-HASH.

       RCP-LER-LINHA.
           READ ARQUIVO-RECEBIDO
               AT END
                   MOVE "S" TO FIM-DO-RECEBIDO
           END-READ.

      *> NO FORMATO PADRAO CONTA TODA LINHA QUE NAO E O TRAILER; NO
      *> RETORNO DO BANCO CONTAM SO OS DETALHES "2", QUE E O QUE O
      *> TRAILER "9" DO BANCO INFORMA
       RCP-EXAMINAR-LINHA.
           IF RCP-FORMATO-BANCO
               EVALUATE RCB-BCO-H-TIPO
                   WHEN "1"
                       IF RCB-BCO-H-DATA NUMERIC
                           MOVE RCB-BCO-H-DATA TO WS-RCP-DATA-ARQUIVO
                       END-IF
                   WHEN "2"
                       ADD 1 TO WS-RCP-REGISTROS
                   WHEN "9"
                       MOVE "S" TO WS-RCP-TEM-TRAILER
                       IF RCB-BCO-T-QUANTIDADE NUMERIC
                           MOVE RCB-BCO-T-QUANTIDADE
                               TO WS-RCP-TRL-TOTAL
                       END-IF
               END-EVALUATE
           ELSE
               IF RCB-TRL-MARCA = "TRL"
                   MOVE "S" TO WS-RCP-TEM-TRAILER
                   IF RCB-TRL-TOTAL NUMERIC
                       MOVE RCB-TRL-TOTAL TO WS-RCP-TRL-TOTAL
                   END-IF
                   IF RCB-TRL-DATA NUMERIC
                       MOVE RCB-TRL-DATA TO WS-RCP-DATA-ARQUIVO
                   END-IF
               ELSE
                   ADD 1 TO WS-RCP-REGISTROS
               END-IF
           END-IF.
           MOVE ZEROS TO WS-RCP-SOMA-LINHA.
           PERFORM RCP-SOMAR-CARACTER
               VARYING WS-RCP-POS FROM 1 BY 1 UNTIL WS-RCP-POS > 300.
           COMPUTE WS-RCP-ACUMULADO = FUNCTION MOD
               (WS-RCP-ACUMULADO * 31 + WS-RCP-SOMA-LINHA,
                WS-RCP-PRIMO).
           PERFORM RCP-LER-LINHA.

       RCP-SOMAR-CARACTER.
           IF RCB-LINHA(WS-RCP-POS:1) NOT = SPACE
               COMPUTE WS-RCP-SOMA-LINHA = WS-RCP-SOMA-LINHA +
                   FUNCTION ORD(RCB-LINHA(WS-RCP-POS:1)) * WS-RCP-POS
           END-IF.

      *> O MESMO CONTEUDO (ORIGEM + HASH + CONTAGEM) JA PROCESSADO
      *> ANTES E DUPLICIDADE, MESMO COM OUTRO NOME OU OUTRA DATA
       RCP-PROCURAR-DUPLICIDADE.
           OPEN I-O ARQUIVO-RECEPCAO.
           MOVE WS-RCP-ORIGEM    TO RECP-ORIGEM.
           MOVE WS-RCP-HASH      TO RECP-HASH.
           MOVE WS-RCP-REGISTROS TO RECP-REGISTROS.
           MOVE "N" TO FIM-DA-ASSINATURA.
           START ARQUIVO-RECEPCAO KEY IS EQUAL TO RECP-ASSINATURA
               INVALID KEY
                   MOVE "S" TO FIM-DA-ASSINATURA
           END-START.
           PERFORM RCP-LER-MESMA-ASSINATURA UNTIL ACABOU-ASSINATURA.
           CLOSE ARQUIVO-RECEPCAO.
           IF RCP-DUPLICADO
               DISPLAY "ARQUIVO JA PROCESSADO EM " WS-RCP-ANT-DATA
                   " AS " WS-RCP-ANT-HORA(1:4)
                   " PELO OPERADOR " WS-RCP-ANT-OPERADOR
               PERFORM RCP-PEDIR-REPROCESSAMENTO
           END-IF.

       RCP-LER-MESMA-ASSINATURA.
           READ ARQUIVO-RECEPCAO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-ASSINATURA
               NOT AT END
                   IF RECP-ORIGEM NOT = WS-RCP-ORIGEM
                       OR RECP-HASH NOT = WS-RCP-HASH
                       OR RECP-REGISTROS NOT = WS-RCP-REGISTROS
                       MOVE "S" TO FIM-DA-ASSINATURA
                   ELSE
                       IF RECP-JA-RECEBIDO
                           MOVE "D" TO WS-RCP-SITUACAO
                           MOVE RECP-DATA-PROC TO WS-RCP-ANT-DATA
                           MOVE RECP-HORA-PROC TO WS-RCP-ANT-HORA
                           MOVE RECP-OPERADOR  TO WS-RCP-ANT-OPERADOR
                       END-IF
                   END-IF
           END-READ.

      *> SO O SUPERVISOR AUTENTICADO NO SIGN-ON FORCA O
      *> REPROCESSAMENTO; NOS DEMAIS CASOS A RECUSA E DEFINITIVA
       RCP-PEDIR-REPROCESSAMENTO.
           IF WS-RCP-NIVEL-OPERADOR < 2
               DISPLAY "ARQUIVO RECUSADO: DUPLICADO. SO UM SUPERVISOR "
                   "PODE FORCAR O REPROCESSAMENTO"
           ELSE
               DISPLAY "FORCA O REPROCESSAMENTO DO ARQUIVO? (S/N): "
               ACCEPT WS-RCP-OPCAO
               IF WS-RCP-OPCAO = "S" OR WS-RCP-OPCAO = "s"
                   MOVE "F" TO WS-RCP-SITUACAO
                   DISPLAY "REPROCESSAMENTO FORCADO PELO SUPERVISOR"
               ELSE
                   DISPLAY "ARQUIVO RECUSADO: DUPLICADO"
               END-IF
           END-IF.

      *> PROCESSADO ATE O FIM: "P", OU "F" QUANDO FORCADO
       RCP-REGISTRAR-PROCESSAMENTO.
           IF RCP-LIBERADO
               MOVE "P" TO WS-RCP-SITUACAO
           END-IF.
           PERFORM RCP-GRAVAR-REGISTRO.

      *> INTERROMPIDO NO MEIO (PONTO DE CONTROLE): NAO CONTA COMO
      *> RECEBIDO, PARA A RETOMADA NAO SER RECUSADA COMO DUPLICADA
       RCP-REGISTRAR-INTERRUPCAO.
           MOVE "I" TO WS-RCP-SITUACAO.
           PERFORM RCP-GRAVAR-REGISTRO.

       RCP-GRAVAR-REGISTRO.
           OPEN I-O ARQUIVO-RECEPCAO.
           ACCEPT RECP-DATA-PROC FROM DATE YYYYMMDD.
           ACCEPT RECP-HORA-PROC FROM TIME.
           MOVE WS-RCP-PROGRAMA     TO RECP-PROGRAMA.
           MOVE WS-RCP-ORIGEM       TO RECP-ORIGEM.
           MOVE WS-RCP-HASH         TO RECP-HASH.
           MOVE WS-RCP-REGISTROS    TO RECP-REGISTROS.
           MOVE WS-RCP-ARQUIVO      TO RECP-ARQUIVO.
           MOVE WS-RCP-DATA-ARQUIVO TO RECP-DATA-ARQUIVO.
           MOVE WS-RCP-TEM-TRAILER  TO RECP-TRAILER.
           MOVE WS-RCP-TRL-TOTAL    TO RECP-TRL-TOTAL.
           MOVE WS-RCP-OPERADOR     TO RECP-OPERADOR.
           MOVE WS-RCP-SITUACAO     TO RECP-SITUACAO.
           WRITE RECP-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGISTRAR A RECEPCAO DO ARQUIVO"
           END-WRITE.
           CLOSE ARQUIVO-RECEPCAO.
