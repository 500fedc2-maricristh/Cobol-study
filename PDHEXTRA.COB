      *> PDHEXTRA TAB - PROCEDURE DIVISION PARAGRAPHS FOR THE OVERTIME
      *> AUTHORIZATION CHECK. COPIED INTO ANY PROGRAM THAT ALSO COPIES
      *> WSHEXTRA.COB, SELAUTHE.COB, FDAUTHE.COB, SELHERETIDA.COB E
      *> FDHERETIDA.COB. HE-CONFERIR-DIA TRATA O LANCAMENTO DE PONTO
      *> JA LIDO NO PONTO-REGISTRO; HE-LIBERAR-APROVADAS RECOLHE AS
      *> HORAS QUE O GESTOR APROVOU PARA A FOLHA DA COMPETENCIA.

      *> AS EXTRAS DO DIA SO SAO PAGAS ATE O MAXIMO AUTORIZADO PELO
      *> SUPERVISOR; SEM AUTORIZACAO NADA E PAGO E TODA A EXTRA FICA
      *> RETIDA PARA A DECISAO DO GESTOR
       HE-CONFERIR-DIA.
           MOVE ZEROS TO WS-HE-AUTORIZADAS WS-HE-EXCESSO.
           MOVE PONTO-HORAS-EXTRAS TO WS-HE-PAGAVEIS.
           IF PONTO-HORAS-EXTRAS > ZERO
               MOVE PONTO-CODIGO TO AUTHE-CODIGO
               MOVE PONTO-DATA TO AUTHE-DATA
               READ ARQUIVO-AUTHE
                   INVALID KEY
                       MOVE ZEROS TO WS-HE-AUTORIZADAS
                   NOT INVALID KEY
                       MOVE AUTHE-HORAS-MAXIMAS TO WS-HE-AUTORIZADAS
               END-READ
               IF PONTO-HORAS-EXTRAS > WS-HE-AUTORIZADAS
                   COMPUTE WS-HE-EXCESSO =
                       PONTO-HORAS-EXTRAS - WS-HE-AUTORIZADAS
                   MOVE WS-HE-AUTORIZADAS TO WS-HE-PAGAVEIS
               END-IF
           END-IF.
           PERFORM HE-ATUALIZAR-RETENCAO.

      *> O EXCESSO VIRA (OU ATUALIZA) UMA RETENCAO PENDENTE; SE O
      *> PONTO FOI CORRIGIDO E NAO HA MAIS EXCESSO, A PENDENTE SAI. A
      *> RETENCAO JA DECIDIDA PELO GESTOR (APROVADA, RECUSADA OU
      *> LIBERADA) NAO MUDA MAIS
       HE-ATUALIZAR-RETENCAO.
           MOVE SPACE TO WS-HE-SITUACAO.
           MOVE "N" TO WS-HE-RETIDA-EXISTE.
           MOVE PONTO-CODIGO TO HERET-CODIGO.
           MOVE PONTO-DATA TO HERET-DATA.
           READ ARQUIVO-HERETIDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-HE-RETIDA-EXISTE
                   MOVE HERET-SITUACAO TO WS-HE-SITUACAO
           END-READ.
           EVALUATE TRUE
               WHEN HE-RETIDA-CADASTRADA AND NOT HERET-PENDENTE
                   CONTINUE
               WHEN WS-HE-EXCESSO > ZERO
                   MOVE "P" TO WS-HE-SITUACAO
                   IF HE-GRAVAR-RETENCAO
                       PERFORM HE-GRAVAR-PENDENTE
                   END-IF
               WHEN HE-RETIDA-CADASTRADA
                   MOVE SPACE TO WS-HE-SITUACAO
                   IF HE-GRAVAR-RETENCAO
                       DELETE ARQUIVO-HERETIDA
                           INVALID KEY
                               DISPLAY "ERRO AO REMOVER RETENCAO DE "
                                   "HORAS EXTRAS " HERET-CODIGO
                       END-DELETE
                   END-IF
           END-EVALUATE.

       HE-GRAVAR-PENDENTE.
           MOVE PONTO-CODIGO TO HERET-CODIGO.
           MOVE PONTO-DATA TO HERET-DATA.
           MOVE WS-HE-DEPARTAMENTO TO HERET-DEPARTAMENTO.
           MOVE PONTO-HORAS-EXTRAS TO HERET-HORAS-EXTRAS.
           MOVE WS-HE-AUTORIZADAS TO HERET-HORAS-AUTORIZADAS.
           MOVE WS-HE-EXCESSO TO HERET-HORAS-RETIDAS.
           MOVE WS-HE-DATA-HOJE TO HERET-DT-APURACAO.
           MOVE SPACES TO HERET-DECISOR.
           MOVE ZEROS TO HERET-DT-DECISAO HERET-COMP-LIBERACAO.
           MOVE "P" TO HERET-SITUACAO.
           IF HE-RETIDA-CADASTRADA
               REWRITE HERET-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR RETENCAO DE HORAS "
                           "EXTRAS " HERET-CODIGO
               END-REWRITE
           ELSE
               WRITE HERET-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR RETENCAO DE HORAS "
                           "EXTRAS " HERET-CODIGO
               END-WRITE
           END-IF.

      *> AS RETENCOES APROVADAS ATE A COMPETENCIA SAO PAGAS NESTA
      *> FOLHA E MARCADAS COMO LIBERADAS NELA; AS JA LIBERADAS NA
      *> MESMA COMPETENCIA ENTRAM DE NOVO NUMA REEXECUCAO AUTORIZADA
       HE-LIBERAR-APROVADAS.
           MOVE ZEROS TO WS-HE-LIBERADAS.
           MOVE "N" TO FIM-DA-RETENCAO-HE.
           MOVE WS-HE-CODIGO TO HERET-CODIGO.
           MOVE ZEROS TO HERET-DATA.
           START ARQUIVO-HERETIDA KEY IS NOT LESS THAN HERET-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-RETENCAO-HE
           END-START.
           PERFORM HE-EXAMINAR-RETENCAO UNTIL ACABOU-RETENCAO-HE.

       HE-EXAMINAR-RETENCAO.
           READ ARQUIVO-HERETIDA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-RETENCAO-HE
               NOT AT END
                   IF HERET-CODIGO = WS-HE-CODIGO
                       PERFORM HE-TRATAR-RETENCAO
                   ELSE
                       MOVE "S" TO FIM-DA-RETENCAO-HE
                   END-IF
           END-READ.

       HE-TRATAR-RETENCAO.
           IF HERET-DATA-ANOMES NOT > WS-HE-COMPETENCIA
               EVALUATE TRUE
                   WHEN HERET-APROVADA
                       ADD HERET-HORAS-RETIDAS TO WS-HE-LIBERADAS
                       IF HE-GRAVAR-RETENCAO
                           MOVE "L" TO HERET-SITUACAO
                           MOVE WS-HE-COMPETENCIA
                               TO HERET-COMP-LIBERACAO
                           REWRITE HERET-REGISTRO
                               INVALID KEY
                                   DISPLAY "ERRO AO LIBERAR RETENCAO "
                                       "DE HORAS EXTRAS " HERET-CODIGO
                           END-REWRITE
                       END-IF
                   WHEN HERET-LIBERADA
                       AND HERET-COMP-LIBERACAO = WS-HE-COMPETENCIA
                       ADD HERET-HORAS-RETIDAS TO WS-HE-LIBERADAS
               END-EVALUATE
           END-IF.
