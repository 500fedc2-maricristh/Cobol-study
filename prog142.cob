       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG142.
      *> PROGRAMA DE DECISAO DAS HORAS EXTRAS RETIDAS
      *> LANCA A DECISAO DO GESTOR DO DEPARTAMENTO SOBRE O RELATORIO
      *> DE PENDENCIAS DO PROG141: CADA DIA COM EXCESSO RETIDO E
      *> APROVADO (PAGO NA PROXIMA FOLHA DO PROG41) OU RECUSADO (NAO
      *> E PAGO), COM O OPERADOR E A DATA DA DECISAO. SO UM
      *> SUPERVISOR AUTENTICADO (NIVEL 2 NO SIGN-ON DO PROG44) LANCA
      *> A DECISAO, UM DIA POR VEZ OU PERCORRENDO AS PENDENCIAS DE UM
      *> DEPARTAMENTO. A RETENCAO DECIDIDA NAO VOLTA A SER PENDENTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELHERETIDA TAB
           COPY "SELHERETIDA.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDHERETIDA TAB
           COPY "FDHERETIDA.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "WSSESSAO.COB".
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  FIM-DA-RETENCAO   PIC X(01) VALUE "N".
           88  ACABOU-RETENCAO       VALUE "S".
       01  WS-DEPARTAMENTO-PEDIDO PIC X(03).
       01  WS-CODIGO-PEDIDO  PIC 9(05).
       01  WS-DATA-PEDIDA    PIC 9(08).
       01  WS-OPCAO-DECISAO  PIC X(01).
       01  WS-QTD-PENDENTES  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-APROVADAS  PIC 9(05) VALUE ZEROS.
       01  WS-QTD-RECUSADAS  PIC 9(05) VALUE ZEROS.
       01  WS-DATA-HOJE      PIC 9(08).
       01  WS-NOME-FUNCIONARIO PIC X(30).
       01  WS-HORAS-EDIT     PIC Z9.99.
       01  WS-AUTORIZ-EDIT   PIC Z9.99.
       01  WS-RETIDAS-EDIT   PIC Z9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== DECISAO DAS HORAS EXTRAS RETIDAS =====".
           PERFORM SESSAO-LER-OPERADOR.
           IF WS-SESSAO-NIVEL < 2
               DISPLAY "DECISAO DAS HORAS RETIDAS RESTRITA A "
                   "SUPERVISORES AUTENTICADOS NO SIGN-ON"
               GO TO PROGRAM-DONE
           END-IF.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-HERETIDA.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-HERETIDA.
       PROGRAM-DONE.
        GOBACK.

       MENU-PRINCIPAL.
           DISPLAY "L - LISTAR RETENCOES PENDENTES".
           DISPLAY "D - DECIDIR AS PENDENCIAS DE UM DEPARTAMENTO".
           DISPLAY "T - DECIDIR UM DIA DE UM FUNCIONARIO".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "L" WHEN "l"
                   PERFORM LISTAR-PENDENTES
               WHEN "D" WHEN "d"
                   PERFORM DECIDIR-DEPARTAMENTO
               WHEN "T" WHEN "t"
                   PERFORM DECIDIR-UM-DIA
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

       POSICIONAR-NO-INICIO.
           MOVE "N" TO FIM-DA-RETENCAO.
           MOVE ZEROS TO HERET-CODIGO HERET-DATA.
           START ARQUIVO-HERETIDA KEY IS NOT LESS THAN HERET-CHAVE
               INVALID KEY
                   MOVE "S" TO FIM-DA-RETENCAO
           END-START.

      *> DEPARTAMENTO EM BRANCO LISTA AS PENDENCIAS DE TODOS
       LISTAR-PENDENTES.
           DISPLAY "INFORME O DEPARTAMENTO (BRANCO = TODOS): ".
           ACCEPT WS-DEPARTAMENTO-PEDIDO.
           MOVE ZEROS TO WS-QTD-PENDENTES.
           PERFORM POSICIONAR-NO-INICIO.
           PERFORM LISTAR-PROXIMA-RETENCAO UNTIL ACABOU-RETENCAO.
           IF WS-QTD-PENDENTES = ZERO
               DISPLAY "NENHUMA RETENCAO AGUARDANDO DECISAO"
           END-IF.

       LISTAR-PROXIMA-RETENCAO.
           READ ARQUIVO-HERETIDA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-RETENCAO
               NOT AT END
                   IF HERET-PENDENTE
                       AND (WS-DEPARTAMENTO-PEDIDO = SPACES
                       OR HERET-DEPARTAMENTO = WS-DEPARTAMENTO-PEDIDO)
                       ADD 1 TO WS-QTD-PENDENTES
                       PERFORM EXIBIR-RETENCAO
                   END-IF
           END-READ.

       EXIBIR-RETENCAO.
           MOVE HERET-CODIGO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   MOVE "*** NAO CADASTRADO" TO WS-NOME-FUNCIONARIO
               NOT INVALID KEY
                   MOVE FUNCIONARIO-NOME TO WS-NOME-FUNCIONARIO
           END-READ.
           MOVE HERET-HORAS-EXTRAS TO WS-HORAS-EDIT.
           MOVE HERET-HORAS-AUTORIZADAS TO WS-AUTORIZ-EDIT.
           MOVE HERET-HORAS-RETIDAS TO WS-RETIDAS-EDIT.
           DISPLAY HERET-DEPARTAMENTO " " HERET-CODIGO " "
               WS-NOME-FUNCIONARIO " " HERET-DATA
               " EXTRAS " WS-HORAS-EDIT
               " AUTORIZ " WS-AUTORIZ-EDIT
               " RETIDAS " WS-RETIDAS-EDIT.

      *> PERCORRE AS PENDENCIAS DO DEPARTAMENTO NA ORDEM DO RELATORIO
      *> DE CONFERENCIA (FUNCIONARIO E DIA); "F" ENCERRA O PERCURSO
      *> DEIXANDO O RESTANTE PENDENTE
       DECIDIR-DEPARTAMENTO.
           DISPLAY "INFORME O DEPARTAMENTO: ".
           ACCEPT WS-DEPARTAMENTO-PEDIDO.
           IF WS-DEPARTAMENTO-PEDIDO = SPACES
               DISPLAY "DEPARTAMENTO OBRIGATORIO"
           ELSE
               MOVE ZEROS TO WS-QTD-PENDENTES WS-QTD-APROVADAS
                   WS-QTD-RECUSADAS
               PERFORM POSICIONAR-NO-INICIO
               PERFORM PERCORRER-DEPARTAMENTO UNTIL ACABOU-RETENCAO
               DISPLAY "PENDENCIAS VISTAS: " WS-QTD-PENDENTES
                   "  APROVADAS: " WS-QTD-APROVADAS
                   "  RECUSADAS: " WS-QTD-RECUSADAS
           END-IF.

       PERCORRER-DEPARTAMENTO.
           READ ARQUIVO-HERETIDA NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-RETENCAO
               NOT AT END
                   IF HERET-PENDENTE
                       AND HERET-DEPARTAMENTO = WS-DEPARTAMENTO-PEDIDO
                       ADD 1 TO WS-QTD-PENDENTES
                       PERFORM EXIBIR-RETENCAO
                       PERFORM DECIDIR-RETENCAO
                   END-IF
           END-READ.

       DECIDIR-UM-DIA.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT WS-CODIGO-PEDIDO.
           DISPLAY "INFORME A DATA (AAAAMMDD): ".
           ACCEPT WS-DATA-PEDIDA.
           MOVE WS-CODIGO-PEDIDO TO HERET-CODIGO.
           MOVE WS-DATA-PEDIDA TO HERET-DATA.
           READ ARQUIVO-HERETIDA
               INVALID KEY
                   DISPLAY "NAO HA HORAS RETIDAS NESTE DIA"
               NOT INVALID KEY
                   IF HERET-PENDENTE
                       PERFORM EXIBIR-RETENCAO
                       PERFORM DECIDIR-RETENCAO
                   ELSE
                       DISPLAY "RETENCAO JA DECIDIDA (SITUACAO "
                           HERET-SITUACAO " POR " HERET-DECISOR
                           " EM " HERET-DT-DECISAO ")"
                   END-IF
           END-READ.

       DECIDIR-RETENCAO.
           DISPLAY "(A)PROVAR (R)ECUSAR (V)OLTAR (F)INALIZAR: ".
           ACCEPT WS-OPCAO-DECISAO.
           EVALUATE WS-OPCAO-DECISAO
               WHEN "A" WHEN "a"
                   MOVE "A" TO HERET-SITUACAO
                   PERFORM GRAVAR-DECISAO
                   ADD 1 TO WS-QTD-APROVADAS
               WHEN "R" WHEN "r"
                   MOVE "R" TO HERET-SITUACAO
                   PERFORM GRAVAR-DECISAO
                   ADD 1 TO WS-QTD-RECUSADAS
               WHEN "F" WHEN "f"
                   MOVE "S" TO FIM-DA-RETENCAO
                   DISPLAY "RETENCAO MANTIDA PENDENTE"
               WHEN OTHER
                   DISPLAY "RETENCAO MANTIDA PENDENTE"
           END-EVALUATE.

       GRAVAR-DECISAO.
           MOVE WS-OPERADOR TO HERET-DECISOR.
           MOVE WS-DATA-HOJE TO HERET-DT-DECISAO.
           REWRITE HERET-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A DECISAO"
               NOT INVALID KEY
                   IF HERET-APROVADA
                       DISPLAY "APROVADA: SERA PAGA NA PROXIMA FOLHA"
                   ELSE
                       DISPLAY "RECUSADA: NAO SERA PAGA"
                   END-IF
           END-REWRITE.

      *> PDSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "PDSESSAO.COB".
