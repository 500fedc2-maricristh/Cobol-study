       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG140.
      *> PROGRAMA DE AUTORIZACAO PREVIA DE HORAS EXTRAS
      *> O SUPERVISOR AUTENTICADO (NIVEL 2 NO SIGN-ON DO PROG44)
      *> REGISTRA, POR FUNCIONARIO E POR DIA, O MAXIMO DE HORAS
      *> EXTRAS AUTORIZADAS E O MOTIVO. A CONFERENCIA ANTES DA FOLHA
      *> (PROG141) E A PROPRIA FOLHA (PROG41) SO PAGAM AS EXTRAS DO
      *> PONTO ATE ESSE MAXIMO; O EXCESSO FICA RETIDO PARA O GESTOR
      *> DO DEPARTAMENTO APROVAR OU RECUSAR NO PROG142. A AUTORIZACAO
      *> PODE SER REGISTRADA DEPOIS DO DIA TRABALHADO, ENQUANTO A
      *> RETENCAO DO DIA AINDA ESTIVER PENDENTE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELAUTHE TAB
           COPY "SELAUTHE.COB".
      *> SELHERETIDA TAB
           COPY "SELHERETIDA.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDAUTHE TAB
           COPY "FDAUTHE.COB".
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
       01  WS-CODIGO-PEDIDO  PIC 9(05).
       01  WS-FUNC-OK        PIC X(01) VALUE "N".
           88  FUNCIONARIO-VALIDO    VALUE "S".
       01  WS-DATA-PEDIDA    PIC 9(08).
       01  WS-DATA-OK        PIC X(01) VALUE "N".
           88  DATA-VALIDA           VALUE "S".
       01  WS-HORAS-PEDIDAS  PIC 9(02)V9(02).
       01  WS-MOTIVO-PEDIDO  PIC X(30).
       01  WS-OPCAO-CONFIRMA PIC X(01).
       01  WS-AUTHE-EXISTE   PIC X(01) VALUE "N".
           88  AUTORIZACAO-CADASTRADA VALUE "S".
       01  FIM-DA-AUTORIZACAO PIC X(01) VALUE "N".
           88  ACABOU-AUTORIZACAO    VALUE "S".
       01  WS-QTD-AUTORIZACOES PIC 9(03) VALUE ZEROS.
       01  WS-DATA-HOJE      PIC 9(08).
       01  WS-HORA-AGORA     PIC 9(08).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           DISPLAY "===== AUTORIZACAO PREVIA DE HORAS EXTRAS =====".
           PERFORM SESSAO-LER-OPERADOR.
           IF WS-SESSAO-NIVEL < 2
               DISPLAY "AUTORIZACAO DE HORAS EXTRAS RESTRITA A "
                   "SUPERVISORES AUTENTICADOS NO SIGN-ON"
               GO TO PROGRAM-DONE
           END-IF.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-AUTHE.
           OPEN INPUT ARQUIVO-HERETIDA.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-AUTHE.
           CLOSE ARQUIVO-HERETIDA.
       PROGRAM-DONE.
        GOBACK.

       MENU-PRINCIPAL.
           DISPLAY "I - INCLUIR/ALTERAR AUTORIZACAO".
           DISPLAY "L - LISTAR AUTORIZACOES DO FUNCIONARIO".
           DISPLAY "E - EXCLUIR AUTORIZACAO".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "I" WHEN "i"
                   PERFORM INCLUIR-AUTORIZACAO
               WHEN "L" WHEN "l"
                   PERFORM LISTAR-AUTORIZACOES
               WHEN "E" WHEN "e"
                   PERFORM EXCLUIR-AUTORIZACAO
               WHEN "S" WHEN "s"
                   MOVE "N" TO CONTINUAR-FLAG
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA, TENTE NOVAMENTE".

       VALIDAR-FUNCIONARIO.
           MOVE "N" TO WS-FUNC-OK.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT WS-CODIGO-PEDIDO.
           MOVE WS-CODIGO-PEDIDO TO FUNCIONARIO-CODIGO.
           READ ARQUIVO-FUNCIONARIO
               INVALID KEY
                   DISPLAY "FUNCIONARIO NAO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "FUNCIONARIO: " FUNCIONARIO-NOME
                   MOVE "S" TO WS-FUNC-OK
           END-READ.

       VALIDAR-DATA.
           MOVE "N" TO WS-DATA-OK.
           DISPLAY "INFORME A DATA (AAAAMMDD): ".
           ACCEPT WS-DATA-PEDIDA.
           IF WS-DATA-PEDIDA NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-DATA-PEDIDA)
                   NOT = ZERO
               DISPLAY "DATA INVALIDA"
           ELSE
               MOVE "S" TO WS-DATA-OK
           END-IF.

      *> LE A AUTORIZACAO DO FUNCIONARIO NO DIA PEDIDO
       LER-AUTORIZACAO.
           MOVE "N" TO WS-AUTHE-EXISTE.
           MOVE WS-CODIGO-PEDIDO TO AUTHE-CODIGO.
           MOVE WS-DATA-PEDIDA TO AUTHE-DATA.
           READ ARQUIVO-AUTHE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-AUTHE-EXISTE
           END-READ.

       INCLUIR-AUTORIZACAO.
           PERFORM VALIDAR-FUNCIONARIO.
           IF FUNCIONARIO-VALIDO AND NOT FUNCIONARIO-ATIVO
               DISPLAY "FUNCIONARIO INATIVO, AUTORIZACAO NAO PERMITIDA"
               MOVE "N" TO WS-FUNC-OK
           END-IF.
           IF FUNCIONARIO-VALIDO
               PERFORM VALIDAR-DATA
           END-IF.
           IF FUNCIONARIO-VALIDO AND DATA-VALIDA
               PERFORM VERIFICAR-RETENCAO-DECIDIDA
           END-IF.
           IF FUNCIONARIO-VALIDO AND DATA-VALIDA
               PERFORM LER-AUTORIZACAO
               IF AUTORIZACAO-CADASTRADA
                   DISPLAY "AUTORIZACAO ATUAL: " AUTHE-HORAS-MAXIMAS
                       " HORAS - " AUTHE-MOTIVO
                       " (POR " AUTHE-SUPERVISOR ")"
               END-IF
               PERFORM GRAVAR-AUTORIZACAO
           END-IF.

      *> O EXCESSO DO DIA JA DECIDIDO PELO GESTOR NAO E REAVALIADO;
      *> A NOVA AUTORIZACAO NAO ALTERA MAIS O PAGAMENTO DAQUELE DIA
       VERIFICAR-RETENCAO-DECIDIDA.
           MOVE WS-CODIGO-PEDIDO TO HERET-CODIGO.
           MOVE WS-DATA-PEDIDA TO HERET-DATA.
           READ ARQUIVO-HERETIDA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT HERET-PENDENTE
                       DISPLAY "ATENCAO: O EXCESSO DESTE DIA JA FOI "
                           "DECIDIDO PELO GESTOR (SITUACAO "
                           HERET-SITUACAO ")"
                   END-IF
           END-READ.

       GRAVAR-AUTORIZACAO.
           DISPLAY "INFORME O MAXIMO DE HORAS EXTRAS (HH.MM DECIMAL): ".
           ACCEPT WS-HORAS-PEDIDAS.
           DISPLAY "INFORME O MOTIVO: ".
           ACCEPT WS-MOTIVO-PEDIDO.
           IF WS-HORAS-PEDIDAS = ZERO
               DISPLAY "MAXIMO DE HORAS DEVE SER MAIOR QUE ZERO, "
                   "AUTORIZACAO NAO GRAVADA"
           ELSE
               ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
               ACCEPT WS-HORA-AGORA FROM TIME
               MOVE WS-CODIGO-PEDIDO TO AUTHE-CODIGO
               MOVE WS-DATA-PEDIDA TO AUTHE-DATA
               MOVE WS-HORAS-PEDIDAS TO AUTHE-HORAS-MAXIMAS
               MOVE WS-MOTIVO-PEDIDO TO AUTHE-MOTIVO
               MOVE WS-OPERADOR TO AUTHE-SUPERVISOR
               MOVE WS-DATA-HOJE TO AUTHE-DT-REGISTRO
               MOVE WS-HORA-AGORA TO AUTHE-HORA-REGISTRO
               IF AUTORIZACAO-CADASTRADA
                   REWRITE AUTHE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REGRAVAR A AUTORIZACAO"
                       NOT INVALID KEY
                           DISPLAY "AUTORIZACAO ALTERADA"
                   END-REWRITE
               ELSE
                   WRITE AUTHE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A AUTORIZACAO"
                       NOT INVALID KEY
                           DISPLAY "AUTORIZACAO GRAVADA"
                   END-WRITE
               END-IF
           END-IF.

       LISTAR-AUTORIZACOES.
           PERFORM VALIDAR-FUNCIONARIO.
           IF FUNCIONARIO-VALIDO
               MOVE ZEROS TO WS-QTD-AUTORIZACOES
               MOVE "N" TO FIM-DA-AUTORIZACAO
               MOVE WS-CODIGO-PEDIDO TO AUTHE-CODIGO
               MOVE ZEROS TO AUTHE-DATA
               START ARQUIVO-AUTHE KEY IS NOT LESS THAN AUTHE-CHAVE
                   INVALID KEY
                       MOVE "S" TO FIM-DA-AUTORIZACAO
               END-START
               PERFORM LISTAR-PROXIMA-AUTORIZACAO
                   UNTIL ACABOU-AUTORIZACAO
               IF WS-QTD-AUTORIZACOES = ZERO
                   DISPLAY "NENHUMA AUTORIZACAO PARA O FUNCIONARIO"
               END-IF
           END-IF.

       LISTAR-PROXIMA-AUTORIZACAO.
           READ ARQUIVO-AUTHE NEXT RECORD
               AT END
                   MOVE "S" TO FIM-DA-AUTORIZACAO
               NOT AT END
                   IF AUTHE-CODIGO = WS-CODIGO-PEDIDO
                       ADD 1 TO WS-QTD-AUTORIZACOES
                       DISPLAY AUTHE-DATA " MAXIMO "
                           AUTHE-HORAS-MAXIMAS " HORAS - "
                           AUTHE-MOTIVO " (POR " AUTHE-SUPERVISOR
                           " EM " AUTHE-DT-REGISTRO ")"
                   ELSE
                       MOVE "S" TO FIM-DA-AUTORIZACAO
                   END-IF
           END-READ.

       EXCLUIR-AUTORIZACAO.
           PERFORM VALIDAR-FUNCIONARIO.
           IF FUNCIONARIO-VALIDO
               PERFORM VALIDAR-DATA
           END-IF.
           IF FUNCIONARIO-VALIDO AND DATA-VALIDA
               PERFORM LER-AUTORIZACAO
               IF AUTORIZACAO-CADASTRADA
                   PERFORM CONFIRMAR-EXCLUSAO
               ELSE
                   DISPLAY "AUTORIZACAO NAO ENCONTRADA"
               END-IF
           END-IF.

       CONFIRMAR-EXCLUSAO.
           DISPLAY "AUTORIZACAO: " AUTHE-HORAS-MAXIMAS " HORAS - "
               AUTHE-MOTIVO.
           DISPLAY "CONFIRMA A EXCLUSAO? (S/N): ".
           ACCEPT WS-OPCAO-CONFIRMA.
           IF WS-OPCAO-CONFIRMA = "S" OR WS-OPCAO-CONFIRMA = "s"
               DELETE ARQUIVO-AUTHE
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR A AUTORIZACAO"
                   NOT INVALID KEY
                       DISPLAY "AUTORIZACAO EXCLUIDA"
               END-DELETE
           ELSE
               DISPLAY "EXCLUSAO CANCELADA"
           END-IF.

      *> PDSESSAO TAB (OPERADOR AUTENTICADO PELO SIGN-ON DO PROG44)
           COPY "PDSESSAO.COB".
