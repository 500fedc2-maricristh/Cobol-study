       IDENTIFICATION DIVISION.
       PROGRAM-ID.PROG128.
      *> PROGRAMA DE MANUTENCAO DOS PINS DO AUTOATENDIMENTO
      *> O FUNCIONARIO CONSULTA OS PROPRIOS CONTRACHEQUES, FERIAS,
      *> BANCO DE HORAS, EMPRESTIMOS E INFORME NO TERMINAL DO PROG129
      *> COM O CPF E UM PIN DE 6 DIGITOS. AQUI O RH EMITE O PIN DE
      *> QUEM AINDA NAO TEM, REINICIA O PIN ESQUECIDO OU BLOQUEADO
      *> (SEMPRE COM UM PIN PROVISORIO, TROCADO PELO FUNCIONARIO NO
      *> PRIMEIRO ACESSO), CANCELA O ACESSO, CONSULTA A SITUACAO DO
      *> PIN E LISTA OS ACESSOS GRAVADOS PELO TERMINAL. SO FUNCIONARIO
      *> ATIVO RECEBE PIN; EMISSAO, REINICIO E CANCELAMENTO VAO PARA A
      *> TRILHA DE AUDITORIA COM O OPERADOR DA SESSAO
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> SELFUNCIONARIO TAB
           COPY "SELFUNCIONARIO.COB".
      *> SELPIN TAB
           COPY "SELPIN.COB".
      *> SELACESSO TAB
           COPY "SELACESSO.COB".
      *> SELSESSAO TAB
           COPY "SELSESSAO.COB".
           SELECT ARQUIVO-AUDITORIA ASSIGN TO "AUDITORIAFUNC"
               ORGANIZATION IS LINE SEQUENTIAL.

           DATA DIVISION.
           FILE SECTION.
      *> FDFUNCIONARIO TAB
           COPY "FDFUNCIONARIO.COB".
      *> FDPIN TAB
           COPY "FDPIN.COB".
      *> FDACESSO TAB
           COPY "FDACESSO.COB".
      *> FDSESSAO TAB
           COPY "FDSESSAO.COB".
      *> MESMO LAYOUT DO ARQUIVO DE AUDITORIA DO PROG37
       FD  ARQUIVO-AUDITORIA
           LABEL RECORD STANDARD.
       01  AUDITORIA-REGISTRO.
           05  AUD-DATA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-HORA          PIC 9(08).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-OPERADOR      PIC X(10).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-CODIGO        PIC 9(05).
           05  FILLER            PIC X(01) VALUE SPACE.
           05  AUD-ACAO          PIC X(10).

       WORKING-STORAGE SECTION.
      *> WSFSFUNC TAB (FILE STATUS DO ARQUIVO DE FUNCIONARIOS)
           COPY "WSFSFUNC.COB".
       01  WS-OPERADOR       PIC X(10).
      *> WSSESSAO TAB (OPERADOR E EMPRESA DA SESSAO DO PROG44)
           COPY "WSSESSAO.COB".
       01  OPCAO             PIC X(01).
       01  CONTINUAR-FLAG    PIC X(01) VALUE "S".
           88  FIM-PROGRAMA          VALUE "N".
       01  WS-CODIGO-PEDIDO  PIC 9(05).
       01  WS-FUNC-OK        PIC X(01) VALUE "N".
           88  FUNCIONARIO-VALIDO    VALUE "S".
       01  WS-PIN-EXISTE     PIC X(01) VALUE "N".
           88  PIN-JA-EMITIDO        VALUE "S".
       01  WS-PIN-NOVO       PIC X(06).
       01  WS-PIN-OK         PIC X(01) VALUE "N".
           88  PIN-ACEITO            VALUE "S".
       01  WS-CONFIRMA       PIC X(01).
       01  WS-DATA-SISTEMA   PIC 9(08).
       01  WS-ACAO-AUDITORIA PIC X(10).
       01  FIM-DOS-ACESSOS   PIC X(01) VALUE "N".
           88  ACABOU-ACESSOS        VALUE "S".
       01  WS-QTD-LISTADOS   PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM SESSAO-LER-OPERADOR.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           OPEN I-O ARQUIVO-PIN.
           OPEN EXTEND ARQUIVO-AUDITORIA.
           PERFORM MENU-PRINCIPAL UNTIL FIM-PROGRAMA.
           CLOSE ARQUIVO-FUNCIONARIO.
           CLOSE ARQUIVO-PIN.
           CLOSE ARQUIVO-AUDITORIA.
       PROGRAM-DONE.
        GOBACK.

       MENU-PRINCIPAL.
           DISPLAY "===== PINS DO AUTOATENDIMENTO =====".
           DISPLAY "E - EMITIR OU REINICIAR PIN".
           DISPLAY "C - CANCELAR ACESSO DO FUNCIONARIO".
           DISPLAY "I - CONSULTAR SITUACAO DO PIN".
           DISPLAY "L - LISTAR ACESSOS DO FUNCIONARIO".
           DISPLAY "S - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO.
           EVALUATE OPCAO
               WHEN "E" WHEN "e"
                   PERFORM EMITIR-PIN
               WHEN "C" WHEN "c"
                   PERFORM CANCELAR-PIN
               WHEN "I" WHEN "i"
                   PERFORM CONSULTAR-PIN
               WHEN "L" WHEN "l"
                   PERFORM LISTAR-ACESSOS
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
                   MOVE "S" TO WS-FUNC-OK
                   DISPLAY "FUNCIONARIO: " FUNCIONARIO-NOME
           END-READ.

       LER-PIN-DO-FUNCIONARIO.
           MOVE "N" TO WS-PIN-EXISTE.
           MOVE WS-CODIGO-PEDIDO TO PIN-CODIGO.
           READ ARQUIVO-PIN
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-PIN-EXISTE
           END-READ.

      *> O PIN PROVISORIO E INFORMADO PELO RH E ENTREGUE EM MAOS; O
      *> SIGN-ON DO PROG129 OBRIGA A TROCA ANTES DE QUALQUER CONSULTA.
      *> O REINICIO ZERA AS FALHAS E DESFAZ O BLOQUEIO E O
      *> CANCELAMENTO ANTERIORES
       EMITIR-PIN.
           PERFORM VALIDAR-FUNCIONARIO.
           IF FUNCIONARIO-VALIDO
               IF FUNCIONARIO-INATIVO
                   DISPLAY "FUNCIONARIO INATIVO, PIN NAO EMITIDO"
               ELSE
                   PERFORM LER-PIN-DO-FUNCIONARIO
                   IF PIN-JA-EMITIDO
                       DISPLAY "SITUACAO ATUAL DO PIN: " PIN-STATUS
                           "  FALHAS: " PIN-FALHAS
                   END-IF
                   MOVE "N" TO WS-PIN-OK
                   PERFORM INFORMAR-PIN-PROVISORIO UNTIL PIN-ACEITO
                   PERFORM GRAVAR-PIN-PROVISORIO
               END-IF
           END-IF.

       INFORMAR-PIN-PROVISORIO.
           DISPLAY "INFORME O PIN PROVISORIO (6 DIGITOS): ".
           MOVE SPACES TO WS-PIN-NOVO.
           ACCEPT WS-PIN-NOVO.
           IF WS-PIN-NOVO IS NUMERIC
               MOVE "S" TO WS-PIN-OK
           ELSE
               DISPLAY "ERRO: O PIN DEVE TER 6 DIGITOS NUMERICOS"
           END-IF.

       GRAVAR-PIN-PROVISORIO.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-CODIGO-PEDIDO TO PIN-CODIGO.
           MOVE WS-PIN-NOVO      TO PIN-SENHA.
           MOVE "A"              TO PIN-STATUS.
           MOVE ZERO             TO PIN-FALHAS.
           MOVE "S"              TO PIN-TROCAR.
           MOVE WS-DATA-SISTEMA  TO PIN-DT-EMISSAO.
           MOVE WS-OPERADOR      TO PIN-OPERADOR.
           IF PIN-JA-EMITIDO
               REWRITE PIN-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REINICIAR O PIN"
                   NOT INVALID KEY
                       DISPLAY "PIN REINICIADO, TROCA OBRIGATORIA NO "
                           "PROXIMO ACESSO"
                       MOVE "PIN-RESET" TO WS-ACAO-AUDITORIA
                       PERFORM GRAVAR-AUDITORIA-PIN
               END-REWRITE
           ELSE
               MOVE ZEROS TO PIN-DT-ULT-ACESSO PIN-HORA-ULT-ACESSO
               WRITE PIN-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO EMITIR O PIN"
                   NOT INVALID KEY
                       DISPLAY "PIN EMITIDO, TROCA OBRIGATORIA NO "
                           "PRIMEIRO ACESSO"
                       MOVE "PIN-EMITE" TO WS-ACAO-AUDITORIA
                       PERFORM GRAVAR-AUDITORIA-PIN
               END-WRITE
           END-IF.

      *> CANCELAMENTO LOGICO, COMO NOS DEMAIS CADASTROS: O REGISTRO
      *> FICA PARA A CONSULTA E SO UM NOVO REINICIO DEVOLVE O ACESSO
       CANCELAR-PIN.
           PERFORM VALIDAR-FUNCIONARIO.
           IF FUNCIONARIO-VALIDO
               PERFORM LER-PIN-DO-FUNCIONARIO
               IF NOT PIN-JA-EMITIDO
                   DISPLAY "FUNCIONARIO SEM PIN EMITIDO"
               ELSE
                   IF PIN-CANCELADO
                       DISPLAY "ACESSO JA ESTA CANCELADO"
                   ELSE
                       DISPLAY "CONFIRMA O CANCELAMENTO DO ACESSO "
                           "(S/N)? "
                       ACCEPT WS-CONFIRMA
                       IF WS-CONFIRMA = "S" OR WS-CONFIRMA = "s"
                           PERFORM GRAVAR-CANCELAMENTO
                       ELSE
                           DISPLAY "CANCELAMENTO ABANDONADO"
                       END-IF
                   END-IF
               END-IF
           END-IF.

       GRAVAR-CANCELAMENTO.
           MOVE "C" TO PIN-STATUS.
           MOVE WS-OPERADOR TO PIN-OPERADOR.
           REWRITE PIN-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO CANCELAR O ACESSO"
               NOT INVALID KEY
                   DISPLAY "ACESSO CANCELADO"
                   MOVE "PIN-CANCEL" TO WS-ACAO-AUDITORIA
                   PERFORM GRAVAR-AUDITORIA-PIN
           END-REWRITE.

       CONSULTAR-PIN.
           PERFORM VALIDAR-FUNCIONARIO.
           IF FUNCIONARIO-VALIDO
               PERFORM LER-PIN-DO-FUNCIONARIO
               IF NOT PIN-JA-EMITIDO
                   DISPLAY "FUNCIONARIO SEM PIN EMITIDO"
               ELSE
                   PERFORM EXIBIR-SITUACAO-PIN
               END-IF
           END-IF.

       EXIBIR-SITUACAO-PIN.
           EVALUATE TRUE
               WHEN PIN-ATIVO
                   DISPLAY "SITUACAO..........: ATIVO"
               WHEN PIN-BLOQUEADO
                   DISPLAY "SITUACAO..........: BLOQUEADO POR FALHAS "
                       "(REINICIAR O PIN)"
               WHEN PIN-CANCELADO
                   DISPLAY "SITUACAO..........: CANCELADO"
           END-EVALUATE.
           DISPLAY "FALHAS SEGUIDAS...: " PIN-FALHAS.
           IF PIN-PROVISORIO
               DISPLAY "PIN PROVISORIO, AINDA NAO TROCADO"
           END-IF.
           DISPLAY "EMITIDO EM........: " PIN-DT-EMISSAO
               " POR " PIN-OPERADOR.
           IF PIN-DT-ULT-ACESSO = ZEROS
               DISPLAY "ULTIMO ACESSO.....: NENHUM"
           ELSE
               DISPLAY "ULTIMO ACESSO.....: " PIN-DT-ULT-ACESSO
                   " " PIN-HORA-ULT-ACESSO
           END-IF.

      *> O ARQUIVO DE ACESSOS E SEQUENCIAL E SO CRESCE: A CONSULTA O
      *> PERCORRE INTEIRO FILTRANDO O CODIGO PEDIDO
       LISTAR-ACESSOS.
           DISPLAY "INFORME O CODIGO DO FUNCIONARIO: ".
           ACCEPT WS-CODIGO-PEDIDO.
           MOVE ZEROS TO WS-QTD-LISTADOS.
           MOVE "N" TO FIM-DOS-ACESSOS.
           OPEN INPUT ARQUIVO-ACESSO.
           PERFORM LISTAR-PROXIMO-ACESSO UNTIL ACABOU-ACESSOS.
           CLOSE ARQUIVO-ACESSO.
           IF WS-QTD-LISTADOS = ZERO
               DISPLAY "NENHUM ACESSO GRAVADO PARA O FUNCIONARIO"
           ELSE
               DISPLAY "ACESSOS LISTADOS: " WS-QTD-LISTADOS
           END-IF.

       LISTAR-PROXIMO-ACESSO.
           READ ARQUIVO-ACESSO
               AT END
                   MOVE "S" TO FIM-DOS-ACESSOS
               NOT AT END
                   IF ACS-CODIGO = WS-CODIGO-PEDIDO
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY ACS-DATA " " ACS-HORA " " ACS-EVENTO
                           " " ACS-DETALHE
                   END-IF
           END-READ.

       GRAVAR-AUDITORIA-PIN.
           MOVE SPACES TO AUDITORIA-REGISTRO.
           ACCEPT AUD-DATA FROM DATE YYYYMMDD.
           ACCEPT AUD-HORA FROM TIME.
           MOVE WS-OPERADOR       TO AUD-OPERADOR.
           MOVE WS-CODIGO-PEDIDO  TO AUD-CODIGO.
           MOVE WS-ACAO-AUDITORIA TO AUD-ACAO.
           WRITE AUDITORIA-REGISTRO.

      *> PDSESSAO TAB (OPERADOR DA SESSAO DO PROG44)
           COPY "PDSESSAO.COB".
